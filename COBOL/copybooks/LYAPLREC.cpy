*> ANNPOL-IN record layout - the anniversary policy master, one
*> record per jurisdiction (or contract family), keyed by a
*> 4-character code the way the MARKET master is, naming the rule a
*> 29 February effective date follows in a non-leap year: 28FEB or
*> 01MAR.
01  ANNPOL-IN-RECORD.
    05  APL-IN-CODE             PIC X(4).
    05  FILLER                  PIC X(1).
    05  APL-IN-RULE             PIC X(5).
    05  FILLER                  PIC X(1).
    05  APL-IN-DESC             PIC X(30).
    05  FILLER                  PIC X(39).
