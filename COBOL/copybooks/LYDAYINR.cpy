*> DAYM-IN record layout - one day of the daily calendar master
*> LYDAYGEN writes (see LYDAYREC.cpy), as read back by programs
*> downstream of the master. Kept as a separate copybook because
*> the reader and the writer are different programs with
*> different field names.
01  DAYM-IN-RECORD.
    05  DAYM-IN-DATE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-MARKET          PIC X(4).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-DAY-OF-WEEK     PIC 9(1).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-DAY-OF-YEAR     PIC 9(3).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-BUSINESS        PIC X(1).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-MONTH-END       PIC X(1).
    05  DAYM-IN-QTR-END         PIC X(1).
    05  DAYM-IN-YEAR-END        PIC X(1).
    05  FILLER                  PIC X(1).
    05  DAYM-IN-CLOSED-REASON   PIC X(30).
    05  FILLER                  PIC X(4).
