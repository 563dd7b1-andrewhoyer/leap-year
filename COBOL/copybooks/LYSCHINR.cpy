*> SCH-IN record layout - one scheduled date of the released
*> schedule file LYSCHGEN writes (see LYSCHREC.cpy), as read back
*> by programs downstream of the schedule. Kept as a separate
*> copybook because the reader and the writer are different
*> programs with different field names.
01  SCH-IN-RECORD.
    05  SCH-IN-RULE-ID          PIC X(6).
    05  FILLER                  PIC X(1).
    05  SCH-IN-DATE             PIC X(8).
    05  FILLER                  PIC X(1).
    05  SCH-IN-MARKET           PIC X(4).
    05  FILLER                  PIC X(1).
    05  SCH-IN-RAW-DATE         PIC X(8).
    05  FILLER                  PIC X(1).
    05  SCH-IN-DESC             PIC X(30).
