*> CHG-IN record layout - one 132-byte line of the holiday master
*> maintenance change report (see LYHOLMNT's RPT-DETAIL-LINE and
*> RPT-PURGE-LINE) as read back by the holiday change impact
*> analysis. Only two kinds of line carry a change: an applied
*> transaction (action A, C or D in column 1, three spaces, then
*> the date, market and before/after names) and a legacy record
*> purged on load ('PURGED ' then the date, market and name).
*> Heading, column, blank and total lines are skipped.
01  CHG-IN-RECORD.
    05  CHG-IN-ACTION           PIC X(1).
    05  CHG-IN-GAP              PIC X(3).
    05  CHG-IN-DATE             PIC X(8).
    05  FILLER                  PIC X(1).
    05  CHG-IN-MARKET           PIC X(4).
    05  FILLER                  PIC X(1).
    05  CHG-IN-BEFORE           PIC X(30).
    05  FILLER                  PIC X(1).
    05  CHG-IN-AFTER            PIC X(30).
    05  FILLER                  PIC X(53).
01  CHG-IN-PURGE-VIEW REDEFINES CHG-IN-RECORD.
    05  CHG-IN-PURGE-TAG        PIC X(7).
    05  CHG-IN-PURGE-DATE       PIC X(8).
    05  FILLER                  PIC X(1).
    05  CHG-IN-PURGE-MARKET     PIC X(4).
    05  FILLER                  PIC X(1).
    05  CHG-IN-PURGE-NAME       PIC X(30).
    05  FILLER                  PIC X(81).
