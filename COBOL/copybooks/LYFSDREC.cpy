*> FIS-OUT record layout - the generated fiscal calendar master:
*> one record per calendar day of each fiscal year generated, in
*> date order. Fiscal week 1 starts the day after the prior
*> fiscal year end; period-week and period-day count from the
*> first day of the period. The ISO 8601 week-year and week come
*> beside the fiscal ones, since the week-year is not the calendar
*> year for the days around New Year. Period, quarter and year
*> end flags mark the last calendar day of each; the close-day
*> flag marks the last business day of the period in the
*> requested market, the day the period's books are closed on.
01  FIS-OUT-RECORD.
    05  FIS-OUT-DATE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-MARKET          PIC X(4).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-FISCAL-YEAR     PIC 9(4).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-QUARTER         PIC 9(1).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-PERIOD          PIC 9(2).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-WEEK            PIC 9(2).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-PERIOD-WEEK     PIC 9(1).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-PERIOD-DAY      PIC 9(2).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-ISO-YEAR        PIC 9(4).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-ISO-WEEK        PIC 9(2).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-DAY-OF-WEEK     PIC 9(1).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-BUSINESS        PIC X(1).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-WEEK-END        PIC X(1).
    05  FIS-OUT-PERIOD-END      PIC X(1).
    05  FIS-OUT-QTR-END         PIC X(1).
    05  FIS-OUT-YEAR-END        PIC X(1).
    05  FILLER                  PIC X(1).
    05  FIS-OUT-CLOSE-DAY       PIC X(1).
    05  FILLER                  PIC X(10).
