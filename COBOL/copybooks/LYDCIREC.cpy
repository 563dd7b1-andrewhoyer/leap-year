*> DCNT-IN record layout - one day-count request per record: a
*> start date, an end date (both YYYYMMDD) and a convention code -
*> ACT/360, ACT/365F, 30/360US, 30E/360 or ACT/ACT (ISDA). See
*> LYDCLNK.cpy for what each convention counts.
01  DCNT-IN-RECORD.
    05  DCNT-IN-START-DATE      PIC X(8).
    05  FILLER                  PIC X(1).
    05  DCNT-IN-END-DATE        PIC X(8).
    05  FILLER                  PIC X(1).
    05  DCNT-IN-CONVENTION      PIC X(8).
    05  FILLER                  PIC X(54).
