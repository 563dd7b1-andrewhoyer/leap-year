*> HOLG-NEW record layout - one holiday of the HOLIDAY master
*> generation cut by maintenance (same 80-byte layout as
*> LYHOLNEW.cpy) as read by the holiday change impact analysis
*> beside the prior generation in HOLG-OLD.
01  HOLG-NEW-RECORD.
    05  HOLG-NEW-DATE           PIC X(8).
    05  FILLER                  PIC X(1).
    05  HOLG-NEW-MARKET         PIC X(4).
    05  FILLER                  PIC X(1).
    05  HOLG-NEW-NAME           PIC X(30).
    05  FILLER                  PIC X(36).
