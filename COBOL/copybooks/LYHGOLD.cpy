*> HOLG-OLD record layout - one holiday of the HOLIDAY master
*> generation in force before maintenance (same 80-byte layout as
*> LYHOLREC.cpy) as read by the holiday change impact analysis
*> beside the new generation in HOLG-NEW.
01  HOLG-OLD-RECORD.
    05  HOLG-OLD-DATE           PIC X(8).
    05  FILLER                  PIC X(1).
    05  HOLG-OLD-MARKET         PIC X(4).
    05  FILLER                  PIC X(1).
    05  HOLG-OLD-NAME           PIC X(30).
    05  FILLER                  PIC X(36).
