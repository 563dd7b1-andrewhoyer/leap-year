*>       M (modified following)
*> A card cut before these fields existed reads as a status
*> request unchanged.
*> The market may be a joint code from the JOINTMKT master, and
*> up to seven further markets or joint codes may be listed from
*> column 24, one per 5-byte slot, to ask about the set as a whole
*> - a day is a business day only when every market is open, as
*> an FX settlement date needs.
01  BDAY-IN-RECORD.
    05  BDAY-IN-DATE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  BDAY-IN-DAYS            PIC X(3).
    05  FILLER                  PIC X(1).
    05  BDAY-IN-CONV            PIC X(1).
    05  FILLER                  PIC X(1).
    05  BDAY-IN-MARKET-LIST.
        10  BDAY-IN-LIST-ENTRY OCCURS 7.
            15  BDAY-IN-LIST-MARKET PIC X(4).
            15  FILLER              PIC X(1).
    05  FILLER                  PIC X(22).
