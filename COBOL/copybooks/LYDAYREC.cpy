*> their own way. The closed-reason field carries why the day is
*> not a business day - the weekend day name or the holiday name
*> from the market's HOLIDAY master entries - and spaces on a
*> business day. For a joint-market code the reason starts with
*> the member market that closed the day ('LSE : CHRISTMAS DAY').
01  DAYM-OUT-RECORD.
    05  DAYM-OUT-DATE           PIC X(8).
    05  FILLER                  PIC X(1).
