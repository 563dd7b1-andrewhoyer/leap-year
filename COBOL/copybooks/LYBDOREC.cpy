*> why the request was rejected), and - echoing the request type -
*> the offset or rolled date an O or R request asked for (spaces
*> on a status request or when the walk left the valid window).
*> The market that closed a non-business day and the card's market
*> list are echoed after the result, so a market-set answer shows
*> which of the markets asked about closed the day.
01  BDAY-OUT-RECORD.
    05  BDAY-OUT-DATE           PIC X(8).
    05  FILLER                  PIC X(1).
    05  BDAY-OUT-TYPE           PIC X(1).
    05  FILLER                  PIC X(1).
    05  BDAY-OUT-RESULT-DATE    PIC X(8).
    05  FILLER                  PIC X(1).
    05  BDAY-OUT-CLOSED-MARKET  PIC X(4).
    05  FILLER                  PIC X(1).
    05  BDAY-OUT-MARKET-LIST    PIC X(35).
