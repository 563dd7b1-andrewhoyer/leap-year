*>       preceding).
*> A walk that leaves the valid window hands back a result of
*> spaces, the same answer NEXT-BUSINESS-DAY gives.
*>
*> Every request can ask about a market set instead of a single
*> market: LEAPBD-MARKET may be a joint code from the JOINTMKT
*> master (see LYJNTREC.cpy), and LEAPBD-MARKET-LIST names up to
*> seven further markets or joint codes to join it (spaces for
*> none - a caller not using the list moves spaces to it). A day
*> is a business day only when every market in the set is open,
*> and every answer - status, next business day, offset and roll
*> - walks on that rule. LEAPBD-CLOSED-MARKET names the market
*> that closed a non-business day; when the set holds more than
*> one market the non-business reason starts with that code
*> ('LSE : CHRISTMAS DAY'). LEAPBD-SET-COUNT and
*> LEAPBD-SET-MARKET hand back the markets the answer was built
*> from, joint codes expanded and repeats dropped.
01  LEAPBD-LINKAGE.
    05  LEAPBD-DATE             PIC X(8).
    05  LEAPBD-MARKET           PIC X(4).
        88  LEAPBD-IS-NOT-BUSINESS-DAY  VALUE 'N'.
    05  LEAPBD-NONBUS-REASON    PIC X(40).
    05  LEAPBD-NEXT-BUSINESS-DAY PIC X(8).
    05  LEAPBD-MARKET-LIST.
        10  LEAPBD-LIST-ENTRY OCCURS 7.
            15  LEAPBD-LIST-MARKET  PIC X(4).
            15  FILLER              PIC X(1).
    05  LEAPBD-CLOSED-MARKET    PIC X(4).
    05  LEAPBD-SET-COUNT        PIC 9(2).
    05  LEAPBD-SET-MARKET       PIC X(4) OCCURS 16.
