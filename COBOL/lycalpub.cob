IDENTIFICATION DIVISION.
PROGRAM-ID. LYCALPUB.

*> Annual market calendar publication. Every December the desks
*> asked for a printed trading calendar per market, built by hand
*> from HOLIDAY and MARKET into a spreadsheet. For the year and
*> markets on the PUBIN cards (keyword=value, see
*> COBOL/copybooks/LYPBIREC.cpy) this program prints, per market,
*> twelve month grids three to a row with weekends and holidays
*> marked, the holiday list with names beneath, and the business
*> day statistics per month, per quarter and for the year - the
*> monthly counts are what billing accrues fees on. With two or
*> more markets it closes with the cross-market comparison: for
*> each pair, the days one market is open and the other closed.
*>
*> The days come from the released DAYMOUT daily master when it
*> carries the whole year for the market. When DAYMOUT is absent,
*> or lacks the market or part of the year, the year is generated
*> through LEAPBD instead - the same answers LYDAYGEN would have
*> written - and the calendar names its source. A closed day whose
*> reason is its own weekday name is a weekend day (LEAPBD tests
*> the weekend first); any other closed day is a holiday.
*>
*> Condition codes: 0 clean, 4 bad PUBIN cards were ignored or
*> DAYMOUT was unreadable or incomplete for a market (the year was
*> generated through LEAPBD), 8 the YEAR card is unusable or the
*> report would not open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PUB-IN ASSIGN TO "PUBIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PUB-IN-STATUS.

    SELECT OPTIONAL DAYM-IN ASSIGN TO "DAYMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAYM-IN-STATUS.

    SELECT PUB-RPT ASSIGN TO "PUBRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PUB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PUB-IN.
    COPY LYPBIREC.

FD  DAYM-IN.
    COPY LYDAYINR.

FD  PUB-RPT.
    COPY LYPBRREC.

WORKING-STORAGE SECTION.
        01  PUB-IN-STATUS   PIC X(2).
        01  DAYM-IN-STATUS  PIC X(2).
        01  PUB-RPT-STATUS  PIC X(2).
        01  END-OF-CARDS    PIC X(1) VALUE 'N'.
        01  END-OF-DAYS     PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).
        01  LEAP-YEAR-MINIMUM PIC 9(4) VALUE 1600.
        01  LEAP-YEAR-MAXIMUM PIC 9(4) VALUE 2400.

        *> Year and market list from the PUBIN cards
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  PUB-YEAR-TEXT   PIC X(4) VALUE SPACES.
        01  PUB-YEAR        PIC 9(4).
        01  YEAR-OK-SW      PIC X(1).
        01  YEAR-SEEN-SW    PIC X(1) VALUE 'N'.
        01  PUB-MARKET-MAX  PIC 9(2) VALUE 10.
        01  PUB-MARKET-COUNT PIC 9(2) VALUE 0.
        01  PUB-MARKET-TABLE.
            05  PUB-MARKET-ENTRY OCCURS 10.
                10  PUB-MARKET-CODE PIC X(4).
                10  PUB-SOURCE      PIC X(7).
                10  PUB-LOAD-COUNT  PIC 9(3).
        01  MKT-IX          PIC 9(2).
        01  CMP-IX          PIC 9(2).

        *> The calendar year itself, one entry per day of the year,
        *> and where each month starts in it
        01  YEAR-DAYS       PIC 9(3) VALUE 0.
        01  CAL-TABLE.
            05  CAL-DAY OCCURS 366.
                10  CD-DATE     PIC X(8).
                10  CD-MONTH    PIC 9(2).
                10  CD-DOW      PIC 9(1).
                10  CD-NAME     PIC X(9).
        01  MONTH-TABLE.
            05  MONTH-ENTRY OCCURS 12.
                10  MT-FIRST-DOY    PIC 9(3).
                10  MT-LENGTH       PIC 9(2).
        01  WALK-DATE.
            05  WALK-YEAR   PIC 9(4).
            05  WALK-MONTH  PIC 9(2).
            05  WALK-DAY    PIC 9(2).
        01  WALK-VALID-SW   PIC X(1).
        01  DOY-IX          PIC 9(3).
        01  MONTH-IX        PIC 9(2).

        *> Each market's answer for each day of the year - B a
        *> business day, W a weekend day, H a holiday, space not
        *> yet known
        01  PUB-DAY-TABLE.
            05  PUB-MARKET-DAYS OCCURS 10.
                10  PUB-DAY OCCURS 366.
                    15  PD-STATUS   PIC X(1).
                    15  PD-REASON   PIC X(30).
        01  CLASS-BUSINESS  PIC X(1).
        01  CLASS-REASON    PIC X(30).
        01  CLASS-TEXT      PIC X(30).
        01  DAYM-DOY        PIC 9(3).
        01  DAYM-SKIP-COUNT PIC 9(8) VALUE 0.

        *> Month names for the grids and statistics
        01  MONTH-NAME-VALUES.
            05  FILLER      PIC X(9) VALUE 'JANUARY'.
            05  FILLER      PIC X(9) VALUE 'FEBRUARY'.
            05  FILLER      PIC X(9) VALUE 'MARCH'.
            05  FILLER      PIC X(9) VALUE 'APRIL'.
            05  FILLER      PIC X(9) VALUE 'MAY'.
            05  FILLER      PIC X(9) VALUE 'JUNE'.
            05  FILLER      PIC X(9) VALUE 'JULY'.
            05  FILLER      PIC X(9) VALUE 'AUGUST'.
            05  FILLER      PIC X(9) VALUE 'SEPTEMBER'.
            05  FILLER      PIC X(9) VALUE 'OCTOBER'.
            05  FILLER      PIC X(9) VALUE 'NOVEMBER'.
            05  FILLER      PIC X(9) VALUE 'DECEMBER'.
        01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
            05  MONTH-NAME  PIC X(9) OCCURS 12.

        *> Month grid work - a quarter of three months per row of
        *> grids, six week rows per month
        01  QTR-IX          PIC 9(1).
        01  BLOCK-IX        PIC 9(1).
        01  ROW-IX          PIC 9(1).
        01  CELL-IX         PIC 9(1).
        01  GRID-MONTH      PIC 9(2).
        01  GRID-FIRST-DOW  PIC 9(1).
        01  GRID-DAY-NUM    PIC S9(3).

        *> Per-month statistics for the market being published
        01  STAT-TABLE.
            05  STAT-ENTRY OCCURS 12.
                10  ST-WEEKEND  PIC 9(3).
                10  ST-HOLIDAY  PIC 9(3).
                10  ST-BUSINESS PIC 9(3).
        01  SUM-CALENDAR-DAYS PIC 9(3).
        01  SUM-WEEKEND-DAYS PIC 9(3).
        01  SUM-HOLIDAY-DAYS PIC 9(3).
        01  SUM-BUSINESS-DAYS PIC 9(3).
        01  QTR-CALENDAR-DAYS PIC 9(3).
        01  QTR-WEEKEND-DAYS PIC 9(3).
        01  QTR-HOLIDAY-DAYS PIC 9(3).
        01  QTR-BUSINESS-DAYS PIC 9(3).
        01  HOLIDAY-LIST-COUNT PIC 9(3).

        *> Cross-market pair counts
        01  BOTH-OPEN-COUNT     PIC 9(3).
        01  BOTH-CLOSED-COUNT   PIC 9(3).
        01  FIRST-ONLY-COUNT    PIC 9(3).
        01  SECOND-ONLY-COUNT   PIC 9(3).
        01  LIST-OPEN-IX        PIC 9(2).
        01  LIST-CLOSED-IX      PIC 9(2).
        01  LIST-COUNT          PIC 9(3).

        01  PAIR-COUNT          PIC 9(4) VALUE 0.
        01  GENERATED-COUNT     PIC 9(2) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the publication
        01  RPT-RULE-LINE       PIC X(132) VALUE ALL '='.
        01  RPT-TITLE-LINE.
            05  FILLER          PIC X(23)
                VALUE 'ANNUAL MARKET CALENDAR '.
            05  TTL-YEAR        PIC X(4).
            05  FILLER          PIC X(9) VALUE '  MARKET '.
            05  TTL-MARKET      PIC X(4).
            05  FILLER          PIC X(9) VALUE '  SOURCE '.
            05  TTL-SOURCE      PIC X(7).
            05  FILLER          PIC X(11) VALUE '  RUN DATE '.
            05  TTL-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(57) VALUE SPACES.
        01  RPT-MONTH-TITLE-LINE.
            05  MTL-BLOCK OCCURS 3.
                10  MTL-NAME    PIC X(9).
                10  FILLER      PIC X(1).
                10  MTL-YEAR    PIC X(4).
                10  FILLER      PIC X(20).
            05  FILLER          PIC X(30).
        01  RPT-DOW-LINE.
            05  FILLER          PIC X(34)
                VALUE 'MO  TU  WE  TH  FR  SA  SU'.
            05  FILLER          PIC X(34)
                VALUE 'MO  TU  WE  TH  FR  SA  SU'.
            05  FILLER          PIC X(34)
                VALUE 'MO  TU  WE  TH  FR  SA  SU'.
            05  FILLER          PIC X(30) VALUE SPACES.
        01  RPT-GRID-LINE.
            05  GRID-BLOCK OCCURS 3.
                10  GRID-CELL OCCURS 7.
                    15  GRID-DAY    PIC ZZ.
                    15  GRID-MARK   PIC X(1).
                    15  FILLER      PIC X(1).
                10  FILLER      PIC X(6).
            05  FILLER          PIC X(30).
        01  RPT-LEGEND-LINE.
            05  FILLER          PIC X(50)
                VALUE 'nn  BUSINESS DAY    nn* WEEKEND    nnH HOLIDAY'.
            05  FILLER          PIC X(82) VALUE SPACES.
        01  RPT-SECTION-LINE.
            05  SEC-TEXT        PIC X(60).
            05  FILLER          PIC X(72) VALUE SPACES.
        01  RPT-DAY-COLUMN-LINE.
            05  FILLER          PIC X(10) VALUE 'DATE'.
            05  FILLER          PIC X(10) VALUE 'DAY'.
            05  DCL-REASON-HDG  PIC X(30) VALUE 'HOLIDAY'.
            05  FILLER          PIC X(82) VALUE SPACES.
        01  RPT-DAY-LINE.
            05  DYL-DATE        PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DYL-DAY-NAME    PIC X(9).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DYL-REASON      PIC X(30).
            05  FILLER          PIC X(82) VALUE SPACES.
        01  RPT-NONE-LINE.
            05  NON-TEXT        PIC X(40).
            05  FILLER          PIC X(92) VALUE SPACES.
        01  RPT-STAT-COLUMN-LINE.
            05  FILLER          PIC X(12) VALUE 'PERIOD'.
            05  FILLER          PIC X(10) VALUE 'CALENDAR'.
            05  FILLER          PIC X(10) VALUE 'WEEKEND'.
            05  FILLER          PIC X(10) VALUE 'HOLIDAY'.
            05  FILLER          PIC X(10) VALUE 'BUSINESS'.
            05  FILLER          PIC X(80) VALUE SPACES.
        01  RPT-STAT-LINE.
            05  STA-LABEL       PIC X(12).
            05  STA-CALENDAR    PIC ZZ9.
            05  FILLER          PIC X(7) VALUE SPACES.
            05  STA-WEEKEND     PIC ZZ9.
            05  FILLER          PIC X(7) VALUE SPACES.
            05  STA-HOLIDAY     PIC ZZ9.
            05  FILLER          PIC X(7) VALUE SPACES.
            05  STA-BUSINESS    PIC ZZ9.
            05  FILLER          PIC X(87) VALUE SPACES.
        01  RPT-QTR-LABEL.
            05  FILLER          PIC X(1) VALUE 'Q'.
            05  QLB-QUARTER     PIC 9(1).
            05  FILLER          PIC X(10) VALUE ' TOTAL'.
        01  RPT-CMP-TITLE-LINE.
            05  FILLER          PIC X(24)
                VALUE 'CROSS-MARKET COMPARISON '.
            05  CMT-YEAR        PIC X(4).
            05  FILLER          PIC X(11) VALUE '  RUN DATE '.
            05  CMT-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(85) VALUE SPACES.
        01  RPT-PAIR-LINE.
            05  PRL-FIRST       PIC X(4).
            05  FILLER          PIC X(3) VALUE ' / '.
            05  PRL-SECOND      PIC X(4).
            05  FILLER          PIC X(13) VALUE '   BOTH OPEN '.
            05  PRL-BOTH-OPEN   PIC ZZ9.
            05  FILLER          PIC X(15) VALUE '   BOTH CLOSED '.
            05  PRL-BOTH-CLOSED PIC ZZ9.
            05  FILLER          PIC X(3) VALUE SPACES.
            05  PRL-FIRST-ONLY-CODE PIC X(4).
            05  FILLER          PIC X(11) VALUE ' ONLY OPEN '.
            05  PRL-FIRST-ONLY  PIC ZZ9.
            05  FILLER          PIC X(3) VALUE SPACES.
            05  PRL-SECOND-ONLY-CODE PIC X(4).
            05  FILLER          PIC X(11) VALUE ' ONLY OPEN '.
            05  PRL-SECOND-ONLY PIC ZZ9.
            05  FILLER          PIC X(45) VALUE SPACES.
        01  RPT-OPEN-CLOSED-LINE.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  OCL-OPEN        PIC X(4).
            05  FILLER          PIC X(7) VALUE ' OPEN, '.
            05  OCL-CLOSED      PIC X(4).
            05  FILLER          PIC X(9) VALUE ' CLOSED: '.
            05  OCL-COUNT       PIC ZZ9.
            05  FILLER          PIC X(5) VALUE ' DAYS'.
            05  FILLER          PIC X(98) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDALNK.
        COPY LYBDLNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD

        PERFORM READ-PUBLICATION-CARDS
        IF YEAR-OK-SW NOT = 'Y'
            DISPLAY 'PUBIN YEAR card unusable, nothing published'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT PUB-RPT
        IF PUB-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open PUB-RPT, status ' PUB-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM BUILD-YEAR-CALENDAR
        MOVE SPACES TO PUB-DAY-TABLE
        PERFORM LOAD-DAILY-MASTER
        MOVE 1 TO MKT-IX
        PERFORM COMPLETE-ONE-MARKET
            UNTIL MKT-IX > PUB-MARKET-COUNT

        MOVE 1 TO MKT-IX
        PERFORM PUBLISH-ONE-MARKET
            UNTIL MKT-IX > PUB-MARKET-COUNT
        IF PUB-MARKET-COUNT > 1
            PERFORM PUBLISH-COMPARISON
        END-IF
        CLOSE PUB-RPT

        DISPLAY 'CALENDAR PUBLISHED FOR ' PUB-YEAR
            ' MARKETS: ' PUB-MARKET-COUNT
            ' GENERATED THROUGH LEAPBD: ' GENERATED-COUNT
            ' MARKET PAIRS COMPARED: ' PAIR-COUNT
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'PUBLICATION CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

READ-PUBLICATION-CARDS SECTION.
        *> Pick up the year and market list from PUBIN, then edit
        *> the year - a calendar for no particular year is no use
        *> to anyone
        OPEN INPUT PUB-IN
        IF PUB-IN-STATUS = '00'
            PERFORM READ-PUB-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS = 'Y'
            CLOSE PUB-IN
        ELSE
            DISPLAY 'Unable to open PUB-IN, status ' PUB-IN-STATUS
        END-IF
        IF PUB-MARKET-COUNT = 0
            MOVE 1 TO PUB-MARKET-COUNT
            MOVE SPACES TO PUB-MARKET-CODE(1)
            MOVE 0 TO PUB-LOAD-COUNT(1)
            MOVE 'DAYMOUT' TO PUB-SOURCE(1)
        END-IF
        MOVE 'Y' TO YEAR-OK-SW
        IF PUB-YEAR-TEXT NOT NUMERIC
            MOVE 'N' TO YEAR-OK-SW
            DISPLAY 'YEAR is missing or not numeric'
        ELSE
            MOVE PUB-YEAR-TEXT TO PUB-YEAR
            IF PUB-YEAR < LEAP-YEAR-MINIMUM
               OR PUB-YEAR > LEAP-YEAR-MAXIMUM
                MOVE 'N' TO YEAR-OK-SW
                DISPLAY 'YEAR outside 1600-2400 window'
            END-IF
        END-IF.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> apply it, then read the next card
        IF PUB-IN-TEXT(1:1) NOT = '*' AND PUB-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING PUB-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'YEAR'
                    *> One year per run - a second YEAR card would
                    *> quietly publish a different year than the
                    *> first asked for, so the first one stands
                    IF YEAR-SEEN-SW = 'Y'
                        DISPLAY 'One YEAR per run, card ignored: '
                            PUB-IN-TEXT
                        MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                        PERFORM RAISE-CONDITION-CODE
                    ELSE
                        MOVE CARD-VALUE(1:4) TO PUB-YEAR-TEXT
                        MOVE 'Y' TO YEAR-SEEN-SW
                    END-IF
                WHEN 'MARKET'
                    PERFORM ADD-PUB-MARKET
                WHEN OTHER
                    DISPLAY 'Unrecognized publication card ignored: '
                        PUB-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-PUB-IN.

ADD-PUB-MARKET SECTION.
        *> One more market from a MARKET card - a single code or a
        *> JOINTMKT joint code, as LYDAYGEN takes them
        EVALUATE TRUE
            WHEN CARD-VALUE(5:36) NOT = SPACES
                DISPLAY 'MARKET names one market or joint code, '
                    'card ignored: ' PUB-IN-TEXT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            WHEN PUB-MARKET-COUNT < PUB-MARKET-MAX
                ADD 1 TO PUB-MARKET-COUNT
                MOVE CARD-VALUE(1:4)
                    TO PUB-MARKET-CODE(PUB-MARKET-COUNT)
                MOVE 0 TO PUB-LOAD-COUNT(PUB-MARKET-COUNT)
                MOVE 'DAYMOUT' TO PUB-SOURCE(PUB-MARKET-COUNT)
            WHEN OTHER
                DISPLAY 'More than ' PUB-MARKET-MAX
                    ' MARKET cards, card ignored: ' PUB-IN-TEXT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
        END-EVALUATE.

READ-PUB-IN SECTION.
        *> Read the next publication card, flagging end of file
        READ PUB-IN
            AT END
                MOVE 'Y' TO END-OF-CARDS
        END-READ.

BUILD-YEAR-CALENDAR SECTION.
        *> Every day of the year with its month, weekday and day
        *> name from LEAPDA, and where each month starts - the
        *> walk asks LEAPDA day by day the way LYDAYGEN does
        MOVE 0 TO YEAR-DAYS
        MOVE PUB-YEAR TO WALK-YEAR
        MOVE 1 TO WALK-MONTH
        PERFORM BUILD-ONE-MONTH UNTIL WALK-MONTH > 12.

BUILD-ONE-MONTH SECTION.
        *> The days LEAPDA accepts in WALK-MONTH, then the next
        *> month
        ADD 1 YEAR-DAYS GIVING MT-FIRST-DOY(WALK-MONTH)
        MOVE 0 TO MT-LENGTH(WALK-MONTH)
        MOVE 1 TO WALK-DAY
        MOVE 'Y' TO WALK-VALID-SW
        PERFORM BUILD-ONE-DAY
            UNTIL WALK-VALID-SW = 'N' OR WALK-DAY > 31
        ADD 1 TO WALK-MONTH.

BUILD-ONE-DAY SECTION.
        *> One calendar entry for WALK-DATE when LEAPDA accepts it
        MOVE WALK-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        IF LEAPDA-DATES-ARE-INVALID
            MOVE 'N' TO WALK-VALID-SW
        ELSE
            ADD 1 TO YEAR-DAYS
            ADD 1 TO MT-LENGTH(WALK-MONTH)
            MOVE WALK-DATE TO CD-DATE(YEAR-DAYS)
            MOVE WALK-MONTH TO CD-MONTH(YEAR-DAYS)
            MOVE LEAPDA-DAY-OF-WEEK TO CD-DOW(YEAR-DAYS)
            MOVE LEAPDA-DAY-NAME TO CD-NAME(YEAR-DAYS)
            ADD 1 TO WALK-DAY
        END-IF.

LOAD-DAILY-MASTER SECTION.
        *> The requested markets' days for the year from DAYMOUT.
        *> The file is OPTIONAL - absent, every market is generated
        *> through LEAPBD, which the calendar's source line shows.
        OPEN INPUT DAYM-IN
        IF DAYM-IN-STATUS = '00'
            PERFORM READ-DAYM-IN
            PERFORM LOAD-ONE-DAYM UNTIL END-OF-DAYS = 'Y'
            CLOSE DAYM-IN
        ELSE
            IF DAYM-IN-STATUS = '05'
                DISPLAY 'DAYMOUT ABSENT - CALENDAR GENERATED '
                    'THROUGH LEAPBD'
            ELSE
                DISPLAY 'Unable to open DAYM-IN, status '
                    DAYM-IN-STATUS ', calendar generated through '
                    'LEAPBD'
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

LOAD-ONE-DAYM SECTION.
        *> Keep the master record just read when it is a day of the
        *> year for a requested market, then read the next. A
        *> record whose day of the year does not match its date is
        *> skipped - that market's year then comes up short and is
        *> generated afresh rather than printed with a hole.
        IF DAYM-IN-DATE(1:4) = PUB-YEAR-TEXT
            MOVE 0 TO CMP-IX
            MOVE 1 TO MKT-IX
            PERFORM MATCH-ONE-DAYM-MARKET
                UNTIL MKT-IX > PUB-MARKET-COUNT OR CMP-IX > 0
            IF CMP-IX > 0
                IF DAYM-IN-DAY-OF-YEAR NUMERIC
                    MOVE DAYM-IN-DAY-OF-YEAR TO DAYM-DOY
                ELSE
                    MOVE 0 TO DAYM-DOY
                END-IF
                IF DAYM-DOY < 1 OR DAYM-DOY > YEAR-DAYS
                    ADD 1 TO DAYM-SKIP-COUNT
                ELSE
                    IF CD-DATE(DAYM-DOY) NOT = DAYM-IN-DATE
                        ADD 1 TO DAYM-SKIP-COUNT
                    ELSE
                        MOVE CMP-IX TO MKT-IX
                        MOVE DAYM-DOY TO DOY-IX
                        IF PD-STATUS(MKT-IX, DOY-IX) = SPACE
                            ADD 1 TO PUB-LOAD-COUNT(MKT-IX)
                        END-IF
                        MOVE DAYM-IN-BUSINESS TO CLASS-BUSINESS
                        MOVE DAYM-IN-CLOSED-REASON TO CLASS-REASON
                        PERFORM CLASSIFY-DAY
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM READ-DAYM-IN.

MATCH-ONE-DAYM-MARKET SECTION.
        *> Compare one requested market with the record's market,
        *> then step to the next
        IF PUB-MARKET-CODE(MKT-IX) = DAYM-IN-MARKET
            MOVE MKT-IX TO CMP-IX
        END-IF
        ADD 1 TO MKT-IX.

READ-DAYM-IN SECTION.
        *> Read the next daily master record, flagging end of file
        READ DAYM-IN
            AT END
                MOVE 'Y' TO END-OF-DAYS
        END-READ.

COMPLETE-ONE-MARKET SECTION.
        *> A market DAYMOUT carried only part of the year for is
        *> reported and generated whole; one it did not carry at
        *> all is generated quietly - then the next market
        IF PUB-LOAD-COUNT(MKT-IX) < YEAR-DAYS
            IF PUB-LOAD-COUNT(MKT-IX) > 0
                DISPLAY 'DAYMOUT holds ' PUB-LOAD-COUNT(MKT-IX)
                    ' of ' YEAR-DAYS ' days for market '
                    PUB-MARKET-CODE(MKT-IX)
                    ', year generated through LEAPBD'
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
            MOVE 'LEAPBD' TO PUB-SOURCE(MKT-IX)
            ADD 1 TO GENERATED-COUNT
            MOVE 1 TO DOY-IX
            PERFORM GENERATE-ONE-DAY UNTIL DOY-IX > YEAR-DAYS
        END-IF
        ADD 1 TO MKT-IX.

GENERATE-ONE-DAY SECTION.
        *> LEAPBD's status answer for one day of the market's year,
        *> the same question LYDAYGEN asks for DAYMOUT
        MOVE CD-DATE(DOY-IX) TO LEAPBD-DATE
        MOVE PUB-MARKET-CODE(MKT-IX) TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE SPACE TO LEAPBD-REQUEST-TYPE
        MOVE SPACE TO LEAPBD-OFFSET-SIGN
        MOVE SPACES TO LEAPBD-OFFSET-DAYS
        MOVE SPACE TO LEAPBD-ROLL-CONV
        CALL 'LEAPBD' USING LEAPBD-LINKAGE
        MOVE LEAPBD-BUSINESS-SW TO CLASS-BUSINESS
        MOVE LEAPBD-NONBUS-REASON(1:30) TO CLASS-REASON
        PERFORM CLASSIFY-DAY
        ADD 1 TO DOY-IX.

CLASSIFY-DAY SECTION.
        *> Business, weekend or holiday for market MKT-IX on day
        *> DOY-IX. LEAPBD tests the weekend first and gives the day
        *> name as the reason, so a closed day whose reason is its
        *> own weekday name - after any 'CODE: ' prefix a joint
        *> code puts on it - is a weekend day.
        MOVE CLASS-REASON TO PD-REASON(MKT-IX, DOY-IX)
        IF CLASS-BUSINESS = 'Y'
            MOVE 'B' TO PD-STATUS(MKT-IX, DOY-IX)
        ELSE
            IF CLASS-REASON(5:2) = ': '
                MOVE CLASS-REASON(7:24) TO CLASS-TEXT
            ELSE
                MOVE CLASS-REASON TO CLASS-TEXT
            END-IF
            IF CLASS-TEXT = CD-NAME(DOY-IX)
                MOVE 'W' TO PD-STATUS(MKT-IX, DOY-IX)
            ELSE
                MOVE 'H' TO PD-STATUS(MKT-IX, DOY-IX)
            END-IF
        END-IF.

PUBLISH-ONE-MARKET SECTION.
        *> The market's title, month grids, holiday list and
        *> statistics, then on to the next market
        PERFORM WRITE-MARKET-TITLE
        MOVE 1 TO QTR-IX
        PERFORM WRITE-ONE-QUARTER-GRID UNTIL QTR-IX > 4
        MOVE RPT-LEGEND-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        PERFORM WRITE-HOLIDAY-LIST
        PERFORM WRITE-MARKET-STATISTICS
        ADD 1 TO MKT-IX.

WRITE-MARKET-TITLE SECTION.
        *> Rule and title line opening the market's calendar
        MOVE RPT-RULE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE PUB-YEAR-TEXT TO TTL-YEAR
        MOVE PUB-MARKET-CODE(MKT-IX) TO TTL-MARKET
        MOVE PUB-SOURCE(MKT-IX) TO TTL-SOURCE
        MOVE RUN-DATE TO TTL-RUN-DATE
        MOVE RPT-TITLE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-RULE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD.

WRITE-ONE-QUARTER-GRID SECTION.
        *> Three month grids side by side - the month titles, the
        *> weekday heading and up to six week rows - then the next
        *> quarter
        MOVE SPACES TO RPT-MONTH-TITLE-LINE
        MOVE 1 TO BLOCK-IX
        PERFORM SET-ONE-MONTH-TITLE UNTIL BLOCK-IX > 3
        MOVE RPT-MONTH-TITLE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-DOW-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 1 TO ROW-IX
        PERFORM WRITE-ONE-GRID-ROW UNTIL ROW-IX > 6
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        ADD 1 TO QTR-IX.

SET-ONE-MONTH-TITLE SECTION.
        *> Name and year over one grid of the quarter
        COMPUTE GRID-MONTH = (QTR-IX - 1) * 3 + BLOCK-IX
        MOVE MONTH-NAME(GRID-MONTH) TO MTL-NAME(BLOCK-IX)
        MOVE PUB-YEAR-TEXT TO MTL-YEAR(BLOCK-IX)
        ADD 1 TO BLOCK-IX.

WRITE-ONE-GRID-ROW SECTION.
        *> One week row across the quarter's three grids - a row
        *> no month reaches is not printed
        MOVE SPACES TO RPT-GRID-LINE
        MOVE 1 TO BLOCK-IX
        PERFORM FILL-ONE-GRID-BLOCK UNTIL BLOCK-IX > 3
        IF RPT-GRID-LINE NOT = SPACES
            MOVE RPT-GRID-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
        END-IF
        ADD 1 TO ROW-IX.

FILL-ONE-GRID-BLOCK SECTION.
        *> The current week row of one month's grid
        COMPUTE GRID-MONTH = (QTR-IX - 1) * 3 + BLOCK-IX
        MOVE CD-DOW(MT-FIRST-DOY(GRID-MONTH)) TO GRID-FIRST-DOW
        MOVE 1 TO CELL-IX
        PERFORM FILL-ONE-GRID-CELL UNTIL CELL-IX > 7
        ADD 1 TO BLOCK-IX.

FILL-ONE-GRID-CELL SECTION.
        *> One day cell - the day of the month and its mark, or
        *> blank before the first and after the last day
        COMPUTE GRID-DAY-NUM =
            (ROW-IX - 1) * 7 + CELL-IX - GRID-FIRST-DOW + 1
        IF GRID-DAY-NUM > 0 AND GRID-DAY-NUM <= MT-LENGTH(GRID-MONTH)
            MOVE GRID-DAY-NUM TO GRID-DAY(BLOCK-IX, CELL-IX)
            COMPUTE DOY-IX = MT-FIRST-DOY(GRID-MONTH) + GRID-DAY-NUM - 1
            EVALUATE PD-STATUS(MKT-IX, DOY-IX)
                WHEN 'W'
                    MOVE '*' TO GRID-MARK(BLOCK-IX, CELL-IX)
                WHEN 'H'
                    MOVE 'H' TO GRID-MARK(BLOCK-IX, CELL-IX)
                WHEN OTHER
                    MOVE SPACE TO GRID-MARK(BLOCK-IX, CELL-IX)
            END-EVALUATE
        END-IF
        ADD 1 TO CELL-IX.

WRITE-HOLIDAY-LIST SECTION.
        *> Every holiday of the year for the market, with its name
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 'HOLIDAYS' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 'HOLIDAY' TO DCL-REASON-HDG
        MOVE RPT-DAY-COLUMN-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 0 TO HOLIDAY-LIST-COUNT
        MOVE 1 TO DOY-IX
        PERFORM WRITE-ONE-HOLIDAY UNTIL DOY-IX > YEAR-DAYS
        IF HOLIDAY-LIST-COUNT = 0
            MOVE 'NO HOLIDAYS ON WORKING WEEKDAYS' TO NON-TEXT
            MOVE RPT-NONE-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
        END-IF
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD.

WRITE-ONE-HOLIDAY SECTION.
        *> A holiday line when the day is one, then the next day
        IF PD-STATUS(MKT-IX, DOY-IX) = 'H'
            ADD 1 TO HOLIDAY-LIST-COUNT
            MOVE CD-DATE(DOY-IX) TO DYL-DATE
            MOVE CD-NAME(DOY-IX) TO DYL-DAY-NAME
            MOVE PD-REASON(MKT-IX, DOY-IX) TO DYL-REASON
            MOVE RPT-DAY-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
        END-IF
        ADD 1 TO DOY-IX.

WRITE-MARKET-STATISTICS SECTION.
        *> Calendar, weekend, holiday and business days per month,
        *> a subtotal after each quarter and the year's total
        MOVE SPACES TO STAT-TABLE
        MOVE 1 TO MONTH-IX
        PERFORM CLEAR-ONE-STAT UNTIL MONTH-IX > 12
        MOVE 1 TO DOY-IX
        PERFORM COUNT-ONE-STAT-DAY UNTIL DOY-IX > YEAR-DAYS
        MOVE 'BUSINESS-DAY STATISTICS' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-STAT-COLUMN-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 0 TO SUM-CALENDAR-DAYS
        MOVE 0 TO SUM-WEEKEND-DAYS
        MOVE 0 TO SUM-HOLIDAY-DAYS
        MOVE 0 TO SUM-BUSINESS-DAYS
        MOVE 0 TO QTR-CALENDAR-DAYS
        MOVE 0 TO QTR-WEEKEND-DAYS
        MOVE 0 TO QTR-HOLIDAY-DAYS
        MOVE 0 TO QTR-BUSINESS-DAYS
        MOVE 1 TO MONTH-IX
        PERFORM WRITE-ONE-STAT-MONTH UNTIL MONTH-IX > 12
        MOVE 'YEAR TOTAL' TO STA-LABEL
        MOVE SUM-CALENDAR-DAYS TO STA-CALENDAR
        MOVE SUM-WEEKEND-DAYS TO STA-WEEKEND
        MOVE SUM-HOLIDAY-DAYS TO STA-HOLIDAY
        MOVE SUM-BUSINESS-DAYS TO STA-BUSINESS
        MOVE RPT-STAT-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD.

CLEAR-ONE-STAT SECTION.
        *> Zero one month's counters ahead of the count
        MOVE 0 TO ST-WEEKEND(MONTH-IX)
        MOVE 0 TO ST-HOLIDAY(MONTH-IX)
        MOVE 0 TO ST-BUSINESS(MONTH-IX)
        ADD 1 TO MONTH-IX.

COUNT-ONE-STAT-DAY SECTION.
        *> Tally one day of the year into its month
        MOVE CD-MONTH(DOY-IX) TO MONTH-IX
        EVALUATE PD-STATUS(MKT-IX, DOY-IX)
            WHEN 'W'
                ADD 1 TO ST-WEEKEND(MONTH-IX)
            WHEN 'H'
                ADD 1 TO ST-HOLIDAY(MONTH-IX)
            WHEN OTHER
                ADD 1 TO ST-BUSINESS(MONTH-IX)
        END-EVALUATE
        ADD 1 TO DOY-IX.

WRITE-ONE-STAT-MONTH SECTION.
        *> One month's line into the quarter and year totals, and
        *> the quarter's subtotal line after its third month
        MOVE MONTH-NAME(MONTH-IX) TO STA-LABEL
        MOVE MT-LENGTH(MONTH-IX) TO STA-CALENDAR
        MOVE ST-WEEKEND(MONTH-IX) TO STA-WEEKEND
        MOVE ST-HOLIDAY(MONTH-IX) TO STA-HOLIDAY
        MOVE ST-BUSINESS(MONTH-IX) TO STA-BUSINESS
        MOVE RPT-STAT-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        ADD MT-LENGTH(MONTH-IX) TO QTR-CALENDAR-DAYS
        ADD ST-WEEKEND(MONTH-IX) TO QTR-WEEKEND-DAYS
        ADD ST-HOLIDAY(MONTH-IX) TO QTR-HOLIDAY-DAYS
        ADD ST-BUSINESS(MONTH-IX) TO QTR-BUSINESS-DAYS
        IF MONTH-IX = 3 OR MONTH-IX = 6
           OR MONTH-IX = 9 OR MONTH-IX = 12
            DIVIDE MONTH-IX BY 3 GIVING QLB-QUARTER
            MOVE RPT-QTR-LABEL TO STA-LABEL
            MOVE QTR-CALENDAR-DAYS TO STA-CALENDAR
            MOVE QTR-WEEKEND-DAYS TO STA-WEEKEND
            MOVE QTR-HOLIDAY-DAYS TO STA-HOLIDAY
            MOVE QTR-BUSINESS-DAYS TO STA-BUSINESS
            MOVE RPT-STAT-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
            MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
            ADD QTR-CALENDAR-DAYS TO SUM-CALENDAR-DAYS
            ADD QTR-WEEKEND-DAYS TO SUM-WEEKEND-DAYS
            ADD QTR-HOLIDAY-DAYS TO SUM-HOLIDAY-DAYS
            ADD QTR-BUSINESS-DAYS TO SUM-BUSINESS-DAYS
            MOVE 0 TO QTR-CALENDAR-DAYS
            MOVE 0 TO QTR-WEEKEND-DAYS
            MOVE 0 TO QTR-HOLIDAY-DAYS
            MOVE 0 TO QTR-BUSINESS-DAYS
        END-IF
        ADD 1 TO MONTH-IX.

PUBLISH-COMPARISON SECTION.
        *> Every pair of requested markets: the day counts, then
        *> each day one is open and the other closed, both ways
        MOVE RPT-RULE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE PUB-YEAR-TEXT TO CMT-YEAR
        MOVE RUN-DATE TO CMT-RUN-DATE
        MOVE RPT-CMP-TITLE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE RPT-RULE-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE 1 TO MKT-IX
        PERFORM COMPARE-FIRST-MARKET
            UNTIL MKT-IX >= PUB-MARKET-COUNT.

COMPARE-FIRST-MARKET SECTION.
        *> Pair the market at MKT-IX with every market after it
        ADD 1 MKT-IX GIVING CMP-IX
        PERFORM COMPARE-ONE-PAIR UNTIL CMP-IX > PUB-MARKET-COUNT
        ADD 1 TO MKT-IX.

COMPARE-ONE-PAIR SECTION.
        *> Count the pair's days, print the counts and both lists
        MOVE 0 TO BOTH-OPEN-COUNT
        MOVE 0 TO BOTH-CLOSED-COUNT
        MOVE 0 TO FIRST-ONLY-COUNT
        MOVE 0 TO SECOND-ONLY-COUNT
        MOVE 1 TO DOY-IX
        PERFORM COUNT-ONE-PAIR-DAY UNTIL DOY-IX > YEAR-DAYS
        ADD 1 TO PAIR-COUNT
        MOVE RPT-BLANK-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE PUB-MARKET-CODE(MKT-IX) TO PRL-FIRST
        MOVE PUB-MARKET-CODE(CMP-IX) TO PRL-SECOND
        MOVE BOTH-OPEN-COUNT TO PRL-BOTH-OPEN
        MOVE BOTH-CLOSED-COUNT TO PRL-BOTH-CLOSED
        MOVE PUB-MARKET-CODE(MKT-IX) TO PRL-FIRST-ONLY-CODE
        MOVE FIRST-ONLY-COUNT TO PRL-FIRST-ONLY
        MOVE PUB-MARKET-CODE(CMP-IX) TO PRL-SECOND-ONLY-CODE
        MOVE SECOND-ONLY-COUNT TO PRL-SECOND-ONLY
        MOVE RPT-PAIR-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        MOVE MKT-IX TO LIST-OPEN-IX
        MOVE CMP-IX TO LIST-CLOSED-IX
        MOVE FIRST-ONLY-COUNT TO LIST-COUNT
        PERFORM WRITE-OPEN-CLOSED-LIST
        MOVE CMP-IX TO LIST-OPEN-IX
        MOVE MKT-IX TO LIST-CLOSED-IX
        MOVE SECOND-ONLY-COUNT TO LIST-COUNT
        PERFORM WRITE-OPEN-CLOSED-LIST
        ADD 1 TO CMP-IX.

COUNT-ONE-PAIR-DAY SECTION.
        *> One day of the year into the pair's counts
        EVALUATE TRUE
            WHEN PD-STATUS(MKT-IX, DOY-IX) = 'B'
                 AND PD-STATUS(CMP-IX, DOY-IX) = 'B'
                ADD 1 TO BOTH-OPEN-COUNT
            WHEN PD-STATUS(MKT-IX, DOY-IX) = 'B'
                ADD 1 TO FIRST-ONLY-COUNT
            WHEN PD-STATUS(CMP-IX, DOY-IX) = 'B'
                ADD 1 TO SECOND-ONLY-COUNT
            WHEN OTHER
                ADD 1 TO BOTH-CLOSED-COUNT
        END-EVALUATE
        ADD 1 TO DOY-IX.

WRITE-OPEN-CLOSED-LIST SECTION.
        *> The days LIST-OPEN-IX is open and LIST-CLOSED-IX closed,
        *> each with the closed market's reason
        MOVE PUB-MARKET-CODE(LIST-OPEN-IX) TO OCL-OPEN
        MOVE PUB-MARKET-CODE(LIST-CLOSED-IX) TO OCL-CLOSED
        MOVE LIST-COUNT TO OCL-COUNT
        MOVE RPT-OPEN-CLOSED-LINE TO PUB-RPT-LINE
        WRITE PUB-RPT-RECORD
        IF LIST-COUNT > 0
            MOVE 'CLOSED BECAUSE' TO DCL-REASON-HDG
            MOVE RPT-DAY-COLUMN-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
            MOVE 1 TO DOY-IX
            PERFORM WRITE-ONE-OPEN-CLOSED-DAY
                UNTIL DOY-IX > YEAR-DAYS
        END-IF.

WRITE-ONE-OPEN-CLOSED-DAY SECTION.
        *> A line when the day is open in one market and closed in
        *> the other, then the next day
        IF PD-STATUS(LIST-OPEN-IX, DOY-IX) = 'B'
           AND PD-STATUS(LIST-CLOSED-IX, DOY-IX) NOT = 'B'
            MOVE CD-DATE(DOY-IX) TO DYL-DATE
            MOVE CD-NAME(DOY-IX) TO DYL-DAY-NAME
            MOVE PD-REASON(LIST-CLOSED-IX, DOY-IX) TO DYL-REASON
            MOVE RPT-DAY-LINE TO PUB-RPT-LINE
            WRITE PUB-RPT-RECORD
        END-IF
        ADD 1 TO DOY-IX.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
