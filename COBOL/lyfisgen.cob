IDENTIFICATION DIVISION.
PROGRAM-ID. LYFISGEN.

*> Fiscal calendar master generator. Finance closes on a 4-4-5
*> retail calendar with a 53rd week in some years and a subsidiary
*> reports in ISO 8601 weeks; neither falls out of DAYMOUT or
*> CALMAST, and the hand-kept fiscal week tables broke the last
*> time a 53-week year came round. For the fiscal years on the
*> FISIN cards (keyword=value, see COBOL/copybooks/LYFSPREC.cpy)
*> this program works out each year end from the anchor rule -
*> the last Saturday of a month, or the Saturday nearest a date -
*> lays the 4-4-5, 4-5-4, 5-4-4 or calendar-month periods over the
*> year and writes one FIS-OUT record per day (see
*> COBOL/copybooks/LYFSDREC.cpy) with the fiscal year, quarter,
*> period, week and day-in-period, the ISO week-year and week,
*> the period/quarter/year end flags and the market's business
*> day and close-day flags. Day-of-week and day counts come from
*> LEAPDA and the business-day facts from LEAPBD, so the weekend
*> rules and HOLIDAY master are applied in exactly one place.
*>
*> The FISRPT summary gives one line per fiscal year: its first
*> and last day, days and weeks, the 53-week years flagged, and a
*> proof of the year's day count against the released CALMAST -
*> the cumulative day counts there must give the same span as
*> the days generated, so a wrong anchor or a dropped day never
*> goes out quietly.
*>
*> Condition codes: 0 clean, 4 a fiscal year failed or could not
*> get its CALMAST proof, or bad FISIN cards were ignored, 8 the
*> parameter cards are unusable or an output would not open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FIS-IN ASSIGN TO "FISIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FIS-IN-STATUS.

    SELECT FIS-OUT ASSIGN TO "FISCOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FIS-OUT-STATUS.

    SELECT FIS-RPT ASSIGN TO "FISRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FIS-RPT-STATUS.

    SELECT OPTIONAL CALM-IN ASSIGN TO "CALMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALM-IN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FIS-IN.
    COPY LYFSPREC.

FD  FIS-OUT.
    COPY LYFSDREC.

FD  FIS-RPT.
    COPY LYFSRREC.

FD  CALM-IN.
    COPY LYCALINR.

WORKING-STORAGE SECTION.
        01  FIS-IN-STATUS   PIC X(2).
        01  FIS-OUT-STATUS  PIC X(2).
        01  FIS-RPT-STATUS  PIC X(2).
        01  CALM-IN-STATUS  PIC X(2).
        01  END-OF-CARDS    PIC X(1) VALUE 'N'.
        01  END-OF-CALM     PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).

        *> A fiscal year needs the prior year's end and, for ISO
        *> weeks, the calendar years either side of it inside the
        *> 1600-2400 window LEAPDA answers for
        01  FISCAL-YEAR-MINIMUM PIC 9(4) VALUE 1601.
        01  FISCAL-YEAR-MAXIMUM PIC 9(4) VALUE 2399.

        *> Any year without a February 29 - an ENDDAY is edited
        *> against it so the anchor date exists in every year
        01  EDIT-CHECK-YEAR PIC 9(4) VALUE 2001.

        *> Parameters from the FISIN cards - raw text where a
        *> corrupted card must be rejected rather than computed
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  PARM-FROM-TEXT  PIC X(4) VALUE SPACES.
        01  PARM-TO-TEXT    PIC X(4) VALUE SPACES.
        01  PARM-PATTERN    PIC X(3) VALUE '445'.
        01  PARM-ANCHOR     PIC X(8) VALUE 'LAST'.
        01  PARM-MONTH-TEXT PIC X(2) VALUE SPACES.
        01  PARM-DAY-TEXT   PIC X(2) VALUE SPACES.
        01  PARM-DOW-TEXT   PIC X(1) VALUE '6'.
        01  PARM-MARKET     PIC X(4) VALUE SPACES.

        *> The parameters edited into numeric work fields
        01  PARM-OK-SW      PIC X(1).
        01  WEEK-BASED-SW   PIC X(1).
        01  FROM-FISCAL-YEAR PIC 9(4).
        01  TO-FISCAL-YEAR  PIC 9(4).
        01  END-MONTH       PIC 9(2).
        01  END-DAY         PIC 9(2).
        01  END-DOW         PIC 9(1).
        01  PATTERN-TEXT    PIC X(3).
        01  PATTERN-DIGITS REDEFINES PATTERN-TEXT.
            05  PATTERN-WEEKS PIC 9(1) OCCURS 3.
        01  PATTERN-IX      PIC 9(1).
        01  PATTERN-QUOT    PIC 9(2).
        01  PATTERN-REM     PIC 9(1).

        *> Weekday names by LEAPDA day-of-week number, for the
        *> anchor description on the report
        01  DOW-NAME-VALUES.
            05  FILLER      PIC X(9) VALUE 'MONDAY'.
            05  FILLER      PIC X(9) VALUE 'TUESDAY'.
            05  FILLER      PIC X(9) VALUE 'WEDNESDAY'.
            05  FILLER      PIC X(9) VALUE 'THURSDAY'.
            05  FILLER      PIC X(9) VALUE 'FRIDAY'.
            05  FILLER      PIC X(9) VALUE 'SATURDAY'.
            05  FILLER      PIC X(9) VALUE 'SUNDAY'.
        01  DOW-NAME-TABLE REDEFINES DOW-NAME-VALUES.
            05  DOW-NAME    PIC X(9) OCCURS 7.

        *> The fiscal year being generated and its period table -
        *> PER-END-DAY is the fiscal day number each period ends on
        01  FY-YEAR         PIC 9(4).
        01  FY-START-DATE   PIC X(8).
        01  FY-END-DATE     PIC X(8).
        01  PRIOR-END-DATE  PIC X(8).
        01  FY-DAYS         PIC 9(3).
        01  FY-WEEKS        PIC 9(2).
        01  FY-DAY-NUM      PIC 9(3).
        01  FY-PERIOD       PIC 9(2).
        01  FY-WRITE-COUNT  PIC 9(3).
        01  PERIOD-TABLE.
            05  PER-END-DAY PIC 9(3) OCCURS 12.
        01  PER-IX          PIC 9(2).
        01  PER-START-DAY   PIC 9(3).
        01  PER-WEEKS       PIC 9(1).
        01  CUM-WEEKS       PIC 9(2).
        01  DAY-QUOT        PIC 9(3).
        01  DAY-REM         PIC 9(1).

        *> Year-end anchor and the date stepping work areas
        01  ANCHOR-YEAR     PIC 9(4).
        01  ANCHOR-DOW      PIC 9(1).
        01  ANCHOR-SHIFT    PIC 9(2).
        01  ANCHOR-QUOT     PIC 9(2).
        01  STEP-COUNT      PIC 9(2).
        01  STEP-DATE.
            05  STEP-YEAR   PIC 9(4).
            05  STEP-MONTH  PIC 9(2).
            05  STEP-DAY    PIC 9(2).
        01  MEND-DATE.
            05  MEND-YEAR   PIC 9(4).
            05  MEND-MONTH  PIC 9(2).
            05  MEND-DAY    PIC 9(2).
        01  MEND-FOUND-SW   PIC X(1).
        01  MEND-MONTH-WORK PIC 9(2).

        *> The day being generated
        01  DAY-DOW         PIC 9(1).
        01  DAY-DOY         PIC 9(3).
        01  ISO-THURSDAY    PIC S9(4).
        01  ISO-YEAR        PIC 9(4).
        01  ISO-WEEK        PIC 9(2).
        01  ISO-YEAR-DAYS   PIC 9(3).
        01  ISO-PROBE-DATE.
            05  ISO-PROBE-YEAR  PIC 9(4).
            05  ISO-PROBE-MMDD  PIC X(4) VALUE '1231'.

        *> One period's day records, held until the period ends so
        *> its last business day can be flagged as the close day
        01  BUF-TABLE-MAX   PIC 9(2) VALUE 42.
        01  BUF-COUNT       PIC 9(2) VALUE 0.
        01  BUF-TABLE.
            05  BUF-ENTRY OCCURS 42.
                10  BUF-RECORD      PIC X(60).
                10  BUF-BUSINESS    PIC X(1).
        01  BUF-IX          PIC 9(2).
        01  BUF-CLOSE-IX    PIC 9(2).

        *> The released calendar master, for the day-count proof -
        *> CALM-TAB-CUM is the cumulative day count through the end
        *> of the year, so days between two dates is one subtraction
        01  CALM-BASE-YEAR      PIC 9(4) VALUE 1599.
        01  CALM-TABLE-SIZE     PIC 9(4) VALUE 801.
        01  CALM-LOAD-COUNT     PIC 9(4) VALUE 0.
        01  CALM-TABLE.
            05  CALM-TAB-ENTRY OCCURS 801.
                10  CALM-TAB-PRESENT PIC X(1).
                10  CALM-TAB-CUM     PIC 9(7).
        01  CALM-IX             PIC 9(4).
        01  CALM-WORK-YEAR      PIC 9(4).

        *> The proof of one fiscal year against CALMAST
        01  PROOF-DATE.
            05  PROOF-YEAR  PIC 9(4).
            05  FILLER      PIC X(4).
        01  PROOF-FOUND-SW  PIC X(1).
        01  PROOF-DAY-NUMBER PIC 9(7).
        01  PROOF-END-NUMBER PIC 9(7).
        01  PROOF-PRIOR-NUMBER PIC 9(7).
        01  PROOF-CALM-DAYS PIC 9(7).
        01  PROOF-VERDICT   PIC X(40).

        01  YEAR-COUNT          PIC 9(4) VALUE 0.
        01  WEEK53-COUNT        PIC 9(4) VALUE 0.
        01  PROVEN-COUNT        PIC 9(4) VALUE 0.
        01  MISMATCH-COUNT      PIC 9(4) VALUE 0.
        01  UNPROVEN-COUNT      PIC 9(4) VALUE 0.
        01  DAY-WRITE-COUNT     PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the year summary
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(37)
                VALUE 'FISCAL CALENDAR GENERATION - RUN DATE'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(86) VALUE SPACES.
        01  RPT-PARM-LINE.
            05  FILLER          PIC X(8) VALUE 'PATTERN '.
            05  PRM-PATTERN     PIC X(3).
            05  FILLER          PIC X(11) VALUE '  YEAR END '.
            05  PRM-ANCHOR      PIC X(40).
            05  FILLER          PIC X(9) VALUE '  MARKET '.
            05  PRM-MARKET      PIC X(4).
            05  FILLER          PIC X(57) VALUE SPACES.
        01  RPT-COLUMN-LINE.
            05  FILLER          PIC X(6) VALUE 'FY'.
            05  FILLER          PIC X(10) VALUE 'START'.
            05  FILLER          PIC X(10) VALUE 'END'.
            05  FILLER          PIC X(6) VALUE 'DAYS'.
            05  FILLER          PIC X(6) VALUE 'WEEKS'.
            05  FILLER          PIC X(14) VALUE 'WEEK FLAG'.
            05  FILLER          PIC X(9) VALUE 'CALMAST'.
            05  FILLER          PIC X(9) VALUE 'WRITTEN'.
            05  FILLER          PIC X(62) VALUE 'PROOF'.
        01  RPT-DETAIL-LINE.
            05  DTL-FISCAL-YEAR PIC 9(4).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-START-DATE  PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-END-DATE    PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-DAYS        PIC ZZ9.
            05  FILLER          PIC X(3) VALUE SPACES.
            05  DTL-WEEKS       PIC Z9.
            05  FILLER          PIC X(4) VALUE SPACES.
            05  DTL-WEEK-FLAG   PIC X(12).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-CALM-DAYS   PIC ZZ9.
            05  FILLER          PIC X(6) VALUE SPACES.
            05  DTL-WRITTEN     PIC ZZ9.
            05  FILLER          PIC X(6) VALUE SPACES.
            05  DTL-PROOF       PIC X(40).
            05  FILLER          PIC X(22) VALUE SPACES.
        01  RPT-SUMMARY-LINE.
            05  FILLER          PIC X(14) VALUE 'TOTALS  YEARS '.
            05  SUM-YEARS       PIC ZZZ9.
            05  FILLER          PIC X(16) VALUE '  53-WEEK YEARS '.
            05  SUM-WEEK53      PIC ZZZ9.
            05  FILLER          PIC X(15) VALUE '  DAYS WRITTEN '.
            05  SUM-DAYS        PIC ZZZZZZZ9.
            05  FILLER          PIC X(9) VALUE '  PROVEN '.
            05  SUM-PROVEN      PIC ZZZ9.
            05  FILLER          PIC X(13) VALUE '  MISMATCHED '.
            05  SUM-MISMATCHED  PIC ZZZ9.
            05  FILLER          PIC X(11) VALUE '  UNPROVEN '.
            05  SUM-UNPROVEN    PIC ZZZ9.
            05  FILLER          PIC X(26) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDALNK.
        COPY LYBDLNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD

        PERFORM READ-PARAMETER-CARDS
        IF PARM-OK-SW NOT = 'Y'
            DISPLAY 'FISIN parameter cards unusable, nothing generated'
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM LOAD-CALENDAR-MASTER

        OPEN OUTPUT FIS-OUT
        IF FIS-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open FIS-OUT, status ' FIS-OUT-STATUS
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT FIS-RPT
        IF FIS-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open FIS-RPT, status ' FIS-RPT-STATUS
            CLOSE FIS-OUT
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING

        *> The first year starts the day after the prior year's end
        SUBTRACT 1 FROM FROM-FISCAL-YEAR GIVING ANCHOR-YEAR
        PERFORM FIND-YEAR-END
        MOVE MEND-DATE TO PRIOR-END-DATE
        MOVE FROM-FISCAL-YEAR TO FY-YEAR
        PERFORM GENERATE-ONE-FISCAL-YEAR
            UNTIL FY-YEAR > TO-FISCAL-YEAR

        PERFORM WRITE-REPORT-SUMMARY
        CLOSE FIS-RPT
        CLOSE FIS-OUT
        DISPLAY 'FISCAL YEARS ' FROM-FISCAL-YEAR '-' TO-FISCAL-YEAR
            ' 53-WEEK: ' WEEK53-COUNT
            ' DAYS WRITTEN: ' DAY-WRITE-COUNT
        DISPLAY 'CALMAST PROOF PROVEN: ' PROVEN-COUNT
            ' MISMATCHED: ' MISMATCH-COUNT
            ' UNPROVEN: ' UNPROVEN-COUNT
        IF MISMATCH-COUNT > 0 OR UNPROVEN-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF

        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'FISCAL CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

READ-PARAMETER-CARDS SECTION.
        *> Pick up the parameters from FISIN, then edit them - no
        *> usable parameters means no calendar, since a calendar cut
        *> from a half-specified anchor would be wrong every year
        OPEN INPUT FIS-IN
        IF FIS-IN-STATUS = '00'
            PERFORM READ-FIS-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS = 'Y'
            CLOSE FIS-IN
        ELSE
            DISPLAY 'Unable to open FIS-IN, status ' FIS-IN-STATUS
        END-IF
        PERFORM EDIT-PARAMETERS.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> apply it, then read the next card
        IF FIS-IN-TEXT(1:1) NOT = '*' AND FIS-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING FIS-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'FROMYEAR'
                    MOVE CARD-VALUE(1:4) TO PARM-FROM-TEXT
                WHEN 'TOYEAR'
                    MOVE CARD-VALUE(1:4) TO PARM-TO-TEXT
                WHEN 'PATTERN'
                    MOVE CARD-VALUE(1:3) TO PARM-PATTERN
                WHEN 'ANCHOR'
                    MOVE CARD-VALUE(1:8) TO PARM-ANCHOR
                WHEN 'ENDMONTH'
                    MOVE CARD-VALUE(1:2) TO PARM-MONTH-TEXT
                WHEN 'ENDDAY'
                    MOVE CARD-VALUE(1:2) TO PARM-DAY-TEXT
                WHEN 'ENDDOW'
                    MOVE CARD-VALUE(1:1) TO PARM-DOW-TEXT
                WHEN 'MARKET'
                    PERFORM SET-FISCAL-MARKET
                WHEN OTHER
                    DISPLAY 'Unrecognized fiscal card ignored: '
                        FIS-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-FIS-IN.

SET-FISCAL-MARKET SECTION.
        *> The market whose business days are flagged - a single
        *> code or a JOINTMKT joint code, the way LYDAYGEN takes
        *> its MARKET cards. A list is refused, not cut to its
        *> first code.
        IF CARD-VALUE(5:36) NOT = SPACES
            DISPLAY 'MARKET names one market or joint code, '
                'card ignored: ' FIS-IN-TEXT
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            MOVE CARD-VALUE(1:4) TO PARM-MARKET
        END-IF.

READ-FIS-IN SECTION.
        *> Read the next parameter card, flagging end of file
        READ FIS-IN
            AT END
                MOVE 'Y' TO END-OF-CARDS
        END-READ.

EDIT-PARAMETERS SECTION.
        *> Every parameter is edited before a single day is cut -
        *> each failure is named on SYSOUT so the cards can be
        *> fixed in one pass
        MOVE 'Y' TO PARM-OK-SW
        IF PARM-FROM-TEXT NOT NUMERIC OR PARM-TO-TEXT NOT NUMERIC
            MOVE 'N' TO PARM-OK-SW
            DISPLAY 'FROMYEAR/TOYEAR is missing or not numeric'
        ELSE
            MOVE PARM-FROM-TEXT TO FROM-FISCAL-YEAR
            MOVE PARM-TO-TEXT TO TO-FISCAL-YEAR
            IF FROM-FISCAL-YEAR < FISCAL-YEAR-MINIMUM
               OR FROM-FISCAL-YEAR > FISCAL-YEAR-MAXIMUM
               OR TO-FISCAL-YEAR < FISCAL-YEAR-MINIMUM
               OR TO-FISCAL-YEAR > FISCAL-YEAR-MAXIMUM
                MOVE 'N' TO PARM-OK-SW
                DISPLAY 'FROMYEAR/TOYEAR outside 1601-2399'
            ELSE
                IF FROM-FISCAL-YEAR > TO-FISCAL-YEAR
                    MOVE 'N' TO PARM-OK-SW
                    DISPLAY 'FROMYEAR is after TOYEAR'
                END-IF
            END-IF
        END-IF

        EVALUATE PARM-PATTERN
            WHEN '445'
            WHEN '454'
            WHEN '544'
                MOVE 'Y' TO WEEK-BASED-SW
                MOVE PARM-PATTERN TO PATTERN-TEXT
            WHEN 'CAL'
                MOVE 'N' TO WEEK-BASED-SW
            WHEN OTHER
                MOVE 'N' TO WEEK-BASED-SW
                MOVE 'N' TO PARM-OK-SW
                DISPLAY 'PATTERN is not 445, 454, 544 or CAL: '
                    PARM-PATTERN
        END-EVALUATE

        IF PARM-MONTH-TEXT NOT NUMERIC
            MOVE 'N' TO PARM-OK-SW
            DISPLAY 'ENDMONTH is missing or not numeric'
        ELSE
            MOVE PARM-MONTH-TEXT TO END-MONTH
            IF END-MONTH < 1 OR END-MONTH > 12
                MOVE 'N' TO PARM-OK-SW
                DISPLAY 'ENDMONTH is not 01-12: ' PARM-MONTH-TEXT
            END-IF
        END-IF

        *> The anchor rule and weekday only shape a 52/53-week year
        IF WEEK-BASED-SW = 'Y'
            PERFORM EDIT-WEEK-ANCHOR
        END-IF.

EDIT-WEEK-ANCHOR SECTION.
        *> ANCHOR, ENDDOW and (for NEAREST) ENDDAY for a 52/53-week
        *> calendar - ENDDAY must exist in every year, so it is
        *> checked against a year without a February 29
        IF PARM-DOW-TEXT NOT NUMERIC
            MOVE 'N' TO PARM-OK-SW
            DISPLAY 'ENDDOW is not numeric: ' PARM-DOW-TEXT
        ELSE
            MOVE PARM-DOW-TEXT TO END-DOW
            IF END-DOW < 1 OR END-DOW > 7
                MOVE 'N' TO PARM-OK-SW
                DISPLAY 'ENDDOW is not 1-7: ' PARM-DOW-TEXT
            END-IF
        END-IF
        EVALUATE PARM-ANCHOR
            WHEN 'LAST'
                CONTINUE
            WHEN 'NEAREST'
                IF PARM-DAY-TEXT NOT NUMERIC
                   OR PARM-MONTH-TEXT NOT NUMERIC
                    MOVE 'N' TO PARM-OK-SW
                    DISPLAY 'ANCHOR=NEAREST needs a numeric ENDDAY'
                ELSE
                    MOVE PARM-DAY-TEXT TO END-DAY
                    MOVE EDIT-CHECK-YEAR TO STEP-YEAR
                    MOVE PARM-MONTH-TEXT TO STEP-MONTH
                    MOVE END-DAY TO STEP-DAY
                    MOVE STEP-DATE TO LEAPDA-DATE-1
                    MOVE SPACES TO LEAPDA-DATE-2
                    CALL 'LEAPDA' USING LEAPDA-LINKAGE
                    IF LEAPDA-DATES-ARE-INVALID
                        MOVE 'N' TO PARM-OK-SW
                        DISPLAY 'ENDDAY is not a day of ENDMONTH '
                            'in every year: ' PARM-DAY-TEXT
                    END-IF
                END-IF
            WHEN OTHER
                MOVE 'N' TO PARM-OK-SW
                DISPLAY 'ANCHOR is not LAST or NEAREST: ' PARM-ANCHOR
        END-EVALUATE.

GENERATE-ONE-FISCAL-YEAR SECTION.
        *> Find the year end, lay the periods over the year, cut
        *> one record per day, then prove the year against CALMAST
        *> and put its summary line out
        MOVE FY-YEAR TO ANCHOR-YEAR
        PERFORM FIND-YEAR-END
        MOVE MEND-DATE TO FY-END-DATE
        MOVE PRIOR-END-DATE TO LEAPDA-DATE-1
        MOVE FY-END-DATE TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-DAYS-BETWEEN TO FY-DAYS
        MOVE PRIOR-END-DATE TO STEP-DATE
        PERFORM STEP-DATE-FORWARD
        MOVE STEP-DATE TO FY-START-DATE

        PERFORM BUILD-PERIOD-TABLE

        MOVE 1 TO FY-DAY-NUM
        MOVE 1 TO FY-PERIOD
        MOVE 0 TO FY-WRITE-COUNT
        MOVE 0 TO BUF-COUNT
        PERFORM GENERATE-ONE-DAY
            UNTIL FY-DAY-NUM > FY-DAYS

        ADD 1 TO YEAR-COUNT
        IF WEEK-BASED-SW = 'Y' AND FY-WEEKS = 53
            ADD 1 TO WEEK53-COUNT
        END-IF
        PERFORM PROVE-FISCAL-YEAR
        PERFORM WRITE-YEAR-LINE

        MOVE FY-END-DATE TO PRIOR-END-DATE
        ADD 1 TO FY-YEAR.

FIND-YEAR-END SECTION.
        *> The year end for the fiscal year named ANCHOR-YEAR, into
        *> MEND-DATE. A calendar-month year ends on the last day of
        *> ENDMONTH; a LAST anchor backs off from that day to the
        *> ENDDOW; a NEAREST anchor moves from ENDMONTH/ENDDAY to the
        *> closest ENDDOW, never more than three days either way.
        IF WEEK-BASED-SW = 'N' OR PARM-ANCHOR = 'LAST'
            MOVE ANCHOR-YEAR TO MEND-YEAR
            MOVE END-MONTH TO MEND-MONTH
            PERFORM FIND-MONTH-END
        ELSE
            MOVE ANCHOR-YEAR TO MEND-YEAR
            MOVE END-MONTH TO MEND-MONTH
            MOVE END-DAY TO MEND-DAY
        END-IF
        IF WEEK-BASED-SW = 'Y'
            MOVE MEND-DATE TO LEAPDA-DATE-1
            MOVE SPACES TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            MOVE LEAPDA-DAY-OF-WEEK TO ANCHOR-DOW
            MOVE MEND-DATE TO STEP-DATE
            IF PARM-ANCHOR = 'LAST'
                COMPUTE ANCHOR-SHIFT = ANCHOR-DOW - END-DOW + 7
                DIVIDE ANCHOR-SHIFT BY 7 GIVING ANCHOR-QUOT
                    REMAINDER ANCHOR-SHIFT
                MOVE 0 TO STEP-COUNT
                PERFORM STEP-DATE-BACK
                    UNTIL STEP-COUNT = ANCHOR-SHIFT
            ELSE
                COMPUTE ANCHOR-SHIFT = END-DOW - ANCHOR-DOW + 7
                DIVIDE ANCHOR-SHIFT BY 7 GIVING ANCHOR-QUOT
                    REMAINDER ANCHOR-SHIFT
                MOVE 0 TO STEP-COUNT
                IF ANCHOR-SHIFT > 3
                    SUBTRACT ANCHOR-SHIFT FROM 7 GIVING ANCHOR-SHIFT
                    PERFORM STEP-DATE-BACK
                        UNTIL STEP-COUNT = ANCHOR-SHIFT
                ELSE
                    PERFORM STEP-DATE-FORWARD
                        UNTIL STEP-COUNT = ANCHOR-SHIFT
                END-IF
            END-IF
            MOVE STEP-DATE TO MEND-DATE
        END-IF.

FIND-MONTH-END SECTION.
        *> The last day of MEND-YEAR/MEND-MONTH, into MEND-DAY - the
        *> highest day LEAPDA accepts, so the month lengths and
        *> February 29 come from one place
        MOVE 31 TO MEND-DAY
        MOVE 'N' TO MEND-FOUND-SW
        PERFORM TRY-MONTH-END
            UNTIL MEND-FOUND-SW = 'Y' OR MEND-DAY < 28.

TRY-MONTH-END SECTION.
        *> One candidate last day - accepted, or step down a day
        MOVE MEND-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        IF LEAPDA-DATES-ARE-VALID
            MOVE 'Y' TO MEND-FOUND-SW
        ELSE
            SUBTRACT 1 FROM MEND-DAY
        END-IF.

STEP-DATE-FORWARD SECTION.
        *> STEP-DATE moves to the next calendar day, rolling over
        *> the month end the same way the LEAPBD walk does - by
        *> whether LEAPDA accepts the day
        ADD 1 TO STEP-DAY
        IF STEP-DAY > 28
            MOVE STEP-DATE TO LEAPDA-DATE-1
            MOVE SPACES TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            IF LEAPDA-DATES-ARE-INVALID
                MOVE 1 TO STEP-DAY
                ADD 1 TO STEP-MONTH
                IF STEP-MONTH > 12
                    MOVE 1 TO STEP-MONTH
                    ADD 1 TO STEP-YEAR
                END-IF
            END-IF
        END-IF
        ADD 1 TO STEP-COUNT.

STEP-DATE-BACK SECTION.
        *> STEP-DATE moves to the previous calendar day, onto the
        *> last day of the month before when it crosses one
        IF STEP-DAY > 1
            SUBTRACT 1 FROM STEP-DAY
        ELSE
            IF STEP-MONTH > 1
                SUBTRACT 1 FROM STEP-MONTH
            ELSE
                MOVE 12 TO STEP-MONTH
                SUBTRACT 1 FROM STEP-YEAR
            END-IF
            MOVE STEP-YEAR TO MEND-YEAR
            MOVE STEP-MONTH TO MEND-MONTH
            PERFORM FIND-MONTH-END
            MOVE MEND-DAY TO STEP-DAY
        END-IF
        ADD 1 TO STEP-COUNT.

BUILD-PERIOD-TABLE SECTION.
        *> The fiscal day number each of the twelve periods ends on.
        *> The last period always ends on the year's last day, so a
        *> walk can never run off the end of the table.
        IF WEEK-BASED-SW = 'Y'
            DIVIDE FY-DAYS BY 7 GIVING FY-WEEKS
            MOVE 0 TO CUM-WEEKS
            MOVE 1 TO PER-IX
            PERFORM BUILD-ONE-WEEK-PERIOD UNTIL PER-IX > 12
        ELSE
            DIVIDE FY-DAYS BY 7 GIVING FY-WEEKS
                REMAINDER DAY-REM
            IF DAY-REM > 0
                ADD 1 TO FY-WEEKS
            END-IF
            MOVE 1 TO PER-IX
            PERFORM BUILD-ONE-MONTH-PERIOD UNTIL PER-IX > 12
        END-IF
        MOVE FY-DAYS TO PER-END-DAY(12).

BUILD-ONE-WEEK-PERIOD SECTION.
        *> Weeks for the period from its place in the quarter's
        *> pattern - a 53rd week goes to the twelfth period
        SUBTRACT 1 FROM PER-IX GIVING PATTERN-QUOT
        DIVIDE PATTERN-QUOT BY 3 GIVING PATTERN-QUOT
            REMAINDER PATTERN-REM
        ADD 1 PATTERN-REM GIVING PATTERN-IX
        MOVE PATTERN-WEEKS(PATTERN-IX) TO PER-WEEKS
        IF PER-IX = 12 AND FY-WEEKS = 53
            ADD 1 TO PER-WEEKS
        END-IF
        ADD PER-WEEKS TO CUM-WEEKS
        COMPUTE PER-END-DAY(PER-IX) = CUM-WEEKS * 7
        ADD 1 TO PER-IX.

BUILD-ONE-MONTH-PERIOD SECTION.
        *> A calendar-month period ends on its month's last day -
        *> period 1 is the month after ENDMONTH, in the calendar
        *> year before the fiscal year's name unless that month
        *> wraps past December
        ADD END-MONTH PER-IX GIVING MEND-MONTH-WORK
        IF MEND-MONTH-WORK > 12
            SUBTRACT 12 FROM MEND-MONTH-WORK
            MOVE FY-YEAR TO MEND-YEAR
        ELSE
            SUBTRACT 1 FROM FY-YEAR GIVING MEND-YEAR
        END-IF
        MOVE MEND-MONTH-WORK TO MEND-MONTH
        PERFORM FIND-MONTH-END
        MOVE PRIOR-END-DATE TO LEAPDA-DATE-1
        MOVE MEND-DATE TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-DAYS-BETWEEN TO PER-END-DAY(PER-IX)
        ADD 1 TO PER-IX.

GENERATE-ONE-DAY SECTION.
        *> One record for the fiscal day FY-DAY-NUM, dated
        *> STEP-DATE, into the period buffer - the buffer goes out
        *> when the period ends - then on to the next day
        MOVE STEP-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-DAY-OF-WEEK TO DAY-DOW
        MOVE LEAPDA-DAY-OF-YEAR TO DAY-DOY
        IF FY-DAY-NUM > PER-END-DAY(FY-PERIOD)
            ADD 1 TO FY-PERIOD
        END-IF
        IF FY-PERIOD = 1
            MOVE 0 TO PER-START-DAY
        ELSE
            MOVE PER-END-DAY(FY-PERIOD - 1) TO PER-START-DAY
        END-IF
        PERFORM COMPUTE-ISO-WEEK

        MOVE STEP-DATE TO LEAPBD-DATE
        MOVE PARM-MARKET TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE SPACE TO LEAPBD-REQUEST-TYPE
        MOVE SPACE TO LEAPBD-OFFSET-SIGN
        MOVE SPACES TO LEAPBD-OFFSET-DAYS
        MOVE SPACE TO LEAPBD-ROLL-CONV
        CALL 'LEAPBD' USING LEAPBD-LINKAGE

        MOVE SPACES TO FIS-OUT-RECORD
        MOVE STEP-DATE TO FIS-OUT-DATE
        MOVE PARM-MARKET TO FIS-OUT-MARKET
        MOVE FY-YEAR TO FIS-OUT-FISCAL-YEAR
        COMPUTE FIS-OUT-QUARTER = (FY-PERIOD - 1) / 3 + 1
        MOVE FY-PERIOD TO FIS-OUT-PERIOD
        COMPUTE FIS-OUT-WEEK = (FY-DAY-NUM - 1) / 7 + 1
        COMPUTE FIS-OUT-PERIOD-WEEK =
            (FY-DAY-NUM - PER-START-DAY - 1) / 7 + 1
        COMPUTE FIS-OUT-PERIOD-DAY = FY-DAY-NUM - PER-START-DAY
        MOVE ISO-YEAR TO FIS-OUT-ISO-YEAR
        MOVE ISO-WEEK TO FIS-OUT-ISO-WEEK
        MOVE DAY-DOW TO FIS-OUT-DAY-OF-WEEK
        MOVE LEAPBD-BUSINESS-SW TO FIS-OUT-BUSINESS
        DIVIDE FY-DAY-NUM BY 7 GIVING DAY-QUOT REMAINDER DAY-REM
        IF DAY-REM = 0 OR FY-DAY-NUM = FY-DAYS
            MOVE 'Y' TO FIS-OUT-WEEK-END
        ELSE
            MOVE 'N' TO FIS-OUT-WEEK-END
        END-IF
        MOVE 'N' TO FIS-OUT-PERIOD-END
        MOVE 'N' TO FIS-OUT-QTR-END
        MOVE 'N' TO FIS-OUT-YEAR-END
        MOVE 'N' TO FIS-OUT-CLOSE-DAY
        IF FY-DAY-NUM = PER-END-DAY(FY-PERIOD)
            MOVE 'Y' TO FIS-OUT-PERIOD-END
            IF FY-PERIOD = 3 OR FY-PERIOD = 6
               OR FY-PERIOD = 9 OR FY-PERIOD = 12
                MOVE 'Y' TO FIS-OUT-QTR-END
            END-IF
        END-IF
        IF FY-DAY-NUM = FY-DAYS
            MOVE 'Y' TO FIS-OUT-YEAR-END
        END-IF

        IF BUF-COUNT < BUF-TABLE-MAX
            ADD 1 TO BUF-COUNT
            MOVE FIS-OUT-RECORD TO BUF-RECORD(BUF-COUNT)
            MOVE LEAPBD-BUSINESS-SW TO BUF-BUSINESS(BUF-COUNT)
        ELSE
            *> Only a period longer than six weeks could get here,
            *> which no pattern lays out - the day goes straight
            *> out rather than being lost
            WRITE FIS-OUT-RECORD
            ADD 1 TO FY-WRITE-COUNT
            ADD 1 TO DAY-WRITE-COUNT
        END-IF
        IF FY-DAY-NUM = PER-END-DAY(FY-PERIOD)
            PERFORM WRITE-PERIOD-BUFFER
        END-IF

        MOVE 0 TO STEP-COUNT
        PERFORM STEP-DATE-FORWARD
        ADD 1 TO FY-DAY-NUM.

COMPUTE-ISO-WEEK SECTION.
        *> ISO 8601 week of the day: the week belongs to the year
        *> holding its Thursday, and numbers from the week holding
        *> that year's first Thursday. ISO-THURSDAY is the day of
        *> the year of this week's Thursday - below 1 it falls in
        *> the year before, past the year's length in the year
        *> after, and is re-based onto that year.
        COMPUTE ISO-THURSDAY = DAY-DOY + 4 - DAY-DOW
        MOVE STEP-YEAR TO ISO-YEAR
        IF ISO-THURSDAY < 1
            SUBTRACT 1 FROM ISO-YEAR
            PERFORM FIND-ISO-YEAR-DAYS
            ADD ISO-YEAR-DAYS TO ISO-THURSDAY
        ELSE
            IF ISO-THURSDAY > 365
                PERFORM FIND-ISO-YEAR-DAYS
                IF ISO-THURSDAY > ISO-YEAR-DAYS
                    SUBTRACT ISO-YEAR-DAYS FROM ISO-THURSDAY
                    ADD 1 TO ISO-YEAR
                END-IF
            END-IF
        END-IF
        COMPUTE ISO-WEEK = (ISO-THURSDAY - 1) / 7 + 1.

FIND-ISO-YEAR-DAYS SECTION.
        *> Days in ISO-YEAR - the day of the year of December 31
        MOVE ISO-YEAR TO ISO-PROBE-YEAR
        MOVE ISO-PROBE-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-DAY-OF-YEAR TO ISO-YEAR-DAYS.

WRITE-PERIOD-BUFFER SECTION.
        *> The period is complete - flag its last business day as
        *> the close day and write its days out in date order
        MOVE 0 TO BUF-CLOSE-IX
        MOVE BUF-COUNT TO BUF-IX
        PERFORM FIND-CLOSE-DAY
            UNTIL BUF-IX = 0 OR BUF-CLOSE-IX > 0
        MOVE 1 TO BUF-IX
        PERFORM WRITE-ONE-BUFFERED-DAY UNTIL BUF-IX > BUF-COUNT
        MOVE 0 TO BUF-COUNT.

FIND-CLOSE-DAY SECTION.
        *> Working back from the period end, the first business day
        *> found is the close day
        IF BUF-BUSINESS(BUF-IX) = 'Y'
            MOVE BUF-IX TO BUF-CLOSE-IX
        ELSE
            SUBTRACT 1 FROM BUF-IX
        END-IF.

WRITE-ONE-BUFFERED-DAY SECTION.
        *> One held day record out, with its close-day flag
        MOVE BUF-RECORD(BUF-IX) TO FIS-OUT-RECORD
        IF BUF-IX = BUF-CLOSE-IX
            MOVE 'Y' TO FIS-OUT-CLOSE-DAY
        END-IF
        WRITE FIS-OUT-RECORD
        ADD 1 TO FY-WRITE-COUNT
        ADD 1 TO DAY-WRITE-COUNT
        ADD 1 TO BUF-IX.

PROVE-FISCAL-YEAR SECTION.
        *> The released CALMAST must give the same span as the
        *> days generated: the day numbers of the year end and the
        *> prior year end, each the cumulative days through the
        *> year before plus the day of the year, differ by the
        *> year's length. A 52/53-week year must also be whole
        *> weeks. A year CALMAST does not carry is unproven.
        MOVE 0 TO PROOF-CALM-DAYS
        MOVE FY-END-DATE TO PROOF-DATE
        PERFORM FIND-PROOF-DAY-NUMBER
        MOVE PROOF-DAY-NUMBER TO PROOF-END-NUMBER
        IF PROOF-FOUND-SW = 'Y'
            MOVE PRIOR-END-DATE TO PROOF-DATE
            PERFORM FIND-PROOF-DAY-NUMBER
            MOVE PROOF-DAY-NUMBER TO PROOF-PRIOR-NUMBER
        END-IF
        EVALUATE TRUE
            WHEN PROOF-FOUND-SW NOT = 'Y'
                ADD 1 TO UNPROVEN-COUNT
                MOVE 'NOT PROVEN - YEAR MISSING FROM CALMAST'
                    TO PROOF-VERDICT
            WHEN OTHER
                SUBTRACT PROOF-PRIOR-NUMBER FROM PROOF-END-NUMBER
                    GIVING PROOF-CALM-DAYS
                EVALUATE TRUE
                    WHEN PROOF-CALM-DAYS NOT = FY-DAYS
                        ADD 1 TO MISMATCH-COUNT
                        MOVE 'MISMATCH - CALMAST DAY COUNT DIFFERS'
                            TO PROOF-VERDICT
                    WHEN FY-WRITE-COUNT NOT = FY-DAYS
                        ADD 1 TO MISMATCH-COUNT
                        MOVE 'MISMATCH - DAYS WRITTEN DIFFER'
                            TO PROOF-VERDICT
                    WHEN WEEK-BASED-SW = 'Y'
                         AND FY-DAYS NOT = 364 AND FY-DAYS NOT = 371
                        ADD 1 TO MISMATCH-COUNT
                        MOVE 'MISMATCH - NOT 52 OR 53 WHOLE WEEKS'
                            TO PROOF-VERDICT
                    WHEN OTHER
                        ADD 1 TO PROVEN-COUNT
                        MOVE 'PROVEN AGAINST CALMAST'
                            TO PROOF-VERDICT
                END-EVALUATE
        END-EVALUATE.

FIND-PROOF-DAY-NUMBER SECTION.
        *> Day number of PROOF-DATE from CALMAST - the cumulative
        *> days through the year before (none before 1600) plus
        *> the day of the year from LEAPDA
        MOVE 'Y' TO PROOF-FOUND-SW
        MOVE 0 TO PROOF-DAY-NUMBER
        SUBTRACT 1 FROM PROOF-YEAR GIVING CALM-WORK-YEAR
        IF CALM-WORK-YEAR > CALM-BASE-YEAR
            SUBTRACT CALM-BASE-YEAR FROM CALM-WORK-YEAR
                GIVING CALM-IX
            IF CALM-IX > CALM-TABLE-SIZE
                MOVE 'N' TO PROOF-FOUND-SW
            ELSE
                IF CALM-TAB-PRESENT(CALM-IX) = 'Y'
                    MOVE CALM-TAB-CUM(CALM-IX) TO PROOF-DAY-NUMBER
                ELSE
                    MOVE 'N' TO PROOF-FOUND-SW
                END-IF
            END-IF
        END-IF
        MOVE PROOF-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        ADD LEAPDA-DAY-OF-YEAR TO PROOF-DAY-NUMBER.

LOAD-CALENDAR-MASTER SECTION.
        *> Load the released calendar master for the proof. The
        *> file is OPTIONAL - absent, every year is generated but
        *> reported unproven, which holds the run at CC 4.
        MOVE 1 TO CALM-IX
        PERFORM CLEAR-ONE-CALM-ENTRY
            UNTIL CALM-IX > CALM-TABLE-SIZE
        OPEN INPUT CALM-IN
        IF CALM-IN-STATUS = '00'
            PERFORM READ-CALM-IN
            PERFORM LOAD-ONE-CALM UNTIL END-OF-CALM = 'Y'
            CLOSE CALM-IN
        ELSE
            IF CALM-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open CALM-IN, status '
                    CALM-IN-STATUS ', fiscal years will not be proven'
            ELSE
                DISPLAY 'CALMAST ABSENT - FISCAL YEARS NOT PROVEN'
            END-IF
        END-IF.

CLEAR-ONE-CALM-ENTRY SECTION.
        *> Mark one table slot empty ahead of the load
        MOVE 'N' TO CALM-TAB-PRESENT(CALM-IX)
        ADD 1 TO CALM-IX.

LOAD-ONE-CALM SECTION.
        *> Store the master record just read, then read the next. A
        *> record that could never prove a year is reported and
        *> dropped - the year it would have proven shows unproven.
        IF CALM-IN-YEAR NOT NUMERIC OR CALM-IN-CUM-DAYS NOT NUMERIC
            DISPLAY 'Calendar master record dropped: ' CALM-IN-YEAR
        ELSE
            MOVE CALM-IN-YEAR TO CALM-WORK-YEAR
            SUBTRACT CALM-BASE-YEAR FROM CALM-WORK-YEAR
                GIVING CALM-IX
            IF CALM-IX < 1 OR CALM-IX > CALM-TABLE-SIZE
                DISPLAY 'Calendar master year outside 1600-2400, '
                    'record dropped: ' CALM-IN-YEAR
            ELSE
                MOVE 'Y' TO CALM-TAB-PRESENT(CALM-IX)
                MOVE CALM-IN-CUM-DAYS TO CALM-TAB-CUM(CALM-IX)
                ADD 1 TO CALM-LOAD-COUNT
            END-IF
        END-IF
        PERFORM READ-CALM-IN.

READ-CALM-IN SECTION.
        *> Read the next calendar master record, flagging end of
        *> file
        READ CALM-IN
            AT END
                MOVE 'Y' TO END-OF-CALM
        END-READ.

WRITE-YEAR-LINE SECTION.
        *> Summary line for the fiscal year just generated
        MOVE FY-YEAR TO DTL-FISCAL-YEAR
        MOVE FY-START-DATE TO DTL-START-DATE
        MOVE FY-END-DATE TO DTL-END-DATE
        MOVE FY-DAYS TO DTL-DAYS
        MOVE FY-WEEKS TO DTL-WEEKS
        IF WEEK-BASED-SW = 'Y' AND FY-WEEKS = 53
            MOVE '53-WEEK YEAR' TO DTL-WEEK-FLAG
        ELSE
            MOVE SPACES TO DTL-WEEK-FLAG
        END-IF
        MOVE PROOF-CALM-DAYS TO DTL-CALM-DAYS
        MOVE FY-WRITE-COUNT TO DTL-WRITTEN
        MOVE PROOF-VERDICT TO DTL-PROOF
        MOVE RPT-DETAIL-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD.

WRITE-REPORT-HEADING SECTION.
        *> Heading, the parameters the calendar was cut from, and
        *> the column line at the top of the summary
        MOVE RUN-DATE TO HDG-RUN-DATE
        MOVE RPT-HEADING-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD
        MOVE PARM-PATTERN TO PRM-PATTERN
        MOVE SPACES TO PRM-ANCHOR
        EVALUATE TRUE
            WHEN WEEK-BASED-SW = 'N'
                STRING 'LAST DAY OF MONTH ' DELIMITED BY SIZE
                       END-MONTH DELIMITED BY SIZE
                    INTO PRM-ANCHOR
            WHEN PARM-ANCHOR = 'LAST'
                STRING 'LAST ' DELIMITED BY SIZE
                       DOW-NAME(END-DOW) DELIMITED BY SPACE
                       ' OF MONTH ' DELIMITED BY SIZE
                       END-MONTH DELIMITED BY SIZE
                    INTO PRM-ANCHOR
            WHEN OTHER
                STRING DOW-NAME(END-DOW) DELIMITED BY SPACE
                       ' NEAREST ' DELIMITED BY SIZE
                       END-MONTH DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       END-DAY DELIMITED BY SIZE
                    INTO PRM-ANCHOR
        END-EVALUATE
        MOVE PARM-MARKET TO PRM-MARKET
        MOVE RPT-PARM-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD
        MOVE RPT-BLANK-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD
        MOVE RPT-COLUMN-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD
        MOVE RPT-BLANK-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD.

WRITE-REPORT-SUMMARY SECTION.
        *> Closing control totals for the sign-off
        MOVE RPT-BLANK-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD
        MOVE YEAR-COUNT TO SUM-YEARS
        MOVE WEEK53-COUNT TO SUM-WEEK53
        MOVE DAY-WRITE-COUNT TO SUM-DAYS
        MOVE PROVEN-COUNT TO SUM-PROVEN
        MOVE MISMATCH-COUNT TO SUM-MISMATCHED
        MOVE UNPROVEN-COUNT TO SUM-UNPROVEN
        MOVE RPT-SUMMARY-LINE TO FIS-RPT-LINE
        WRITE FIS-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
