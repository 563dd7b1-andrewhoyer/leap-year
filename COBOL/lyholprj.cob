IDENTIFICATION DIVISION.
PROGRAM-ID. LYHOLPRJ.

*> Rule-based holiday projection. Every autumn someone hand-keyed
*> next year's holidays as HMTIN 'A' cards, and a typo'd 20260229
*> has already reached the master. This program expands per-market
*> holiday rule cards (keyword=value, see COBOL/copybooks/
*> LYHPRREC.cpy) - fixed dates with the weekend observance shift,
*> Nth or last weekday of a month, Easter-relative offsets and
*> one-off dates - over a FROMYEAR/TOYEAR span, and writes each
*> projected holiday as an HMTIN-format 'A' card to HMTOUT. The
*> cards are then submitted through LYHOLSUB and go through the
*> same approval, edit and reject path as keyed cards, so the only
*> thing that changes is that nobody types the dates.
*>
*> Day-of-week comes from LEAPDA and every date written is proved
*> through LEAPDT first, so February 29 is decided by LEAPYR here
*> exactly as it is everywhere else. The weekend observance shift
*> uses each market's weekend days from the MARKET master - the
*> same file that gives LEAPBD its weekend rule. The PRJRPT proof
*> report shows every rule, the raw date, the observed date and
*> why it moved, for sign-off before the cards are submitted.
*>
*> Condition codes: 0 every rule projected, 4 at least one rule
*> rejected or a wanted date could not be projected (the card file
*> holds everything that did project), 8 an input or output file
*> would not open - do not submit a half-written card file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HRULE-IN ASSIGN TO "HRULEIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HRULE-IN-STATUS.

    SELECT OPTIONAL MARKET-IN ASSIGN TO "MARKET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MARKET-IN-STATUS.

    SELECT HMT-OUT ASSIGN TO "HMTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HMT-OUT-STATUS.

    SELECT PRJ-RPT ASSIGN TO "PRJRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRJ-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HRULE-IN.
    COPY LYHPRREC.

FD  MARKET-IN.
    COPY LYMKTREC.

FD  HMT-OUT.
    COPY LYHMTOUT.

FD  PRJ-RPT.
    COPY LYHPJREC.

WORKING-STORAGE SECTION.
        01  HRULE-IN-STATUS PIC X(2).
        01  MARKET-IN-STATUS PIC X(2).
        01  HMT-OUT-STATUS  PIC X(2).
        01  PRJ-RPT-STATUS  PIC X(2).
        01  END-OF-RULES    PIC X(1) VALUE 'N'.
        01  END-OF-MARKETS  PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).
        01  LEAP-YEAR-MINIMUM PIC 9(4) VALUE 1600.
        01  LEAP-YEAR-MAXIMUM PIC 9(4) VALUE 2400.

        *> The MARKET master - code and weekend days - for the
        *> observance shift, same 50-entry limit and same load
        *> edit as the table LEAPBD keeps
        01  MARKET-TABLE-MAX PIC 9(4) VALUE 50.
        01  MARKET-COUNT    PIC 9(4) VALUE 0.
        01  MARKET-TABLE.
            05  MARKET-ENTRY OCCURS 50.
                10  MKT-CODE    PIC X(4).
                10  MKT-WKND-1  PIC 9(1).
                10  MKT-WKND-2  PIC 9(1).
        01  MKT-IX          PIC 9(4).
        01  MKT-FOUND-SW    PIC X(1).
        01  WKND-DAY-1      PIC 9(1).
        01  WKND-DAY-2      PIC 9(1).

        *> The rule being built up card by card - raw text where a
        *> corrupted card must be rejected rather than computed,
        *> exactly how LEAPYR takes its year
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  RULE-NAME       PIC X(30) VALUE SPACES.
        01  RULE-MARKET     PIC X(4) VALUE SPACES.
        01  RULE-TYPE       PIC X(8) VALUE SPACES.
        01  RULE-MONTH-TEXT PIC X(2) VALUE SPACES.
        01  RULE-DAY-TEXT   PIC X(2) VALUE SPACES.
        01  RULE-NTH-TEXT   PIC X(1) VALUE SPACES.
        01  RULE-DOW-TEXT   PIC X(1) VALUE SPACES.
        01  RULE-OFFSET-SIGN PIC X(1) VALUE SPACE.
        01  RULE-OFFSET-TEXT PIC X(3) VALUE SPACES.
        01  RULE-DATE-TEXT  PIC X(8) VALUE SPACES.
        01  RULE-OBSERVE    PIC X(1) VALUE 'Y'.
        01  RULE-FROM-TEXT  PIC X(4) VALUE SPACES.
        01  RULE-TO-TEXT    PIC X(4) VALUE SPACES.

        *> The rule under projection, edited into numeric work
        *> fields, and the year walk across its span
        01  RULE-OK-SW      PIC X(1).
        01  RULE-MONTH      PIC 9(2).
        01  RULE-DAY        PIC 9(2).
        01  RULE-NTH        PIC 9(1).
        01  RULE-DOW        PIC 9(1).
        01  RULE-OFFSET     PIC 9(3).
        01  RULE-FROM-YEAR  PIC 9(4).
        01  RULE-TO-YEAR    PIC 9(4).
        01  PROJECT-YEAR    PIC 9(4).
        01  RAW-DATE.
            05  RAW-YEAR    PIC 9(4).
            05  RAW-MONTH   PIC 9(2).
            05  RAW-DAY     PIC 9(2).
        01  RAW-FOUND-SW    PIC X(1).
        01  RAW-DAY-NAME    PIC X(9).
        01  RAW-DOW         PIC 9(1).
        01  MOVE-NOTE       PIC X(40).
        01  FIRST-DOW       PIC 9(1).
        01  DOW-OFFSET      PIC 9(2).
        01  TRIAL-DAY       PIC 9(2).

        *> The date being stepped a day at a time - the observance
        *> shift, the Easter offset and the month-end hunt all walk
        *> it through LEAPDA, which rolls it over month and year
        *> ends the way the LEAPBD candidate walk does
        01  WALK-DATE.
            05  WALK-YEAR   PIC 9(4).
            05  WALK-MONTH  PIC 9(2).
            05  WALK-DAY    PIC 9(2).
        01  WALK-VALID-SW   PIC X(1).
        01  WALK-DOW        PIC 9(1).
        01  WALK-DAY-NAME   PIC X(9).
        01  WALK-REMAINING  PIC 9(3).
        01  WALK-GIVEUP-SW  PIC X(1).

        *> Easter Sunday by the Gregorian computus (the anonymous
        *> Meeus/Jones/Butcher form) - every step an integer
        *> quotient or remainder
        01  EASTER-DATE.
            05  EASTER-YEAR  PIC 9(4).
            05  EASTER-MONTH PIC 9(2).
            05  EASTER-DAY   PIC 9(2).
        01  EASTER-A        PIC 9(4).
        01  EASTER-B        PIC 9(4).
        01  EASTER-C        PIC 9(4).
        01  EASTER-D        PIC 9(4).
        01  EASTER-E        PIC 9(4).
        01  EASTER-F        PIC 9(4).
        01  EASTER-G        PIC 9(4).
        01  EASTER-H        PIC 9(4).
        01  EASTER-I        PIC 9(4).
        01  EASTER-K        PIC 9(4).
        01  EASTER-L        PIC 9(4).
        01  EASTER-M        PIC 9(4).
        01  EASTER-WORK     PIC 9(6).
        01  EASTER-QUOT     PIC 9(6).

        01  RULE-READ-COUNT    PIC 9(8) VALUE 0.
        01  RULE-PROJECT-COUNT PIC 9(8) VALUE 0.
        01  RULE-REJECT-COUNT  PIC 9(8) VALUE 0.
        01  CARD-WRITE-COUNT   PIC 9(8) VALUE 0.
        01  DATE-SKIP-COUNT    PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the proof report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(35)
                VALUE 'HOLIDAY PROJECTION PROOF - RUN DATE'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(88) VALUE SPACES.
        01  RPT-COLUMN-LINE.
            05  FILLER          PIC X(31) VALUE 'HOLIDAY'.
            05  FILLER          PIC X(5) VALUE 'MKT'.
            05  FILLER          PIC X(9) VALUE 'RULE'.
            05  FILLER          PIC X(9) VALUE 'RAW DATE'.
            05  FILLER          PIC X(10) VALUE 'RAW DAY'.
            05  FILLER          PIC X(10) VALUE 'OBSERVED'.
            05  FILLER          PIC X(58) VALUE 'NOTE'.
        01  RPT-DETAIL-LINE.
            05  DTL-NAME        PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-RULE-TYPE   PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-RAW-DATE    PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-RAW-DAY     PIC X(9).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-OBS-DATE    PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-NOTE        PIC X(40).
            05  FILLER          PIC X(18) VALUE SPACES.
        01  RPT-REJECT-LINE.
            05  FILLER          PIC X(14)
                VALUE 'RULE REJECTED '.
            05  REJ-NAME        PIC X(30).
            05  FILLER          PIC X(3) VALUE ' - '.
            05  REJ-REASON      PIC X(40).
            05  FILLER          PIC X(45) VALUE SPACES.
        01  RPT-SUMMARY-LINE.
            05  FILLER          PIC X(19)
                VALUE 'TOTALS  RULES READ '.
            05  SUM-RULES-READ  PIC ZZZZZZZ9.
            05  FILLER          PIC X(12) VALUE '  PROJECTED '.
            05  SUM-PROJECTED   PIC ZZZZZZZ9.
            05  FILLER          PIC X(11) VALUE '  REJECTED '.
            05  SUM-REJECTED    PIC ZZZZZZZ9.
            05  FILLER          PIC X(15) VALUE '  CARDS WRITTEN'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SUM-CARDS       PIC ZZZZZZZ9.
            05  FILLER          PIC X(10) VALUE '  SKIPPED '.
            05  SUM-SKIPPED     PIC ZZZZZZZ9.
            05  FILLER          PIC X(24) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDTLNK.
        COPY LYDALNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD

        OPEN OUTPUT HMT-OUT
        IF HMT-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open HMT-OUT, status ' HMT-OUT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT PRJ-RPT
        IF PRJ-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open PRJ-RPT, status ' PRJ-RPT-STATUS
            CLOSE HMT-OUT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-MARKET-TABLE

        OPEN INPUT HRULE-IN
        IF HRULE-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open HRULE-IN, status '
                HRULE-IN-STATUS
            MOVE 'Y' TO END-OF-RULES
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            PERFORM READ-HRULE-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-RULES = 'Y'
            CLOSE HRULE-IN
        END-IF

        PERFORM WRITE-REPORT-SUMMARY
        CLOSE PRJ-RPT
        CLOSE HMT-OUT
        DISPLAY 'RULES READ: ' RULE-READ-COUNT
            ' PROJECTED: ' RULE-PROJECT-COUNT
            ' REJECTED: ' RULE-REJECT-COUNT
            ' CARDS WRITTEN: ' CARD-WRITE-COUNT
            ' SKIPPED: ' DATE-SKIP-COUNT
        IF RULE-REJECT-COUNT > 0 OR DATE-SKIP-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'PROJECTION CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

LOAD-MARKET-TABLE SECTION.
        *> Pull the MARKET master into the table. The file is
        *> OPTIONAL - with no master only all-market rules (the
        *> Saturday/Sunday weekend) can project. A record whose
        *> weekend days are not 1-7 is reported and dropped, the
        *> same edit LEAPBD makes.
        OPEN INPUT MARKET-IN
        IF MARKET-IN-STATUS = '00'
            PERFORM READ-MARKET-IN
            PERFORM LOAD-ONE-MARKET UNTIL END-OF-MARKETS = 'Y'
            CLOSE MARKET-IN
        ELSE
            IF MARKET-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open MARKET-IN, status '
                    MARKET-IN-STATUS ', all-market rules only'
            END-IF
        END-IF.

LOAD-ONE-MARKET SECTION.
        *> Store the market just read, then read the next one
        IF MKT-IN-WKND-1 < 1 OR MKT-IN-WKND-1 > 7
           OR MKT-IN-WKND-2 < 1 OR MKT-IN-WKND-2 > 7
            DISPLAY 'MARKET master record dropped, weekend days '
                'not 1-7: ' MKT-IN-CODE ' ' MKT-IN-DESC
        ELSE
            IF MARKET-COUNT < MARKET-TABLE-MAX
                ADD 1 TO MARKET-COUNT
                MOVE MKT-IN-CODE TO MKT-CODE(MARKET-COUNT)
                MOVE MKT-IN-WKND-1 TO MKT-WKND-1(MARKET-COUNT)
                MOVE MKT-IN-WKND-2 TO MKT-WKND-2(MARKET-COUNT)
            ELSE
                DISPLAY 'MARKET master exceeds ' MARKET-TABLE-MAX
                    ' entries, record dropped: ' MKT-IN-CODE
                    ' ' MKT-IN-DESC
            END-IF
        END-IF
        PERFORM READ-MARKET-IN.

READ-MARKET-IN SECTION.
        *> Read the next market master record, flagging end of file
        READ MARKET-IN
            AT END
                MOVE 'Y' TO END-OF-MARKETS
        END-READ.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> fold it into the rule being built - PROJECT projects the
        *> rule as it now stands - then read the next card
        IF HRULE-IN-TEXT(1:1) NOT = '*' AND HRULE-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING HRULE-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'HOLNAME'
                    MOVE CARD-VALUE(1:30) TO RULE-NAME
                WHEN 'MARKET'
                    MOVE CARD-VALUE(1:4) TO RULE-MARKET
                WHEN 'RULETYPE'
                    MOVE CARD-VALUE(1:8) TO RULE-TYPE
                WHEN 'MONTH'
                    MOVE CARD-VALUE(1:2) TO RULE-MONTH-TEXT
                WHEN 'DAY'
                    MOVE CARD-VALUE(1:2) TO RULE-DAY-TEXT
                WHEN 'NTH'
                    MOVE CARD-VALUE(1:1) TO RULE-NTH-TEXT
                WHEN 'DOW'
                    MOVE CARD-VALUE(1:1) TO RULE-DOW-TEXT
                WHEN 'OFFSET'
                    MOVE CARD-VALUE(1:1) TO RULE-OFFSET-SIGN
                    MOVE CARD-VALUE(2:3) TO RULE-OFFSET-TEXT
                WHEN 'DATE'
                    MOVE CARD-VALUE(1:8) TO RULE-DATE-TEXT
                WHEN 'OBSERVE'
                    MOVE CARD-VALUE(1:1) TO RULE-OBSERVE
                WHEN 'FROMYEAR'
                    MOVE CARD-VALUE(1:4) TO RULE-FROM-TEXT
                WHEN 'TOYEAR'
                    MOVE CARD-VALUE(1:4) TO RULE-TO-TEXT
                WHEN 'PROJECT'
                    IF CARD-VALUE(1:1) = 'Y'
                        PERFORM PROJECT-ONE-RULE
                    END-IF
                WHEN OTHER
                    DISPLAY 'Unrecognized holiday rule card ignored: '
                        HRULE-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-HRULE-IN.

READ-HRULE-IN SECTION.
        *> Read the next holiday rule card, flagging end of file
        READ HRULE-IN
            AT END
                MOVE 'Y' TO END-OF-RULES
        END-READ.

PROJECT-ONE-RULE SECTION.
        *> Edit the accumulated rule values, then project the rule
        *> across its year span - a rule that fails the edit is
        *> reported on the proof report and skipped whole, never
        *> half-projected. A one-off date is projected once, when
        *> its year is inside the span.
        ADD 1 TO RULE-READ-COUNT
        PERFORM EDIT-RULE-VALUES
        IF RULE-OK-SW = 'Y'
            ADD 1 TO RULE-PROJECT-COUNT
            IF RULE-TYPE = 'ONEOFF'
                PERFORM PROJECT-ONEOFF-DATE
            ELSE
                MOVE RULE-FROM-YEAR TO PROJECT-YEAR
                PERFORM PROJECT-ONE-YEAR
                    UNTIL PROJECT-YEAR > RULE-TO-YEAR
            END-IF
        ELSE
            ADD 1 TO RULE-REJECT-COUNT
            MOVE RULE-NAME TO REJ-NAME
            MOVE RPT-REJECT-LINE TO PRJ-RPT-LINE
            WRITE PRJ-RPT-RECORD
        END-IF.

EDIT-RULE-VALUES SECTION.
        *> Every raw-text rule value through its own check before
        *> any arithmetic - the reject reason names the field at
        *> fault, the treatment a bad card gets everywhere in this
        *> system
        MOVE 'Y' TO RULE-OK-SW
        MOVE SPACES TO REJ-REASON
        EVALUATE TRUE
            WHEN RULE-TYPE NOT = 'FIXED'
                 AND RULE-TYPE NOT = 'NTHDOW'
                 AND RULE-TYPE NOT = 'LASTDOW'
                 AND RULE-TYPE NOT = 'EASTER'
                 AND RULE-TYPE NOT = 'ONEOFF'
                MOVE 'N' TO RULE-OK-SW
                MOVE 'RULETYPE is not a known holiday rule'
                    TO REJ-REASON
            WHEN RULE-NAME = SPACES
                MOVE 'N' TO RULE-OK-SW
                MOVE 'HOLNAME is required' TO REJ-REASON
            WHEN RULE-FROM-TEXT NOT NUMERIC
                 OR RULE-TO-TEXT NOT NUMERIC
                MOVE 'N' TO RULE-OK-SW
                MOVE 'FROMYEAR/TOYEAR is not numeric'
                    TO REJ-REASON
            WHEN OTHER
                MOVE RULE-FROM-TEXT TO RULE-FROM-YEAR
                MOVE RULE-TO-TEXT TO RULE-TO-YEAR
                PERFORM EDIT-RULE-DETAIL
        END-EVALUATE.

EDIT-RULE-DETAIL SECTION.
        *> The checks that need the years already numeric, the
        *> market's weekend rule, and the per-type field edits
        EVALUATE TRUE
            WHEN RULE-FROM-YEAR < LEAP-YEAR-MINIMUM
                 OR RULE-FROM-YEAR > LEAP-YEAR-MAXIMUM
                 OR RULE-TO-YEAR < LEAP-YEAR-MINIMUM
                 OR RULE-TO-YEAR > LEAP-YEAR-MAXIMUM
                MOVE 'N' TO RULE-OK-SW
                MOVE 'FROM/TO outside 1600-2400 window'
                    TO REJ-REASON
            WHEN RULE-FROM-YEAR > RULE-TO-YEAR
                MOVE 'N' TO RULE-OK-SW
                MOVE 'FROMYEAR is after TOYEAR' TO REJ-REASON
            WHEN OTHER
                PERFORM RESOLVE-MARKET-RULE
                IF MKT-FOUND-SW = 'N'
                    MOVE 'N' TO RULE-OK-SW
                    MOVE 'MARKET is not on the MARKET master'
                        TO REJ-REASON
                ELSE
                    PERFORM EDIT-RULE-TYPE-FIELDS
                END-IF
        END-EVALUATE.

EDIT-RULE-TYPE-FIELDS SECTION.
        *> The fields each rule type uses, numeric first and then
        *> in range
        EVALUATE RULE-TYPE
            WHEN 'FIXED'
                PERFORM EDIT-RULE-MONTH
                IF RULE-OK-SW = 'Y'
                    IF RULE-DAY-TEXT NOT NUMERIC
                        MOVE 'N' TO RULE-OK-SW
                        MOVE 'DAY is not numeric' TO REJ-REASON
                    ELSE
                        MOVE RULE-DAY-TEXT TO RULE-DAY
                        IF RULE-DAY < 1 OR RULE-DAY > 31
                            MOVE 'N' TO RULE-OK-SW
                            MOVE 'DAY is not 01-31' TO REJ-REASON
                        END-IF
                    END-IF
                END-IF
                IF RULE-OK-SW = 'Y'
                   AND RULE-OBSERVE NOT = 'Y'
                   AND RULE-OBSERVE NOT = 'N'
                    MOVE 'N' TO RULE-OK-SW
                    MOVE 'OBSERVE is not Y or N' TO REJ-REASON
                END-IF
            WHEN 'NTHDOW'
                PERFORM EDIT-RULE-MONTH
                IF RULE-OK-SW = 'Y'
                    IF RULE-NTH-TEXT NOT NUMERIC
                        MOVE 'N' TO RULE-OK-SW
                        MOVE 'NTH is not numeric' TO REJ-REASON
                    ELSE
                        MOVE RULE-NTH-TEXT TO RULE-NTH
                        IF RULE-NTH < 1 OR RULE-NTH > 5
                            MOVE 'N' TO RULE-OK-SW
                            MOVE 'NTH is not 1-5' TO REJ-REASON
                        END-IF
                    END-IF
                END-IF
                IF RULE-OK-SW = 'Y'
                    PERFORM EDIT-RULE-DOW
                END-IF
            WHEN 'LASTDOW'
                PERFORM EDIT-RULE-MONTH
                IF RULE-OK-SW = 'Y'
                    PERFORM EDIT-RULE-DOW
                END-IF
            WHEN 'EASTER'
                IF (RULE-OFFSET-SIGN NOT = '+'
                    AND RULE-OFFSET-SIGN NOT = '-')
                   OR RULE-OFFSET-TEXT NOT NUMERIC
                    MOVE 'N' TO RULE-OK-SW
                    MOVE 'OFFSET is not +/- and a 3-digit count'
                        TO REJ-REASON
                ELSE
                    MOVE RULE-OFFSET-TEXT TO RULE-OFFSET
                END-IF
            WHEN 'ONEOFF'
                MOVE RULE-DATE-TEXT TO LEAPDT-DATE
                CALL 'LEAPDT' USING LEAPDT-LINKAGE
                IF LEAPDT-DATE-IS-INVALID
                    MOVE 'N' TO RULE-OK-SW
                    MOVE LEAPDT-REASON TO REJ-REASON
                END-IF
        END-EVALUATE.

EDIT-RULE-MONTH SECTION.
        *> MONTH numeric and 01-12
        IF RULE-MONTH-TEXT NOT NUMERIC
            MOVE 'N' TO RULE-OK-SW
            MOVE 'MONTH is not numeric' TO REJ-REASON
        ELSE
            MOVE RULE-MONTH-TEXT TO RULE-MONTH
            IF RULE-MONTH < 1 OR RULE-MONTH > 12
                MOVE 'N' TO RULE-OK-SW
                MOVE 'MONTH is not 01-12' TO REJ-REASON
            END-IF
        END-IF.

EDIT-RULE-DOW SECTION.
        *> DOW numeric and 1-7
        IF RULE-DOW-TEXT NOT NUMERIC
            MOVE 'N' TO RULE-OK-SW
            MOVE 'DOW is not numeric' TO REJ-REASON
        ELSE
            MOVE RULE-DOW-TEXT TO RULE-DOW
            IF RULE-DOW < 1 OR RULE-DOW > 7
                MOVE 'N' TO RULE-OK-SW
                MOVE 'DOW is not 1-7' TO REJ-REASON
            END-IF
        END-IF.

RESOLVE-MARKET-RULE SECTION.
        *> The weekend days of the rule's market - Saturday/Sunday
        *> for an all-market rule. Unlike LEAPBD there is no
        *> fallback for an unknown code: a projected card for a
        *> market nobody set up would only be rejected by LYHOLMNT.
        MOVE 6 TO WKND-DAY-1
        MOVE 7 TO WKND-DAY-2
        IF RULE-MARKET = SPACES
            MOVE 'Y' TO MKT-FOUND-SW
        ELSE
            MOVE 'N' TO MKT-FOUND-SW
            MOVE 1 TO MKT-IX
            PERFORM MATCH-ONE-MARKET
                UNTIL MKT-IX > MARKET-COUNT OR MKT-FOUND-SW = 'Y'
        END-IF.

MATCH-ONE-MARKET SECTION.
        *> Compare one market table entry against the rule's
        *> market, then step to the next entry
        IF MKT-CODE(MKT-IX) = RULE-MARKET
            MOVE 'Y' TO MKT-FOUND-SW
            MOVE MKT-WKND-1(MKT-IX) TO WKND-DAY-1
            MOVE MKT-WKND-2(MKT-IX) TO WKND-DAY-2
        END-IF
        ADD 1 TO MKT-IX.

PROJECT-ONE-YEAR SECTION.
        *> The rule's raw date in PROJECT-YEAR, the observance
        *> shift where the rule asks for it, then the card - and
        *> step to the next year
        MOVE SPACES TO MOVE-NOTE
        MOVE 'Y' TO RAW-FOUND-SW
        MOVE PROJECT-YEAR TO RAW-YEAR
        EVALUATE RULE-TYPE
            WHEN 'FIXED'
                PERFORM COMPUTE-FIXED-DATE
            WHEN 'NTHDOW'
                PERFORM COMPUTE-NTHDOW-DATE
            WHEN 'LASTDOW'
                PERFORM COMPUTE-LASTDOW-DATE
            WHEN 'EASTER'
                PERFORM COMPUTE-EASTER-DATE
        END-EVALUATE
        IF RAW-FOUND-SW = 'Y'
            PERFORM OBSERVE-AND-WRITE-DATE
        ELSE
            PERFORM WRITE-SKIPPED-DATE
        END-IF
        ADD 1 TO PROJECT-YEAR.

PROJECT-ONEOFF-DATE SECTION.
        *> The one-off date as keyed, already proved by LEAPDT,
        *> when its year is inside the span - no observance shift,
        *> the date is the one the exchange announced
        MOVE SPACES TO MOVE-NOTE
        MOVE RULE-DATE-TEXT TO RAW-DATE
        IF RAW-YEAR < RULE-FROM-YEAR OR RAW-YEAR > RULE-TO-YEAR
            MOVE 'Outside the FROMYEAR/TOYEAR span'
                TO MOVE-NOTE
            PERFORM WRITE-SKIPPED-DATE
        ELSE
            PERFORM OBSERVE-AND-WRITE-DATE
        END-IF.

COMPUTE-FIXED-DATE SECTION.
        *> The rule's fixed month-day - a day the month does not
        *> have this year (Feb 29 of a non-leap year, a short
        *> month's 31st) is a skip with the reason LEAPDT gives,
        *> never a card LYHOLMNT would have to reject
        MOVE RULE-MONTH TO RAW-MONTH
        MOVE RULE-DAY TO RAW-DAY
        MOVE RAW-DATE TO LEAPDT-DATE
        CALL 'LEAPDT' USING LEAPDT-LINKAGE
        IF LEAPDT-DATE-IS-INVALID
            MOVE 'N' TO RAW-FOUND-SW
            MOVE LEAPDT-REASON TO MOVE-NOTE
        END-IF.

COMPUTE-NTHDOW-DATE SECTION.
        *> Day-of-week of the first of the month from LEAPDA, then
        *> straight arithmetic to the Nth wanted weekday - a fifth
        *> occurrence that falls past month end is a skip, not an
        *> invented date
        MOVE RULE-MONTH TO RAW-MONTH
        MOVE 1 TO RAW-DAY
        MOVE RAW-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-DAY-OF-WEEK TO FIRST-DOW
        IF RULE-DOW >= FIRST-DOW
            COMPUTE DOW-OFFSET = RULE-DOW - FIRST-DOW
        ELSE
            COMPUTE DOW-OFFSET = RULE-DOW - FIRST-DOW + 7
        END-IF
        COMPUTE TRIAL-DAY = 1 + DOW-OFFSET + 7 * (RULE-NTH - 1)
        MOVE TRIAL-DAY TO RAW-DAY
        MOVE RAW-DATE TO LEAPDA-DATE-1
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        IF TRIAL-DAY > 31 OR LEAPDA-DATES-ARE-INVALID
            MOVE 'N' TO RAW-FOUND-SW
            MOVE 'No such weekday occurrence' TO MOVE-NOTE
        END-IF.

COMPUTE-LASTDOW-DATE SECTION.
        *> The true last day of the month - trial days down from 31
        *> until LEAPDA accepts one - then back to the wanted
        *> weekday, never more than six days
        MOVE RULE-MONTH TO WALK-MONTH
        MOVE PROJECT-YEAR TO WALK-YEAR
        MOVE 31 TO WALK-DAY
        PERFORM RESOLVE-WALK-DATE
        PERFORM STEP-DOWN-MONTH-END
            UNTIL WALK-VALID-SW = 'Y' OR WALK-DAY = 28
        IF WALK-DOW >= RULE-DOW
            COMPUTE DOW-OFFSET = WALK-DOW - RULE-DOW
        ELSE
            COMPUTE DOW-OFFSET = WALK-DOW - RULE-DOW + 7
        END-IF
        SUBTRACT DOW-OFFSET FROM WALK-DAY
        MOVE WALK-DATE TO RAW-DATE.

STEP-DOWN-MONTH-END SECTION.
        *> Try the next lower trial day while hunting the true end
        *> of the month
        SUBTRACT 1 FROM WALK-DAY
        PERFORM RESOLVE-WALK-DATE.

COMPUTE-EASTER-DATE SECTION.
        *> Easter Sunday for the year, then OFFSET days either side
        *> of it one day at a time - the note names the Sunday the
        *> date was counted from so the proof can be checked
        *> against a published table
        PERFORM COMPUTE-EASTER-SUNDAY
        MOVE EASTER-DATE TO WALK-DATE
        MOVE RULE-OFFSET TO WALK-REMAINING
        MOVE 'N' TO WALK-GIVEUP-SW
        IF RULE-OFFSET-SIGN = '-'
            PERFORM STEP-BACK-ONE-DAY
                UNTIL WALK-REMAINING = 0 OR WALK-GIVEUP-SW = 'Y'
        ELSE
            PERFORM STEP-FORWARD-ONE-DAY
                UNTIL WALK-REMAINING = 0 OR WALK-GIVEUP-SW = 'Y'
        END-IF
        IF WALK-GIVEUP-SW = 'Y'
            MOVE 'N' TO RAW-FOUND-SW
            MOVE EASTER-DATE TO RAW-DATE
            MOVE 'Offset left the valid window' TO MOVE-NOTE
        ELSE
            MOVE WALK-DATE TO RAW-DATE
            STRING 'Easter Sunday ' DELIMITED BY SIZE
                   EASTER-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RULE-OFFSET-SIGN DELIMITED BY SIZE
                   RULE-OFFSET-TEXT DELIMITED BY SIZE
                INTO MOVE-NOTE
        END-IF.

COMPUTE-EASTER-SUNDAY SECTION.
        *> Gregorian computus for PROJECT-YEAR:
        *>   a = Y mod 19, b = Y / 100, c = Y mod 100,
        *>   d = b / 4, e = b mod 4, f = (b + 8) / 25,
        *>   g = (b - f + 1) / 3,
        *>   h = (19a + b - d - g + 15) mod 30,
        *>   i = c / 4, k = c mod 4,
        *>   l = (32 + 2e + 2i - h - k) mod 7,
        *>   m = (a + 11h + 22l) / 451,
        *>   month = (h + l - 7m + 114) / 31,
        *>   day = (h + l - 7m + 114) mod 31 + 1
        MOVE PROJECT-YEAR TO EASTER-YEAR
        DIVIDE PROJECT-YEAR BY 19 GIVING EASTER-QUOT
            REMAINDER EASTER-A
        DIVIDE PROJECT-YEAR BY 100 GIVING EASTER-B
            REMAINDER EASTER-C
        DIVIDE EASTER-B BY 4 GIVING EASTER-D
            REMAINDER EASTER-E
        COMPUTE EASTER-WORK = EASTER-B + 8
        DIVIDE EASTER-WORK BY 25 GIVING EASTER-F
        COMPUTE EASTER-WORK = EASTER-B - EASTER-F + 1
        DIVIDE EASTER-WORK BY 3 GIVING EASTER-G
        COMPUTE EASTER-WORK = 19 * EASTER-A + EASTER-B - EASTER-D
            - EASTER-G + 15
        DIVIDE EASTER-WORK BY 30 GIVING EASTER-QUOT
            REMAINDER EASTER-H
        DIVIDE EASTER-C BY 4 GIVING EASTER-I
            REMAINDER EASTER-K
        COMPUTE EASTER-WORK = 32 + 2 * EASTER-E + 2 * EASTER-I
            - EASTER-H - EASTER-K
        DIVIDE EASTER-WORK BY 7 GIVING EASTER-QUOT
            REMAINDER EASTER-L
        COMPUTE EASTER-WORK = EASTER-A + 11 * EASTER-H
            + 22 * EASTER-L
        DIVIDE EASTER-WORK BY 451 GIVING EASTER-M
        COMPUTE EASTER-WORK = EASTER-H + EASTER-L - 7 * EASTER-M
            + 114
        DIVIDE EASTER-WORK BY 31 GIVING EASTER-MONTH
            REMAINDER EASTER-DAY
        ADD 1 TO EASTER-DAY.

OBSERVE-AND-WRITE-DATE SECTION.
        *> The raw date's day name, the weekend observance shift
        *> for a FIXED rule that asks for it, then the card once
        *> LEAPDT has proved the date it carries
        MOVE RAW-DATE TO WALK-DATE
        PERFORM RESOLVE-WALK-DATE
        MOVE WALK-DAY-NAME TO RAW-DAY-NAME
        MOVE WALK-DOW TO RAW-DOW
        MOVE 'N' TO WALK-GIVEUP-SW
        IF RULE-TYPE = 'FIXED' AND RULE-OBSERVE = 'Y'
            EVALUATE TRUE
                WHEN RAW-DOW = WKND-DAY-1
                    MOVE 1 TO WALK-REMAINING
                    PERFORM STEP-BACK-ONE-DAY
                    MOVE SPACES TO MOVE-NOTE
                    STRING RAW-DAY-NAME DELIMITED BY SPACE
                           ' - observed the day before'
                               DELIMITED BY SIZE
                        INTO MOVE-NOTE
                WHEN RAW-DOW = WKND-DAY-2
                    MOVE 1 TO WALK-REMAINING
                    PERFORM STEP-FORWARD-ONE-DAY
                    MOVE SPACES TO MOVE-NOTE
                    STRING RAW-DAY-NAME DELIMITED BY SPACE
                           ' - observed the day after'
                               DELIMITED BY SIZE
                        INTO MOVE-NOTE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        MOVE WALK-DATE TO LEAPDT-DATE
        CALL 'LEAPDT' USING LEAPDT-LINKAGE
        IF WALK-GIVEUP-SW = 'Y' OR LEAPDT-DATE-IS-INVALID
            MOVE 'Observed date left the valid window'
                TO MOVE-NOTE
            PERFORM WRITE-SKIPPED-DATE
        ELSE
            ADD 1 TO CARD-WRITE-COUNT
            MOVE SPACES TO HMT-OUT-RECORD
            MOVE 'A' TO HMT-OUT-ACTION
            MOVE WALK-DATE TO HMT-OUT-DATE
            MOVE RULE-MARKET TO HMT-OUT-MARKET
            MOVE RULE-NAME TO HMT-OUT-NAME
            WRITE HMT-OUT-RECORD
            MOVE WALK-DATE TO DTL-OBS-DATE
            PERFORM WRITE-PROOF-LINE
        END-IF.

STEP-FORWARD-ONE-DAY SECTION.
        *> Advance the walk date one day. A date LEAPDA rejects
        *> after a plain day bump has only run off the end of its
        *> month, so roll to the first of the next month (January
        *> after December); a first-of-month date LEAPDA still
        *> rejects has left the valid window, and the walk gives up.
        ADD 1 TO WALK-DAY
        PERFORM RESOLVE-WALK-DATE
        IF WALK-VALID-SW = 'N'
            MOVE 1 TO WALK-DAY
            ADD 1 TO WALK-MONTH
            IF WALK-MONTH > 12
                MOVE 1 TO WALK-MONTH
                ADD 1 TO WALK-YEAR
            END-IF
            PERFORM RESOLVE-WALK-DATE
        END-IF
        IF WALK-VALID-SW = 'N'
            MOVE 'Y' TO WALK-GIVEUP-SW
        END-IF
        SUBTRACT 1 FROM WALK-REMAINING.

STEP-BACK-ONE-DAY SECTION.
        *> Step the walk date one day back. Day zero rolls to the
        *> previous month (December of the prior year from
        *> January) at a trial day of 31, stepped down until LEAPDA
        *> accepts it; a date still invalid at 28 has left the
        *> valid window, and the walk gives up.
        SUBTRACT 1 FROM WALK-DAY
        IF WALK-DAY = 0
            SUBTRACT 1 FROM WALK-MONTH
            IF WALK-MONTH = 0
                MOVE 12 TO WALK-MONTH
                SUBTRACT 1 FROM WALK-YEAR
            END-IF
            MOVE 31 TO WALK-DAY
            PERFORM RESOLVE-WALK-DATE
            PERFORM STEP-DOWN-MONTH-END
                UNTIL WALK-VALID-SW = 'Y' OR WALK-DAY = 28
        ELSE
            PERFORM RESOLVE-WALK-DATE
        END-IF
        IF WALK-VALID-SW = 'N'
            MOVE 'Y' TO WALK-GIVEUP-SW
        END-IF
        SUBTRACT 1 FROM WALK-REMAINING.

RESOLVE-WALK-DATE SECTION.
        *> One LEAPDA call for the walk date - validity and
        *> day-of-week in a single place
        MOVE WALK-DATE TO LEAPDA-DATE-1
        MOVE SPACES TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE LEAPDA-VALID-SW TO WALK-VALID-SW
        MOVE LEAPDA-DAY-OF-WEEK TO WALK-DOW
        MOVE LEAPDA-DAY-NAME TO WALK-DAY-NAME.

WRITE-PROOF-LINE SECTION.
        *> One proof-report line for the card just written - the
        *> caller set the observed date and the note
        MOVE RULE-NAME TO DTL-NAME
        MOVE RULE-MARKET TO DTL-MARKET
        MOVE RULE-TYPE TO DTL-RULE-TYPE
        MOVE RAW-DATE TO DTL-RAW-DATE
        MOVE RAW-DAY-NAME TO DTL-RAW-DAY
        MOVE MOVE-NOTE TO DTL-NOTE
        MOVE RPT-DETAIL-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD.

WRITE-SKIPPED-DATE SECTION.
        *> A year the rule wanted but could not date - tallied and
        *> shown on the proof report so sign-off sees the hole
        ADD 1 TO DATE-SKIP-COUNT
        MOVE SPACES TO RAW-DAY-NAME
        MOVE SPACES TO DTL-OBS-DATE
        PERFORM WRITE-PROOF-LINE.

WRITE-REPORT-HEADING SECTION.
        *> Heading and column line at the top of the proof report
        MOVE RUN-DATE TO HDG-RUN-DATE
        MOVE RPT-HEADING-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD
        MOVE RPT-COLUMN-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD
        MOVE RPT-BLANK-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD.

WRITE-REPORT-SUMMARY SECTION.
        *> Closing control totals for the sign-off
        MOVE RPT-BLANK-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD
        MOVE RULE-READ-COUNT TO SUM-RULES-READ
        MOVE RULE-PROJECT-COUNT TO SUM-PROJECTED
        MOVE RULE-REJECT-COUNT TO SUM-REJECTED
        MOVE CARD-WRITE-COUNT TO SUM-CARDS
        MOVE DATE-SKIP-COUNT TO SUM-SKIPPED
        MOVE RPT-SUMMARY-LINE TO PRJ-RPT-LINE
        WRITE PRJ-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
