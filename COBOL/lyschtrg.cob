IDENTIFICATION DIVISION.
PROGRAM-ID. LYSCHTRG.

*> Daily schedule trigger. LYSCHGEN releases the full-year SCHDOUT
*> schedule, and every downstream job used to scan the whole file
*> itself to work out whether today was one of its dates - and
*> nobody noticed a date that went by without the job running.
*> This step runs once per business date (BUSDATE card on TRGIN,
*> see COBOL/copybooks/LYTGPREC.cpy, default the run date) and:
*>   - writes one "due today" trigger to TRGOUT per rule id and
*>     market whose SCHDOUT date is the business date (see
*>     LYTGOREC.cpy), for the downstream jobs to select their own
*>   - keeps the trigger-status file (see LYTGSREC.cpy), carried
*>     from generation to generation: every scheduled date that
*>     has come due since tracking began, fired, confirmed, or
*>     missed when it went past without a trigger (no run on that
*>     business date, or a schedule released late)
*>   - takes the downstream jobs' confirmation cards (CONFIN, see
*>     LYCNFREC.cpy) and marks those dates confirmed
*>   - lists on TRGRPT every past-due date still never fired or
*>     never confirmed, marking the ones that have become past due
*>     since the last run, so operations works one exceptions list
*>     instead of chasing each team
*>   - with a RETAIN card, drops from the next status generation
*>     every confirmed date more than RETAIN days before the
*>     business date, and moves the tracking start past them so
*>     they are not taken for missed dates again. Fired and missed
*>     dates are kept, however old, until they are confirmed.
*>
*> Condition codes: 0 today's triggers written and nothing past
*> due, 4 a past-due date is outstanding or a card was refused
*> (the outputs are complete and good), 8 the business date is
*> unusable, a file would not open or the status file will not
*> fit - do not catalog the new status generation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TGP-IN ASSIGN TO "TRGIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TGP-IN-STATUS.

    SELECT OPTIONAL TGS-IN ASSIGN TO "TRGSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TGS-IN-STATUS.

    SELECT SCH-IN ASSIGN TO "SCHDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCH-IN-STATUS.

    SELECT OPTIONAL CNF-IN ASSIGN TO "CONFIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CNF-IN-STATUS.

    SELECT TRG-OUT ASSIGN TO "TRGOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRG-OUT-STATUS.

    SELECT TGS-OUT ASSIGN TO "TRGSTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TGS-OUT-STATUS.

    SELECT TRG-RPT ASSIGN TO "TRGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRG-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TGP-IN.
    COPY LYTGPREC.

FD  TGS-IN.
    COPY LYTGSINR.

FD  SCH-IN.
    COPY LYSCHINR.

FD  CNF-IN.
    COPY LYCNFREC.

FD  TRG-OUT.
    COPY LYTGOREC.

FD  TGS-OUT.
    COPY LYTGSREC.

FD  TRG-RPT.
    COPY LYTGRREC.

WORKING-STORAGE SECTION.
        01  TGP-IN-STATUS   PIC X(2).
        01  TGS-IN-STATUS   PIC X(2).
        01  SCH-IN-STATUS   PIC X(2).
        01  CNF-IN-STATUS   PIC X(2).
        01  TRG-OUT-STATUS  PIC X(2).
        01  TGS-OUT-STATUS  PIC X(2).
        01  TRG-RPT-STATUS  PIC X(2).
        01  END-OF-CARDS    PIC X(1) VALUE 'N'.
        01  END-OF-STATUS   PIC X(1) VALUE 'N'.
        01  END-OF-SCHEDULE PIC X(1) VALUE 'N'.
        01  END-OF-CONFIRMS PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).
        01  RUN-TIMESTAMP   PIC X(14).

        *> The business date from the TRGIN cards
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  BUS-DATE        PIC X(8) VALUE SPACES.
        01  BUS-DATE-BAD-SW PIC X(1) VALUE 'N'.
        01  RETAIN-DAYS     PIC 9(4) VALUE 0.
        01  RETAIN-MODE-SW  PIC X(1) VALUE 'N'.

        *> Where tracking began and the business date the current
        *> status generation was written for, from its header
        01  TRACK-FROM      PIC X(8) VALUE SPACES.
        01  LAST-BUSDATE    PIC X(8) VALUE SPACES.

        *> The trigger-status file, held whole: the schedule and the
        *> confirmation cards both arrive in their own order. More
        *> dates than the table holds fails the run - a date dropped
        *> here would vanish from the next generation.
        01  STATUS-TABLE-MAX PIC 9(4) VALUE 3000.
        01  STATUS-COUNT    PIC 9(4) VALUE 0.
        01  STATUS-TABLE.
            05  STATUS-ENTRY OCCURS 3000.
                10  STS-RULE-ID     PIC X(6).
                10  STS-MARKET      PIC X(4).
                10  STS-DATE        PIC X(8).
                10  STS-STATUS      PIC X(1).
                10  STS-FIRED-ON    PIC X(8).
                10  STS-MISSED-ON   PIC X(8).
                10  STS-CONFIRMED-ON PIC X(8).
                10  STS-CONFIRMED-BY PIC X(8).
                10  STS-ON-SCHEDULE PIC X(1).
                10  STS-FIRED-NOW   PIC X(1).
                10  STS-PURGE       PIC X(1).
        01  STS-IX          PIC 9(4).
        01  STS-FIND-IX     PIC 9(4).
        01  STATUS-OVERFLOW-SW PIC X(1) VALUE 'N'.
        01  FIND-RULE-ID    PIC X(6).
        01  FIND-MARKET     PIC X(4).
        01  FIND-DATE       PIC X(8).

        *> Past-due work
        01  LATE-DAYS       PIC S9(7).
        01  PAST-DUE-FOUND-SW PIC X(1).
        01  REFUSE-REASON   PIC X(30).

        *> Retention work - the newest confirmed date dropped and
        *> the tracking start that clears it
        01  PURGE-AGE-DAYS  PIC S9(7).
        01  PURGE-LAST-DATE PIC X(8) VALUE SPACES.
        01  NEW-TRACK-FROM  PIC X(8).

        01  SCHED-READ-COUNT   PIC 9(8) VALUE 0.
        01  FIRE-COUNT         PIC 9(8) VALUE 0.
        01  STATUS-READ-COUNT  PIC 9(8) VALUE 0.
        01  STATUS-WRITE-COUNT PIC 9(8) VALUE 0.
        01  CONFIRM-READ-COUNT PIC 9(8) VALUE 0.
        01  CONFIRM-COUNT      PIC 9(8) VALUE 0.
        01  REFUSE-COUNT       PIC 9(8) VALUE 0.
        01  PAST-DUE-COUNT     PIC 9(8) VALUE 0.
        01  NEW-PAST-DUE-COUNT PIC 9(8) VALUE 0.
        01  PURGE-COUNT        PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the trigger report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(39)
                VALUE 'DAILY SCHEDULE TRIGGER - BUSINESS DATE '.
            05  HDG-BUS-DATE    PIC X(8).
            05  FILLER          PIC X(15) VALUE '  LAST RUN FOR '.
            05  HDG-LAST-BUSDATE PIC X(8).
            05  FILLER          PIC X(15) VALUE '  TRACKED FROM '.
            05  HDG-TRACK-FROM  PIC X(8).
            05  FILLER          PIC X(11) VALUE '  RUN DATE '.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(20) VALUE SPACES.
        01  RPT-SECTION-LINE.
            05  SEC-TEXT        PIC X(80).
            05  FILLER          PIC X(52) VALUE SPACES.
        01  RPT-TRIGGER-COLUMN-LINE.
            05  FILLER          PIC X(7) VALUE 'RULE'.
            05  FILLER          PIC X(7) VALUE 'MARKET'.
            05  FILLER          PIC X(9) VALUE 'DATE'.
            05  FILLER          PIC X(9) VALUE 'RAW DATE'.
            05  FILLER          PIC X(31) VALUE 'DESCRIPTION'.
            05  FILLER          PIC X(69) VALUE 'NOTE'.
        01  RPT-TRIGGER-LINE.
            05  TGL-RULE-ID     PIC X(6).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  TGL-MARKET      PIC X(4).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  TGL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  TGL-RAW-DATE    PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  TGL-DESC        PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  TGL-NOTE        PIC X(30).
            05  FILLER          PIC X(39) VALUE SPACES.
        01  RPT-CONFIRM-COLUMN-LINE.
            05  FILLER          PIC X(7) VALUE 'RULE'.
            05  FILLER          PIC X(7) VALUE 'MARKET'.
            05  FILLER          PIC X(9) VALUE 'DATE'.
            05  FILLER          PIC X(9) VALUE 'BY'.
            05  FILLER          PIC X(100) VALUE 'RESULT'.
        01  RPT-CONFIRM-LINE.
            05  CFL-RULE-ID     PIC X(6).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CFL-MARKET      PIC X(4).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  CFL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CFL-CONFIRM-BY  PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CFL-RESULT      PIC X(30).
            05  FILLER          PIC X(70) VALUE SPACES.
        01  RPT-PAST-DUE-COLUMN-LINE.
            05  FILLER          PIC X(7) VALUE 'RULE'.
            05  FILLER          PIC X(7) VALUE 'MARKET'.
            05  FILLER          PIC X(9) VALUE 'DATE'.
            05  FILLER          PIC X(10) VALUE 'DAYS LATE'.
            05  FILLER          PIC X(23) VALUE 'STATUS'.
            05  FILLER          PIC X(9) VALUE 'FIRED ON'.
            05  FILLER          PIC X(67) VALUE 'NOTE'.
        01  RPT-PAST-DUE-LINE.
            05  PDL-RULE-ID     PIC X(6).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  PDL-MARKET      PIC X(4).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  PDL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  PDL-LATE-DAYS   PIC ZZZZZZ9.
            05  FILLER          PIC X(3) VALUE SPACES.
            05  PDL-STATUS      PIC X(22).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  PDL-FIRED-ON    PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  PDL-NOTE        PIC X(30).
            05  FILLER          PIC X(37) VALUE SPACES.
        01  RPT-NONE-LINE.
            05  NON-TEXT        PIC X(60).
            05  FILLER          PIC X(72) VALUE SPACES.
        01  RPT-SUMMARY-LINE.
            05  FILLER          PIC X(15) VALUE 'SCHEDULE READ '.
            05  SUM-SCHED-READ  PIC ZZZZZZZ9.
            05  FILLER          PIC X(8) VALUE '  FIRED '.
            05  SUM-FIRED       PIC ZZZZZZZ9.
            05  FILLER          PIC X(12) VALUE '  CONFIRMED '.
            05  SUM-CONFIRMED   PIC ZZZZZZZ9.
            05  FILLER          PIC X(10) VALUE '  REFUSED '.
            05  SUM-REFUSED     PIC ZZZZZZZ9.
            05  FILLER          PIC X(11) VALUE '  PAST DUE '.
            05  SUM-PAST-DUE    PIC ZZZZZZZ9.
            05  FILLER          PIC X(6) VALUE '  NEW '.
            05  SUM-NEW         PIC ZZZZZZZ9.
            05  FILLER          PIC X(9) VALUE '  PURGED '.
            05  SUM-PURGED      PIC ZZZZZZZ9.
            05  FILLER          PIC X(5) VALUE SPACES.
        01  RPT-VERDICT-LINE.
            05  VER-TEXT        PIC X(132).
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.
        01  COUNT-EDIT          PIC ZZZZZZZ9.

        COPY LYDALNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
        ACCEPT RUN-TIMESTAMP(1:8) FROM DATE YYYYMMDD
        ACCEPT RUN-TIMESTAMP(9:6) FROM TIME

        *> The business date decides which dates fire and which are
        *> past due - a bad one would fire the wrong day, so it is
        *> settled before anything is written
        PERFORM READ-TRIGGER-CARDS
        IF BUS-DATE-BAD-SW = 'Y'
            DISPLAY 'Business date unusable, nothing triggered'
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF BUS-DATE = SPACES
            MOVE RUN-DATE TO BUS-DATE
        END-IF

        PERFORM LOAD-STATUS-FILE
        IF RUN-CONDITION-CODE >= CC-ERROR
            DISPLAY 'Trigger status not loaded, nothing triggered'
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF LAST-BUSDATE NOT = SPACES AND BUS-DATE < LAST-BUSDATE
            DISPLAY 'Business date ' BUS-DATE
                ' is before the last run for ' LAST-BUSDATE
                ', nothing triggered'
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF TRACK-FROM = SPACES
            MOVE BUS-DATE TO TRACK-FROM
        END-IF

        OPEN INPUT SCH-IN
        IF SCH-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open SCH-IN, status ' SCH-IN-STATUS
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT TRG-RPT
        IF TRG-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open TRG-RPT, status ' TRG-RPT-STATUS
            CLOSE SCH-IN
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT TRG-OUT
        IF TRG-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open TRG-OUT, status ' TRG-OUT-STATUS
            CLOSE TRG-RPT
            CLOSE SCH-IN
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT TGS-OUT
        IF TGS-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open TGS-OUT, status ' TGS-OUT-STATUS
            CLOSE TRG-OUT
            CLOSE TRG-RPT
            CLOSE SCH-IN
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING
        MOVE 'DUE TODAY - TRIGGERS WRITTEN' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE RPT-TRIGGER-COLUMN-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        PERFORM READ-SCH-IN
        PERFORM TRIGGER-ONE-SCHEDULE UNTIL END-OF-SCHEDULE = 'Y'
        CLOSE SCH-IN
        IF FIRE-COUNT = 0
            MOVE 'NOTHING SCHEDULED FOR THE BUSINESS DATE' TO NON-TEXT
            MOVE RPT-NONE-LINE TO TRG-RPT-LINE
            WRITE TRG-RPT-RECORD
        END-IF

        PERFORM APPLY-CONFIRMATIONS
        PERFORM LIST-PAST-DUE-DATES
        IF RETAIN-MODE-SW = 'Y'
            PERFORM SELECT-PURGED-DATES
        END-IF
        PERFORM WRITE-STATUS-FILE
        PERFORM WRITE-REPORT-SUMMARY

        CLOSE TGS-OUT
        CLOSE TRG-OUT
        CLOSE TRG-RPT
        DISPLAY 'BUSINESS DATE: ' BUS-DATE
            ' FIRED: ' FIRE-COUNT
            ' CONFIRMED: ' CONFIRM-COUNT
            ' REFUSED: ' REFUSE-COUNT
            ' PAST DUE: ' PAST-DUE-COUNT
            ' NEW: ' NEW-PAST-DUE-COUNT
            ' PURGED: ' PURGE-COUNT
        IF REFUSE-COUNT > 0 OR PAST-DUE-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'TRIGGER CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

READ-TRIGGER-CARDS SECTION.
        *> Pick up the business date from TRGIN. The file is
        *> OPTIONAL - with no card the run date is the business date.
        OPEN INPUT TGP-IN
        IF TGP-IN-STATUS = '00'
            PERFORM READ-TGP-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS = 'Y'
            CLOSE TGP-IN
        ELSE
            IF TGP-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open TGP-IN, status '
                    TGP-IN-STATUS
                MOVE 'Y' TO BUS-DATE-BAD-SW
            END-IF
        END-IF.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> take the business date or retention period, then read
        *> the next card
        IF TGP-IN-TEXT(1:1) NOT = '*' AND TGP-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING TGP-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'BUSDATE'
                    MOVE CARD-VALUE(1:8) TO LEAPDA-DATE-1
                    MOVE SPACES TO LEAPDA-DATE-2
                    CALL 'LEAPDA' USING LEAPDA-LINKAGE
                    IF LEAPDA-DATES-ARE-VALID
                        MOVE CARD-VALUE(1:8) TO BUS-DATE
                    ELSE
                        DISPLAY 'Business date invalid: '
                            TGP-IN-TEXT
                        MOVE 'Y' TO BUS-DATE-BAD-SW
                    END-IF
                WHEN 'RETAIN'
                    *> A retention period that is not a day count
                    *> would drop confirmed dates on garbage, so
                    *> refuse the card and keep them all
                    IF CARD-VALUE(1:4) NUMERIC
                       AND CARD-VALUE(1:4) NOT = '0000'
                        MOVE CARD-VALUE(1:4) TO RETAIN-DAYS
                        MOVE 'Y' TO RETAIN-MODE-SW
                    ELSE
                        DISPLAY 'Retention period invalid, ignored: '
                            TGP-IN-TEXT
                        MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                        PERFORM RAISE-CONDITION-CODE
                    END-IF
                WHEN OTHER
                    DISPLAY 'Unrecognized trigger card ignored: '
                        TGP-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-TGP-IN.

READ-TGP-IN SECTION.
        *> Read the next trigger card, flagging end of file
        READ TGP-IN
            AT END
                MOVE 'Y' TO END-OF-CARDS
        END-READ.

LOAD-STATUS-FILE SECTION.
        *> Pull the current trigger-status generation into the
        *> table. The file is OPTIONAL - on the first run there is
        *> none and tracking begins at this business date.
        OPEN INPUT TGS-IN
        IF TGS-IN-STATUS = '00'
            PERFORM READ-TGS-IN
            PERFORM LOAD-ONE-STATUS UNTIL END-OF-STATUS = 'Y'
            CLOSE TGS-IN
        ELSE
            IF TGS-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open TGS-IN, status '
                    TGS-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF
        IF STATUS-OVERFLOW-SW = 'Y'
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF.

LOAD-ONE-STATUS SECTION.
        *> The header's dates, or one tracked date into the table,
        *> then read the next record
        ADD 1 TO STATUS-READ-COUNT
        EVALUATE TRUE
            WHEN TGS-IN-HEADER
                MOVE TGS-IN-TRACK-FROM TO TRACK-FROM
                MOVE TGS-IN-LAST-BUSDATE TO LAST-BUSDATE
            WHEN STATUS-COUNT < STATUS-TABLE-MAX
                ADD 1 TO STATUS-COUNT
                MOVE SPACES TO STATUS-ENTRY(STATUS-COUNT)
                MOVE TGS-IN-RULE-ID TO STS-RULE-ID(STATUS-COUNT)
                MOVE TGS-IN-MARKET TO STS-MARKET(STATUS-COUNT)
                MOVE TGS-IN-DATE TO STS-DATE(STATUS-COUNT)
                MOVE TGS-IN-STATE TO STS-STATUS(STATUS-COUNT)
                MOVE TGS-IN-FIRED-ON TO STS-FIRED-ON(STATUS-COUNT)
                MOVE TGS-IN-MISSED-ON TO STS-MISSED-ON(STATUS-COUNT)
                MOVE TGS-IN-CONFIRMED-ON
                    TO STS-CONFIRMED-ON(STATUS-COUNT)
                MOVE TGS-IN-CONFIRMED-BY
                    TO STS-CONFIRMED-BY(STATUS-COUNT)
            WHEN OTHER
                IF STATUS-OVERFLOW-SW = 'N'
                    DISPLAY 'Trigger status exceeds '
                        STATUS-TABLE-MAX ' dates'
                    MOVE 'Y' TO STATUS-OVERFLOW-SW
                END-IF
        END-EVALUATE
        PERFORM READ-TGS-IN.

READ-TGS-IN SECTION.
        *> Read the next trigger-status record, flagging end of file
        READ TGS-IN
            AT END
                MOVE 'Y' TO END-OF-STATUS
        END-READ.

TRIGGER-ONE-SCHEDULE SECTION.
        *> One SCHDOUT date. Dates still to come are left alone,
        *> and a date from before tracking began is only noted as
        *> still scheduled when it is tracked already (an open date
        *> kept past retention). A date that is the business date
        *> fires; an earlier one not yet on the status file went
        *> past without a trigger and is recorded missed. Then read
        *> the next schedule record.
        ADD 1 TO SCHED-READ-COUNT
        IF SCH-IN-DATE NOT > BUS-DATE
            MOVE SCH-IN-RULE-ID TO FIND-RULE-ID
            MOVE SCH-IN-MARKET TO FIND-MARKET
            MOVE SCH-IN-DATE TO FIND-DATE
            PERFORM FIND-STATUS
            IF STS-IX = 0 AND SCH-IN-DATE NOT < TRACK-FROM
                PERFORM ADD-STATUS
            END-IF
            IF STS-IX > 0
                MOVE 'Y' TO STS-ON-SCHEDULE(STS-IX)
                IF SCH-IN-DATE = BUS-DATE
                    PERFORM FIRE-ONE-TRIGGER
                ELSE
                    IF STS-STATUS(STS-IX) = SPACE
                        MOVE 'M' TO STS-STATUS(STS-IX)
                        MOVE BUS-DATE TO STS-MISSED-ON(STS-IX)
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM READ-SCH-IN.

FIRE-ONE-TRIGGER SECTION.
        *> Today's date for this rule id and market - write its
        *> trigger, once however often the schedule lists it. A
        *> rerun for the same business date fires it again, since
        *> the trigger file is rebuilt each run; a date already
        *> confirmed needs no trigger.
        EVALUATE TRUE
            WHEN STS-FIRED-NOW(STS-IX) = 'Y'
                CONTINUE
            WHEN STS-STATUS(STS-IX) = 'C'
                MOVE 'ALREADY CONFIRMED, NOT FIRED' TO TGL-NOTE
                PERFORM WRITE-TRIGGER-LINE
            WHEN OTHER
                MOVE SPACES TO TRG-OUT-RECORD
                MOVE SCH-IN-RULE-ID TO TRG-OUT-RULE-ID
                MOVE SCH-IN-MARKET TO TRG-OUT-MARKET
                MOVE SCH-IN-DATE TO TRG-OUT-DATE
                MOVE SCH-IN-RAW-DATE TO TRG-OUT-RAW-DATE
                MOVE SCH-IN-DESC TO TRG-OUT-DESC
                MOVE RUN-TIMESTAMP TO TRG-OUT-FIRED-TS
                WRITE TRG-OUT-RECORD
                ADD 1 TO FIRE-COUNT
                IF STS-STATUS(STS-IX) = 'F'
                    MOVE 'FIRED AGAIN - RERUN' TO TGL-NOTE
                ELSE
                    MOVE SPACES TO TGL-NOTE
                END-IF
                MOVE 'F' TO STS-STATUS(STS-IX)
                MOVE BUS-DATE TO STS-FIRED-ON(STS-IX)
                PERFORM WRITE-TRIGGER-LINE
        END-EVALUATE
        MOVE 'Y' TO STS-FIRED-NOW(STS-IX).

WRITE-TRIGGER-LINE SECTION.
        *> One due-today line for the schedule record in hand - the
        *> caller set the note
        MOVE SCH-IN-RULE-ID TO TGL-RULE-ID
        MOVE SCH-IN-MARKET TO TGL-MARKET
        MOVE SCH-IN-DATE TO TGL-DATE
        MOVE SCH-IN-RAW-DATE TO TGL-RAW-DATE
        MOVE SCH-IN-DESC TO TGL-DESC
        MOVE RPT-TRIGGER-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD.

READ-SCH-IN SECTION.
        *> Read the next schedule record, flagging end of file
        READ SCH-IN
            AT END
                MOVE 'Y' TO END-OF-SCHEDULE
        END-READ.

FIND-STATUS SECTION.
        *> The tracked date keyed by FIND-RULE-ID, FIND-MARKET and
        *> FIND-DATE - STS-IX of zero when it is not tracked
        MOVE 0 TO STS-IX
        MOVE 1 TO STS-FIND-IX
        PERFORM MATCH-ONE-STATUS
            UNTIL STS-FIND-IX > STATUS-COUNT OR STS-IX > 0.

MATCH-ONE-STATUS SECTION.
        *> Compare one tracked date's key, then step to the next
        IF STS-RULE-ID(STS-FIND-IX) = FIND-RULE-ID
           AND STS-MARKET(STS-FIND-IX) = FIND-MARKET
           AND STS-DATE(STS-FIND-IX) = FIND-DATE
            MOVE STS-FIND-IX TO STS-IX
        END-IF
        ADD 1 TO STS-FIND-IX.

ADD-STATUS SECTION.
        *> Start tracking the date keyed by the FIND- fields, with no
        *> status yet - STS-IX stays zero when the table is full
        IF STATUS-COUNT < STATUS-TABLE-MAX
            ADD 1 TO STATUS-COUNT
            MOVE SPACES TO STATUS-ENTRY(STATUS-COUNT)
            MOVE FIND-RULE-ID TO STS-RULE-ID(STATUS-COUNT)
            MOVE FIND-MARKET TO STS-MARKET(STATUS-COUNT)
            MOVE FIND-DATE TO STS-DATE(STATUS-COUNT)
            MOVE STATUS-COUNT TO STS-IX
        ELSE
            IF STATUS-OVERFLOW-SW = 'N'
                DISPLAY 'Trigger status exceeds ' STATUS-TABLE-MAX
                    ' dates, status generation incomplete'
                MOVE 'Y' TO STATUS-OVERFLOW-SW
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

APPLY-CONFIRMATIONS SECTION.
        *> The downstream jobs' confirmation cards. The file is
        *> OPTIONAL - a night nobody confirmed anything is normal.
        MOVE RPT-BLANK-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE 'CONFIRMATIONS POSTED' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE RPT-CONFIRM-COLUMN-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        OPEN INPUT CNF-IN
        IF CNF-IN-STATUS = '00'
            PERFORM READ-CNF-IN
            PERFORM APPLY-ONE-CONFIRMATION
                UNTIL END-OF-CONFIRMS = 'Y'
            CLOSE CNF-IN
        ELSE
            IF CNF-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open CNF-IN, status '
                    CNF-IN-STATUS
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF
        IF CONFIRM-READ-COUNT = 0
            MOVE 'NO CONFIRMATIONS POSTED' TO NON-TEXT
            MOVE RPT-NONE-LINE TO TRG-RPT-LINE
            WRITE TRG-RPT-RECORD
        END-IF.

APPLY-ONE-CONFIRMATION SECTION.
        *> Mark the tracked date the card names confirmed, or say
        *> why not, then read the next card. A date confirmed twice
        *> is noted but not refused - the work was done.
        IF CNF-IN-RECORD(1:1) NOT = '*' AND CNF-IN-RECORD NOT = SPACES
            ADD 1 TO CONFIRM-READ-COUNT
            MOVE CNF-IN-DATE TO LEAPDA-DATE-1
            MOVE SPACES TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            MOVE CNF-IN-RULE-ID TO FIND-RULE-ID
            MOVE CNF-IN-MARKET TO FIND-MARKET
            MOVE CNF-IN-DATE TO FIND-DATE
            PERFORM FIND-STATUS
            EVALUATE TRUE
                WHEN LEAPDA-DATES-ARE-INVALID
                    MOVE 'REFUSED - DATE INVALID' TO REFUSE-REASON
                    PERFORM REFUSE-ONE-CONFIRMATION
                WHEN CNF-IN-CONFIRM-BY = SPACES
                    MOVE 'REFUSED - NO CONFIRMING JOB'
                        TO REFUSE-REASON
                    PERFORM REFUSE-ONE-CONFIRMATION
                WHEN CNF-IN-DATE > BUS-DATE
                    MOVE 'REFUSED - NOT YET DUE' TO REFUSE-REASON
                    PERFORM REFUSE-ONE-CONFIRMATION
                WHEN STS-IX = 0 AND CNF-IN-DATE < TRACK-FROM
                    MOVE 'REFUSED - BEFORE TRACKING'
                        TO REFUSE-REASON
                    PERFORM REFUSE-ONE-CONFIRMATION
                WHEN STS-IX = 0
                    MOVE 'REFUSED - NOT A SCHEDULED DATE'
                        TO REFUSE-REASON
                    PERFORM REFUSE-ONE-CONFIRMATION
                WHEN STS-STATUS(STS-IX) = 'C'
                    MOVE 'ALREADY CONFIRMED' TO CFL-RESULT
                    PERFORM WRITE-CONFIRM-LINE
                WHEN OTHER
                    MOVE 'C' TO STS-STATUS(STS-IX)
                    MOVE BUS-DATE TO STS-CONFIRMED-ON(STS-IX)
                    MOVE CNF-IN-CONFIRM-BY TO STS-CONFIRMED-BY(STS-IX)
                    ADD 1 TO CONFIRM-COUNT
                    MOVE 'CONFIRMED' TO CFL-RESULT
                    PERFORM WRITE-CONFIRM-LINE
            END-EVALUATE
        END-IF
        PERFORM READ-CNF-IN.

REFUSE-ONE-CONFIRMATION SECTION.
        *> A confirmation card that cannot be taken - the caller set
        *> the reason
        ADD 1 TO REFUSE-COUNT
        MOVE REFUSE-REASON TO CFL-RESULT
        PERFORM WRITE-CONFIRM-LINE.

WRITE-CONFIRM-LINE SECTION.
        *> One confirmation line for the card in hand - the caller
        *> set the result
        MOVE CNF-IN-RULE-ID TO CFL-RULE-ID
        MOVE CNF-IN-MARKET TO CFL-MARKET
        MOVE CNF-IN-DATE TO CFL-DATE
        MOVE CNF-IN-CONFIRM-BY TO CFL-CONFIRM-BY
        MOVE RPT-CONFIRM-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD.

READ-CNF-IN SECTION.
        *> Read the next confirmation card, flagging end of file
        READ CNF-IN
            AT END
                MOVE 'Y' TO END-OF-CONFIRMS
        END-READ.

LIST-PAST-DUE-DATES SECTION.
        *> The exceptions list: every tracked date before the
        *> business date that was never fired or never confirmed
        MOVE RPT-BLANK-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE 'PAST DUE - NEVER FIRED OR NEVER CONFIRMED' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE RPT-PAST-DUE-COLUMN-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE 'N' TO PAST-DUE-FOUND-SW
        MOVE 1 TO STS-IX
        PERFORM CHECK-ONE-PAST-DUE UNTIL STS-IX > STATUS-COUNT
        IF PAST-DUE-FOUND-SW = 'N'
            MOVE 'NO PAST-DUE DATES OUTSTANDING' TO NON-TEXT
            MOVE RPT-NONE-LINE TO TRG-RPT-LINE
            WRITE TRG-RPT-RECORD
        END-IF.

CHECK-ONE-PAST-DUE SECTION.
        *> One tracked date onto the exceptions list when it is past
        *> due and still open, then step to the next. It is new
        *> since the last run when its date is on or after the last
        *> run's business date, or this run found it missed.
        IF STS-DATE(STS-IX) < BUS-DATE
           AND (STS-STATUS(STS-IX) = 'F' OR STS-STATUS(STS-IX) = 'M')
            MOVE 'Y' TO PAST-DUE-FOUND-SW
            ADD 1 TO PAST-DUE-COUNT
            MOVE STS-RULE-ID(STS-IX) TO PDL-RULE-ID
            MOVE STS-MARKET(STS-IX) TO PDL-MARKET
            MOVE STS-DATE(STS-IX) TO PDL-DATE
            MOVE STS-DATE(STS-IX) TO LEAPDA-DATE-1
            MOVE BUS-DATE TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            IF LEAPDA-DATES-ARE-VALID
                MOVE LEAPDA-DAYS-BETWEEN TO LATE-DAYS
            ELSE
                MOVE 0 TO LATE-DAYS
            END-IF
            MOVE LATE-DAYS TO PDL-LATE-DAYS
            IF STS-STATUS(STS-IX) = 'F'
                MOVE 'FIRED, NOT CONFIRMED' TO PDL-STATUS
                MOVE STS-FIRED-ON(STS-IX) TO PDL-FIRED-ON
            ELSE
                MOVE 'NEVER FIRED' TO PDL-STATUS
                MOVE SPACES TO PDL-FIRED-ON
            END-IF
            MOVE SPACES TO PDL-NOTE
            IF STS-DATE(STS-IX) NOT < LAST-BUSDATE
               OR STS-MISSED-ON(STS-IX) = BUS-DATE
                ADD 1 TO NEW-PAST-DUE-COUNT
                MOVE '* NEW SINCE LAST RUN' TO PDL-NOTE
            END-IF
            IF STS-ON-SCHEDULE(STS-IX) NOT = 'Y'
                MOVE 'NO LONGER ON SCHEDULE' TO PDL-NOTE
            END-IF
            MOVE RPT-PAST-DUE-LINE TO TRG-RPT-LINE
            WRITE TRG-RPT-RECORD
        END-IF
        ADD 1 TO STS-IX.

SELECT-PURGED-DATES SECTION.
        *> The retention cut: mark every confirmed date more than
        *> RETAIN days before the business date to be left off the
        *> next generation. Tracking then starts at the earliest
        *> date kept after the newest one dropped - the business
        *> date when none is - so the schedule pass never finds a
        *> dropped date untracked and records it missed.
        MOVE 1 TO STS-IX
        PERFORM MARK-ONE-PURGE UNTIL STS-IX > STATUS-COUNT
        IF PURGE-COUNT > 0
            MOVE BUS-DATE TO NEW-TRACK-FROM
            MOVE 1 TO STS-IX
            PERFORM CHECK-ONE-TRACK-FROM UNTIL STS-IX > STATUS-COUNT
            IF NEW-TRACK-FROM > TRACK-FROM
                MOVE NEW-TRACK-FROM TO TRACK-FROM
            END-IF
        END-IF.

MARK-ONE-PURGE SECTION.
        *> One tracked date against the retention period, then step
        *> to the next. Only a confirmed date is ever dropped.
        MOVE 'N' TO STS-PURGE(STS-IX)
        IF STS-STATUS(STS-IX) = 'C'
            MOVE STS-DATE(STS-IX) TO LEAPDA-DATE-1
            MOVE BUS-DATE TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            IF LEAPDA-DATES-ARE-VALID
                MOVE LEAPDA-DAYS-BETWEEN TO PURGE-AGE-DAYS
                IF PURGE-AGE-DAYS > RETAIN-DAYS
                    MOVE 'Y' TO STS-PURGE(STS-IX)
                    ADD 1 TO PURGE-COUNT
                    IF PURGE-LAST-DATE = SPACES
                       OR STS-DATE(STS-IX) > PURGE-LAST-DATE
                        MOVE STS-DATE(STS-IX) TO PURGE-LAST-DATE
                    END-IF
                END-IF
            END-IF
        END-IF
        ADD 1 TO STS-IX.

CHECK-ONE-TRACK-FROM SECTION.
        *> A kept date after the newest one dropped and earlier than
        *> the tracking start found so far becomes the start, then
        *> step to the next
        IF STS-PURGE(STS-IX) NOT = 'Y'
           AND STS-DATE(STS-IX) > PURGE-LAST-DATE
           AND STS-DATE(STS-IX) < NEW-TRACK-FROM
            MOVE STS-DATE(STS-IX) TO NEW-TRACK-FROM
        END-IF
        ADD 1 TO STS-IX.

WRITE-STATUS-FILE SECTION.
        *> The next trigger-status generation: the header for this
        *> business date, then every tracked date the retention cut
        *> kept
        MOVE SPACES TO TGS-OUT-RECORD
        MOVE 'H' TO TGS-OUT-TYPE
        MOVE TRACK-FROM TO TGS-OUT-TRACK-FROM
        MOVE BUS-DATE TO TGS-OUT-LAST-BUSDATE
        MOVE RUN-TIMESTAMP TO TGS-OUT-LAST-RUN-TS
        WRITE TGS-OUT-RECORD
        MOVE 1 TO STS-IX
        PERFORM WRITE-ONE-STATUS UNTIL STS-IX > STATUS-COUNT.

WRITE-ONE-STATUS SECTION.
        *> One tracked date to the new generation unless the
        *> retention cut dropped it, then the next
        IF STS-PURGE(STS-IX) NOT = 'Y'
            MOVE SPACES TO TGS-OUT-RECORD
            MOVE 'D' TO TGS-OUT-TYPE
            MOVE STS-RULE-ID(STS-IX) TO TGS-OUT-RULE-ID
            MOVE STS-DATE(STS-IX) TO TGS-OUT-DATE
            MOVE STS-MARKET(STS-IX) TO TGS-OUT-MARKET
            MOVE STS-STATUS(STS-IX) TO TGS-OUT-STATE
            MOVE STS-FIRED-ON(STS-IX) TO TGS-OUT-FIRED-ON
            MOVE STS-MISSED-ON(STS-IX) TO TGS-OUT-MISSED-ON
            MOVE STS-CONFIRMED-ON(STS-IX) TO TGS-OUT-CONFIRMED-ON
            MOVE STS-CONFIRMED-BY(STS-IX) TO TGS-OUT-CONFIRMED-BY
            WRITE TGS-OUT-RECORD
            ADD 1 TO STATUS-WRITE-COUNT
        END-IF
        ADD 1 TO STS-IX.

WRITE-REPORT-HEADING SECTION.
        *> Heading at the top of the report
        MOVE BUS-DATE TO HDG-BUS-DATE
        IF LAST-BUSDATE = SPACES
            MOVE 'NONE' TO HDG-LAST-BUSDATE
        ELSE
            MOVE LAST-BUSDATE TO HDG-LAST-BUSDATE
        END-IF
        MOVE TRACK-FROM TO HDG-TRACK-FROM
        MOVE RUN-DATE TO HDG-RUN-DATE
        MOVE RPT-HEADING-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE RPT-BLANK-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD.

WRITE-REPORT-SUMMARY SECTION.
        *> Totals and the closing line operations reads first
        MOVE RPT-BLANK-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE SCHED-READ-COUNT TO SUM-SCHED-READ
        MOVE FIRE-COUNT TO SUM-FIRED
        MOVE CONFIRM-COUNT TO SUM-CONFIRMED
        MOVE REFUSE-COUNT TO SUM-REFUSED
        MOVE PAST-DUE-COUNT TO SUM-PAST-DUE
        MOVE NEW-PAST-DUE-COUNT TO SUM-NEW
        MOVE PURGE-COUNT TO SUM-PURGED
        MOVE RPT-SUMMARY-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD
        MOVE SPACES TO VER-TEXT
        EVALUATE TRUE
            WHEN STATUS-OVERFLOW-SW = 'Y'
                MOVE '** TRIGGER STATUS INCOMPLETE - DO NOT CATALOG'
                    TO VER-TEXT
            WHEN PAST-DUE-COUNT = 0
                MOVE 'NO PAST-DUE SCHEDULED DATES' TO VER-TEXT
            WHEN OTHER
                MOVE PAST-DUE-COUNT TO COUNT-EDIT
                STRING '** ' DELIMITED BY SIZE
                       COUNT-EDIT DELIMITED BY SIZE
                       ' PAST-DUE SCHEDULED DATE(S) OUTSTANDING'
                       DELIMITED BY SIZE
                    INTO VER-TEXT
        END-EVALUATE
        MOVE RPT-VERDICT-LINE TO TRG-RPT-LINE
        WRITE TRG-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
