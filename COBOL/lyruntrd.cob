IDENTIFICATION DIVISION.
PROGRAM-ID. LYRUNTRD.

*> Cross-night run-history trend. LYRUNBAL proves one night in
*> balance, but nothing said that tonight's YEARIN volume is five
*> times normal, that rejects have crept up all month, or that the
*> CC 4 being signed off has been CC 4 for ten nights running.
*> This program reads the cataloged RUNHIST history the balancing
*> step appends to (see LYRHSREC.cpy) and, driven by the TRDIN
*> cards (keyword=value, see COBOL/copybooks/LYTRPREC.cpy),
*> reports on TRDRPT:
*>   - the rolling average read/written/rejected per step and DD
*>     over the WINDOW nights before the latest, against the
*>     latest night's counts, each checked against its tolerance
*>     band (TOLERANCE, or DDTOL for one DD)
*>   - every night within the window with a count outside its
*>     band, each night against the WINDOW nights before it
*>   - every step's condition codes: warnings in the window and
*>     the nights in a row it has ended CC 4 or worse, listed as a
*>     repeated warning from WARNRUN nights on
*>   - the retention cut: with a RETAIN card, nights appended more
*>     than RETAIN days before the ASOF date go to RHARCH and the
*>     rest to RHTRIM, whole nights together, so operations can
*>     swap RHTRIM in as the new RUNHIST once the archive is
*>     verified - this program never rewrites RUNHIST in place
*> A run id appended twice (balanced again after a restart) is
*> trended on its later group. Nights cut by the retention period
*> do not enter the trend.
*>
*> Condition codes: 0 the latest night is inside every band with
*> no repeated warning, 4 the latest night has a count outside
*> its band or a step on a repeated warning, or a TRDIN card was
*> ignored, 8 RUNHIST or the report would not open, or the
*> retention cut could not be taken.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNHIST-IN ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNHIST-IN-STATUS.

    SELECT OPTIONAL TRD-IN ASSIGN TO "TRDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRD-IN-STATUS.

    SELECT TRD-RPT ASSIGN TO "TRDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRD-RPT-STATUS.

    SELECT RHARCH-OUT ASSIGN TO "RHARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RHARCH-OUT-STATUS.

    SELECT RHTRIM-OUT ASSIGN TO "RHTRIM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RHTRIM-OUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUNHIST-IN.
    COPY LYRHSINR.

FD  TRD-IN.
    COPY LYTRPREC.

FD  TRD-RPT.
    COPY LYTRRREC.

FD  RHARCH-OUT.
    COPY LYRHAREC.

FD  RHTRIM-OUT.
    COPY LYRHTREC.

WORKING-STORAGE SECTION.
        01  RUNHIST-IN-STATUS PIC X(2).
        01  TRD-IN-STATUS   PIC X(2).
        01  TRD-RPT-STATUS  PIC X(2).
        01  RHARCH-OUT-STATUS PIC X(2).
        01  RHTRIM-OUT-STATUS PIC X(2).
        01  END-OF-HISTORY  PIC X(1) VALUE 'N'.
        01  END-OF-CARDS    PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).

        *> Trend parameters from the TRDIN cards
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  TREND-WINDOW    PIC 9(2) VALUE 7.
        01  TREND-WINDOW-MAX PIC 9(2) VALUE 30.
        01  TREND-TOLERANCE PIC 9(3) VALUE 50.
        01  TREND-MIN-NIGHTS PIC 9(2) VALUE 3.
        01  TREND-WARN-RUN  PIC 9(2) VALUE 3.
        01  RETAIN-DAYS     PIC 9(4) VALUE 0.
        01  RETAIN-MODE-SW  PIC X(1) VALUE 'N'.
        01  ASOF-DATE       PIC X(8) VALUE SPACES.
        01  DDTOL-TABLE-MAX PIC 9(2) VALUE 20.
        01  DDTOL-COUNT     PIC 9(2) VALUE 0.
        01  DDTOL-TABLE.
            05  DDTOL-ENTRY OCCURS 20.
                10  DDTOL-DD        PIC X(8).
                10  DDTOL-PCT       PIC 9(3).
        01  DDTOL-IX        PIC 9(2).
        01  DDTOL-DD-WORK   PIC X(8).
        01  DDTOL-PCT-WORK  PIC X(3).

        *> Every night kept, in the order appended, with its counts
        *> per step/DD key and its condition code per step. A
        *> present switch of 'Y' marks a count or code the night
        *> actually carried.
        01  RUN-TABLE-MAX   PIC 9(3) VALUE 400.
        01  RUN-COUNT       PIC 9(3) VALUE 0.
        01  RUN-TABLE.
            05  RUN-ENTRY OCCURS 400.
                10  RUN-ID          PIC X(8).
                10  RUN-APPEND-DATE PIC X(8).
                10  RUN-CNT OCCURS 40.
                    15  CNT-PRESENT     PIC X(1).
                    15  CNT-READ        PIC 9(8).
                    15  CNT-WRITTEN     PIC 9(8).
                    15  CNT-REJECTED    PIC 9(8).
                10  RUN-SCC OCCURS 10.
                    15  SCC-PRESENT     PIC X(1).
                    15  SCC-CODE        PIC 9(2).
        01  RUN-IX          PIC 9(3).
        01  RUN-FIND-IX     PIC 9(3).
        01  CURRENT-RUN-IX  PIC 9(3) VALUE 0.
        01  LAST-RUN-IX     PIC 9(3) VALUE 0.
        01  FIRST-RECENT-IX PIC 9(3).

        *> The step/DD keys and step names met in the history
        01  KEY-TABLE-MAX   PIC 9(2) VALUE 40.
        01  KEY-COUNT       PIC 9(2) VALUE 0.
        01  KEY-TABLE.
            05  KEY-ENTRY OCCURS 40.
                10  KEY-STEP        PIC X(8).
                10  KEY-DD          PIC X(8).
        01  KEY-IX          PIC 9(2).
        01  KEY-FIND-IX     PIC 9(2).
        01  STEP-TABLE-MAX  PIC 9(2) VALUE 10.
        01  STEP-COUNT      PIC 9(2) VALUE 0.
        01  STEP-TABLE.
            05  STEP-NAME OCCURS 10 PIC X(8).
        01  STEP-IX         PIC 9(2).
        01  STEP-FIND-IX    PIC 9(2).
        01  FIND-STEP-NAME  PIC X(8).

        *> Routing of the current night for the retention cut
        01  GROUP-OPEN-SW   PIC X(1) VALUE 'N'.
        01  GROUP-TO-ARCHIVE-SW PIC X(1) VALUE 'N'.
        01  GROUP-AGE-DAYS  PIC S9(7).

        *> Baseline and band work for one key on one night
        01  BASE-FROM-IX    PIC 9(3).
        01  BASE-NIGHTS     PIC 9(3).
        01  BASE-SUM-READ   PIC 9(10).
        01  BASE-SUM-WRITTEN PIC 9(10).
        01  BASE-SUM-REJECTED PIC 9(10).
        01  AVG-READ        PIC 9(8)V99.
        01  AVG-WRITTEN     PIC 9(8)V99.
        01  AVG-REJECTED    PIC 9(8)V99.
        01  BAND-PCT        PIC 9(3).
        01  BAND-FACTOR     PIC 9(4).
        01  BAND-LOW        PIC 9(10)V99.
        01  BAND-HIGH       PIC 9(10)V99.
        01  CHECK-VALUE     PIC 9(8).
        01  CHECK-AVERAGE   PIC 9(8)V99.
        01  CHECK-MEASURE   PIC X(8).
        01  CHECK-OUTSIDE-SW PIC X(1).
        01  NIGHT-FLAG-SW   PIC X(1).
        01  LIST-OUTSIDE-SW PIC X(1) VALUE 'N'.
        01  OUTSIDE-BEFORE-COUNT PIC 9(8).
        01  DEVIATION-PCT   PIC S9(7).
        01  DEVIATION-EDIT  PIC +(5)9.

        *> Step condition-code work
        01  WARN-NIGHTS     PIC 9(3).
        01  WARN-STREAK     PIC 9(3).
        01  STREAK-OPEN-SW  PIC X(1).

        *> Totals
        01  HIST-READ-COUNT PIC 9(8) VALUE 0.
        01  HIST-STRAY-COUNT PIC 9(8) VALUE 0.
        01  SUPERSEDED-COUNT PIC 9(8) VALUE 0.
        01  DROPPED-RUN-COUNT PIC 9(8) VALUE 0.
        01  ARCHIVE-NIGHT-COUNT PIC 9(8) VALUE 0.
        01  ARCHIVE-CUT-COUNT PIC 9(8) VALUE 0.
        01  ARCHIVE-KEPT-COUNT PIC 9(8) VALUE 0.
        01  OUTSIDE-COUNT   PIC 9(8) VALUE 0.
        01  LAST-FLAG-COUNT PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the trend report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(31)
                VALUE 'RUN HISTORY TREND REPORT - RUN '.
            05  FILLER          PIC X(5) VALUE 'DATE '.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(11) VALUE '  LAST RUN '.
            05  HDG-LAST-RUN    PIC X(8).
            05  FILLER          PIC X(10) VALUE '  NIGHTS '.
            05  HDG-NIGHTS      PIC ZZ9.
            05  FILLER          PIC X(56) VALUE SPACES.
        01  RPT-PARM-LINE.
            05  FILLER          PIC X(7) VALUE 'WINDOW '.
            05  PRM-WINDOW      PIC Z9.
            05  FILLER          PIC X(19)
                VALUE ' NIGHTS  TOLERANCE '.
            05  PRM-TOLERANCE   PIC ZZ9.
            05  FILLER          PIC X(14) VALUE '%  MIN NIGHTS '.
            05  PRM-MIN-NIGHTS  PIC Z9.
            05  FILLER          PIC X(14) VALUE '  WARNING RUN '.
            05  PRM-WARN-RUN    PIC Z9.
            05  FILLER          PIC X(9) VALUE '  RETAIN '.
            05  PRM-RETAIN      PIC X(22).
            05  FILLER          PIC X(38) VALUE SPACES.
        01  RPT-SECTION-LINE.
            05  SEC-TEXT        PIC X(80).
            05  FILLER          PIC X(52) VALUE SPACES.
        01  RPT-AVG-COLUMN-LINE.
            05  FILLER          PIC X(9) VALUE 'STEP'.
            05  FILLER          PIC X(9) VALUE 'DD'.
            05  FILLER          PIC X(6) VALUE 'NIGHTS'.
            05  FILLER          PIC X(10) VALUE '  AVG READ'.
            05  FILLER          PIC X(10) VALUE '  AVG WRIT'.
            05  FILLER          PIC X(10) VALUE '   AVG REJ'.
            05  FILLER          PIC X(10) VALUE ' LAST READ'.
            05  FILLER          PIC X(10) VALUE ' LAST WRIT'.
            05  FILLER          PIC X(10) VALUE '  LAST REJ'.
            05  FILLER          PIC X(8) VALUE '    BAND'.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  FILLER          PIC X(20) VALUE 'FLAG'.
            05  FILLER          PIC X(18) VALUE SPACES.
        01  RPT-AVG-LINE.
            05  AVL-STEP        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  AVL-DD          PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  FILLER          PIC X(3) VALUE SPACES.
            05  AVL-NIGHTS      PIC ZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-AVG-READ    PIC ZZZZZZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-AVG-WRITTEN PIC ZZZZZZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-AVG-REJECTED PIC ZZZZZZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-LAST-READ   PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-LAST-WRITTEN PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-LAST-REJECTED PIC X(8).
            05  FILLER          PIC X(4) VALUE SPACES.
            05  AVL-BAND        PIC ZZ9.
            05  FILLER          PIC X(1) VALUE '%'.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  AVL-FLAG        PIC X(20).
            05  FILLER          PIC X(18) VALUE SPACES.
        01  LAST-COUNT-EDIT     PIC ZZZZZZZ9.
        01  RPT-OUT-COLUMN-LINE.
            05  FILLER          PIC X(9) VALUE 'RUN ID'.
            05  FILLER          PIC X(9) VALUE 'APPENDED'.
            05  FILLER          PIC X(9) VALUE 'STEP'.
            05  FILLER          PIC X(9) VALUE 'DD'.
            05  FILLER          PIC X(10) VALUE 'COUNT'.
            05  FILLER          PIC X(8) VALUE '   VALUE'.
            05  FILLER          PIC X(10) VALUE '   AVERAGE'.
            05  FILLER          PIC X(9) VALUE '  DEV PCT'.
            05  FILLER          PIC X(7) VALUE '   BAND'.
            05  FILLER          PIC X(52) VALUE SPACES.
        01  RPT-OUT-LINE.
            05  OTL-RUN-ID      PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  OTL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  OTL-STEP        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  OTL-DD          PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  OTL-MEASURE     PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  OTL-VALUE       PIC ZZZZZZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  OTL-AVERAGE     PIC ZZZZZZZ9.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  OTL-DEVIATION   PIC X(7).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  OTL-BAND        PIC ZZ9.
            05  FILLER          PIC X(1) VALUE '%'.
            05  FILLER          PIC X(2) VALUE SPACES.
            05  OTL-FLAG        PIC X(10).
            05  FILLER          PIC X(40) VALUE SPACES.
        01  RPT-STEP-COLUMN-LINE.
            05  FILLER          PIC X(10) VALUE 'STEP'.
            05  FILLER          PIC X(9) VALUE 'LAST CC'.
            05  FILLER          PIC X(13) VALUE 'WARN NIGHTS'.
            05  FILLER          PIC X(10) VALUE 'IN A ROW'.
            05  FILLER          PIC X(90) VALUE 'FLAG'.
        01  RPT-STEP-LINE.
            05  STL-STEP        PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  STL-LAST-CC     PIC X(2).
            05  FILLER          PIC X(7) VALUE SPACES.
            05  STL-WARN-NIGHTS PIC ZZ9.
            05  FILLER          PIC X(10) VALUE SPACES.
            05  STL-STREAK      PIC ZZ9.
            05  FILLER          PIC X(7) VALUE SPACES.
            05  STL-FLAG        PIC X(20).
            05  FILLER          PIC X(70) VALUE SPACES.
        01  STEP-CC-EDIT        PIC 99.
        01  RPT-TOTAL-LINE.
            05  TTL-TEXT        PIC X(40).
            05  TTL-COUNT       PIC ZZZZZZZ9.
            05  FILLER          PIC X(84) VALUE SPACES.
        01  RPT-NONE-LINE.
            05  NON-TEXT        PIC X(60).
            05  FILLER          PIC X(72) VALUE SPACES.
        01  RPT-VERDICT-LINE.
            05  VER-TEXT        PIC X(132).
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDALNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD

        PERFORM READ-TREND-CARDS
        IF ASOF-DATE = SPACES
            MOVE RUN-DATE TO ASOF-DATE
        END-IF

        OPEN INPUT RUNHIST-IN
        IF RUNHIST-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open RUNHIST-IN, status '
                RUNHIST-IN-STATUS
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT TRD-RPT
        IF TRD-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open TRD-RPT, status ' TRD-RPT-STATUS
            CLOSE RUNHIST-IN
            MOVE 'E' TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            MOVE SPACE TO LEAPYR-MODE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        IF RETAIN-MODE-SW = 'Y'
            PERFORM OPEN-RETENTION-FILES
        END-IF

        PERFORM READ-RUNHIST-IN
        PERFORM LOAD-ONE-HISTORY UNTIL END-OF-HISTORY = 'Y'
        CLOSE RUNHIST-IN
        IF RETAIN-MODE-SW = 'Y'
            CLOSE RHARCH-OUT
            CLOSE RHTRIM-OUT
        END-IF

        MOVE RUN-COUNT TO LAST-RUN-IX
        IF LAST-RUN-IX > TREND-WINDOW
            COMPUTE FIRST-RECENT-IX = LAST-RUN-IX - TREND-WINDOW + 1
        ELSE
            MOVE 1 TO FIRST-RECENT-IX
        END-IF

        PERFORM WRITE-REPORT-HEADING
        IF RUN-COUNT = 0
            MOVE 'NO NIGHTS IN THE RUN HISTORY - NOTHING TO TREND'
                TO NON-TEXT
            MOVE RPT-NONE-LINE TO TRD-RPT-LINE
            WRITE TRD-RPT-RECORD
        ELSE
            PERFORM WRITE-ROLLING-AVERAGES
            PERFORM WRITE-NIGHTS-OUTSIDE
            PERFORM WRITE-STEP-CONDITION-CODES
        END-IF
        PERFORM WRITE-HISTORY-TOTALS
        PERFORM WRITE-VERDICT
        CLOSE TRD-RPT

        DISPLAY 'RUN HISTORY NIGHTS TRENDED: ' RUN-COUNT
            ' COUNTS OUTSIDE BAND: ' OUTSIDE-COUNT
            ' FLAGS ON LAST RUN: ' LAST-FLAG-COUNT
        IF RETAIN-MODE-SW = 'Y'
            DISPLAY 'RUN HISTORY RECORDS ARCHIVED: ' ARCHIVE-CUT-COUNT
                ' KEPT: ' ARCHIVE-KEPT-COUNT
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'TREND CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

READ-TREND-CARDS SECTION.
        *> Pick up the trend parameters from TRDIN. The file is
        *> OPTIONAL - with no cards the compiled-in defaults apply
        *> and no retention cut is taken.
        OPEN INPUT TRD-IN
        IF TRD-IN-STATUS = '00'
            PERFORM READ-TRD-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS = 'Y'
            CLOSE TRD-IN
        ELSE
            IF TRD-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open TRD-IN, status '
                    TRD-IN-STATUS ', defaults applied'
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> set the matching parameter, then read the next card
        IF TRD-IN-TEXT(1:1) NOT = '*' AND TRD-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING TRD-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'WINDOW'
                    IF CARD-VALUE(1:2) NUMERIC
                       AND CARD-VALUE(1:2) NOT = '00'
                       AND CARD-VALUE(1:2) NOT > TREND-WINDOW-MAX
                        MOVE CARD-VALUE(1:2) TO TREND-WINDOW
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN 'TOLERANCE'
                    IF CARD-VALUE(1:3) NUMERIC
                        MOVE CARD-VALUE(1:3) TO TREND-TOLERANCE
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN 'DDTOL'
                    PERFORM ADD-DD-TOLERANCE
                WHEN 'MINNIGHTS'
                    IF CARD-VALUE(1:2) NUMERIC
                       AND CARD-VALUE(1:2) NOT = '00'
                        MOVE CARD-VALUE(1:2) TO TREND-MIN-NIGHTS
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN 'WARNRUN'
                    IF CARD-VALUE(1:2) NUMERIC
                       AND CARD-VALUE(1:2) NOT = '00'
                        MOVE CARD-VALUE(1:2) TO TREND-WARN-RUN
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN 'RETAIN'
                    *> A retention period that is not a day count
                    *> would cut the history on garbage, so refuse
                    *> the card instead
                    IF CARD-VALUE(1:4) NUMERIC
                       AND CARD-VALUE(1:4) NOT = '0000'
                        MOVE CARD-VALUE(1:4) TO RETAIN-DAYS
                        MOVE 'Y' TO RETAIN-MODE-SW
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN 'ASOF'
                    MOVE CARD-VALUE(1:8) TO LEAPDA-DATE-1
                    MOVE SPACES TO LEAPDA-DATE-2
                    CALL 'LEAPDA' USING LEAPDA-LINKAGE
                    IF LEAPDA-DATES-ARE-VALID
                        MOVE CARD-VALUE(1:8) TO ASOF-DATE
                    ELSE
                        PERFORM REFUSE-ONE-CARD
                    END-IF
                WHEN OTHER
                    DISPLAY 'Unrecognized trend card ignored: '
                        TRD-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-TRD-IN.

ADD-DD-TOLERANCE SECTION.
        *> One DDTOL=ddname,nnn card into the per-DD band table
        MOVE SPACES TO DDTOL-DD-WORK
        MOVE SPACES TO DDTOL-PCT-WORK
        UNSTRING CARD-VALUE DELIMITED BY ','
            INTO DDTOL-DD-WORK DDTOL-PCT-WORK
        EVALUATE TRUE
            WHEN DDTOL-DD-WORK = SPACES
              OR DDTOL-PCT-WORK NOT NUMERIC
                PERFORM REFUSE-ONE-CARD
            WHEN DDTOL-COUNT < DDTOL-TABLE-MAX
                ADD 1 TO DDTOL-COUNT
                MOVE DDTOL-DD-WORK TO DDTOL-DD(DDTOL-COUNT)
                MOVE DDTOL-PCT-WORK TO DDTOL-PCT(DDTOL-COUNT)
            WHEN OTHER
                DISPLAY 'More than ' DDTOL-TABLE-MAX
                    ' DDTOL cards, card ignored: ' TRD-IN-TEXT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
        END-EVALUATE.

REFUSE-ONE-CARD SECTION.
        *> A recognized card whose value will not do - the default
        *> stands
        DISPLAY 'Trend card value invalid, card ignored: '
            TRD-IN-TEXT
        MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
        PERFORM RAISE-CONDITION-CODE.

READ-TRD-IN SECTION.
        *> Read the next trend card, flagging end of file
        READ TRD-IN
            AT END
                MOVE 'Y' TO END-OF-CARDS
        END-READ.

OPEN-RETENTION-FILES SECTION.
        *> A RETAIN card was present, so the retention cut runs this
        *> submission - open both sides of the split. Failure to open
        *> either one cancels the cut rather than half-taking it.
        OPEN OUTPUT RHARCH-OUT
        IF RHARCH-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open RHARCH-OUT, status '
                RHARCH-OUT-STATUS
            MOVE 'N' TO RETAIN-MODE-SW
        ELSE
            OPEN OUTPUT RHTRIM-OUT
            IF RHTRIM-OUT-STATUS NOT = '00'
                DISPLAY 'Unable to open RHTRIM-OUT, status '
                    RHTRIM-OUT-STATUS
                CLOSE RHARCH-OUT
                MOVE 'N' TO RETAIN-MODE-SW
            END-IF
        END-IF
        IF RETAIN-MODE-SW = 'N'
            DISPLAY 'Retention cut cancelled, RUNHIST left intact'
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF.

LOAD-ONE-HISTORY SECTION.
        *> One history record: a header opens the night's group and
        *> decides which side of the retention cut it goes to; the
        *> rest of the group follows its header into the trend and
        *> to the same side. A record before any header is kept but
        *> not trended. Then read the next record.
        ADD 1 TO HIST-READ-COUNT
        IF RUNHIST-IN-HEADER
            PERFORM OPEN-HISTORY-GROUP
        ELSE
            IF GROUP-OPEN-SW = 'N'
                ADD 1 TO HIST-STRAY-COUNT
            ELSE
                IF GROUP-TO-ARCHIVE-SW = 'N'
                    PERFORM APPLY-ONE-HISTORY
                END-IF
            END-IF
        END-IF
        IF RETAIN-MODE-SW = 'Y'
            PERFORM SPLIT-ONE-HISTORY
        END-IF
        PERFORM READ-RUNHIST-IN.

OPEN-HISTORY-GROUP SECTION.
        *> A night's header. With a retention cut, a night appended
        *> more than RETAIN days before the ASOF date is archived and
        *> left out of the trend; a header date LEAPDA will not take
        *> keeps the night rather than archive on garbage. A kept
        *> night takes its run id's place in the table - a run id
        *> already there was balanced again, and this later group
        *> replaces what it carried.
        MOVE 'Y' TO GROUP-OPEN-SW
        MOVE 'N' TO GROUP-TO-ARCHIVE-SW
        IF RETAIN-MODE-SW = 'Y'
            MOVE RUNHIST-IN-RUN-DATE TO LEAPDA-DATE-1
            MOVE ASOF-DATE TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            IF LEAPDA-DATES-ARE-VALID
                MOVE LEAPDA-DAYS-BETWEEN TO GROUP-AGE-DAYS
                IF GROUP-AGE-DAYS > RETAIN-DAYS
                    MOVE 'Y' TO GROUP-TO-ARCHIVE-SW
                    ADD 1 TO ARCHIVE-NIGHT-COUNT
                END-IF
            END-IF
        END-IF
        IF GROUP-TO-ARCHIVE-SW = 'N'
            MOVE 0 TO CURRENT-RUN-IX
            MOVE 1 TO RUN-FIND-IX
            PERFORM MATCH-ONE-RUN
                UNTIL RUN-FIND-IX > RUN-COUNT OR CURRENT-RUN-IX > 0
            IF CURRENT-RUN-IX > 0
                ADD 1 TO SUPERSEDED-COUNT
            ELSE
                IF RUN-COUNT >= RUN-TABLE-MAX
                    PERFORM DROP-OLDEST-RUN
                END-IF
                ADD 1 TO RUN-COUNT
                MOVE RUN-COUNT TO CURRENT-RUN-IX
            END-IF
            MOVE SPACES TO RUN-ENTRY(CURRENT-RUN-IX)
            MOVE RUNHIST-IN-RUN-ID TO RUN-ID(CURRENT-RUN-IX)
            MOVE RUNHIST-IN-RUN-DATE TO RUN-APPEND-DATE(CURRENT-RUN-IX)
        END-IF.

MATCH-ONE-RUN SECTION.
        *> Compare one table night's run id with the header's, then
        *> step to the next
        IF RUN-ID(RUN-FIND-IX) = RUNHIST-IN-RUN-ID
            MOVE RUN-FIND-IX TO CURRENT-RUN-IX
        END-IF
        ADD 1 TO RUN-FIND-IX.

DROP-OLDEST-RUN SECTION.
        *> The table is full - the oldest night leaves the trend
        *> (never the history) so the newest can come in
        IF DROPPED-RUN-COUNT = 0
            DISPLAY 'Run history exceeds ' RUN-TABLE-MAX
                ' nights, oldest nights left out of the trend'
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        ADD 1 TO DROPPED-RUN-COUNT
        MOVE 1 TO RUN-IX
        PERFORM SHIFT-ONE-RUN UNTIL RUN-IX >= RUN-COUNT
        SUBTRACT 1 FROM RUN-COUNT.

SHIFT-ONE-RUN SECTION.
        *> Move one night down a place, then the next
        MOVE RUN-ENTRY(RUN-IX + 1) TO RUN-ENTRY(RUN-IX)
        ADD 1 TO RUN-IX.

APPLY-ONE-HISTORY SECTION.
        *> A counts, step-end or verdict record into the current
        *> night. The verdict carries the balancing step's own
        *> condition code, trended as step BALSTEP.
        EVALUATE TRUE
            WHEN RUNHIST-IN-COUNTS
                PERFORM FIND-KEY
                IF KEY-IX > 0
                    MOVE 'Y' TO CNT-PRESENT(CURRENT-RUN-IX, KEY-IX)
                    MOVE RUNHIST-IN-READ
                        TO CNT-READ(CURRENT-RUN-IX, KEY-IX)
                    MOVE RUNHIST-IN-WRITTEN
                        TO CNT-WRITTEN(CURRENT-RUN-IX, KEY-IX)
                    MOVE RUNHIST-IN-REJECTED
                        TO CNT-REJECTED(CURRENT-RUN-IX, KEY-IX)
                END-IF
            WHEN RUNHIST-IN-STEP-CC
                MOVE RUNHIST-IN-STEP TO FIND-STEP-NAME
                PERFORM FIND-STEP
                IF STEP-IX > 0
                    MOVE 'Y' TO SCC-PRESENT(CURRENT-RUN-IX, STEP-IX)
                    MOVE RUNHIST-IN-COND-CODE
                        TO SCC-CODE(CURRENT-RUN-IX, STEP-IX)
                END-IF
            WHEN RUNHIST-IN-VERDICT
                MOVE 'BALSTEP' TO FIND-STEP-NAME
                PERFORM FIND-STEP
                IF STEP-IX > 0
                    MOVE 'Y' TO SCC-PRESENT(CURRENT-RUN-IX, STEP-IX)
                    MOVE RUNHIST-IN-BAL-CC
                        TO SCC-CODE(CURRENT-RUN-IX, STEP-IX)
                END-IF
            WHEN OTHER
                ADD 1 TO HIST-STRAY-COUNT
        END-EVALUATE.

FIND-KEY SECTION.
        *> The record's step/DD key in the key table, added when
        *> new - KEY-IX of zero when the table is full
        MOVE 0 TO KEY-IX
        MOVE 1 TO KEY-FIND-IX
        PERFORM MATCH-ONE-KEY
            UNTIL KEY-FIND-IX > KEY-COUNT OR KEY-IX > 0
        IF KEY-IX = 0
            IF KEY-COUNT < KEY-TABLE-MAX
                ADD 1 TO KEY-COUNT
                MOVE RUNHIST-IN-STEP TO KEY-STEP(KEY-COUNT)
                MOVE RUNHIST-IN-DDNAME TO KEY-DD(KEY-COUNT)
                MOVE KEY-COUNT TO KEY-IX
            ELSE
                DISPLAY 'Step/DD keys exceed ' KEY-TABLE-MAX
                    ', not trended: ' RUNHIST-IN-RECORD
                ADD 1 TO HIST-STRAY-COUNT
            END-IF
        END-IF.

MATCH-ONE-KEY SECTION.
        *> Compare one key with the record's, then step to the next
        IF KEY-STEP(KEY-FIND-IX) = RUNHIST-IN-STEP
           AND KEY-DD(KEY-FIND-IX) = RUNHIST-IN-DDNAME
            MOVE KEY-FIND-IX TO KEY-IX
        END-IF
        ADD 1 TO KEY-FIND-IX.

FIND-STEP SECTION.
        *> FIND-STEP-NAME in the step table, added when new -
        *> STEP-IX of zero when the table is full
        MOVE 0 TO STEP-IX
        MOVE 1 TO STEP-FIND-IX
        PERFORM MATCH-ONE-STEP
            UNTIL STEP-FIND-IX > STEP-COUNT OR STEP-IX > 0
        IF STEP-IX = 0
            IF STEP-COUNT < STEP-TABLE-MAX
                ADD 1 TO STEP-COUNT
                MOVE FIND-STEP-NAME TO STEP-NAME(STEP-COUNT)
                MOVE STEP-COUNT TO STEP-IX
            ELSE
                DISPLAY 'Steps exceed ' STEP-TABLE-MAX
                    ', not trended: ' RUNHIST-IN-RECORD
                ADD 1 TO HIST-STRAY-COUNT
            END-IF
        END-IF.

MATCH-ONE-STEP SECTION.
        *> Compare one step name, then step to the next
        IF STEP-NAME(STEP-FIND-IX) = FIND-STEP-NAME
            MOVE STEP-FIND-IX TO STEP-IX
        END-IF
        ADD 1 TO STEP-FIND-IX.

SPLIT-ONE-HISTORY SECTION.
        *> Route the record to the archive or the trimmed copy that
        *> replaces RUNHIST, on its night's side of the cut
        IF GROUP-TO-ARCHIVE-SW = 'Y'
            MOVE RUNHIST-IN-RECORD TO RHARCH-OUT-IMAGE
            WRITE RHARCH-OUT-RECORD
            ADD 1 TO ARCHIVE-CUT-COUNT
        ELSE
            MOVE RUNHIST-IN-RECORD TO RHTRIM-OUT-IMAGE
            WRITE RHTRIM-OUT-RECORD
            ADD 1 TO ARCHIVE-KEPT-COUNT
        END-IF.

READ-RUNHIST-IN SECTION.
        *> Read the next history record, flagging end of file
        READ RUNHIST-IN
            AT END
                MOVE 'Y' TO END-OF-HISTORY
        END-READ.

WRITE-REPORT-HEADING SECTION.
        *> Heading and the parameters in force
        MOVE RUN-DATE TO HDG-RUN-DATE
        IF LAST-RUN-IX > 0
            MOVE RUN-ID(LAST-RUN-IX) TO HDG-LAST-RUN
        ELSE
            MOVE SPACES TO HDG-LAST-RUN
        END-IF
        MOVE RUN-COUNT TO HDG-NIGHTS
        MOVE RPT-HEADING-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE TREND-WINDOW TO PRM-WINDOW
        MOVE TREND-TOLERANCE TO PRM-TOLERANCE
        MOVE TREND-MIN-NIGHTS TO PRM-MIN-NIGHTS
        MOVE TREND-WARN-RUN TO PRM-WARN-RUN
        IF RETAIN-MODE-SW = 'Y'
            MOVE SPACES TO PRM-RETAIN
            STRING RETAIN-DAYS DELIMITED BY SIZE
                   ' DAYS TO ' DELIMITED BY SIZE
                   ASOF-DATE DELIMITED BY SIZE
                INTO PRM-RETAIN
        ELSE
            MOVE 'NO CUT' TO PRM-RETAIN
        END-IF
        MOVE RPT-PARM-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE RPT-BLANK-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

WRITE-ROLLING-AVERAGES SECTION.
        *> Every step/DD key: the average over the WINDOW nights
        *> before the latest against the latest night's counts
        MOVE 'ROLLING AVERAGES - PRIOR NIGHTS AGAINST THE LAST RUN'
            TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE RPT-AVG-COLUMN-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE 1 TO KEY-IX
        PERFORM WRITE-ONE-AVERAGE UNTIL KEY-IX > KEY-COUNT
        MOVE RPT-BLANK-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

WRITE-ONE-AVERAGE SECTION.
        *> One key's average line - a key that neither the latest
        *> night nor its window carried has gone quiet and is not
        *> listed. Then the next key.
        MOVE LAST-RUN-IX TO RUN-IX
        PERFORM COMPUTE-BASELINE
        IF BASE-NIGHTS > 0
           OR CNT-PRESENT(LAST-RUN-IX, KEY-IX) = 'Y'
            MOVE KEY-STEP(KEY-IX) TO AVL-STEP
            MOVE KEY-DD(KEY-IX) TO AVL-DD
            MOVE BASE-NIGHTS TO AVL-NIGHTS
            COMPUTE AVL-AVG-READ ROUNDED = AVG-READ
            COMPUTE AVL-AVG-WRITTEN ROUNDED = AVG-WRITTEN
            COMPUTE AVL-AVG-REJECTED ROUNDED = AVG-REJECTED
            MOVE BAND-PCT TO AVL-BAND
            MOVE SPACES TO AVL-FLAG
            IF CNT-PRESENT(LAST-RUN-IX, KEY-IX) = 'Y'
                MOVE CNT-READ(LAST-RUN-IX, KEY-IX) TO LAST-COUNT-EDIT
                MOVE LAST-COUNT-EDIT TO AVL-LAST-READ
                MOVE CNT-WRITTEN(LAST-RUN-IX, KEY-IX)
                    TO LAST-COUNT-EDIT
                MOVE LAST-COUNT-EDIT TO AVL-LAST-WRITTEN
                MOVE CNT-REJECTED(LAST-RUN-IX, KEY-IX)
                    TO LAST-COUNT-EDIT
                MOVE LAST-COUNT-EDIT TO AVL-LAST-REJECTED
                IF BASE-NIGHTS < TREND-MIN-NIGHTS
                    MOVE 'SHORT HISTORY' TO AVL-FLAG
                ELSE
                    PERFORM CHECK-NIGHT-AGAINST-BAND
                    IF NIGHT-FLAG-SW = 'Y'
                        MOVE '* OUTSIDE BAND' TO AVL-FLAG
                    END-IF
                END-IF
            ELSE
                MOVE '  ABSENT' TO AVL-LAST-READ
                MOVE SPACES TO AVL-LAST-WRITTEN
                MOVE SPACES TO AVL-LAST-REJECTED
                MOVE '* NOT IN LAST RUN' TO AVL-FLAG
                ADD 1 TO LAST-FLAG-COUNT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
            MOVE RPT-AVG-LINE TO TRD-RPT-LINE
            WRITE TRD-RPT-RECORD
        END-IF
        ADD 1 TO KEY-IX.

COMPUTE-BASELINE SECTION.
        *> Average read/written/rejected for key KEY-IX over the
        *> WINDOW nights before night RUN-IX, counting only the
        *> nights that carried the key, and the band for its DD
        MOVE 0 TO BASE-NIGHTS
        MOVE 0 TO BASE-SUM-READ
        MOVE 0 TO BASE-SUM-WRITTEN
        MOVE 0 TO BASE-SUM-REJECTED
        MOVE 0 TO AVG-READ
        MOVE 0 TO AVG-WRITTEN
        MOVE 0 TO AVG-REJECTED
        IF RUN-IX > TREND-WINDOW
            COMPUTE BASE-FROM-IX = RUN-IX - TREND-WINDOW
        ELSE
            MOVE 1 TO BASE-FROM-IX
        END-IF
        PERFORM ADD-ONE-BASE-NIGHT UNTIL BASE-FROM-IX >= RUN-IX
        IF BASE-NIGHTS > 0
            COMPUTE AVG-READ ROUNDED = BASE-SUM-READ / BASE-NIGHTS
            COMPUTE AVG-WRITTEN ROUNDED =
                BASE-SUM-WRITTEN / BASE-NIGHTS
            COMPUTE AVG-REJECTED ROUNDED =
                BASE-SUM-REJECTED / BASE-NIGHTS
        END-IF
        MOVE TREND-TOLERANCE TO BAND-PCT
        MOVE 1 TO DDTOL-IX
        PERFORM MATCH-ONE-DD-TOLERANCE UNTIL DDTOL-IX > DDTOL-COUNT.

ADD-ONE-BASE-NIGHT SECTION.
        *> One window night into the sums when it carried the key,
        *> then the next night
        IF CNT-PRESENT(BASE-FROM-IX, KEY-IX) = 'Y'
            ADD 1 TO BASE-NIGHTS
            ADD CNT-READ(BASE-FROM-IX, KEY-IX) TO BASE-SUM-READ
            ADD CNT-WRITTEN(BASE-FROM-IX, KEY-IX) TO BASE-SUM-WRITTEN
            ADD CNT-REJECTED(BASE-FROM-IX, KEY-IX)
                TO BASE-SUM-REJECTED
        END-IF
        ADD 1 TO BASE-FROM-IX.

MATCH-ONE-DD-TOLERANCE SECTION.
        *> A DDTOL card for the key's DD overrides the band, then
        *> step to the next card
        IF DDTOL-DD(DDTOL-IX) = KEY-DD(KEY-IX)
            MOVE DDTOL-PCT(DDTOL-IX) TO BAND-PCT
        END-IF
        ADD 1 TO DDTOL-IX.

CHECK-NIGHT-AGAINST-BAND SECTION.
        *> The three counts of key KEY-IX on night RUN-IX against
        *> the baseline just computed. Each count outside its band
        *> is listed when LIST-OUTSIDE-SW asks for it; NIGHT-FLAG-SW
        *> says whether any was.
        MOVE 'N' TO NIGHT-FLAG-SW
        MOVE 'READ' TO CHECK-MEASURE
        MOVE CNT-READ(RUN-IX, KEY-IX) TO CHECK-VALUE
        MOVE AVG-READ TO CHECK-AVERAGE
        PERFORM CHECK-ONE-COUNT
        MOVE 'WRITTEN' TO CHECK-MEASURE
        MOVE CNT-WRITTEN(RUN-IX, KEY-IX) TO CHECK-VALUE
        MOVE AVG-WRITTEN TO CHECK-AVERAGE
        PERFORM CHECK-ONE-COUNT
        MOVE 'REJECTED' TO CHECK-MEASURE
        MOVE CNT-REJECTED(RUN-IX, KEY-IX) TO CHECK-VALUE
        MOVE AVG-REJECTED TO CHECK-AVERAGE
        PERFORM CHECK-ONE-COUNT.

CHECK-ONE-COUNT SECTION.
        *> One count against the band around its average. A band
        *> of 100% or more has no floor; an average of zero has a
        *> band of zero, so any count at all falls outside it.
        IF BAND-PCT < 100
            COMPUTE BAND-FACTOR = 100 - BAND-PCT
            COMPUTE BAND-LOW = CHECK-AVERAGE * BAND-FACTOR / 100
        ELSE
            MOVE 0 TO BAND-LOW
        END-IF
        COMPUTE BAND-FACTOR = 100 + BAND-PCT
        COMPUTE BAND-HIGH = CHECK-AVERAGE * BAND-FACTOR / 100
        IF CHECK-VALUE < BAND-LOW OR CHECK-VALUE > BAND-HIGH
            MOVE 'Y' TO CHECK-OUTSIDE-SW
            MOVE 'Y' TO NIGHT-FLAG-SW
        ELSE
            MOVE 'N' TO CHECK-OUTSIDE-SW
        END-IF
        IF CHECK-OUTSIDE-SW = 'Y' AND LIST-OUTSIDE-SW = 'Y'
            PERFORM WRITE-OUTSIDE-LINE
        END-IF.

WRITE-OUTSIDE-LINE SECTION.
        *> One count outside its band to the report - the latest
        *> night's counts set the condition code
        ADD 1 TO OUTSIDE-COUNT
        MOVE RUN-ID(RUN-IX) TO OTL-RUN-ID
        MOVE RUN-APPEND-DATE(RUN-IX) TO OTL-DATE
        MOVE KEY-STEP(KEY-IX) TO OTL-STEP
        MOVE KEY-DD(KEY-IX) TO OTL-DD
        MOVE CHECK-MEASURE TO OTL-MEASURE
        MOVE CHECK-VALUE TO OTL-VALUE
        COMPUTE OTL-AVERAGE ROUNDED = CHECK-AVERAGE
        IF CHECK-AVERAGE > 0
            COMPUTE DEVIATION-PCT ROUNDED =
                (CHECK-VALUE - CHECK-AVERAGE) * 100 / CHECK-AVERAGE
            MOVE DEVIATION-PCT TO DEVIATION-EDIT
            MOVE SPACES TO OTL-DEVIATION
            MOVE DEVIATION-EDIT TO OTL-DEVIATION(1:6)
            MOVE '%' TO OTL-DEVIATION(7:1)
        ELSE
            MOVE 'NEW' TO OTL-DEVIATION
        END-IF
        MOVE BAND-PCT TO OTL-BAND
        IF RUN-IX = LAST-RUN-IX
            MOVE '* LAST RUN' TO OTL-FLAG
            ADD 1 TO LAST-FLAG-COUNT
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            MOVE SPACES TO OTL-FLAG
        END-IF
        MOVE RPT-OUT-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

WRITE-NIGHTS-OUTSIDE SECTION.
        *> Every count outside its band on the nights within the
        *> window, each night against the WINDOW nights before it
        MOVE 'NIGHTS OUTSIDE TOLERANCE' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE RPT-OUT-COLUMN-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE 'Y' TO LIST-OUTSIDE-SW
        MOVE OUTSIDE-COUNT TO OUTSIDE-BEFORE-COUNT
        MOVE FIRST-RECENT-IX TO RUN-IX
        PERFORM CHECK-ONE-NIGHT UNTIL RUN-IX > LAST-RUN-IX
        MOVE 'N' TO LIST-OUTSIDE-SW
        IF OUTSIDE-COUNT = OUTSIDE-BEFORE-COUNT
            MOVE 'EVERY COUNT INSIDE ITS BAND' TO NON-TEXT
            MOVE RPT-NONE-LINE TO TRD-RPT-LINE
            WRITE TRD-RPT-RECORD
        END-IF
        MOVE RPT-BLANK-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

CHECK-ONE-NIGHT SECTION.
        *> Every key the night carried against its baseline, then
        *> the next night
        MOVE 1 TO KEY-IX
        PERFORM CHECK-ONE-NIGHT-KEY UNTIL KEY-IX > KEY-COUNT
        ADD 1 TO RUN-IX.

CHECK-ONE-NIGHT-KEY SECTION.
        *> One key of the night, when it has enough history for a
        *> band, then the next key
        IF CNT-PRESENT(RUN-IX, KEY-IX) = 'Y'
            PERFORM COMPUTE-BASELINE
            IF BASE-NIGHTS >= TREND-MIN-NIGHTS
                PERFORM CHECK-NIGHT-AGAINST-BAND
            END-IF
        END-IF
        ADD 1 TO KEY-IX.

WRITE-STEP-CONDITION-CODES SECTION.
        *> Every step's code on the latest night, its warnings in
        *> the window and the nights in a row it has ended CC 4 or
        *> worse
        MOVE 'STEP CONDITION CODES' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE RPT-STEP-COLUMN-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE 1 TO STEP-IX
        PERFORM WRITE-ONE-STEP-CODE UNTIL STEP-IX > STEP-COUNT
        MOVE RPT-BLANK-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

WRITE-ONE-STEP-CODE SECTION.
        *> One step's line, then the next step. A night the step
        *> did not reach its end breaks the run of warnings the
        *> same as a clean night would.
        MOVE 0 TO WARN-NIGHTS
        MOVE FIRST-RECENT-IX TO RUN-IX
        PERFORM COUNT-ONE-WARNING UNTIL RUN-IX > LAST-RUN-IX
        MOVE 0 TO WARN-STREAK
        MOVE 'Y' TO STREAK-OPEN-SW
        MOVE LAST-RUN-IX TO RUN-IX
        PERFORM COUNT-ONE-STREAK-NIGHT
            UNTIL RUN-IX = 0 OR STREAK-OPEN-SW = 'N'
        MOVE STEP-NAME(STEP-IX) TO STL-STEP
        IF SCC-PRESENT(LAST-RUN-IX, STEP-IX) = 'Y'
            MOVE SCC-CODE(LAST-RUN-IX, STEP-IX) TO STEP-CC-EDIT
            MOVE STEP-CC-EDIT TO STL-LAST-CC
        ELSE
            MOVE '--' TO STL-LAST-CC
        END-IF
        MOVE WARN-NIGHTS TO STL-WARN-NIGHTS
        MOVE WARN-STREAK TO STL-STREAK
        IF WARN-STREAK >= TREND-WARN-RUN
            MOVE '* REPEATED WARNING' TO STL-FLAG
            ADD 1 TO LAST-FLAG-COUNT
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            MOVE SPACES TO STL-FLAG
        END-IF
        MOVE RPT-STEP-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        ADD 1 TO STEP-IX.

COUNT-ONE-WARNING SECTION.
        *> One window night into the step's warning count, then the
        *> next night
        IF SCC-PRESENT(RUN-IX, STEP-IX) = 'Y'
            IF SCC-CODE(RUN-IX, STEP-IX) >= CC-WARNING
                ADD 1 TO WARN-NIGHTS
            END-IF
        END-IF
        ADD 1 TO RUN-IX.

COUNT-ONE-STREAK-NIGHT SECTION.
        *> Walking back from the latest night, one more night in
        *> the run of warnings - or the end of the run
        IF SCC-PRESENT(RUN-IX, STEP-IX) = 'Y'
            IF SCC-CODE(RUN-IX, STEP-IX) >= CC-WARNING
                ADD 1 TO WARN-STREAK
                SUBTRACT 1 FROM RUN-IX
            ELSE
                MOVE 'N' TO STREAK-OPEN-SW
            END-IF
        ELSE
            MOVE 'N' TO STREAK-OPEN-SW
        END-IF.

WRITE-HISTORY-TOTALS SECTION.
        *> What was read, trended, superseded and cut
        MOVE 'HISTORY AND RETENTION' TO SEC-TEXT
        MOVE RPT-SECTION-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        MOVE 'HISTORY RECORDS READ' TO TTL-TEXT
        MOVE HIST-READ-COUNT TO TTL-COUNT
        PERFORM WRITE-ONE-TOTAL
        MOVE 'NIGHTS TRENDED' TO TTL-TEXT
        MOVE RUN-COUNT TO TTL-COUNT
        PERFORM WRITE-ONE-TOTAL
        MOVE 'NIGHTS RE-BALANCED (LATER GROUP USED)' TO TTL-TEXT
        MOVE SUPERSEDED-COUNT TO TTL-COUNT
        PERFORM WRITE-ONE-TOTAL
        MOVE 'RECORDS NOT TRENDED' TO TTL-TEXT
        MOVE HIST-STRAY-COUNT TO TTL-COUNT
        PERFORM WRITE-ONE-TOTAL
        IF DROPPED-RUN-COUNT > 0
            MOVE 'OLDEST NIGHTS LEFT OUT OF THE TREND' TO TTL-TEXT
            MOVE DROPPED-RUN-COUNT TO TTL-COUNT
            PERFORM WRITE-ONE-TOTAL
        END-IF
        IF RETAIN-MODE-SW = 'Y'
            MOVE 'NIGHTS ARCHIVED' TO TTL-TEXT
            MOVE ARCHIVE-NIGHT-COUNT TO TTL-COUNT
            PERFORM WRITE-ONE-TOTAL
            MOVE 'RECORDS CUT TO RHARCH' TO TTL-TEXT
            MOVE ARCHIVE-CUT-COUNT TO TTL-COUNT
            PERFORM WRITE-ONE-TOTAL
            MOVE 'RECORDS KEPT ON RHTRIM' TO TTL-TEXT
            MOVE ARCHIVE-KEPT-COUNT TO TTL-COUNT
            PERFORM WRITE-ONE-TOTAL
        END-IF.

WRITE-ONE-TOTAL SECTION.
        *> One total line from the text and count the caller set
        MOVE RPT-TOTAL-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

WRITE-VERDICT SECTION.
        *> The closing line the morning shift reads first
        MOVE RPT-BLANK-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD
        IF LAST-FLAG-COUNT = 0
            MOVE 'LAST RUN IS INSIDE ITS TREND' TO VER-TEXT
        ELSE
            MOVE SPACES TO VER-TEXT
            STRING '** LAST RUN ' DELIMITED BY SIZE
                   RUN-ID(LAST-RUN-IX) DELIMITED BY SIZE
                   ' HAS ' DELIMITED BY SIZE
                   LAST-FLAG-COUNT DELIMITED BY SIZE
                   ' TREND FLAG(S) - CHECK THE EXTRACTS'
                   DELIMITED BY SIZE
                INTO VER-TEXT
        END-IF
        MOVE RPT-VERDICT-LINE TO TRD-RPT-LINE
        WRITE TRD-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
