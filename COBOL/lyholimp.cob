IDENTIFICATION DIVISION.
PROGRAM-ID. LYHOLIMP.

*> Holiday change impact analysis. When LYHOLMNT applies a holiday
*> add, change or delete, the schedule dates and daily-master days
*> already released on the old master stay as they were - an
*> IMM3WD date that now lands on a new holiday sat in SCHDOUT until
*> somebody noticed. This program gathers the changed holiday
*> dates and markets, then reads the released SCHDOUT schedule and
*> DAYMOUT daily master and re-asks LEAPBD - loaded from the new
*> HOLIDAY generation - about every scheduled date and every day
*> the changes touch.
*>
*> The changes come from one of two places:
*>   - the OLDHOL and NEWHOL holiday generations, when both are
*>     supplied. The master is kept in entry order with adds at
*>     the end, not in key order, so the old generation is held in
*>     a table and each new-generation record is matched against
*>     it, rather than the two being read side by side the way
*>     LYCALCMP compares the calendar master generations;
*>   - otherwise the CHGRPT report LYHOLMNT printed - every applied
*>     add, change and delete line and every purged legacy record.
*>
*> A scheduled date is checked when a changed date for its market
*> lies between its raw and adjusted dates: the adjusted date is
*> rolled again from the raw date, and a different answer is an
*> impact. The schedule record does not carry the roll convention
*> its rule used, so it is taken from the LYSCHGEN rule deck
*> (RULEIN), resolved as LYSCHGEN resolves it - a LASTBUS rule
*> rolls preceding, any other rule as its ROLL card says, default
*> following. A rule id and market the deck does not generate, or
*> every one when RULEIN is not supplied, has its roll inferred
*> instead and its line is marked INFERRED - an adjusted date
*> before the raw date rolled preceding, anything else is rolled
*> modified following, which gives the following answer
*> everywhere except where following would leave the month and
*> also keeps a last business day of the month inside its month.
*> A daily-master day on a changed date is an impact when its
*> business flag or closed reason no longer matches what LEAPBD
*> now says. A change with a market of spaces (every market), or a
*> schedule or daily record for a market of spaces, matches every
*> market; a record for a JOINTMKT joint code is matched by a
*> change in any of its member markets.
*>
*> Condition codes: 0 nothing released is affected, 4 at least one
*> scheduled date or daily-master day is now wrong - the scheduler
*> forces LYSCHGEN/LYDAYGEN regeneration before the next trigger
*> date - or RULEIN would not open or held more rules than the
*> table does (rolls inferred), and 8 a file would not open or there were more changes
*> than the table holds, so the analysis is incomplete.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HOLG-OLD ASSIGN TO "OLDHOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLG-OLD-STATUS.

    SELECT OPTIONAL HOLG-NEW ASSIGN TO "NEWHOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLG-NEW-STATUS.

    SELECT OPTIONAL CHG-IN ASSIGN TO "CHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHG-IN-STATUS.

    SELECT OPTIONAL RULE-IN ASSIGN TO "RULEIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RULE-IN-STATUS.

    SELECT SCH-IN ASSIGN TO "SCHDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCH-IN-STATUS.

    SELECT DAYM-IN ASSIGN TO "DAYMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAYM-IN-STATUS.

    SELECT IMP-RPT ASSIGN TO "IMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IMP-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLG-OLD.
    COPY LYHGOLD.

FD  HOLG-NEW.
    COPY LYHGNEW.

FD  CHG-IN.
    COPY LYCHGINR.

FD  RULE-IN.
    COPY LYSRLREC.

FD  SCH-IN.
    COPY LYSCHINR.

FD  DAYM-IN.
    COPY LYDAYINR.

FD  IMP-RPT.
    COPY LYIMPREC.

WORKING-STORAGE SECTION.
        01  HOLG-OLD-STATUS PIC X(2).
        01  HOLG-NEW-STATUS PIC X(2).
        01  CHG-IN-STATUS   PIC X(2).
        01  RULE-IN-STATUS  PIC X(2).
        01  SCH-IN-STATUS   PIC X(2).
        01  DAYM-IN-STATUS  PIC X(2).
        01  IMP-RPT-STATUS  PIC X(2).
        01  END-OF-OLD      PIC X(1) VALUE 'N'.
        01  END-OF-NEW      PIC X(1) VALUE 'N'.
        01  END-OF-CHANGES  PIC X(1) VALUE 'N'.
        01  END-OF-RULES    PIC X(1) VALUE 'N'.
        01  END-OF-SCHEDULE PIC X(1) VALUE 'N'.
        01  END-OF-DAYS     PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).
        01  CHANGE-SOURCE   PIC X(1).
            88  CHANGES-FROM-GENERATIONS    VALUE 'G'.
            88  CHANGES-FROM-CHGRPT         VALUE 'C'.

        *> The old HOLIDAY generation, held for matching against
        *> the new one - same 500-entry limit as the LEAPBD and
        *> LYHOLMNT holiday tables
        01  OLD-HOL-TABLE-MAX PIC 9(4) VALUE 500.
        01  OLD-HOL-COUNT   PIC 9(4) VALUE 0.
        01  OLD-HOL-TABLE.
            05  OLD-HOL-ENTRY OCCURS 500.
                10  OH-DATE     PIC X(8).
                10  OH-MARKET   PIC X(4).
                10  OH-NAME     PIC X(30).
                10  OH-MATCHED  PIC X(1).
        01  OH-IX           PIC 9(4).
        01  OH-FOUND-SW     PIC X(1).
        01  OLD-HOL-OVERFLOW-SW PIC X(1) VALUE 'N'.

        *> Every changed holiday date and market, whichever source
        *> it came from
        01  CHANGE-TABLE-MAX PIC 9(4) VALUE 500.
        01  CHANGE-COUNT    PIC 9(4) VALUE 0.
        01  CHANGE-TABLE.
            05  CHANGE-ENTRY OCCURS 500.
                10  CHG-ACTION  PIC X(1).
                10  CHG-DATE    PIC X(8).
                10  CHG-MARKET  PIC X(4).
                10  CHG-BEFORE  PIC X(30).
                10  CHG-AFTER   PIC X(30).
        01  CHG-IX          PIC 9(4).
        01  CHG-FOUND-SW    PIC X(1).
        01  CHANGE-OVERFLOW-SW PIC X(1) VALUE 'N'.
        01  NEW-ACTION      PIC X(1).
        01  NEW-DATE        PIC X(8).
        01  NEW-MARKET      PIC X(4).
        01  NEW-BEFORE      PIC X(30).
        01  NEW-AFTER       PIC X(30).

        *> The roll convention each rule id and market on the
        *> RULEIN deck was generated with. The deck is folded card
        *> by card as LYSCHGEN folds it - values persist from rule
        *> to rule - and each GENERATE card records the rule as it
        *> then stands; a rule generated again replaces its entry.
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  RULE-ID         PIC X(6) VALUE SPACES.
        01  RULE-TYPE       PIC X(8) VALUE SPACES.
        01  RULE-ROLL       PIC X(1) VALUE 'F'.
        01  RULE-MARKET     PIC X(4) VALUE SPACES.
        01  RULE-RESOLVED-ROLL PIC X(1).
        01  ROLL-TABLE-MAX  PIC 9(4) VALUE 500.
        01  ROLL-COUNT      PIC 9(4) VALUE 0.
        01  ROLL-TABLE.
            05  ROLL-ENTRY OCCURS 500.
                10  RR-RULE-ID  PIC X(6).
                10  RR-MARKET   PIC X(4).
                10  RR-ROLL     PIC X(1).
        01  RR-IX           PIC 9(4).
        01  RR-FOUND-IX     PIC 9(4).
        01  ROLL-OVERFLOW-SW PIC X(1) VALUE 'N'.

        *> The record under test against the change table - one
        *> date window and market, for schedule and daily records
        *> alike
        01  TEST-LOW-DATE   PIC X(8).
        01  TEST-HIGH-DATE  PIC X(8).
        01  TEST-MARKET     PIC X(4).
        01  INFERRED-ROLL   PIC X(1).
        01  SCHED-ROLL      PIC X(1).
        01  FIND-RULE-ID    PIC X(6).
        01  FIND-MARKET     PIC X(4).

        *> The member markets of the market under test, as LEAPBD
        *> resolves them - a joint code stands for every market in
        *> it, so a change in any member touches its records. Kept
        *> until the market under test changes.
        01  TEST-SET-KEY    PIC X(4) VALUE HIGH-VALUES.
        01  TEST-SET-COUNT  PIC 9(2) VALUE 0.
        01  TEST-SET-TABLE.
            05  TEST-SET-MARKET PIC X(4) OCCURS 16.
        01  TEST-SET-IX     PIC 9(2).
        01  CHG-MKT-MATCH-SW PIC X(1).
        01  ASK-DATE        PIC X(8).
        01  ASK-MARKET      PIC X(4).
        01  NEW-BUSINESS    PIC X(1).
        01  NEW-REASON      PIC X(30).

        01  SCHED-READ-COUNT  PIC 9(8) VALUE 0.
        01  SCHED-CHECK-COUNT PIC 9(8) VALUE 0.
        01  SCHED-HIT-COUNT   PIC 9(8) VALUE 0.
        01  SCHED-INFER-COUNT PIC 9(8) VALUE 0.
        01  DAYS-READ-COUNT   PIC 9(8) VALUE 0.
        01  DAYS-CHECK-COUNT  PIC 9(8) VALUE 0.
        01  DAYS-HIT-COUNT    PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the impact report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(37)
                VALUE 'HOLIDAY CHANGE IMPACT ANALYSIS - RUN '.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(9) VALUE '  SOURCE '.
            05  HDG-SOURCE      PIC X(30).
            05  FILLER          PIC X(48) VALUE SPACES.
        01  RPT-CHANGE-HEAD-LINE.
            05  FILLER          PIC X(49) VALUE
                'HOLIDAY CHANGES    ACT DATE     MKT  BEFORE'.
            05  FILLER          PIC X(83) VALUE
                '                   AFTER'.
        01  RPT-CHANGE-LINE.
            05  FILLER          PIC X(19) VALUE SPACES.
            05  CHL-ACTION      PIC X(1).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  CHL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CHL-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CHL-BEFORE      PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  CHL-AFTER       PIC X(30).
            05  FILLER          PIC X(34) VALUE SPACES.
        01  RPT-SCHED-HEAD-LINE.
            05  FILLER          PIC X(53) VALUE
                'SCHEDULE IMPACT    RULE   MKT  RAW DATE SCHEDULED O/N'.
            05  FILLER          PIC X(46) VALUE
                ' REROLLED ROLL NOW CLOSED BECAUSE'.
            05  FILLER          PIC X(33) VALUE 'NOTE'.
        01  RPT-SCHED-LINE.
            05  FILLER          PIC X(19) VALUE SPACES.
            05  SCL-RULE-ID     PIC X(6).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-RAW-DATE    PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-SCHED-DATE  PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  SCL-OLD-BUS     PIC X(1).
            05  FILLER          PIC X(1) VALUE '/'.
            05  SCL-NEW-BUS     PIC X(1).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-REROLLED    PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-ROLL        PIC X(1).
            05  FILLER          PIC X(4) VALUE SPACES.
            05  SCL-REASON      PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SCL-ROLL-NOTE   PIC X(8).
            05  FILLER          PIC X(25) VALUE SPACES.
        01  RPT-DAYS-HEAD-LINE.
            05  FILLER          PIC X(49) VALUE
                'DAILY MASTER       DATE     MKT  O/N OLD REASON'.
            05  FILLER          PIC X(83) VALUE
                '                   NEW REASON'.
        01  RPT-DAYS-LINE.
            05  FILLER          PIC X(19) VALUE SPACES.
            05  DYL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DYL-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DYL-OLD-BUS     PIC X(1).
            05  FILLER          PIC X(1) VALUE '/'.
            05  DYL-NEW-BUS     PIC X(1).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DYL-OLD-REASON  PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DYL-NEW-REASON  PIC X(30).
            05  FILLER          PIC X(34) VALUE SPACES.
        01  RPT-CLEAN-LINE      PIC X(132) VALUE
            'NO IMPACT - NO RELEASED SCHEDULE DATE OR DAILY MASTER DAY IS AFFECTED'.
        01  RPT-TOTAL-LINE.
            05  FILLER          PIC X(16)
                VALUE 'TOTALS  CHANGES '.
            05  TOT-CHANGES     PIC ZZZZZZZ9.
            05  FILLER          PIC X(17) VALUE '  SCHEDULE READ '.
            05  TOT-SCHED-READ  PIC ZZZZZZZ9.
            05  FILLER          PIC X(7) VALUE ' HITS '.
            05  TOT-SCHED-HITS  PIC ZZZZZZZ9.
            05  FILLER          PIC X(14) VALUE '  DAILY READ '.
            05  TOT-DAYS-READ   PIC ZZZZZZZ9.
            05  FILLER          PIC X(7) VALUE ' HITS '.
            05  TOT-DAYS-HITS   PIC ZZZZZZZ9.
            05  FILLER          PIC X(31) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYBDLNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD

        OPEN OUTPUT IMP-RPT
        IF IMP-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open IMP-RPT, status ' IMP-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM GATHER-CHANGES
        PERFORM WRITE-REPORT-HEADING
        IF RUN-CONDITION-CODE < CC-ERROR
            PERFORM WRITE-CHANGE-LIST
            PERFORM LOAD-RULE-ROLLS
            PERFORM CHECK-SCHEDULE
            PERFORM CHECK-DAILY-MASTER
        END-IF
        PERFORM WRITE-REPORT-TOTALS
        CLOSE IMP-RPT

        DISPLAY 'IMPACT CHANGES: ' CHANGE-COUNT
            ' SCHEDULE HITS: ' SCHED-HIT-COUNT
            ' DAILY HITS: ' DAYS-HIT-COUNT
            ' ROLLS INFERRED: ' SCHED-INFER-COUNT
        IF SCHED-HIT-COUNT > 0 OR DAYS-HIT-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'IMPACT CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

GATHER-CHANGES SECTION.
        *> The two HOLIDAY generations when both are supplied,
        *> otherwise the maintenance change report - with neither
        *> there is nothing to analyze and the run fails
        OPEN INPUT HOLG-OLD
        OPEN INPUT HOLG-NEW
        IF HOLG-OLD-STATUS = '00' AND HOLG-NEW-STATUS = '00'
            MOVE 'G' TO CHANGE-SOURCE
            PERFORM COMPARE-GENERATIONS
            CLOSE HOLG-NEW
            CLOSE HOLG-OLD
        ELSE
            IF HOLG-OLD-STATUS = '00'
                CLOSE HOLG-OLD
            END-IF
            IF HOLG-NEW-STATUS = '00'
                CLOSE HOLG-NEW
            END-IF
            MOVE 'C' TO CHANGE-SOURCE
            OPEN INPUT CHG-IN
            IF CHG-IN-STATUS = '00'
                PERFORM READ-CHG-IN
                PERFORM LOAD-ONE-CHANGE-LINE
                    UNTIL END-OF-CHANGES = 'Y'
                CLOSE CHG-IN
            ELSE
                DISPLAY 'Unable to open CHG-IN, status '
                    CHG-IN-STATUS ' - and no OLDHOL/NEWHOL pair'
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF
        IF CHANGE-OVERFLOW-SW = 'Y' OR OLD-HOL-OVERFLOW-SW = 'Y'
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF.

COMPARE-GENERATIONS SECTION.
        *> The old generation into the table, then every new
        *> record matched against it on date and market: no match
        *> is an add, a match under a different name a change, and
        *> an old entry nothing matched a delete
        PERFORM READ-HOLG-OLD
        PERFORM LOAD-ONE-OLD-HOLIDAY UNTIL END-OF-OLD = 'Y'
        PERFORM READ-HOLG-NEW
        PERFORM MATCH-ONE-NEW-HOLIDAY UNTIL END-OF-NEW = 'Y'
        MOVE 1 TO OH-IX
        PERFORM REPORT-ONE-UNMATCHED-OLD
            UNTIL OH-IX > OLD-HOL-COUNT.

LOAD-ONE-OLD-HOLIDAY SECTION.
        *> Store the old-generation holiday just read, then read
        *> the next one
        IF OLD-HOL-COUNT < OLD-HOL-TABLE-MAX
            ADD 1 TO OLD-HOL-COUNT
            MOVE HOLG-OLD-DATE TO OH-DATE(OLD-HOL-COUNT)
            MOVE HOLG-OLD-MARKET TO OH-MARKET(OLD-HOL-COUNT)
            MOVE HOLG-OLD-NAME TO OH-NAME(OLD-HOL-COUNT)
            MOVE 'N' TO OH-MATCHED(OLD-HOL-COUNT)
        ELSE
            IF OLD-HOL-OVERFLOW-SW = 'N'
                DISPLAY 'OLDHOL generation exceeds '
                    OLD-HOL-TABLE-MAX ' entries, analysis incomplete'
            END-IF
            MOVE 'Y' TO OLD-HOL-OVERFLOW-SW
        END-IF
        PERFORM READ-HOLG-OLD.

MATCH-ONE-NEW-HOLIDAY SECTION.
        *> Find the new-generation holiday just read among the old
        *> entries not yet matched, then read the next one
        MOVE 'N' TO OH-FOUND-SW
        MOVE 1 TO OH-IX
        PERFORM CHECK-ONE-OLD-HOLIDAY
            UNTIL OH-IX > OLD-HOL-COUNT OR OH-FOUND-SW = 'Y'
        IF OH-FOUND-SW = 'N'
            MOVE 'A' TO NEW-ACTION
            MOVE HOLG-NEW-DATE TO NEW-DATE
            MOVE HOLG-NEW-MARKET TO NEW-MARKET
            MOVE SPACES TO NEW-BEFORE
            MOVE HOLG-NEW-NAME TO NEW-AFTER
            PERFORM ADD-CHANGE-ENTRY
        END-IF
        PERFORM READ-HOLG-NEW.

CHECK-ONE-OLD-HOLIDAY SECTION.
        *> Compare one unmatched old entry against the new record,
        *> then step to the next entry - a renamed holiday is a
        *> change, the same name no change at all
        IF OH-MATCHED(OH-IX) = 'N'
           AND OH-DATE(OH-IX) = HOLG-NEW-DATE
           AND OH-MARKET(OH-IX) = HOLG-NEW-MARKET
            MOVE 'Y' TO OH-FOUND-SW
            MOVE 'Y' TO OH-MATCHED(OH-IX)
            IF OH-NAME(OH-IX) NOT = HOLG-NEW-NAME
                MOVE 'C' TO NEW-ACTION
                MOVE HOLG-NEW-DATE TO NEW-DATE
                MOVE HOLG-NEW-MARKET TO NEW-MARKET
                MOVE OH-NAME(OH-IX) TO NEW-BEFORE
                MOVE HOLG-NEW-NAME TO NEW-AFTER
                PERFORM ADD-CHANGE-ENTRY
            END-IF
        END-IF
        ADD 1 TO OH-IX.

REPORT-ONE-UNMATCHED-OLD SECTION.
        *> An old entry no new record matched has been deleted -
        *> then step to the next entry
        IF OH-MATCHED(OH-IX) = 'N'
            MOVE 'D' TO NEW-ACTION
            MOVE OH-DATE(OH-IX) TO NEW-DATE
            MOVE OH-MARKET(OH-IX) TO NEW-MARKET
            MOVE OH-NAME(OH-IX) TO NEW-BEFORE
            MOVE SPACES TO NEW-AFTER
            PERFORM ADD-CHANGE-ENTRY
        END-IF
        ADD 1 TO OH-IX.

LOAD-ONE-CHANGE-LINE SECTION.
        *> Keep the change report line just read when it carries a
        *> change - an applied A/C/D transaction or a purged legacy
        *> record, which left the master just as a delete does -
        *> then read the next line
        EVALUATE TRUE
            WHEN (CHG-IN-ACTION = 'A' OR CHG-IN-ACTION = 'C'
                  OR CHG-IN-ACTION = 'D')
                 AND CHG-IN-GAP = SPACES
                 AND CHG-IN-DATE NUMERIC
                MOVE CHG-IN-ACTION TO NEW-ACTION
                MOVE CHG-IN-DATE TO NEW-DATE
                MOVE CHG-IN-MARKET TO NEW-MARKET
                MOVE CHG-IN-BEFORE TO NEW-BEFORE
                MOVE CHG-IN-AFTER TO NEW-AFTER
                PERFORM ADD-CHANGE-ENTRY
            WHEN CHG-IN-PURGE-TAG = 'PURGED '
                MOVE 'P' TO NEW-ACTION
                MOVE CHG-IN-PURGE-DATE TO NEW-DATE
                MOVE CHG-IN-PURGE-MARKET TO NEW-MARKET
                MOVE CHG-IN-PURGE-NAME TO NEW-BEFORE
                MOVE SPACES TO NEW-AFTER
                PERFORM ADD-CHANGE-ENTRY
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM READ-CHG-IN.

ADD-CHANGE-ENTRY SECTION.
        *> One more changed holiday into the change table - past
        *> the limit the analysis can no longer be trusted to be
        *> complete, which fails the run rather than passing it
        IF CHANGE-COUNT < CHANGE-TABLE-MAX
            ADD 1 TO CHANGE-COUNT
            MOVE NEW-ACTION TO CHG-ACTION(CHANGE-COUNT)
            MOVE NEW-DATE TO CHG-DATE(CHANGE-COUNT)
            MOVE NEW-MARKET TO CHG-MARKET(CHANGE-COUNT)
            MOVE NEW-BEFORE TO CHG-BEFORE(CHANGE-COUNT)
            MOVE NEW-AFTER TO CHG-AFTER(CHANGE-COUNT)
        ELSE
            IF CHANGE-OVERFLOW-SW = 'N'
                DISPLAY 'Holiday changes exceed ' CHANGE-TABLE-MAX
                    ' entries, analysis incomplete'
            END-IF
            MOVE 'Y' TO CHANGE-OVERFLOW-SW
        END-IF.

LOAD-RULE-ROLLS SECTION.
        *> The roll convention per rule id and market from the
        *> LYSCHGEN rule deck. The file is OPTIONAL - without it
        *> every roll is inferred.
        OPEN INPUT RULE-IN
        IF RULE-IN-STATUS = '00'
            PERFORM READ-RULE-IN
            PERFORM APPLY-ONE-RULE-CARD UNTIL END-OF-RULES = 'Y'
            CLOSE RULE-IN
        ELSE
            IF RULE-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open RULE-IN, status '
                    RULE-IN-STATUS ' - rolls inferred'
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

APPLY-ONE-RULE-CARD SECTION.
        *> Fold the card already read into the rule being built,
        *> recording its roll when it is generated, then read the
        *> next card. The other keywords do not bear on the roll,
        *> and LYSCHGEN reports the cards it does not know.
        IF RULE-IN-TEXT(1:1) NOT = '*' AND RULE-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING RULE-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'RULEID'
                    MOVE CARD-VALUE(1:6) TO RULE-ID
                WHEN 'RULETYPE'
                    MOVE CARD-VALUE(1:8) TO RULE-TYPE
                WHEN 'ROLL'
                    MOVE CARD-VALUE(1:1) TO RULE-ROLL
                WHEN 'MARKET'
                    MOVE CARD-VALUE(1:4) TO RULE-MARKET
                WHEN 'GENERATE'
                    IF CARD-VALUE(1:1) = 'Y'
                        PERFORM RECORD-RULE-ROLL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        PERFORM READ-RULE-IN.

RECORD-RULE-ROLL SECTION.
        *> The roll the rule as it now stands was generated with -
        *> LASTBUS rolls preceding, any other type as its ROLL card
        *> asks, as in LYSCHGEN. A roll LYSCHGEN would reject made
        *> no dates and is not recorded.
        IF RULE-TYPE = 'LASTBUS'
            MOVE 'P' TO RULE-RESOLVED-ROLL
        ELSE
            MOVE RULE-ROLL TO RULE-RESOLVED-ROLL
        END-IF
        IF RULE-RESOLVED-ROLL = 'F' OR RULE-RESOLVED-ROLL = 'P'
           OR RULE-RESOLVED-ROLL = 'M'
            MOVE RULE-ID TO FIND-RULE-ID
            MOVE RULE-MARKET TO FIND-MARKET
            PERFORM FIND-RULE-ROLL
            EVALUATE TRUE
                WHEN RR-FOUND-IX > 0
                    MOVE RULE-RESOLVED-ROLL TO RR-ROLL(RR-FOUND-IX)
                WHEN ROLL-COUNT < ROLL-TABLE-MAX
                    ADD 1 TO ROLL-COUNT
                    MOVE RULE-ID TO RR-RULE-ID(ROLL-COUNT)
                    MOVE RULE-MARKET TO RR-MARKET(ROLL-COUNT)
                    MOVE RULE-RESOLVED-ROLL TO RR-ROLL(ROLL-COUNT)
                WHEN OTHER
                    IF ROLL-OVERFLOW-SW = 'N'
                        DISPLAY 'RULEIN generates more than '
                            ROLL-TABLE-MAX ' rules, the rest inferred'
                        MOVE 'Y' TO ROLL-OVERFLOW-SW
                        MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                        PERFORM RAISE-CONDITION-CODE
                    END-IF
            END-EVALUATE
        END-IF.

FIND-RULE-ROLL SECTION.
        *> The roll table entry for FIND-RULE-ID and FIND-MARKET -
        *> RR-FOUND-IX of zero when there is none
        MOVE 0 TO RR-FOUND-IX
        MOVE 1 TO RR-IX
        PERFORM MATCH-ONE-RULE-ROLL
            UNTIL RR-IX > ROLL-COUNT OR RR-FOUND-IX > 0.

MATCH-ONE-RULE-ROLL SECTION.
        *> Compare one roll table entry's key, then step to the next
        IF RR-RULE-ID(RR-IX) = FIND-RULE-ID
           AND RR-MARKET(RR-IX) = FIND-MARKET
            MOVE RR-IX TO RR-FOUND-IX
        END-IF
        ADD 1 TO RR-IX.

READ-RULE-IN SECTION.
        *> Read the next rule card, flagging end of file
        READ RULE-IN
            AT END
                MOVE 'Y' TO END-OF-RULES
        END-READ.

CHECK-SCHEDULE SECTION.
        *> Every released scheduled date against the change table
        OPEN INPUT SCH-IN
        IF SCH-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open SCH-IN, status ' SCH-IN-STATUS
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            MOVE RPT-BLANK-LINE TO IMP-RPT-LINE
            WRITE IMP-RPT-RECORD
            MOVE RPT-SCHED-HEAD-LINE TO IMP-RPT-LINE
            WRITE IMP-RPT-RECORD
            PERFORM READ-SCH-IN
            PERFORM CHECK-ONE-SCHEDULED-DATE
                UNTIL END-OF-SCHEDULE = 'Y'
            CLOSE SCH-IN
        END-IF.

CHECK-ONE-SCHEDULED-DATE SECTION.
        *> A scheduled date whose raw-to-adjusted span takes in a
        *> changed date for its market is rolled again from the raw
        *> date through LEAPBD under its rule's roll convention, or
        *> the inferred one when RULEIN does not generate the rule -
        *> a different answer is a hit - then the next scheduled
        *> date is read
        ADD 1 TO SCHED-READ-COUNT
        IF SCH-IN-DATE < SCH-IN-RAW-DATE
            MOVE SCH-IN-DATE TO TEST-LOW-DATE
            MOVE SCH-IN-RAW-DATE TO TEST-HIGH-DATE
            MOVE 'P' TO INFERRED-ROLL
        ELSE
            MOVE SCH-IN-RAW-DATE TO TEST-LOW-DATE
            MOVE SCH-IN-DATE TO TEST-HIGH-DATE
            MOVE 'M' TO INFERRED-ROLL
        END-IF
        MOVE SCH-IN-MARKET TO TEST-MARKET
        PERFORM FIND-MATCHING-CHANGE
        IF CHG-FOUND-SW = 'Y'
            ADD 1 TO SCHED-CHECK-COUNT
            MOVE SCH-IN-DATE TO ASK-DATE
            MOVE SCH-IN-MARKET TO ASK-MARKET
            PERFORM ASK-BUSINESS-STATUS
            MOVE SCH-IN-RULE-ID TO FIND-RULE-ID
            MOVE SCH-IN-MARKET TO FIND-MARKET
            PERFORM FIND-RULE-ROLL
            IF RR-FOUND-IX > 0
                MOVE RR-ROLL(RR-FOUND-IX) TO SCHED-ROLL
            ELSE
                MOVE INFERRED-ROLL TO SCHED-ROLL
                ADD 1 TO SCHED-INFER-COUNT
            END-IF
            MOVE SCH-IN-RAW-DATE TO LEAPBD-DATE
            MOVE SCH-IN-MARKET TO LEAPBD-MARKET
            MOVE SPACES TO LEAPBD-MARKET-LIST
            MOVE 'R' TO LEAPBD-REQUEST-TYPE
            MOVE SPACE TO LEAPBD-OFFSET-SIGN
            MOVE SPACES TO LEAPBD-OFFSET-DAYS
            MOVE SCHED-ROLL TO LEAPBD-ROLL-CONV
            CALL 'LEAPBD' USING LEAPBD-LINKAGE
            IF LEAPBD-RESULT-DATE NOT = SCH-IN-DATE
               OR NEW-BUSINESS NOT = 'Y'
                ADD 1 TO SCHED-HIT-COUNT
                MOVE SCH-IN-RULE-ID TO SCL-RULE-ID
                MOVE SCH-IN-MARKET TO SCL-MARKET
                MOVE SCH-IN-RAW-DATE TO SCL-RAW-DATE
                MOVE SCH-IN-DATE TO SCL-SCHED-DATE
                MOVE 'Y' TO SCL-OLD-BUS
                MOVE NEW-BUSINESS TO SCL-NEW-BUS
                MOVE LEAPBD-RESULT-DATE TO SCL-REROLLED
                MOVE SCHED-ROLL TO SCL-ROLL
                MOVE NEW-REASON TO SCL-REASON
                IF RR-FOUND-IX > 0
                    MOVE SPACES TO SCL-ROLL-NOTE
                ELSE
                    MOVE 'INFERRED' TO SCL-ROLL-NOTE
                END-IF
                MOVE RPT-SCHED-LINE TO IMP-RPT-LINE
                WRITE IMP-RPT-RECORD
            END-IF
        END-IF
        PERFORM READ-SCH-IN.

CHECK-DAILY-MASTER SECTION.
        *> Every released daily-master day against the change table
        OPEN INPUT DAYM-IN
        IF DAYM-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open DAYM-IN, status ' DAYM-IN-STATUS
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            MOVE RPT-BLANK-LINE TO IMP-RPT-LINE
            WRITE IMP-RPT-RECORD
            MOVE RPT-DAYS-HEAD-LINE TO IMP-RPT-LINE
            WRITE IMP-RPT-RECORD
            PERFORM READ-DAYM-IN
            PERFORM CHECK-ONE-DAY UNTIL END-OF-DAYS = 'Y'
            CLOSE DAYM-IN
        END-IF.

CHECK-ONE-DAY SECTION.
        *> A day on a changed date for its market is asked about
        *> again - a business flag or closed reason that no longer
        *> matches LEAPBD's answer is a hit - then the next day is
        *> read
        ADD 1 TO DAYS-READ-COUNT
        MOVE DAYM-IN-DATE TO TEST-LOW-DATE
        MOVE DAYM-IN-DATE TO TEST-HIGH-DATE
        MOVE DAYM-IN-MARKET TO TEST-MARKET
        PERFORM FIND-MATCHING-CHANGE
        IF CHG-FOUND-SW = 'Y'
            ADD 1 TO DAYS-CHECK-COUNT
            MOVE DAYM-IN-DATE TO ASK-DATE
            MOVE DAYM-IN-MARKET TO ASK-MARKET
            PERFORM ASK-BUSINESS-STATUS
            IF NEW-BUSINESS NOT = DAYM-IN-BUSINESS
               OR NEW-REASON NOT = DAYM-IN-CLOSED-REASON
                ADD 1 TO DAYS-HIT-COUNT
                MOVE DAYM-IN-DATE TO DYL-DATE
                MOVE DAYM-IN-MARKET TO DYL-MARKET
                MOVE DAYM-IN-BUSINESS TO DYL-OLD-BUS
                MOVE NEW-BUSINESS TO DYL-NEW-BUS
                MOVE DAYM-IN-CLOSED-REASON TO DYL-OLD-REASON
                MOVE NEW-REASON TO DYL-NEW-REASON
                MOVE RPT-DAYS-LINE TO IMP-RPT-LINE
                WRITE IMP-RPT-RECORD
            END-IF
        END-IF
        PERFORM READ-DAYM-IN.

ASK-BUSINESS-STATUS SECTION.
        *> LEAPBD's status answer for ASK-DATE and ASK-MARKET
        *> under the new master, with the closed reason cut to the
        *> 30 bytes the daily master carries
        MOVE ASK-DATE TO LEAPBD-DATE
        MOVE ASK-MARKET TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE 'Q' TO LEAPBD-REQUEST-TYPE
        CALL 'LEAPBD' USING LEAPBD-LINKAGE
        MOVE LEAPBD-BUSINESS-SW TO NEW-BUSINESS
        MOVE SPACES TO NEW-REASON
        IF LEAPBD-IS-NOT-BUSINESS-DAY
            MOVE LEAPBD-NONBUS-REASON(1:30) TO NEW-REASON
        END-IF.

FIND-MATCHING-CHANGE SECTION.
        *> Is there a change on or between TEST-LOW-DATE and
        *> TEST-HIGH-DATE for TEST-MARKET or one of its members?
        IF TEST-MARKET NOT = TEST-SET-KEY
            PERFORM RESOLVE-TEST-SET
        END-IF
        MOVE 'N' TO CHG-FOUND-SW
        MOVE 1 TO CHG-IX
        PERFORM CHECK-ONE-CHANGE
            UNTIL CHG-IX > CHANGE-COUNT OR CHG-FOUND-SW = 'Y'.

CHECK-ONE-CHANGE SECTION.
        *> Compare one change table entry against the date window
        *> and market under test, then step to the next entry
        IF CHG-DATE(CHG-IX) >= TEST-LOW-DATE
           AND CHG-DATE(CHG-IX) <= TEST-HIGH-DATE
            IF CHG-MARKET(CHG-IX) = SPACES
               OR TEST-MARKET = SPACES
               OR CHG-MARKET(CHG-IX) = TEST-MARKET
                MOVE 'Y' TO CHG-FOUND-SW
            ELSE
                MOVE 'N' TO CHG-MKT-MATCH-SW
                MOVE 1 TO TEST-SET-IX
                PERFORM MATCH-ONE-TEST-MEMBER
                    UNTIL TEST-SET-IX > TEST-SET-COUNT
                       OR CHG-MKT-MATCH-SW = 'Y'
                MOVE CHG-MKT-MATCH-SW TO CHG-FOUND-SW
            END-IF
        END-IF
        ADD 1 TO CHG-IX.

MATCH-ONE-TEST-MEMBER SECTION.
        *> Compare the change's market against one member of the
        *> market under test, then step to the next member
        IF CHG-MARKET(CHG-IX) = TEST-SET-MARKET(TEST-SET-IX)
            MOVE 'Y' TO CHG-MKT-MATCH-SW
        END-IF
        ADD 1 TO TEST-SET-IX.

RESOLVE-TEST-SET SECTION.
        *> Ask LEAPBD which markets TEST-MARKET stands for - a
        *> single market answers itself, a joint code its members
        MOVE TEST-LOW-DATE TO LEAPBD-DATE
        MOVE TEST-MARKET TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE 'Q' TO LEAPBD-REQUEST-TYPE
        CALL 'LEAPBD' USING LEAPBD-LINKAGE
        MOVE TEST-MARKET TO TEST-SET-KEY
        MOVE LEAPBD-SET-COUNT TO TEST-SET-COUNT
        MOVE 1 TO TEST-SET-IX
        PERFORM COPY-ONE-TEST-MEMBER
            UNTIL TEST-SET-IX > TEST-SET-COUNT.

COPY-ONE-TEST-MEMBER SECTION.
        *> Keep one member market of the set LEAPBD resolved, then
        *> step to the next member
        MOVE LEAPBD-SET-MARKET(TEST-SET-IX)
            TO TEST-SET-MARKET(TEST-SET-IX)
        ADD 1 TO TEST-SET-IX.

WRITE-CHANGE-LIST SECTION.
        *> The changes analyzed, so the reader can see what the
        *> impact lines were measured against
        MOVE RPT-CHANGE-HEAD-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD
        MOVE 1 TO CHG-IX
        PERFORM WRITE-ONE-CHANGE UNTIL CHG-IX > CHANGE-COUNT.

WRITE-ONE-CHANGE SECTION.
        *> One change line, then step to the next change
        MOVE CHG-ACTION(CHG-IX) TO CHL-ACTION
        MOVE CHG-DATE(CHG-IX) TO CHL-DATE
        MOVE CHG-MARKET(CHG-IX) TO CHL-MARKET
        MOVE CHG-BEFORE(CHG-IX) TO CHL-BEFORE
        MOVE CHG-AFTER(CHG-IX) TO CHL-AFTER
        MOVE RPT-CHANGE-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD
        ADD 1 TO CHG-IX.

READ-HOLG-OLD SECTION.
        *> Read the next old-generation holiday, flagging end of
        *> file
        READ HOLG-OLD
            AT END
                MOVE 'Y' TO END-OF-OLD
        END-READ.

READ-HOLG-NEW SECTION.
        *> Read the next new-generation holiday, flagging end of
        *> file
        READ HOLG-NEW
            AT END
                MOVE 'Y' TO END-OF-NEW
        END-READ.

READ-CHG-IN SECTION.
        *> Read the next change report line, flagging end of file
        READ CHG-IN
            AT END
                MOVE 'Y' TO END-OF-CHANGES
        END-READ.

READ-SCH-IN SECTION.
        *> Read the next scheduled date, flagging end of file
        READ SCH-IN
            AT END
                MOVE 'Y' TO END-OF-SCHEDULE
        END-READ.

READ-DAYM-IN SECTION.
        *> Read the next daily-master day, flagging end of file
        READ DAYM-IN
            AT END
                MOVE 'Y' TO END-OF-DAYS
        END-READ.

WRITE-REPORT-HEADING SECTION.
        *> Heading line naming where the changes came from
        MOVE RUN-DATE TO HDG-RUN-DATE
        IF CHANGES-FROM-GENERATIONS
            MOVE 'OLDHOL/NEWHOL GENERATIONS' TO HDG-SOURCE
        ELSE
            MOVE 'CHGRPT MAINTENANCE REPORT' TO HDG-SOURCE
        END-IF
        MOVE RPT-HEADING-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD
        MOVE RPT-BLANK-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD.

WRITE-REPORT-TOTALS SECTION.
        *> The one-line clean answer when nothing was hit, then
        *> the control totals either way
        MOVE RPT-BLANK-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD
        IF SCHED-HIT-COUNT = 0 AND DAYS-HIT-COUNT = 0
           AND RUN-CONDITION-CODE < CC-ERROR
            MOVE RPT-CLEAN-LINE TO IMP-RPT-LINE
            WRITE IMP-RPT-RECORD
        END-IF
        MOVE CHANGE-COUNT TO TOT-CHANGES
        MOVE SCHED-READ-COUNT TO TOT-SCHED-READ
        MOVE SCHED-HIT-COUNT TO TOT-SCHED-HITS
        MOVE DAYS-READ-COUNT TO TOT-DAYS-READ
        MOVE DAYS-HIT-COUNT TO TOT-DAYS-HITS
        MOVE RPT-TOTAL-LINE TO IMP-RPT-LINE
        WRITE IMP-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
