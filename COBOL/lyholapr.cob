IDENTIFICATION DIVISION.
PROGRAM-ID. LYHOLAPR.

*> HOLIDAY master maintenance, stage two: approval. Reads the
*> pending-transaction file LYHOLSUB builds and the checker's
*> APPRIN decision cards (keyword=value, see COBOL/copybooks/
*> LYAPCREC.cpy) and splits the pending items three ways:
*>   - approved items are stamped with the approving user and time
*>     and written to APPROUT, the HMTIN LYHOLMNT applies in the
*>     next step - LYHOLMNT refuses any card without that stamp;
*>   - rejected items are written to the approval history with
*>     both user ids and go no further;
*>   - undecided items are carried to the next pending generation.
*>
*> The approving user is the user the job runs under, taken from
*> LEAPYR_USER_ID the way LYHOLSUB takes the submitter. A decision
*> on a transaction the same user submitted is refused and the
*> item stays pending, so nobody can approve (or reject) their own
*> change. A decision card naming an id that is not pending, or an
*> item already decided earlier in the deck, is refused the same
*> way. Every refusal is on the APRRPT report.
*>
*> Every item still pending after the run is aged against the run
*> date through LEAPDA; one pending longer than the AGELIMIT card
*> allows (five days by default) is listed as overdue so an
*> unanswered change does not sit forgotten.
*>
*> Condition codes: 0 every decision taken and nothing overdue, 4
*> a decision card refused or an item overdue (the outputs are
*> still complete and good), 8 no approving user, the pending
*> generation unreadable or too big for the table, or a file would
*> not open - do not catalog the outputs or run LYHOLMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PEND-IN ASSIGN TO "PENDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-IN-STATUS.

    SELECT OPTIONAL APPR-IN ASSIGN TO "APPRIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPR-IN-STATUS.

    SELECT PEND-OUT ASSIGN TO "PENDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-OUT-STATUS.

    SELECT APPR-OUT ASSIGN TO "APPROUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPR-OUT-STATUS.

    SELECT HIST-OUT ASSIGN TO "HOLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-OUT-STATUS.

    SELECT APR-RPT ASSIGN TO "APRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APR-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PEND-IN.
    COPY LYPNDREC.

FD  APPR-IN.
    COPY LYAPCREC.

FD  PEND-OUT.
    COPY LYPNDOUT.

FD  APPR-OUT.
    COPY LYAPTOUT.

FD  HIST-OUT.
    COPY LYHSTREC.

FD  APR-RPT.
    COPY LYAPRREC.

WORKING-STORAGE SECTION.
        01  PEND-IN-STATUS  PIC X(2).
        01  APPR-IN-STATUS  PIC X(2).
        01  PEND-OUT-STATUS PIC X(2).
        01  APPR-OUT-STATUS PIC X(2).
        01  HIST-OUT-STATUS PIC X(2).
        01  APR-RPT-STATUS  PIC X(2).
        01  END-OF-PENDING  PIC X(1) VALUE 'N'.
        01  END-OF-CARDS    PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).

        *> Who is approving, and when - one stamp for the run
        01  APPROVE-USER    PIC X(8) VALUE SPACES.
        01  APPROVE-TIMESTAMP PIC X(14).

        *> The pending file, held so decision cards can arrive in
        *> any order - same 500-entry limit as the HOLIDAY master
        *> tables, since every item is a change to that master
        01  PENDING-TABLE-MAX PIC 9(4) VALUE 500.
        01  PENDING-COUNT   PIC 9(4) VALUE 0.
        01  PENDING-TABLE.
            05  PENDING-ENTRY OCCURS 500.
                10  PND-RECORD      PIC X(136).
                10  PND-DECISION    PIC X(1).
        01  PND-IX          PIC 9(4).
        01  PND-FOUND-IX    PIC 9(4).
        01  PND-FOUND-SW    PIC X(1).
        01  PENDING-OVERFLOW-SW PIC X(1) VALUE 'N'.

        *> One pending item taken out of the table, in the pending
        *> record layout, while it is decided on or aged
        01  PND-WORK-RECORD.
            05  PND-WORK-CARD.
                10  PND-WORK-ACTION PIC X(1).
                10  FILLER          PIC X(1).
                10  PND-WORK-DATE   PIC X(8).
                10  FILLER          PIC X(1).
                10  PND-WORK-MARKET PIC X(4).
                10  FILLER          PIC X(1).
                10  PND-WORK-NAME   PIC X(30).
                10  FILLER          PIC X(34).
            05  PND-WORK-PEND-ID    PIC X(8).
            05  FILLER              PIC X(1).
            05  PND-WORK-SUBMITTER  PIC X(8).
            05  FILLER              PIC X(1).
            05  PND-WORK-SUBMIT-TS  PIC X(14).
            05  FILLER              PIC X(31).

        *> The decision deck - keyword, value and the edited id
        01  CARD-KEYWORD    PIC X(16).
        01  CARD-VALUE      PIC X(40).
        01  DECISION-ID     PIC X(8).
        01  DECISION-CODE   PIC X(1).
        01  DECISION-OK-SW  PIC X(1).
        01  REFUSE-REASON   PIC X(40).
        01  AGE-LIMIT       PIC 9(3) VALUE 5.
        01  AGE-DAYS        PIC S9(7).
        01  AGE-EDIT        PIC Z(6)9.

        01  PENDING-READ-COUNT PIC 9(8) VALUE 0.
        01  APPROVE-COUNT   PIC 9(8) VALUE 0.
        01  REJECT-COUNT    PIC 9(8) VALUE 0.
        01  REFUSE-COUNT    PIC 9(8) VALUE 0.
        01  CARRY-COUNT     PIC 9(8) VALUE 0.
        01  OVERDUE-COUNT   PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the approval report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(39)
                VALUE 'HOLIDAY MAINTENANCE APPROVAL - RUN DATE'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(11) VALUE '  APPROVER '.
            05  HDG-USER        PIC X(8).
            05  FILLER          PIC X(65) VALUE SPACES.
        01  RPT-COLUMN-LINE.
            05  FILLER          PIC X(49) VALUE
                'STATUS   PEND-ID  ACT DATE     MKT  NAME'.
            05  FILLER          PIC X(83) VALUE
                '                  SUBMITTER SUBMITTED      NOTE'.
        01  RPT-DETAIL-LINE.
            05  DTL-STATUS      PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-PEND-ID     PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-ACTION      PIC X(1).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  DTL-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-NAME        PIC X(30).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-SUBMITTER   PIC X(8).
            05  FILLER          PIC X(2) VALUE SPACES.
            05  DTL-SUBMIT-TS   PIC X(14).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  DTL-NOTE        PIC X(40).
        01  RPT-REFUSE-LINE.
            05  FILLER          PIC X(17)
                VALUE 'DECISION REFUSED '.
            05  RFL-CARD        PIC X(40).
            05  FILLER          PIC X(3) VALUE ' - '.
            05  RFL-REASON      PIC X(40).
            05  FILLER          PIC X(32) VALUE SPACES.
        01  RPT-OVERDUE-LINE.
            05  FILLER          PIC X(20) VALUE 'PENDING LONGER THAN '.
            05  OVL-LIMIT       PIC ZZ9.
            05  FILLER          PIC X(109) VALUE ' DAYS:'.
        01  RPT-SUMMARY-LINE.
            05  FILLER          PIC X(16)
                VALUE 'TOTALS  PENDING '.
            05  SUM-PENDING     PIC ZZZZZZZ9.
            05  FILLER          PIC X(11) VALUE '  APPROVED '.
            05  SUM-APPROVED    PIC ZZZZZZZ9.
            05  FILLER          PIC X(11) VALUE '  REJECTED '.
            05  SUM-REJECTED    PIC ZZZZZZZ9.
            05  FILLER          PIC X(10) VALUE '  REFUSED '.
            05  SUM-REFUSED     PIC ZZZZZZZ9.
            05  FILLER          PIC X(17) VALUE '  STILL PENDING '.
            05  SUM-CARRIED     PIC ZZZZZZZ9.
            05  FILLER          PIC X(10) VALUE '  OVERDUE '.
            05  SUM-OVERDUE     PIC ZZZZZZZ9.
            05  FILLER          PIC X(9) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDALNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
        ACCEPT APPROVE-TIMESTAMP(1:8) FROM DATE YYYYMMDD
        ACCEPT APPROVE-TIMESTAMP(9:6) FROM TIME

        *> No user, no maker-checker - without the approving user
        *> the submitter check means nothing, so nothing is decided
        ACCEPT APPROVE-USER FROM ENVIRONMENT "LEAPYR_USER_ID"
        IF APPROVE-USER = SPACES
            DISPLAY 'LEAPYR_USER_ID is not set, nothing approved'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        *> The pending generation is settled before any output is
        *> opened - a short table would decide only part of it and
        *> append rejects to HOLHIST that a rerun appends again
        PERFORM LOAD-PENDING-FILE
        IF RUN-CONDITION-CODE >= CC-ERROR
            DISPLAY 'Pending file not loaded, nothing approved'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT APR-RPT
        IF APR-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open APR-RPT, status ' APR-RPT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT PEND-OUT
        IF PEND-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open PEND-OUT, status '
                PEND-OUT-STATUS
            CLOSE APR-RPT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT APPR-OUT
        IF APPR-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open APPR-OUT, status '
                APPR-OUT-STATUS
            CLOSE PEND-OUT
            CLOSE APR-RPT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        *> The history is cataloged and appended run after run, the
        *> same way LEAPYR keeps the audit trail
        OPEN EXTEND HIST-OUT
        IF HIST-OUT-STATUS NOT = '00'
            OPEN OUTPUT HIST-OUT
        END-IF
        IF HIST-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open HIST-OUT, status '
                HIST-OUT-STATUS
            CLOSE APPR-OUT
            CLOSE PEND-OUT
            CLOSE APR-RPT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING
        PERFORM APPLY-DECISION-CARDS
        MOVE 1 TO PND-IX
        PERFORM SETTLE-ONE-PENDING UNTIL PND-IX > PENDING-COUNT
        PERFORM LIST-OVERDUE-ITEMS
        PERFORM WRITE-REPORT-SUMMARY

        CLOSE HIST-OUT
        CLOSE APPR-OUT
        CLOSE PEND-OUT
        CLOSE APR-RPT
        DISPLAY 'PENDING: ' PENDING-READ-COUNT
            ' APPROVED: ' APPROVE-COUNT
            ' REJECTED: ' REJECT-COUNT
            ' REFUSED: ' REFUSE-COUNT
            ' STILL PENDING: ' CARRY-COUNT
            ' OVERDUE: ' OVERDUE-COUNT
        IF REFUSE-COUNT > 0 OR OVERDUE-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'APPROVAL CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

LOAD-PENDING-FILE SECTION.
        *> Pull the current pending generation into the table. The
        *> file is OPTIONAL - with nothing pending the run only
        *> refuses whatever decision cards it was given. More items
        *> than the table holds fails the run: an item dropped here
        *> would silently vanish from the next generation.
        OPEN INPUT PEND-IN
        IF PEND-IN-STATUS = '00'
            PERFORM READ-PEND-IN
            PERFORM LOAD-ONE-PENDING UNTIL END-OF-PENDING = 'Y'
            CLOSE PEND-IN
        ELSE
            IF PEND-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open PEND-IN, status '
                    PEND-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF
        IF PENDING-OVERFLOW-SW = 'Y'
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF.

LOAD-ONE-PENDING SECTION.
        *> Store the pending item just read, then read the next
        ADD 1 TO PENDING-READ-COUNT
        IF PENDING-COUNT < PENDING-TABLE-MAX
            ADD 1 TO PENDING-COUNT
            MOVE PEND-IN-RECORD TO PND-RECORD(PENDING-COUNT)
            MOVE SPACE TO PND-DECISION(PENDING-COUNT)
        ELSE
            IF PENDING-OVERFLOW-SW = 'N'
                DISPLAY 'Pending file exceeds ' PENDING-TABLE-MAX
                    ' entries, run incomplete'
            END-IF
            MOVE 'Y' TO PENDING-OVERFLOW-SW
        END-IF
        PERFORM READ-PEND-IN.

APPLY-DECISION-CARDS SECTION.
        *> Take every decision card in the order the checker keyed
        *> them. The deck is OPTIONAL - a run with no cards still
        *> carries the pending file forward and lists overdue items.
        OPEN INPUT APPR-IN
        IF APPR-IN-STATUS = '00'
            PERFORM READ-APPR-IN
            PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS = 'Y'
            CLOSE APPR-IN
        ELSE
            IF APPR-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open APPR-IN, status '
                    APPR-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

APPLY-ONE-CARD SECTION.
        *> Split the card already read into keyword and value and
        *> act on it, then read the next card
        IF APPR-IN-TEXT(1:1) NOT = '*' AND APPR-IN-TEXT NOT = SPACES
            MOVE SPACES TO CARD-KEYWORD
            MOVE SPACES TO CARD-VALUE
            UNSTRING APPR-IN-TEXT DELIMITED BY '='
                INTO CARD-KEYWORD CARD-VALUE
            EVALUATE CARD-KEYWORD
                WHEN 'APPROVE'
                    MOVE 'A' TO DECISION-CODE
                    PERFORM TAKE-ONE-DECISION
                WHEN 'REJECT'
                    MOVE 'R' TO DECISION-CODE
                    PERFORM TAKE-ONE-DECISION
                WHEN 'AGELIMIT'
                    IF CARD-VALUE(1:3) NUMERIC
                        MOVE CARD-VALUE(1:3) TO AGE-LIMIT
                    ELSE
                        MOVE 'AGELIMIT is not a 3-digit day count'
                            TO REFUSE-REASON
                        PERFORM WRITE-REFUSE-LINE
                    END-IF
                WHEN OTHER
                    DISPLAY 'Unrecognized approval card ignored: '
                        APPR-IN-TEXT
                    MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                    PERFORM RAISE-CONDITION-CODE
            END-EVALUATE
        END-IF
        PERFORM READ-APPR-IN.

TAKE-ONE-DECISION SECTION.
        *> Find the pending item the card names and record the
        *> decision - unless the id is not pending, the item was
        *> already decided, or the approving user submitted it
        MOVE CARD-VALUE(1:8) TO DECISION-ID
        MOVE 'N' TO PND-FOUND-SW
        MOVE 1 TO PND-IX
        PERFORM CHECK-ONE-PENDING
            UNTIL PND-IX > PENDING-COUNT OR PND-FOUND-SW = 'Y'
        MOVE 'Y' TO DECISION-OK-SW
        EVALUATE TRUE
            WHEN PND-FOUND-SW = 'N'
                MOVE 'N' TO DECISION-OK-SW
                MOVE 'No pending transaction has this id'
                    TO REFUSE-REASON
            WHEN PND-DECISION(PND-FOUND-IX) NOT = SPACE
                MOVE 'N' TO DECISION-OK-SW
                MOVE 'Transaction already decided this run'
                    TO REFUSE-REASON
            WHEN OTHER
                MOVE PND-RECORD(PND-FOUND-IX) TO PND-WORK-RECORD
                IF PND-WORK-SUBMITTER = APPROVE-USER
                    MOVE 'N' TO DECISION-OK-SW
                    MOVE 'Submitter cannot decide their own change'
                        TO REFUSE-REASON
                END-IF
        END-EVALUATE
        IF DECISION-OK-SW = 'Y'
            MOVE DECISION-CODE TO PND-DECISION(PND-FOUND-IX)
        ELSE
            PERFORM WRITE-REFUSE-LINE
        END-IF.

CHECK-ONE-PENDING SECTION.
        *> Compare one pending item's id against the card, then
        *> step to the next item
        MOVE PND-RECORD(PND-IX) TO PND-WORK-RECORD
        IF PND-WORK-PEND-ID = DECISION-ID
            MOVE 'Y' TO PND-FOUND-SW
            MOVE PND-IX TO PND-FOUND-IX
        END-IF
        ADD 1 TO PND-IX.

SETTLE-ONE-PENDING SECTION.
        *> Route one pending item by its decision - approved to
        *> APPROUT with the approver's stamp, rejected to the
        *> history, undecided to the next generation - then step
        *> to the next item
        MOVE PND-RECORD(PND-IX) TO PND-WORK-RECORD
        EVALUATE PND-DECISION(PND-IX)
            WHEN 'A'
                ADD 1 TO APPROVE-COUNT
                MOVE PND-RECORD(PND-IX) TO APPR-OUT-RECORD
                MOVE APPROVE-USER TO APPR-OUT-APPROVER
                MOVE APPROVE-TIMESTAMP TO APPR-OUT-APPROVE-TS
                WRITE APPR-OUT-RECORD
                MOVE 'APPROVED' TO DTL-STATUS
                MOVE 'Passed to LYHOLMNT to apply' TO DTL-NOTE
                PERFORM WRITE-DETAIL-LINE
            WHEN 'R'
                ADD 1 TO REJECT-COUNT
                PERFORM WRITE-REJECT-HISTORY
                MOVE 'REJECTED' TO DTL-STATUS
                MOVE 'Rejected by the checker' TO DTL-NOTE
                PERFORM WRITE-DETAIL-LINE
            WHEN OTHER
                ADD 1 TO CARRY-COUNT
                MOVE PND-RECORD(PND-IX) TO PEND-OUT-RECORD
                WRITE PEND-OUT-RECORD
        END-EVALUATE
        ADD 1 TO PND-IX.

WRITE-REJECT-HISTORY SECTION.
        *> One history line for an item the checker turned down -
        *> nothing reaches the master, but both users are on record
        MOVE SPACES TO HIST-OUT-RECORD
        MOVE 'R' TO HIST-OUT-OUTCOME
        MOVE PND-WORK-PEND-ID TO HIST-OUT-PEND-ID
        MOVE PND-WORK-ACTION TO HIST-OUT-ACTION
        MOVE PND-WORK-DATE TO HIST-OUT-DATE
        MOVE PND-WORK-MARKET TO HIST-OUT-MARKET
        MOVE PND-WORK-NAME TO HIST-OUT-AFTER
        MOVE PND-WORK-SUBMITTER TO HIST-OUT-SUBMITTER
        MOVE PND-WORK-SUBMIT-TS TO HIST-OUT-SUBMIT-TS
        MOVE APPROVE-USER TO HIST-OUT-APPROVER
        MOVE APPROVE-TIMESTAMP TO HIST-OUT-APPROVE-TS
        MOVE 'Rejected by the checker' TO HIST-OUT-NOTE
        WRITE HIST-OUT-RECORD.

LIST-OVERDUE-ITEMS SECTION.
        *> Every item left pending, aged from its submit date to
        *> the run date - the heading is printed once, and only
        *> when there is something under it
        MOVE 'N' TO PND-FOUND-SW
        MOVE 1 TO PND-IX
        PERFORM AGE-ONE-PENDING UNTIL PND-IX > PENDING-COUNT.

AGE-ONE-PENDING SECTION.
        *> Age one undecided item and list it when it has waited
        *> past the limit, then step to the next item
        IF PND-DECISION(PND-IX) = SPACE
            MOVE PND-RECORD(PND-IX) TO PND-WORK-RECORD
            MOVE PND-WORK-SUBMIT-TS(1:8) TO LEAPDA-DATE-1
            MOVE RUN-DATE TO LEAPDA-DATE-2
            CALL 'LEAPDA' USING LEAPDA-LINKAGE
            IF LEAPDA-DATES-ARE-VALID
                MOVE LEAPDA-DAYS-BETWEEN TO AGE-DAYS
                IF AGE-DAYS > AGE-LIMIT
                    ADD 1 TO OVERDUE-COUNT
                    IF PND-FOUND-SW = 'N'
                        MOVE 'Y' TO PND-FOUND-SW
                        MOVE RPT-BLANK-LINE TO APR-RPT-LINE
                        WRITE APR-RPT-RECORD
                        MOVE AGE-LIMIT TO OVL-LIMIT
                        MOVE RPT-OVERDUE-LINE TO APR-RPT-LINE
                        WRITE APR-RPT-RECORD
                    END-IF
                    MOVE 'OVERDUE' TO DTL-STATUS
                    MOVE SPACES TO DTL-NOTE
                    MOVE AGE-DAYS TO AGE-EDIT
                    STRING 'Pending' DELIMITED BY SIZE
                           AGE-EDIT DELIMITED BY SIZE
                           ' days' DELIMITED BY SIZE
                        INTO DTL-NOTE
                    PERFORM WRITE-DETAIL-LINE
                END-IF
            END-IF
        END-IF
        ADD 1 TO PND-IX.

WRITE-DETAIL-LINE SECTION.
        *> One report line for the pending item in the work
        *> record - the caller set the status and the note
        MOVE PND-WORK-PEND-ID TO DTL-PEND-ID
        MOVE PND-WORK-ACTION TO DTL-ACTION
        MOVE PND-WORK-DATE TO DTL-DATE
        MOVE PND-WORK-MARKET TO DTL-MARKET
        MOVE PND-WORK-NAME TO DTL-NAME
        MOVE PND-WORK-SUBMITTER TO DTL-SUBMITTER
        MOVE PND-WORK-SUBMIT-TS TO DTL-SUBMIT-TS
        MOVE RPT-DETAIL-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD.

WRITE-REFUSE-LINE SECTION.
        *> One report line for a decision card that was refused -
        *> the caller set the reason
        ADD 1 TO REFUSE-COUNT
        MOVE APPR-IN-TEXT(1:40) TO RFL-CARD
        MOVE REFUSE-REASON TO RFL-REASON
        MOVE RPT-REFUSE-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD.

READ-PEND-IN SECTION.
        *> Read the next pending item, flagging end of file
        READ PEND-IN
            AT END
                MOVE 'Y' TO END-OF-PENDING
        END-READ.

READ-APPR-IN SECTION.
        *> Read the next decision card, flagging end of file
        READ APPR-IN
            AT END
                MOVE 'Y' TO END-OF-CARDS
        END-READ.

WRITE-REPORT-HEADING SECTION.
        *> Heading and column line at the top of the report
        MOVE RUN-DATE TO HDG-RUN-DATE
        MOVE APPROVE-USER TO HDG-USER
        MOVE RPT-HEADING-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD
        MOVE RPT-COLUMN-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD
        MOVE RPT-BLANK-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD.

WRITE-REPORT-SUMMARY SECTION.
        *> Closing control totals - pending in equals approved plus
        *> rejected plus still pending
        MOVE RPT-BLANK-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD
        MOVE PENDING-READ-COUNT TO SUM-PENDING
        MOVE APPROVE-COUNT TO SUM-APPROVED
        MOVE REJECT-COUNT TO SUM-REJECTED
        MOVE REFUSE-COUNT TO SUM-REFUSED
        MOVE CARRY-COUNT TO SUM-CARRIED
        MOVE OVERDUE-COUNT TO SUM-OVERDUE
        MOVE RPT-SUMMARY-LINE TO APR-RPT-LINE
        WRITE APR-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
