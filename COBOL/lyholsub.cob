IDENTIFICATION DIVISION.
PROGRAM-ID. LYHOLSUB.

*> HOLIDAY master maintenance, stage one: submission. LYHOLMNT used
*> to apply whatever HMTIN cards it was handed, so one operator
*> could change which days the settlement desk treats as business
*> days with no second pair of eyes. Maintenance is now two stages.
*> This program takes the keyed HMTIN cards (see LYHMTREC.cpy),
*> stamps each with a new pending id, the submitting user and the
*> submit time, and adds it to the pending-transaction file; the
*> approval run (LYHOLAPR) later takes approve/reject decisions
*> from a different user and passes only approved items on to
*> LYHOLMNT.
*>
*> The submitting user is the user the job runs under, taken from
*> LEAPYR_USER_ID the way LEAPYR takes LEAPYR_JOB_ID - never from a
*> card. The pending file is written as a new generation: every
*> item still pending on the current generation is carried forward
*> and the new submissions are added behind them. Pending ids run
*> on from the highest id on the current generation or the
*> approval history, so an id is never issued twice.
*>
*> Only the action code and the date (through LEAPDT) are edited
*> here, so a card that could never apply does not wait for a
*> checker; the market and master-key edits stay in LYHOLMNT,
*> which applies against the master as it stands at approval.
*> Rejected cards go to REJ-OUT with the LYHOLMNT reason codes.
*>
*> Condition codes: 0 every card pended, 4 at least one card
*> rejected (the new pending generation is still complete and
*> good), 8 no submitting user or a file would not open - do not
*> catalog the new generation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HMT-IN ASSIGN TO "HMTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HMT-IN-STATUS.

    SELECT OPTIONAL PEND-IN ASSIGN TO "PENDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-IN-STATUS.

    SELECT OPTIONAL HIST-IN ASSIGN TO "HOLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-IN-STATUS.

    SELECT PEND-OUT ASSIGN TO "PENDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-OUT-STATUS.

    SELECT SUB-RPT ASSIGN TO "SUBRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUB-RPT-STATUS.

    SELECT REJ-OUT ASSIGN TO "REJOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJ-OUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HMT-IN.
    COPY LYHMTREC.

FD  PEND-IN.
    COPY LYPNDREC.

FD  HIST-IN.
    COPY LYHSTINR.

FD  PEND-OUT.
    COPY LYPNDOUT.

FD  SUB-RPT.
    COPY LYSBRREC.

FD  REJ-OUT.
    COPY LYREJREC.

WORKING-STORAGE SECTION.
        01  HMT-IN-STATUS   PIC X(2).
        01  PEND-IN-STATUS  PIC X(2).
        01  HIST-IN-STATUS  PIC X(2).
        01  PEND-OUT-STATUS PIC X(2).
        01  SUB-RPT-STATUS  PIC X(2).
        01  REJ-OUT-STATUS  PIC X(2).
        01  END-OF-TRANS    PIC X(1) VALUE 'N'.
        01  END-OF-PENDING  PIC X(1) VALUE 'N'.
        01  END-OF-HISTORY  PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).

        *> Who is submitting, and when - one stamp for the run
        01  SUBMIT-USER     PIC X(8) VALUE SPACES.
        01  SUBMIT-TIMESTAMP PIC X(14).

        *> Highest pending id seen so far, and the id under test
        01  LAST-PEND-ID    PIC 9(8) VALUE 0.
        01  CHECK-PEND-ID   PIC 9(8).

        01  PEND-CARRY-COUNT  PIC 9(8) VALUE 0.
        01  TRAN-READ-COUNT   PIC 9(8) VALUE 0.
        01  TRAN-PEND-COUNT   PIC 9(8) VALUE 0.
        01  TRAN-REJECT-COUNT PIC 9(8) VALUE 0.

        01  RUN-CONDITION-CODE      PIC 9(2) VALUE 0.
        01  PROPOSED-CONDITION-CODE PIC 9(2).
        01  CC-WARNING              PIC 9(2) VALUE 4.
        01  CC-ERROR                PIC 9(2) VALUE 8.

        *> Print-line images for the submission report
        01  RPT-HEADING-LINE.
            05  FILLER          PIC X(41)
                VALUE 'HOLIDAY MAINTENANCE SUBMISSION - RUN DATE'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  HDG-RUN-DATE    PIC X(8).
            05  FILLER          PIC X(12) VALUE '  SUBMITTER '.
            05  HDG-USER        PIC X(8).
            05  FILLER          PIC X(62) VALUE SPACES.
        01  RPT-COLUMN-LINE.
            05  FILLER          PIC X(18) VALUE
                'PEND-ID  ACT DATE'.
            05  FILLER          PIC X(114) VALUE
                '    MKT  NAME                           SUBMITTED'.
        01  RPT-DETAIL-LINE.
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
            05  DTL-SUBMIT-TS   PIC X(14).
            05  FILLER          PIC X(60) VALUE SPACES.
        01  RPT-REJECT-LINE.
            05  FILLER          PIC X(9) VALUE 'REJECTED '.
            05  REJ-ACTION      PIC X(1).
            05  FILLER          PIC X(3) VALUE SPACES.
            05  REJ-DATE        PIC X(8).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  REJ-MARKET      PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  REJ-CODE        PIC X(4).
            05  FILLER          PIC X(1) VALUE SPACE.
            05  REJ-REASON      PIC X(40).
            05  FILLER          PIC X(60) VALUE SPACES.
        01  RPT-SUMMARY-LINE.
            05  FILLER          PIC X(23)
                VALUE 'TOTALS  CARRIED FORWARD'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SUM-CARRIED     PIC ZZZZZZZ9.
            05  FILLER          PIC X(13) VALUE '  TRANS READ '.
            05  SUM-TRAN-READ   PIC ZZZZZZZ9.
            05  FILLER          PIC X(9) VALUE '  PENDED '.
            05  SUM-PENDED      PIC ZZZZZZZ9.
            05  FILLER          PIC X(11) VALUE '  REJECTED '.
            05  SUM-REJECTED    PIC ZZZZZZZ9.
            05  FILLER          PIC X(43) VALUE SPACES.
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.

        COPY LYDTLNK.
        COPY LYLNKREC.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
        ACCEPT RUN-DATE FROM DATE YYYYMMDD
        ACCEPT SUBMIT-TIMESTAMP(1:8) FROM DATE YYYYMMDD
        ACCEPT SUBMIT-TIMESTAMP(9:6) FROM TIME

        *> No user, no maker-checker - a pending item nobody can be
        *> told apart from its approver is refused outright
        ACCEPT SUBMIT-USER FROM ENVIRONMENT "LEAPYR_USER_ID"
        IF SUBMIT-USER = SPACES
            DISPLAY 'LEAPYR_USER_ID is not set, nothing submitted'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT REJ-OUT
        IF REJ-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open REJ-OUT, status ' REJ-OUT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT SUB-RPT
        IF SUB-RPT-STATUS NOT = '00'
            DISPLAY 'Unable to open SUB-RPT, status ' SUB-RPT-STATUS
            CLOSE REJ-OUT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        OPEN OUTPUT PEND-OUT
        IF PEND-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open PEND-OUT, status '
                PEND-OUT-STATUS
            CLOSE SUB-RPT
            CLOSE REJ-OUT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING
        PERFORM FIND-LAST-HISTORY-ID
        PERFORM CARRY-PENDING-FORWARD
        PERFORM SUBMIT-TRANSACTION-FILE
        PERFORM WRITE-REPORT-SUMMARY

        CLOSE PEND-OUT
        CLOSE SUB-RPT
        CLOSE REJ-OUT
        DISPLAY 'CARRIED FORWARD: ' PEND-CARRY-COUNT
            ' TRANS READ: ' TRAN-READ-COUNT
            ' PENDED: ' TRAN-PEND-COUNT
            ' REJECTED: ' TRAN-REJECT-COUNT
        IF TRAN-REJECT-COUNT > 0
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE

        DISPLAY 'SUBMISSION CONDITION CODE: ' RUN-CONDITION-CODE
        MOVE RUN-CONDITION-CODE TO RETURN-CODE
        STOP RUN.

FIND-LAST-HISTORY-ID SECTION.
        *> The highest pending id the approval history has seen.
        *> The history is OPTIONAL - before the first approval run
        *> there is none, and the pending file alone sets the base.
        OPEN INPUT HIST-IN
        IF HIST-IN-STATUS = '00'
            PERFORM READ-HIST-IN
            PERFORM NOTE-ONE-HISTORY-ID UNTIL END-OF-HISTORY = 'Y'
            CLOSE HIST-IN
        ELSE
            IF HIST-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open HIST-IN, status '
                    HIST-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

NOTE-ONE-HISTORY-ID SECTION.
        *> Raise the last id to the history line's id if higher,
        *> then read the next line
        IF HIST-IN-PEND-ID NUMERIC
            MOVE HIST-IN-PEND-ID TO CHECK-PEND-ID
            IF CHECK-PEND-ID > LAST-PEND-ID
                MOVE CHECK-PEND-ID TO LAST-PEND-ID
            END-IF
        END-IF
        PERFORM READ-HIST-IN.

CARRY-PENDING-FORWARD SECTION.
        *> Copy every item still pending on the current generation
        *> to the new one, noting the highest id on the way. The
        *> file is OPTIONAL - the first submission starts it.
        OPEN INPUT PEND-IN
        IF PEND-IN-STATUS = '00'
            PERFORM READ-PEND-IN
            PERFORM CARRY-ONE-PENDING UNTIL END-OF-PENDING = 'Y'
            CLOSE PEND-IN
        ELSE
            IF PEND-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open PEND-IN, status '
                    PEND-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

CARRY-ONE-PENDING SECTION.
        *> Carry the pending item just read, then read the next
        ADD 1 TO PEND-CARRY-COUNT
        MOVE PEND-IN-RECORD TO PEND-OUT-RECORD
        WRITE PEND-OUT-RECORD
        IF PEND-IN-PEND-ID NUMERIC
            MOVE PEND-IN-PEND-ID TO CHECK-PEND-ID
            IF CHECK-PEND-ID > LAST-PEND-ID
                MOVE CHECK-PEND-ID TO LAST-PEND-ID
            END-IF
        END-IF
        PERFORM READ-PEND-IN.

SUBMIT-TRANSACTION-FILE SECTION.
        *> Edit and pend every card in the order data control
        *> keyed them
        OPEN INPUT HMT-IN
        IF HMT-IN-STATUS NOT = '00'
            DISPLAY 'Unable to open HMT-IN, status ' HMT-IN-STATUS
            MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        ELSE
            PERFORM READ-HMT-IN
            PERFORM SUBMIT-ONE-TRANSACTION UNTIL END-OF-TRANS = 'Y'
            CLOSE HMT-IN
        END-IF.

SUBMIT-ONE-TRANSACTION SECTION.
        *> Action code, then the LEAPDT date - a clean card is
        *> stamped with the next id and pended - then read the
        *> next card
        ADD 1 TO TRAN-READ-COUNT
        IF NOT HMT-IN-ADD AND NOT HMT-IN-CHANGE
           AND NOT HMT-IN-DELETE
            MOVE SPACES TO REJ-OUT-RECORD
            MOVE 'Action code is not A, C or D' TO REJ-OUT-REASON
            MOVE 'H001' TO REJ-OUT-CODE
            PERFORM WRITE-TRAN-REJECT
        ELSE
            MOVE HMT-IN-DATE TO LEAPDT-DATE
            CALL 'LEAPDT' USING LEAPDT-LINKAGE
            IF LEAPDT-DATE-IS-INVALID
                MOVE SPACES TO REJ-OUT-RECORD
                MOVE LEAPDT-REASON TO REJ-OUT-REASON
                MOVE 'H002' TO REJ-OUT-CODE
                PERFORM WRITE-TRAN-REJECT
            ELSE
                PERFORM PEND-ONE-TRANSACTION
            END-IF
        END-IF
        PERFORM READ-HMT-IN.

PEND-ONE-TRANSACTION SECTION.
        *> The keyed card with this run's stamps - whatever was in
        *> the stamp columns of the card itself is overwritten, and
        *> the approver stamps are left for the checker
        ADD 1 TO TRAN-PEND-COUNT
        ADD 1 TO LAST-PEND-ID
        MOVE SPACES TO PEND-OUT-RECORD
        MOVE HMT-IN-RECORD(1:80) TO PEND-OUT-CARD
        MOVE LAST-PEND-ID TO PEND-OUT-PEND-ID
        MOVE SUBMIT-USER TO PEND-OUT-SUBMITTER
        MOVE SUBMIT-TIMESTAMP TO PEND-OUT-SUBMIT-TS
        WRITE PEND-OUT-RECORD
        MOVE PEND-OUT-PEND-ID TO DTL-PEND-ID
        MOVE HMT-IN-ACTION TO DTL-ACTION
        MOVE HMT-IN-DATE TO DTL-DATE
        MOVE HMT-IN-MARKET TO DTL-MARKET
        MOVE HMT-IN-NAME TO DTL-NAME
        MOVE SUBMIT-TIMESTAMP TO DTL-SUBMIT-TS
        MOVE RPT-DETAIL-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD.

WRITE-TRAN-REJECT SECTION.
        *> Common reject - the caller set the code and reason. The
        *> keyed card image rides along on REJ-OUT for resubmission
        *> and the reject is shown on the report as well.
        ADD 1 TO TRAN-REJECT-COUNT
        MOVE 'HMTIN' TO REJ-OUT-FILE
        MOVE HMT-IN-RECORD TO REJ-OUT-IMAGE
        WRITE REJ-OUT-RECORD
        MOVE HMT-IN-ACTION TO REJ-ACTION
        MOVE HMT-IN-DATE TO REJ-DATE
        MOVE HMT-IN-MARKET TO REJ-MARKET
        MOVE REJ-OUT-CODE TO REJ-CODE
        MOVE REJ-OUT-REASON TO REJ-REASON
        MOVE RPT-REJECT-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD.

READ-HMT-IN SECTION.
        *> Read the next transaction card, flagging end of file
        READ HMT-IN
            AT END
                MOVE 'Y' TO END-OF-TRANS
        END-READ.

READ-PEND-IN SECTION.
        *> Read the next pending item, flagging end of file
        READ PEND-IN
            AT END
                MOVE 'Y' TO END-OF-PENDING
        END-READ.

READ-HIST-IN SECTION.
        *> Read the next approval history line, flagging end of
        *> file
        READ HIST-IN
            AT END
                MOVE 'Y' TO END-OF-HISTORY
        END-READ.

WRITE-REPORT-HEADING SECTION.
        *> Heading and column line at the top of the report
        MOVE RUN-DATE TO HDG-RUN-DATE
        MOVE SUBMIT-USER TO HDG-USER
        MOVE RPT-HEADING-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD
        MOVE RPT-COLUMN-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD
        MOVE RPT-BLANK-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD.

WRITE-REPORT-SUMMARY SECTION.
        *> Closing control totals - carried forward plus pended
        *> is the new generation's record count
        MOVE RPT-BLANK-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD
        MOVE PEND-CARRY-COUNT TO SUM-CARRIED
        MOVE TRAN-READ-COUNT TO SUM-TRAN-READ
        MOVE TRAN-PEND-COUNT TO SUM-PENDED
        MOVE TRAN-REJECT-COUNT TO SUM-REJECTED
        MOVE RPT-SUMMARY-LINE TO SUB-RPT-LINE
        WRITE SUB-RPT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
        IF PROPOSED-CONDITION-CODE > RUN-CONDITION-CODE
            MOVE PROPOSED-CONDITION-CODE TO RUN-CONDITION-CODE
        END-IF.
