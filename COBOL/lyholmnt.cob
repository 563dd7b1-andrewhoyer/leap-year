*> cut to REJ-OUT with LYREJREC reason codes so data control
*> corrects and resubmits just the rejects.
*>
*> Maintenance is maker-checker: a card reaches this program only
*> after LYHOLSUB has pended it under the submitting user and
*> LYHOLAPR has approved it under a second user, and HMTIN is the
*> approved file LYHOLAPR writes. A card without both stamps, or
*> one whose approver is its submitter, is rejected without being
*> applied. Every approved card's outcome - applied, or refused by
*> the edit - is appended to the HOLHIST approval history with
*> both user ids, alongside the checker rejects LYHOLAPR records.
*>
*> A legacy master record whose date LEAPDT rejects could never be
*> matched by a validated change or delete card, so it is purged on
*> load, reported, and counted - the new generation never carries a
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJ-OUT-STATUS.

    SELECT HIST-OUT ASSIGN TO "HOLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-OUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLIDAY-IN.
FD  REJ-OUT.
    COPY LYREJREC.

FD  HIST-OUT.
    COPY LYHSTREC.

WORKING-STORAGE SECTION.
        01  HOLIDAY-IN-STATUS PIC X(2).
        01  MARKET-IN-STATUS PIC X(2).
        01  HOLD-OUT-STATUS PIC X(2).
        01  CHG-RPT-STATUS  PIC X(2).
        01  REJ-OUT-STATUS  PIC X(2).
        01  HIST-OUT-STATUS PIC X(2).
        01  END-OF-HOLIDAYS PIC X(1) VALUE 'N'.
        01  END-OF-MARKETS  PIC X(1) VALUE 'N'.
        01  END-OF-TRANS    PIC X(1) VALUE 'N'.
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
            CLOSE CHG-RPT
            CLOSE REJ-OUT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-MARKET-CODES
        PERFORM LOAD-HOLIDAY-MASTER
        PERFORM WRITE-NEW-MASTER
        PERFORM WRITE-REPORT-SUMMARY

        CLOSE HIST-OUT
        CLOSE CHG-RPT
        CLOSE REJ-OUT
        DISPLAY 'MASTER IN: ' MASTER-IN-COUNT
        END-IF.

APPLY-ONE-TRANSACTION SECTION.
        *> One card through the full edit - maker-checker stamps,
        *> action code, LEAPDT date, market code in use - then the
        *> action itself, which can still reject on a key that does
        *> not fit the master. Then read the next card.
        ADD 1 TO TRAN-READ-COUNT
        EVALUATE TRUE
            WHEN HMT-IN-PEND-ID = SPACES
              OR HMT-IN-SUBMITTER = SPACES
              OR HMT-IN-APPROVER = SPACES
                PERFORM WRITE-TRAN-REJECT-UNAPPROVED
            WHEN HMT-IN-APPROVER = HMT-IN-SUBMITTER
                PERFORM WRITE-TRAN-REJECT-SELF-APPROVED
            WHEN OTHER
                PERFORM EDIT-APPROVED-TRANSACTION
        END-EVALUATE
        PERFORM READ-HMT-IN.

EDIT-APPROVED-TRANSACTION SECTION.
        *> The content edit for a card that passed maker-checker -
        *> action code, LEAPDT date, market code in use
        IF NOT HMT-IN-ADD AND NOT HMT-IN-CHANGE
           AND NOT HMT-IN-DELETE
            PERFORM WRITE-TRAN-REJECT-ACTION
                    PERFORM APPLY-EDITED-TRANSACTION
                END-IF
            END-IF
        END-IF.

CHECK-TRAN-MARKET SECTION.
        *> The card's market code must be in use - on the MARKET
        MOVE HMT-IN-DATE TO DTL-DATE
        MOVE HMT-IN-MARKET TO DTL-MARKET
        MOVE RPT-DETAIL-LINE TO CHG-RPT-LINE
        WRITE CHG-RPT-RECORD
        MOVE SPACES TO HIST-OUT-RECORD
        MOVE 'A' TO HIST-OUT-OUTCOME
        MOVE DTL-BEFORE TO HIST-OUT-BEFORE
        MOVE DTL-AFTER TO HIST-OUT-AFTER
        PERFORM WRITE-HISTORY-LINE.

WRITE-HISTORY-LINE SECTION.
        *> Approval history line for the current card - the caller
        *> set the outcome and the before/after or note; the card's
        *> key and both users' stamps are added here
        MOVE HMT-IN-PEND-ID TO HIST-OUT-PEND-ID
        MOVE HMT-IN-ACTION TO HIST-OUT-ACTION
        MOVE HMT-IN-DATE TO HIST-OUT-DATE
        MOVE HMT-IN-MARKET TO HIST-OUT-MARKET
        MOVE HMT-IN-SUBMITTER TO HIST-OUT-SUBMITTER
        MOVE HMT-IN-SUBMIT-TS TO HIST-OUT-SUBMIT-TS
        MOVE HMT-IN-APPROVER TO HIST-OUT-APPROVER
        MOVE HMT-IN-APPROVE-TS TO HIST-OUT-APPROVE-TS
        WRITE HIST-OUT-RECORD.

WRITE-PURGE-LINE SECTION.
        *> Report line for a legacy master record purged on load
        MOVE RPT-PURGE-LINE TO CHG-RPT-LINE
        WRITE CHG-RPT-RECORD.

WRITE-TRAN-REJECT-UNAPPROVED SECTION.
        *> Reject line for a card that did not come through the
        *> approval run - no pending id, submitter or approver
        MOVE SPACES TO REJ-OUT-RECORD
        MOVE 'Transaction has no checker approval' TO REJ-OUT-REASON
        MOVE 'H008' TO REJ-OUT-CODE
        PERFORM WRITE-TRAN-REJECT.

WRITE-TRAN-REJECT-SELF-APPROVED SECTION.
        *> Reject line for a card its own submitter approved
        MOVE SPACES TO REJ-OUT-RECORD
        MOVE 'Approver is the submitter' TO REJ-OUT-REASON
        MOVE 'H009' TO REJ-OUT-CODE
        PERFORM WRITE-TRAN-REJECT.

WRITE-TRAN-REJECT-ACTION SECTION.
        *> Reject line for a card whose action code is unknown
        MOVE SPACES TO REJ-OUT-RECORD

WRITE-TRAN-REJECT SECTION.
        *> Common reject line - the caller set the code and reason,
        *> the original card image rides along for resubmission.
        *> A card that carries a pending id is also refused on the
        *> approval history, so the checker sees the approved change
        *> did not reach the master.
        ADD 1 TO TRAN-REJECT-COUNT
        MOVE 'HMTIN' TO REJ-OUT-FILE
        MOVE HMT-IN-RECORD TO REJ-OUT-IMAGE
        WRITE REJ-OUT-RECORD
        IF HMT-IN-PEND-ID NOT = SPACES
            MOVE SPACES TO HIST-OUT-RECORD
            MOVE 'F' TO HIST-OUT-OUTCOME
            MOVE HMT-IN-NAME TO HIST-OUT-AFTER
            STRING REJ-OUT-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   REJ-OUT-REASON DELIMITED BY SIZE
                INTO HIST-OUT-NOTE
            PERFORM WRITE-HISTORY-LINE
        END-IF.

READ-HMT-IN SECTION.
        *> Read the next transaction card, flagging end of file
