        PERFORM EDIT-REF-FILE

        CLOSE REJ-OUT
        DISPLAY 'EDIT RECORDS READ: ' EDIT-READ-COUNT
            ' CLEAN: ' EDIT-CLEAN-COUNT
            ' REJECTED: ' EDIT-REJECT-COUNT
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        PERFORM WRITE-RUN-CONTROL-TOTALS
        *> Seal the audit trail for this run - LEAPYR writes the
        *> 'TRLR' line carrying the line count and per-flag totals
        MOVE 'E' TO LEAPYR-MODE
            MOVE EDIT-RF-CLEAN-COUNT TO RUNCTL-WRITE-WORK
            MOVE EDIT-RF-REJ-COUNT TO RUNCTL-REJ-WORK
            PERFORM WRITE-ONE-RUN-CONTROL
            PERFORM WRITE-STEP-END-CONTROL
            CLOSE RUNCTL-OUT
        END-IF.

        MOVE RUNCTL-RUN-ID TO RUNCTL-OUT-RUN-ID
        WRITE RUNCTL-OUT-RECORD.

WRITE-STEP-END-CONTROL SECTION.
        *> The step-end line closing this step's run-control lines,
        *> carrying the condition code the edit is ending with
        MOVE SPACES TO RUNCTL-OUT-RECORD
        MOVE 'EDSTEP' TO RUNCTL-OUT-STEP
        MOVE 0 TO RUNCTL-OUT-READ
        MOVE 0 TO RUNCTL-OUT-WRITTEN
        MOVE 0 TO RUNCTL-OUT-REJECTED
        MOVE RUNCTL-RUN-ID TO RUNCTL-OUT-RUN-ID
        MOVE 'E' TO RUNCTL-OUT-LINE-TYPE
        MOVE RUN-CONDITION-CODE TO RUNCTL-OUT-COND-CODE
        WRITE RUNCTL-OUT-RECORD.

RAISE-CONDITION-CODE SECTION.
        *> Ratchet the run's condition code up to the proposed
        *> level, never downward
