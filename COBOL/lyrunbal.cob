*>     detail records actually in the feed for that request id
*> The BALRPT report shows every crossing in-balance or
*> out-of-balance with a closing verdict line - that report is
*> what operations signs the night's run off against. Each step's
*> step-end line (the condition code it ended with) is listed
*> beneath the crossings.
*>
*> RUNCTL is job-temporary, so the night's figures are also
*> appended to the cataloged RUNHIST run history (see
*> LYRHSREC.cpy) under the run id: the counts lines, the step
*> condition codes and the verdict. LYRUNTRD reads the history for
*> the cross-night trend.
*>
*> Condition codes: 0 everything crossed in balance, 4 any break
*> or the run history could not be appended, 8 the run-control
*> dataset or the report would not open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BAL-RPT-STATUS.

    SELECT RUNHIST-OUT ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUNHIST-OUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUNCTL-IN.
FD  BAL-RPT.
    COPY LYBALREC.

FD  RUNHIST-OUT.
    COPY LYRHSREC.

WORKING-STORAGE SECTION.
        01  RUNCTL-IN-STATUS PIC X(2).
        01  RNGFD-IN-STATUS PIC X(2).
        01  BAL-RPT-STATUS  PIC X(2).
        01  RUNHIST-OUT-STATUS PIC X(2).
        01  END-OF-RUNCTL   PIC X(1) VALUE 'N'.
        01  END-OF-RNGFD    PIC X(1) VALUE 'N'.
        01  RUN-DATE        PIC X(8).
        01  RCT-FOUND-IX    PIC 9(4).
        01  RCT-FOUND-SW    PIC X(1).

        *> The step-end lines, kept apart from the counts so they
        *> never enter a crossing
        01  STEP-END-TABLE-MAX PIC 9(2) VALUE 20.
        01  STEP-END-COUNT  PIC 9(2) VALUE 0.
        01  STEP-END-TABLE.
            05  STEP-END-ENTRY OCCURS 20.
                10  SEN-STEP        PIC X(8).
                10  SEN-COND-CODE   PIC 9(2).
        01  SEN-IX          PIC 9(2).

        *> The run-history append - the run id is picked up the way
        *> the steps pick it up, so the history ties to RUNCTL and
        *> the audit trail
        01  HIST-RUN-ID     PIC X(8).
        01  HIST-RUN-TIME   PIC X(8).
        01  HIST-WRITE-COUNT PIC 9(8) VALUE 0.
        01  HIST-FAILED-SW  PIC X(1) VALUE 'N'.
        01  BALANCE-CONDITION-CODE PIC 9(2) VALUE 0.

        *> The range-feed walk - one header/details/trailer group
        *> per request id
        01  FEED-IN-GROUP-SW PIC X(1) VALUE 'N'.
            05  FILLER          PIC X(15) VALUE '  OUT OF BAL   '.
            05  FDT-BROKEN      PIC ZZZZZZZ9.
            05  FILLER          PIC X(79) VALUE SPACES.
        01  RPT-STEP-END-LINE.
            05  FILLER          PIC X(5) VALUE 'STEP '.
            05  SEL-STEP        PIC X(8).
            05  FILLER          PIC X(27)
                VALUE '  ENDED WITH CONDITION CODE'.
            05  FILLER          PIC X(1) VALUE SPACE.
            05  SEL-COND-CODE   PIC 9(2).
            05  FILLER          PIC X(89) VALUE SPACES.
        01  RPT-VERDICT-LINE.
            05  VER-TEXT        PIC X(132).
        01  RPT-BLANK-LINE      PIC X(132) VALUE SPACES.
        PERFORM CROSS-STAGED-COUNTS
        PERFORM LIST-UNPAIRED-COUNTS
        PERFORM CROSS-RANGE-FEED
        PERFORM LIST-STEP-END-CODES
        PERFORM WRITE-VERDICT

        CLOSE BAL-RPT
        DISPLAY 'BALANCE CROSSINGS: ' CROSS-COUNT
            ' BREAKS: ' BREAK-COUNT
        IF BREAK-COUNT > 0
            MOVE 4 TO BALANCE-CONDITION-CODE
        END-IF
        PERFORM APPEND-RUN-HISTORY
        IF BREAK-COUNT > 0 OR HIST-FAILED-SW = 'Y'
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        STOP RUN.

LOAD-ONE-RUNCTL SECTION.
        *> Store the run-control line just read - a step-end line
        *> to the step table, a counts line to the crossing table -
        *> then read the next
        EVALUATE TRUE
            WHEN RUNCTL-IN-STEP-END
                PERFORM LOAD-ONE-STEP-END
            WHEN RCT-COUNT < RCT-TABLE-MAX
                ADD 1 TO RCT-COUNT
                MOVE RUNCTL-IN-STEP TO RCT-STEP(RCT-COUNT)
                MOVE RUNCTL-IN-DDNAME TO RCT-DD(RCT-COUNT)
                MOVE RUNCTL-IN-READ TO RCT-READ(RCT-COUNT)
                MOVE RUNCTL-IN-WRITTEN TO RCT-WRITTEN(RCT-COUNT)
                MOVE RUNCTL-IN-REJECTED TO RCT-REJ(RCT-COUNT)
                MOVE RUNCTL-IN-RUN-ID TO RCT-RUN-ID(RCT-COUNT)
                MOVE 'N' TO RCT-CROSSED(RCT-COUNT)
            WHEN OTHER
                DISPLAY 'Run-control exceeds ' RCT-TABLE-MAX
                    ' entries, record dropped: ' RUNCTL-IN-RECORD
        END-EVALUATE
        PERFORM READ-RUNCTL-IN.

LOAD-ONE-STEP-END SECTION.
        *> Store one step's ending condition code
        IF STEP-END-COUNT < STEP-END-TABLE-MAX
            ADD 1 TO STEP-END-COUNT
            MOVE RUNCTL-IN-STEP TO SEN-STEP(STEP-END-COUNT)
            IF RUNCTL-IN-COND-CODE NUMERIC
                MOVE RUNCTL-IN-COND-CODE
                    TO SEN-COND-CODE(STEP-END-COUNT)
            ELSE
                MOVE 99 TO SEN-COND-CODE(STEP-END-COUNT)
            END-IF
        ELSE
            DISPLAY 'Step-end lines exceed ' STEP-END-TABLE-MAX
                ', record dropped: ' RUNCTL-IN-RECORD
        END-IF.

READ-RUNCTL-IN SECTION.
        *> Read the next run-control line, flagging end of file
        READ RUNCTL-IN

LIST-UNPAIRED-COUNTS SECTION.
        *> Entries no crossing consumed - the passes with no staged
        *> side (TRANIN, DPAIRIN, DCNTIN, BDAYIN, RNGFEED) - are listed
        *> for the sign-off picture without a verdict
        MOVE 1 TO RCT-IX
        PERFORM LIST-ONE-UNPAIRED UNTIL RCT-IX > RCT-COUNT.

        END-IF
        MOVE RPT-VERDICT-LINE TO BAL-RPT-LINE
        WRITE BAL-RPT-RECORD.

LIST-STEP-END-CODES SECTION.
        *> The condition code each step ended with, from its
        *> step-end line - a step with no line never reached its end
        MOVE RPT-BLANK-LINE TO BAL-RPT-LINE
        WRITE BAL-RPT-RECORD
        MOVE 1 TO SEN-IX
        PERFORM LIST-ONE-STEP-END UNTIL SEN-IX > STEP-END-COUNT.

LIST-ONE-STEP-END SECTION.
        *> One step's ending code to the report, then the next
        MOVE SEN-STEP(SEN-IX) TO SEL-STEP
        MOVE SEN-COND-CODE(SEN-IX) TO SEL-COND-CODE
        MOVE RPT-STEP-END-LINE TO BAL-RPT-LINE
        WRITE BAL-RPT-RECORD
        ADD 1 TO SEN-IX.

APPEND-RUN-HISTORY SECTION.
        *> Append the night's group to the cataloged run history -
        *> header, every counts line, every step's ending code and
        *> the verdict. A history failure is a warning - the night
        *> itself is still balanced and BALRPT is complete.
        ACCEPT HIST-RUN-ID FROM ENVIRONMENT "LEAPYR_RUN_ID"
        IF HIST-RUN-ID = SPACES
            MOVE RUN-DATE TO HIST-RUN-ID
        END-IF
        ACCEPT HIST-RUN-TIME FROM TIME
        OPEN EXTEND RUNHIST-OUT
        IF RUNHIST-OUT-STATUS NOT = '00'
            OPEN OUTPUT RUNHIST-OUT
        END-IF
        IF RUNHIST-OUT-STATUS NOT = '00'
            DISPLAY 'Unable to open RUNHIST-OUT, status '
                RUNHIST-OUT-STATUS ', run history not appended'
            MOVE 'Y' TO HIST-FAILED-SW
        ELSE
            MOVE SPACES TO RUNHIST-OUT-RECORD
            MOVE HIST-RUN-ID TO RUNHIST-OUT-RUN-ID
            MOVE 'H' TO RUNHIST-OUT-TYPE
            MOVE 'BALSTEP' TO RUNHIST-OUT-STEP
            MOVE RUN-DATE TO RUNHIST-OUT-RUN-DATE
            MOVE HIST-RUN-TIME(1:6) TO RUNHIST-OUT-RUN-TIME
            PERFORM WRITE-ONE-HISTORY
            MOVE 1 TO RCT-IX
            PERFORM APPEND-ONE-COUNTS UNTIL RCT-IX > RCT-COUNT
            MOVE 1 TO SEN-IX
            PERFORM APPEND-ONE-STEP-END UNTIL SEN-IX > STEP-END-COUNT
            MOVE SPACES TO RUNHIST-OUT-RECORD
            MOVE HIST-RUN-ID TO RUNHIST-OUT-RUN-ID
            MOVE 'V' TO RUNHIST-OUT-TYPE
            MOVE 'BALSTEP' TO RUNHIST-OUT-STEP
            MOVE CROSS-COUNT TO RUNHIST-OUT-CROSSINGS
            MOVE BREAK-COUNT TO RUNHIST-OUT-BREAKS
            MOVE BALANCE-CONDITION-CODE TO RUNHIST-OUT-BAL-CC
            PERFORM WRITE-ONE-HISTORY
            CLOSE RUNHIST-OUT
            DISPLAY 'RUN HISTORY ' HIST-RUN-ID
                ' RECORDS APPENDED: ' HIST-WRITE-COUNT
        END-IF.

APPEND-ONE-COUNTS SECTION.
        *> One run-control counts line into the history, then the
        *> next
        MOVE SPACES TO RUNHIST-OUT-RECORD
        MOVE HIST-RUN-ID TO RUNHIST-OUT-RUN-ID
        MOVE 'C' TO RUNHIST-OUT-TYPE
        MOVE RCT-STEP(RCT-IX) TO RUNHIST-OUT-STEP
        MOVE RCT-DD(RCT-IX) TO RUNHIST-OUT-DDNAME
        MOVE RCT-READ(RCT-IX) TO RUNHIST-OUT-READ
        MOVE RCT-WRITTEN(RCT-IX) TO RUNHIST-OUT-WRITTEN
        MOVE RCT-REJ(RCT-IX) TO RUNHIST-OUT-REJECTED
        PERFORM WRITE-ONE-HISTORY
        ADD 1 TO RCT-IX.

APPEND-ONE-STEP-END SECTION.
        *> One step's ending code into the history, then the next
        MOVE SPACES TO RUNHIST-OUT-RECORD
        MOVE HIST-RUN-ID TO RUNHIST-OUT-RUN-ID
        MOVE 'S' TO RUNHIST-OUT-TYPE
        MOVE SEN-STEP(SEN-IX) TO RUNHIST-OUT-STEP
        MOVE SEN-COND-CODE(SEN-IX) TO RUNHIST-OUT-COND-CODE
        PERFORM WRITE-ONE-HISTORY
        ADD 1 TO SEN-IX.

WRITE-ONE-HISTORY SECTION.
        *> Write the history record the caller built
        WRITE RUNHIST-OUT-RECORD
        ADD 1 TO HIST-WRITE-COUNT.
