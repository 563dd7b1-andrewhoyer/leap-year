        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DPAIR-OUT-STATUS.

    SELECT OPTIONAL DCNT-IN ASSIGN TO "DCNTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DCNT-IN-STATUS.

    SELECT DCNT-OUT ASSIGN TO "DCNTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DCNT-OUT-STATUS.

    SELECT OPTIONAL BDAY-IN ASSIGN TO "BDAYIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BDAY-IN-STATUS.
FD  DPAIR-OUT.
    COPY LYDPOREC.

FD  DCNT-IN.
    COPY LYDCIREC.

FD  DCNT-OUT.
    COPY LYDCOREC.

FD  BDAY-IN.
    COPY LYBDIREC.

        01  DPAIR-IN-STATUS     PIC X(2).
        01  DPAIR-OUT-STATUS    PIC X(2).
        01  END-OF-DPAIRS       PIC X(1) VALUE 'N'.
        01  DCNT-IN-STATUS      PIC X(2).
        01  DCNT-OUT-STATUS     PIC X(2).
        01  END-OF-DCNTS        PIC X(1) VALUE 'N'.
        01  BDAY-IN-STATUS      PIC X(2).
        01  BDAY-OUT-STATUS     PIC X(2).
        01  END-OF-BDAYS        PIC X(1) VALUE 'N'.
        01  RUN-RECON-PASS      PIC X(1) VALUE 'Y'.
        01  RUN-TRAN-PASS       PIC X(1) VALUE 'Y'.
        01  RUN-DPAIR-PASS      PIC X(1) VALUE 'Y'.
        01  RUN-DCNT-PASS       PIC X(1) VALUE 'Y'.
        01  RUN-BDAY-PASS       PIC X(1) VALUE 'Y'.
        01  RUN-SWITCH-WORK     PIC X(1).
        01  RUN-SWITCH-OK-SW    PIC X(1).
        01  DATE-TOTAL-INVALID   PIC 9(8) VALUE 0.
        01  DPAIR-TOTAL-PROCESSED PIC 9(8) VALUE 0.
        01  DPAIR-TOTAL-INVALID  PIC 9(8) VALUE 0.
        01  DCNT-TOTAL-PROCESSED PIC 9(8) VALUE 0.
        01  DCNT-TOTAL-INVALID   PIC 9(8) VALUE 0.
        01  BDAY-TOTAL-PROCESSED PIC 9(8) VALUE 0.
        01  BDAY-TOTAL-INVALID   PIC 9(8) VALUE 0.
        01  RUNCTL-OUT-STATUS    PIC X(2).
        COPY LYLNKREC.
        COPY LYDTLNK.
        COPY LYDALNK.
        COPY LYDCLNK.
        COPY LYANLNK.
        COPY LYBDLNK.

PROCEDURE DIVISION.
            DISPLAY 'DPAIR PASS DISABLED BY PARMIN'
        END-IF

        IF RUN-DCNT-PASS = 'Y'
            PERFORM DCNT-PASS
        ELSE
            DISPLAY 'DCNT PASS DISABLED BY PARMIN'
        END-IF

        IF RUN-BDAY-PASS = 'Y'
            PERFORM BDAY-PASS
        ELSE
            ' RECON=' RUN-RECON-PASS
            ' TRAN=' RUN-TRAN-PASS
            ' DPAIR=' RUN-DPAIR-PASS
            ' DCNT=' RUN-DCNT-PASS
            ' BDAY=' RUN-BDAY-PASS.

APPLY-ONE-PARM SECTION.
                    IF RUN-SWITCH-OK-SW = 'Y'
                        MOVE RUN-SWITCH-WORK TO RUN-DPAIR-PASS
                    END-IF
                WHEN 'RUNDCNT'
                    PERFORM EDIT-RUN-SWITCH
                    IF RUN-SWITCH-OK-SW = 'Y'
                        MOVE RUN-SWITCH-WORK TO RUN-DCNT-PASS
                    END-IF
                WHEN 'RUNBDAY'
                    PERFORM EDIT-RUN-SWITCH
                    IF RUN-SWITCH-OK-SW = 'Y'
            END-IF
        END-IF.

DCNT-PASS SECTION.
        *> The day-count convention pass
        OPEN INPUT DCNT-IN
        IF DCNT-IN-STATUS = '00'
            OPEN OUTPUT DCNT-OUT
            IF DCNT-OUT-STATUS NOT = '00'
                DISPLAY 'Unable to open DCNT-OUT, status '
                    DCNT-OUT-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            ELSE
                PERFORM READ-DCNT-IN
                PERFORM PROCESS-ONE-DCNT UNTIL END-OF-DCNTS = 'Y'
                CLOSE DCNT-OUT
                MOVE 'DCNTIN' TO RUNCTL-DD-NAME
                MOVE DCNT-TOTAL-PROCESSED TO RUNCTL-READ-WORK
                MOVE DCNT-TOTAL-PROCESSED TO RUNCTL-WRITE-WORK
                MOVE DCNT-TOTAL-INVALID TO RUNCTL-REJ-WORK
                PERFORM WRITE-ONE-RUN-CONTROL
            END-IF
            CLOSE DCNT-IN
        ELSE
            IF DCNT-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open DCNT-IN, status '
                    DCNT-IN-STATUS
                MOVE CC-ERROR TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            END-IF
        END-IF.

BDAY-PASS SECTION.
        *> The business-day pass
        OPEN INPUT BDAY-IN

CLOSE-RUN-CONTROL SECTION.
        *> Close the run-control dataset once every pass has
        *> written its counts, behind the step-end line carrying
        *> the condition code this run is about to end with
        IF RUNCTL-OPEN-OK = 'Y'
            MOVE SPACES TO RUNCTL-OUT-RECORD
            MOVE 'LYSTEP' TO RUNCTL-OUT-STEP
            MOVE 0 TO RUNCTL-OUT-READ
            MOVE 0 TO RUNCTL-OUT-WRITTEN
            MOVE 0 TO RUNCTL-OUT-REJECTED
            MOVE RUNCTL-RUN-ID TO RUNCTL-OUT-RUN-ID
            MOVE 'E' TO RUNCTL-OUT-LINE-TYPE
            MOVE RUN-CONDITION-CODE TO RUNCTL-OUT-COND-CODE
            WRITE RUNCTL-OUT-RECORD
            CLOSE RUNCTL-OUT
            MOVE 'N' TO RUNCTL-OPEN-OK
        END-IF.
        *> Route the mixed-type request already read to the same
        *> logic the single-purpose passes use - IS-LEAP-YEAR for a
        *> year, the shared range walk for a range, LEAPDT for a
        *> date, LEAPAN for an anniversary - echoing the caller's
        *> sequence number on the response, then read the next
        *> request
        ADD 1 TO TRAN-TOTAL-PROCESSED
        MOVE SPACES TO TRANS-OUT-RECORD
        MOVE TRANS-IN-SEQ TO TRANS-OUT-SEQ
                PERFORM TRAN-RANGE-REQUEST
            WHEN TRANS-IN-DATE-REQUEST
                PERFORM TRAN-DATE-REQUEST
            WHEN TRANS-IN-ANNIV-REQUEST
                PERFORM TRAN-ANNIV-REQUEST
            WHEN OTHER
                MOVE '?' TO TRANS-OUT-RESULT
                MOVE 'Unrecognized request type code'
            PERFORM TRAN-FLAG-INVALID
        END-IF.

TRAN-ANNIV-REQUEST SECTION.
        *> One original date, target year and policy code through
        *> the shared LEAPAN call, answered with the resolved date,
        *> the rule applied and the elapsed whole years - LEAPAN
        *> leaves the audit line naming the rule itself
        MOVE TRANS-IN-ANNIV-DATE TO LEAPAN-ORIGINAL-DATE
        MOVE TRANS-IN-ANNIV-YEAR TO LEAPAN-TARGET-YEAR
        MOVE TRANS-IN-ANNIV-POLICY TO LEAPAN-POLICY
        CALL 'LEAPAN' USING LEAPAN-LINKAGE
        MOVE LEAPAN-VALID-SW TO TRANS-OUT-RESULT
        IF LEAPAN-REQUEST-IS-VALID
            MOVE LEAPAN-ELAPSED-YEARS TO TRANS-OUT-COUNT
            STRING LEAPAN-RESOLVED-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LEAPAN-RULE-APPLIED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LEAPAN-RESOLUTION-NOTE DELIMITED BY SIZE
                INTO TRANS-OUT-DETAIL
        ELSE
            MOVE LEAPAN-INVALID-REASON TO TRANS-OUT-DETAIL
            PERFORM TRAN-FLAG-INVALID
        END-IF.

TRAN-FLAG-INVALID SECTION.
        *> Tally a rejected request and raise the warning condition
        *> code, the same treatment an invalid record gets in the
                MOVE 'Y' TO END-OF-DPAIRS
        END-READ.

PROCESS-ONE-DCNT SECTION.
        *> Hand the period and convention already read to LEAPDC,
        *> report the day count and year fraction it returns, then
        *> read the next request. This pass exposes the subroutine
        *> to jobs that cannot CALL.
        ADD 1 TO DCNT-TOTAL-PROCESSED
        MOVE DCNT-IN-START-DATE TO LEAPDC-START-DATE
        MOVE DCNT-IN-END-DATE TO LEAPDC-END-DATE
        MOVE DCNT-IN-CONVENTION TO LEAPDC-CONVENTION
        CALL 'LEAPDC' USING LEAPDC-LINKAGE
        IF LEAPDC-REQUEST-IS-INVALID
            ADD 1 TO DCNT-TOTAL-INVALID
            MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
            PERFORM RAISE-CONDITION-CODE
        END-IF
        PERFORM WRITE-DCNT-LINE
        PERFORM READ-DCNT-IN.

WRITE-DCNT-LINE SECTION.
        *> Build one DCNT-OUT record from the current LEAPDC result
        MOVE SPACES TO DCNT-OUT-RECORD
        MOVE DCNT-IN-START-DATE TO DCNT-OUT-START-DATE
        MOVE DCNT-IN-END-DATE TO DCNT-OUT-END-DATE
        MOVE DCNT-IN-CONVENTION TO DCNT-OUT-CONVENTION
        MOVE LEAPDC-VALID-SW TO DCNT-OUT-VALID
        MOVE LEAPDC-DAY-COUNT TO DCNT-OUT-DAY-COUNT
        MOVE LEAPDC-YEAR-FRACTION TO DCNT-OUT-YEAR-FRACTION
        MOVE LEAPDC-NONLEAP-DAYS TO DCNT-OUT-NONLEAP-DAYS
        MOVE LEAPDC-LEAP-DAYS TO DCNT-OUT-LEAP-DAYS
        MOVE LEAPDC-INVALID-REASON TO DCNT-OUT-REASON
        WRITE DCNT-OUT-RECORD.

READ-DCNT-IN SECTION.
        *> Read the next day-count request, flagging end of file
        READ DCNT-IN
            AT END
                MOVE 'Y' TO END-OF-DCNTS
        END-READ.

PROCESS-ONE-BDAY SECTION.
        *> Hand the date, market and request-type fields already
        *> read to LEAPBD, report its answer, then read the next
        *> question - a card cut before the request-type fields
        *> existed carries spaces there and stays a status question,
        *> and one without a market list asks about its one market
        MOVE BDAY-IN-DATE TO LEAPBD-DATE
        MOVE BDAY-IN-MARKET TO LEAPBD-MARKET
        MOVE BDAY-IN-MARKET-LIST TO LEAPBD-MARKET-LIST
        MOVE BDAY-IN-TYPE TO LEAPBD-REQUEST-TYPE
        MOVE BDAY-IN-SIGN TO LEAPBD-OFFSET-SIGN
        MOVE BDAY-IN-DAYS TO LEAPBD-OFFSET-DAYS
        MOVE LEAPBD-NEXT-BUSINESS-DAY TO BDAY-OUT-NEXT-BUS-DAY
        MOVE BDAY-IN-TYPE TO BDAY-OUT-TYPE
        MOVE LEAPBD-RESULT-DATE TO BDAY-OUT-RESULT-DATE
        MOVE LEAPBD-CLOSED-MARKET TO BDAY-OUT-CLOSED-MARKET
        MOVE BDAY-IN-MARKET-LIST TO BDAY-OUT-MARKET-LIST
        IF LEAPBD-DATE-IS-INVALID
            MOVE LEAPBD-INVALID-REASON TO BDAY-OUT-REASON
        ELSE
