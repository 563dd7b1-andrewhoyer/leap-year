IDENTIFICATION DIVISION.
PROGRAM-ID. LEAPAN.

*> Callable anniversary resolution in the style of LEAPYR, LEAPDT,
*> LEAPDA and LEAPBD. Takes an original effective date, a target
*> year and a policy code and returns the date the anniversary
*> falls on in that year and the whole years elapsed by then. See
*> COBOL/copybooks/LYANLNK.cpy for the interface.
*>
*> The original date is validated through LEAPDT and the target
*> year through LEAPYR, so both are audited determinations and the
*> target year's leap flag is the one the rest of the system uses.
*> A jurisdiction policy code is resolved against the ANNPOL policy
*> master, loaded into a table on the first call the way LEAPBD
*> loads the MARKET master; a record naming a rule other than 28FEB
*> or 01MAR is reported and dropped rather than guessed at. Every
*> resolution leaves one 'ANNV' summary line in the audit trail
*> through LEAPYR's summary mode, so the rule applied to each date
*> can be shown after the fact.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ANNPOL-IN ASSIGN TO "ANNPOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANNPOL-IN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANNPOL-IN.
    COPY LYAPLREC.

WORKING-STORAGE SECTION.
        01  ANNPOL-IN-STATUS PIC X(2).
        01  FIRST-CALL-SW   PIC X(1) VALUE 'Y'.
        01  END-OF-POLICIES PIC X(1) VALUE 'N'.
        01  POLICY-TABLE-MAX PIC 9(4) VALUE 50.
        01  POLICY-COUNT    PIC 9(4) VALUE 0.
        01  POLICY-TABLE.
            05  POLICY-ENTRY OCCURS 50.
                10  POL-CODE    PIC X(4).
                10  POL-RULE    PIC X(5).
                10  POL-DESC    PIC X(30).
        01  POL-IX          PIC 9(4).
        01  POL-FOUND-SW    PIC X(1).

        *> The original date and target year taken apart, and the
        *> resolved date built up as YYYYMMDD
        01  ORIG-DATE-PIECES.
            05  ORIG-YEAR   PIC 9(4).
            05  ORIG-MMDD   PIC X(4).
        01  TARGET-YEAR-NUM PIC 9(4).
        01  TARGET-LEAP-SW  PIC X(1).
        01  RESOLVED-DATE-PIECES.
            05  RESOLVED-YEAR PIC 9(4).
            05  RESOLVED-MMDD PIC X(4).

        COPY LYLNKREC.
        COPY LYDTLNK.

LINKAGE SECTION.
    COPY LYANLNK.

PROCEDURE DIVISION USING LEAPAN-LINKAGE.
MAIN-PARAGRAPH.
        IF FIRST-CALL-SW = 'Y'
            PERFORM LOAD-POLICY-TABLE
            MOVE 'N' TO FIRST-CALL-SW
        END-IF

        MOVE 'Y' TO LEAPAN-VALID-SW
        MOVE SPACES TO LEAPAN-INVALID-REASON
        MOVE SPACES TO LEAPAN-RESOLUTION-NOTE
        MOVE SPACES TO LEAPAN-RESOLVED-DATE
        MOVE SPACES TO LEAPAN-RULE-APPLIED
        MOVE 'N' TO LEAPAN-MOVED-SW
        MOVE 0 TO LEAPAN-ELAPSED-YEARS

        PERFORM EDIT-REQUEST-FIELDS
        IF LEAPAN-REQUEST-IS-VALID
            PERFORM RESOLVE-POLICY-RULE
        END-IF
        IF LEAPAN-REQUEST-IS-VALID
            PERFORM RESOLVE-ANNIVERSARY
            PERFORM WRITE-ANNIVERSARY-AUDIT
        END-IF
        GOBACK.

EDIT-REQUEST-FIELDS SECTION.
        *> The original date through LEAPDT, then the target year as
        *> raw text through LEAPYR - a corrupted card is rejected
        *> with its own reason, never computed - and finally the
        *> target year against the original date's year
        MOVE LEAPAN-ORIGINAL-DATE TO LEAPDT-DATE
        CALL 'LEAPDT' USING LEAPDT-LINKAGE
        IF LEAPDT-DATE-IS-INVALID
            MOVE 'N' TO LEAPAN-VALID-SW
            MOVE LEAPDT-REASON TO LEAPAN-INVALID-REASON
        ELSE
            MOVE LEAPAN-TARGET-YEAR TO LEAPYR-YEAR
            MOVE SPACE TO LEAPYR-MODE
            CALL 'LEAPYR' USING LEAPYR-LINKAGE
            IF LEAPYR-YEAR-IS-INVALID
                MOVE 'N' TO LEAPAN-VALID-SW
                MOVE LEAPYR-INVALID-REASON TO LEAPAN-INVALID-REASON
            ELSE
                MOVE LEAPAN-ORIGINAL-DATE TO ORIG-DATE-PIECES
                MOVE LEAPAN-TARGET-YEAR TO TARGET-YEAR-NUM
                IF LEAPYR-IS-LEAP = 'T'
                    MOVE 'Y' TO TARGET-LEAP-SW
                ELSE
                    MOVE 'N' TO TARGET-LEAP-SW
                END-IF
                IF TARGET-YEAR-NUM < ORIG-YEAR
                    MOVE 'N' TO LEAPAN-VALID-SW
                    MOVE 'Target year is before the original date'
                        TO LEAPAN-INVALID-REASON
                END-IF
            END-IF
        END-IF.

RESOLVE-POLICY-RULE SECTION.
        *> 28FEB and 01MAR stand for themselves; anything else is a
        *> jurisdiction code looked up on the policy master, and a
        *> code the master does not carry is rejected - a contract
        *> must never fall back to a rule nobody chose for it
        EVALUATE TRUE
            WHEN LEAPAN-POLICY-28FEB
                MOVE '28FEB' TO LEAPAN-RULE-APPLIED
            WHEN LEAPAN-POLICY-01MAR
                MOVE '01MAR' TO LEAPAN-RULE-APPLIED
            WHEN LEAPAN-POLICY = SPACES
                MOVE 'N' TO LEAPAN-VALID-SW
                MOVE 'Policy code is required'
                    TO LEAPAN-INVALID-REASON
            WHEN OTHER
                MOVE 'N' TO POL-FOUND-SW
                MOVE 1 TO POL-IX
                PERFORM MATCH-ONE-POLICY
                    UNTIL POL-IX > POLICY-COUNT OR POL-FOUND-SW = 'Y'
                IF POL-FOUND-SW = 'N'
                    MOVE 'N' TO LEAPAN-VALID-SW
                    MOVE 'Policy not 28FEB, 01MAR or on ANNPOL'
                        TO LEAPAN-INVALID-REASON
                END-IF
        END-EVALUATE.

MATCH-ONE-POLICY SECTION.
        *> Compare one policy table entry against the caller's
        *> jurisdiction code, then step to the next entry
        IF POL-CODE(POL-IX) = LEAPAN-POLICY(1:4)
           AND LEAPAN-POLICY(5:1) = SPACE
            MOVE 'Y' TO POL-FOUND-SW
            MOVE POL-RULE(POL-IX) TO LEAPAN-RULE-APPLIED
        END-IF
        ADD 1 TO POL-IX.

RESOLVE-ANNIVERSARY SECTION.
        *> The same month and day in the target year, except a
        *> Feb 29 original in a non-leap target year, which the
        *> rule moves to Feb 28 or Mar 1. The whole years elapsed
        *> are complete on the resolved date by definition.
        MOVE TARGET-YEAR-NUM TO RESOLVED-YEAR
        MOVE ORIG-MMDD TO RESOLVED-MMDD
        IF ORIG-MMDD = '0229' AND TARGET-LEAP-SW = 'N'
            MOVE 'Y' TO LEAPAN-MOVED-SW
            IF LEAPAN-RULE-APPLIED = '28FEB'
                MOVE '0228' TO RESOLVED-MMDD
                MOVE 'Feb 29 moved back to Feb 28'
                    TO LEAPAN-RESOLUTION-NOTE
            ELSE
                MOVE '0301' TO RESOLVED-MMDD
                MOVE 'Feb 29 moved forward to Mar 1'
                    TO LEAPAN-RESOLUTION-NOTE
            END-IF
        ELSE
            MOVE 'Anniversary falls on the original day'
                TO LEAPAN-RESOLUTION-NOTE
        END-IF
        MOVE RESOLVED-DATE-PIECES TO LEAPAN-RESOLVED-DATE
        SUBTRACT ORIG-YEAR FROM TARGET-YEAR-NUM
            GIVING LEAPAN-ELAPSED-YEARS.

WRITE-ANNIVERSARY-AUDIT SECTION.
        *> One 'ANNV' line per resolution through LEAPYR's summary
        *> mode, so the trail keeps a single writer and format and
        *> shows which policy and rule produced each date
        MOVE 'S' TO LEAPYR-MODE
        MOVE 'ANNV' TO LEAPYR-YEAR
        MOVE SPACES TO LEAPYR-REASON
        STRING 'Anniversary of ' DELIMITED BY SIZE
               LEAPAN-ORIGINAL-DATE DELIMITED BY SIZE
               ' in ' DELIMITED BY SIZE
               LEAPAN-TARGET-YEAR DELIMITED BY SIZE
               ' policy ' DELIMITED BY SIZE
               LEAPAN-POLICY DELIMITED BY SIZE
               ' rule ' DELIMITED BY SIZE
               LEAPAN-RULE-APPLIED DELIMITED BY SIZE
               ' = ' DELIMITED BY SIZE
               LEAPAN-RESOLVED-DATE DELIMITED BY SIZE
               ' years ' DELIMITED BY SIZE
               LEAPAN-ELAPSED-YEARS DELIMITED BY SIZE
            INTO LEAPYR-REASON
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE.

LOAD-POLICY-TABLE SECTION.
        *> Pull the ANNPOL policy master into the table once per
        *> run. The file is OPTIONAL - with no master only the
        *> 28FEB and 01MAR codes resolve, and jurisdiction codes
        *> are rejected. Entries past the table limit are dropped
        *> with a warning rather than silently.
        OPEN INPUT ANNPOL-IN
        IF ANNPOL-IN-STATUS = '00'
            PERFORM READ-ANNPOL-IN
            PERFORM LOAD-ONE-POLICY UNTIL END-OF-POLICIES = 'Y'
            CLOSE ANNPOL-IN
        ELSE
            IF ANNPOL-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open ANNPOL-IN, status '
                    ANNPOL-IN-STATUS ', 28FEB/01MAR codes only'
            END-IF
        END-IF.

LOAD-ONE-POLICY SECTION.
        *> Store the policy just read, then read the next one
        IF APL-IN-RULE NOT = '28FEB' AND APL-IN-RULE NOT = '01MAR'
            DISPLAY 'ANNPOL master record dropped, rule not '
                '28FEB or 01MAR: ' APL-IN-CODE ' ' APL-IN-DESC
        ELSE
            IF POLICY-COUNT < POLICY-TABLE-MAX
                ADD 1 TO POLICY-COUNT
                MOVE APL-IN-CODE TO POL-CODE(POLICY-COUNT)
                MOVE APL-IN-RULE TO POL-RULE(POLICY-COUNT)
                MOVE APL-IN-DESC TO POL-DESC(POLICY-COUNT)
            ELSE
                DISPLAY 'ANNPOL master exceeds ' POLICY-TABLE-MAX
                    ' entries, record dropped: ' APL-IN-CODE
                    ' ' APL-IN-DESC
            END-IF
        END-IF
        PERFORM READ-ANNPOL-IN.

READ-ANNPOL-IN SECTION.
        *> Read the next policy master record, flagging end of file
        READ ANNPOL-IN
            AT END
                MOVE 'Y' TO END-OF-POLICIES
        END-READ.
