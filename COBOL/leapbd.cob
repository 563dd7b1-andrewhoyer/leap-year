*> letting its validity answer roll the candidate over month and
*> year ends instead of keeping a second copy of the calendar
*> rules here.
*>
*> FX and cross-border settlements need a day open in several
*> markets at once, so a request may name a market set - a list of
*> markets, a named joint code from the JOINTMKT master (also
*> loaded on the first call), or both. The set is resolved once per
*> call into its member markets, each with its own weekend days,
*> and every candidate date is tested against every member: the
*> first member found closed closes the day and is named in the
*> answer. A single market is simply a set of one, so the answers
*> for existing callers are unchanged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MARKET-IN-STATUS.

    SELECT OPTIONAL JOINT-IN ASSIGN TO "JOINTMKT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOINT-IN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLIDAY-IN.
FD  MARKET-IN.
    COPY LYMKTREC.

FD  JOINT-IN.
    COPY LYJNTREC.

WORKING-STORAGE SECTION.
        01  HOLIDAY-IN-STATUS PIC X(2).
        01  FIRST-CALL-SW   PIC X(1) VALUE 'Y'.
        01  HOL-FOUND-NAME  PIC X(30).

        *> The market master table and the weekend rule resolved
        *> for the member market being added to the set - 6/7
        *> (Saturday/Sunday in LEAPDA's numbering) unless the
        *> market's master entry says otherwise
        01  MARKET-IN-STATUS PIC X(2).
        01  END-OF-MARKETS  PIC X(1) VALUE 'N'.
        01  MARKET-TABLE-MAX PIC 9(4) VALUE 50.
        01  WKND-DAY-1      PIC 9(1).
        01  WKND-DAY-2      PIC 9(1).

        *> The joint-market master - each named joint calendar and
        *> its member markets
        01  JOINT-IN-STATUS PIC X(2).
        01  END-OF-JOINTS   PIC X(1) VALUE 'N'.
        01  JOINT-TABLE-MAX PIC 9(4) VALUE 50.
        01  JOINT-COUNT     PIC 9(4) VALUE 0.
        01  JOINT-TABLE.
            05  JOINT-ENTRY OCCURS 50.
                10  JNT-CODE    PIC X(4).
                10  JNT-MEMBER  PIC X(4) OCCURS 8.
        01  JNT-IX          PIC 9(4).
        01  JNT-FOUND-IX    PIC 9(4).
        01  JNT-MEMBER-IX   PIC 9(2).
        01  JNT-MEMBER-COUNT PIC 9(2).

        *> The market set of the call in progress - every member
        *> market with its resolved weekend days. A single market
        *> is a set of one.
        01  SET-TABLE-MAX   PIC 9(2) VALUE 16.
        01  SET-COUNT       PIC 9(2) VALUE 0.
        01  SET-TABLE.
            05  SET-ENTRY OCCURS 16.
                10  SET-CODE    PIC X(4).
                10  SET-WKND-1  PIC 9(1).
                10  SET-WKND-2  PIC 9(1).
        01  SET-IX          PIC 9(2).
        01  SET-FOUND-SW    PIC X(1).
        01  SET-OVERFLOW-SW PIC X(1).
        01  LIST-IX         PIC 9(2).
        01  NAMED-CODE      PIC X(4).
        01  MEMBER-CODE     PIC X(4).
        01  SEARCH-MARKET   PIC X(4).

        *> The answer for the candidate under test - open in every
        *> member market, or the market that closed it and why
        01  CAND-OPEN-SW    PIC X(1).
        01  CLOSED-BY-MARKET PIC X(4).
        01  CLOSED-BY-REASON PIC X(30).

        *> The candidate date being tested while walking forward to
        *> the next business day - the group item reads as YYYYMMDD
        01  CAND-DATE.
        IF FIRST-CALL-SW = 'Y'
            PERFORM LOAD-HOLIDAY-TABLE
            PERFORM LOAD-MARKET-TABLE
            PERFORM LOAD-JOINT-TABLE
            MOVE 'N' TO FIRST-CALL-SW
        END-IF

        MOVE SPACES TO LEAPBD-NONBUS-REASON
        MOVE SPACES TO LEAPBD-NEXT-BUSINESS-DAY
        MOVE SPACES TO LEAPBD-RESULT-DATE
        MOVE SPACES TO LEAPBD-CLOSED-MARKET
        MOVE 0 TO LEAPBD-SET-COUNT
        MOVE 'N' TO LEAPBD-BUSINESS-SW

        MOVE LEAPBD-DATE TO LEAPDT-DATE
            MOVE 'Y' TO LEAPBD-VALID-SW
            PERFORM EDIT-REQUEST-FIELDS
            IF LEAPBD-VALID-SW = 'Y'
                PERFORM RESOLVE-MARKET-SET
            END-IF
            IF LEAPBD-VALID-SW = 'Y'
                PERFORM CHECK-BUSINESS-DAY
                PERFORM FIND-NEXT-BUSINESS-DAY
                PERFORM ANSWER-REQUEST-TYPE
                MOVE 'Y' TO END-OF-MARKETS
        END-READ.

LOAD-JOINT-TABLE SECTION.
        *> Pull the JOINTMKT master into the table once per run,
        *> after the MARKET master so a joint code can be checked
        *> against the single-market codes. The file is OPTIONAL -
        *> with no master at all only listed market sets exist.
        OPEN INPUT JOINT-IN
        IF JOINT-IN-STATUS = '00'
            PERFORM READ-JOINT-IN
            PERFORM LOAD-ONE-JOINT UNTIL END-OF-JOINTS = 'Y'
            CLOSE JOINT-IN
        ELSE
            IF JOINT-IN-STATUS NOT = '05'
                DISPLAY 'Unable to open JOINT-IN, status '
                    JOINT-IN-STATUS ', no joint calendars'
            END-IF
        END-IF.

LOAD-ONE-JOINT SECTION.
        *> Store the joint calendar just read, then read the next
        *> one. A joint code that is also a MARKET master code, or
        *> one with no members, would answer for the wrong markets,
        *> so it is reported and dropped.
        MOVE 0 TO JNT-MEMBER-COUNT
        MOVE 1 TO JNT-MEMBER-IX
        PERFORM COUNT-ONE-JOINT-MEMBER UNTIL JNT-MEMBER-IX > 8
        MOVE JNT-IN-CODE TO MEMBER-CODE
        MOVE 'N' TO MKT-FOUND-SW
        MOVE 1 TO MKT-IX
        PERFORM MATCH-ONE-MARKET
            UNTIL MKT-IX > MARKET-COUNT OR MKT-FOUND-SW = 'Y'
        EVALUATE TRUE
            WHEN JNT-IN-CODE = SPACES OR JNT-MEMBER-COUNT = 0
                DISPLAY 'JOINTMKT record dropped, no code or no '
                    'members: ' JNT-IN-CODE ' ' JNT-IN-DESC
            WHEN MKT-FOUND-SW = 'Y'
                DISPLAY 'JOINTMKT record dropped, code is on the '
                    'MARKET master: ' JNT-IN-CODE ' ' JNT-IN-DESC
            WHEN JOINT-COUNT < JOINT-TABLE-MAX
                ADD 1 TO JOINT-COUNT
                MOVE JNT-IN-CODE TO JNT-CODE(JOINT-COUNT)
                MOVE 1 TO JNT-MEMBER-IX
                PERFORM STORE-ONE-JOINT-MEMBER
                    UNTIL JNT-MEMBER-IX > 8
            WHEN OTHER
                DISPLAY 'JOINTMKT master exceeds ' JOINT-TABLE-MAX
                    ' entries, record dropped: ' JNT-IN-CODE
                    ' ' JNT-IN-DESC
        END-EVALUATE
        PERFORM READ-JOINT-IN.

COUNT-ONE-JOINT-MEMBER SECTION.
        *> Count one filled member slot of the record just read,
        *> then step to the next slot
        IF JNT-IN-MEMBER(JNT-MEMBER-IX) NOT = SPACES
            ADD 1 TO JNT-MEMBER-COUNT
        END-IF
        ADD 1 TO JNT-MEMBER-IX.

STORE-ONE-JOINT-MEMBER SECTION.
        *> Copy one member slot of the record just read into the
        *> table, then step to the next slot
        MOVE JNT-IN-MEMBER(JNT-MEMBER-IX)
            TO JNT-MEMBER(JOINT-COUNT, JNT-MEMBER-IX)
        ADD 1 TO JNT-MEMBER-IX.

READ-JOINT-IN SECTION.
        *> Read the next joint-market master record, flagging end
        *> of file
        READ JOINT-IN
            AT END
                MOVE 'Y' TO END-OF-JOINTS
        END-READ.

RESOLVE-MARKET-SET SECTION.
        *> Expand the market of this call, and any markets listed
        *> beside it, into the set of member markets - a joint code
        *> becomes its members, a repeat is dropped - and hand the
        *> set back to the caller. A list with no first market is
        *> refused rather than read as the all-market view, and so
        *> is a set larger than the table.
        MOVE 0 TO SET-COUNT
        MOVE 'N' TO SET-OVERFLOW-SW
        IF LEAPBD-MARKET = SPACES
           AND LEAPBD-MARKET-LIST NOT = SPACES
            MOVE 'N' TO LEAPBD-VALID-SW
            MOVE 'Market list given without a first market'
                TO LEAPBD-INVALID-REASON
        ELSE
            MOVE LEAPBD-MARKET TO NAMED-CODE
            PERFORM ADD-NAMED-MARKET
            MOVE 1 TO LIST-IX
            PERFORM ADD-ONE-LISTED-MARKET UNTIL LIST-IX > 7
            IF SET-OVERFLOW-SW = 'Y'
                MOVE 'N' TO LEAPBD-VALID-SW
                MOVE 'Market set exceeds 16 markets'
                    TO LEAPBD-INVALID-REASON
            ELSE
                MOVE SET-COUNT TO LEAPBD-SET-COUNT
                MOVE 1 TO SET-IX
                PERFORM RETURN-ONE-SET-MARKET
                    UNTIL SET-IX > SET-COUNT
            END-IF
        END-IF.

ADD-ONE-LISTED-MARKET SECTION.
        *> Add one entry of the caller's market list to the set -
        *> an entry of spaces is an unused slot - then step to the
        *> next entry
        IF LEAPBD-LIST-MARKET(LIST-IX) NOT = SPACES
            MOVE LEAPBD-LIST-MARKET(LIST-IX) TO NAMED-CODE
            PERFORM ADD-NAMED-MARKET
        END-IF
        ADD 1 TO LIST-IX.

ADD-NAMED-MARKET SECTION.
        *> A code named by the caller is either a joint code, which
        *> adds each of its members, or a single market
        MOVE 0 TO JNT-FOUND-IX
        IF NAMED-CODE NOT = SPACES
            MOVE 1 TO JNT-IX
            PERFORM MATCH-ONE-JOINT
                UNTIL JNT-IX > JOINT-COUNT OR JNT-FOUND-IX > 0
        END-IF
        IF JNT-FOUND-IX > 0
            MOVE 1 TO JNT-MEMBER-IX
            PERFORM ADD-ONE-JOINT-MEMBER UNTIL JNT-MEMBER-IX > 8
        ELSE
            MOVE NAMED-CODE TO MEMBER-CODE
            PERFORM ADD-SET-MEMBER
        END-IF.

MATCH-ONE-JOINT SECTION.
        *> Compare one joint table entry against the named code,
        *> then step to the next entry
        IF JNT-CODE(JNT-IX) = NAMED-CODE
            MOVE JNT-IX TO JNT-FOUND-IX
        END-IF
        ADD 1 TO JNT-IX.

ADD-ONE-JOINT-MEMBER SECTION.
        *> Add one member of the joint code found to the set, then
        *> step to the next member slot
        IF JNT-MEMBER(JNT-FOUND-IX, JNT-MEMBER-IX) NOT = SPACES
            MOVE JNT-MEMBER(JNT-FOUND-IX, JNT-MEMBER-IX)
                TO MEMBER-CODE
            PERFORM ADD-SET-MEMBER
        END-IF
        ADD 1 TO JNT-MEMBER-IX.

ADD-SET-MEMBER SECTION.
        *> One single market into the set with its weekend rule,
        *> unless it is already there
        MOVE 'N' TO SET-FOUND-SW
        MOVE 1 TO SET-IX
        PERFORM MATCH-ONE-SET-MEMBER
            UNTIL SET-IX > SET-COUNT OR SET-FOUND-SW = 'Y'
        IF SET-FOUND-SW = 'N'
            IF SET-COUNT < SET-TABLE-MAX
                PERFORM RESOLVE-MARKET-RULE
                ADD 1 TO SET-COUNT
                MOVE MEMBER-CODE TO SET-CODE(SET-COUNT)
                MOVE WKND-DAY-1 TO SET-WKND-1(SET-COUNT)
                MOVE WKND-DAY-2 TO SET-WKND-2(SET-COUNT)
            ELSE
                MOVE 'Y' TO SET-OVERFLOW-SW
            END-IF
        END-IF.

MATCH-ONE-SET-MEMBER SECTION.
        *> Compare one set member against the market being added,
        *> then step to the next member
        IF SET-CODE(SET-IX) = MEMBER-CODE
            MOVE 'Y' TO SET-FOUND-SW
        END-IF
        ADD 1 TO SET-IX.

RETURN-ONE-SET-MARKET SECTION.
        *> Copy one member of the resolved set to the caller, then
        *> step to the next member
        MOVE SET-CODE(SET-IX) TO LEAPBD-SET-MARKET(SET-IX)
        ADD 1 TO SET-IX.

RESOLVE-MARKET-RULE SECTION.
        *> Pick the weekend rule for one member market. The
        *> default is Saturday/Sunday (6/7); a market on the MARKET
        *> master overrides it, and a named market with no master
        *> entry keeps the default with a warning - a question
        *> about a new counterparty code must degrade, not fail.
        MOVE 6 TO WKND-DAY-1
        MOVE 7 TO WKND-DAY-2
        IF MEMBER-CODE NOT = SPACES
            MOVE 'N' TO MKT-FOUND-SW
            MOVE 1 TO MKT-IX
            PERFORM MATCH-ONE-MARKET
                UNTIL MKT-IX > MARKET-COUNT OR MKT-FOUND-SW = 'Y'
            IF MKT-FOUND-SW = 'N'
                DISPLAY 'Market ' MEMBER-CODE ' not on MARKET '
                    'master, Saturday/Sunday weekend assumed'
            END-IF
        END-IF.

MATCH-ONE-MARKET SECTION.
        *> Compare one market table entry against the member
        *> market, then step to the next entry
        IF MKT-CODE(MKT-IX) = MEMBER-CODE
            MOVE 'Y' TO MKT-FOUND-SW
            MOVE MKT-WKND-1(MKT-IX) TO WKND-DAY-1
            MOVE MKT-WKND-2(MKT-IX) TO WKND-DAY-2
        ADD 1 TO MKT-IX.

CHECK-BUSINESS-DAY SECTION.
        *> The date asked about against every market in the set -
        *> a closed day carries the closing market and, for a set
        *> of more than one, that market's code ahead of the
        *> weekend day or holiday name
        MOVE LEAPBD-DATE TO CAND-DATE
        PERFORM RESOLVE-CANDIDATE
        PERFORM TEST-CANDIDATE-OPEN
        IF CAND-OPEN-SW = 'Y'
            MOVE 'Y' TO LEAPBD-BUSINESS-SW
        ELSE
            MOVE 'N' TO LEAPBD-BUSINESS-SW
            MOVE CLOSED-BY-MARKET TO LEAPBD-CLOSED-MARKET
            IF SET-COUNT > 1
                STRING CLOSED-BY-MARKET DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       CLOSED-BY-REASON DELIMITED BY SIZE
                    INTO LEAPBD-NONBUS-REASON
            ELSE
                MOVE CLOSED-BY-REASON TO LEAPBD-NONBUS-REASON
            END-IF
        END-IF.

TEST-CANDIDATE-OPEN SECTION.
        *> Weekend first - LEAPDA already knows the candidate's
        *> day-of-week and RESOLVE-MARKET-SET each member's weekend
        *> days - then the holiday table, member by member until
        *> one of them is closed
        MOVE 'Y' TO CAND-OPEN-SW
        MOVE SPACES TO CLOSED-BY-MARKET
        MOVE SPACES TO CLOSED-BY-REASON
        MOVE 1 TO SET-IX
        PERFORM TEST-ONE-SET-MEMBER
            UNTIL SET-IX > SET-COUNT OR CAND-OPEN-SW = 'N'.

TEST-ONE-SET-MEMBER SECTION.
        *> Is the candidate open in one member market - then step
        *> to the next member
        IF CAND-DOW = SET-WKND-1(SET-IX)
           OR CAND-DOW = SET-WKND-2(SET-IX)
            MOVE 'N' TO CAND-OPEN-SW
            MOVE SET-CODE(SET-IX) TO CLOSED-BY-MARKET
            MOVE CAND-DAY-NAME TO CLOSED-BY-REASON
        ELSE
            MOVE SET-CODE(SET-IX) TO SEARCH-MARKET
            PERFORM SEARCH-HOLIDAY-TABLE
            IF HOL-FOUND-SW = 'Y'
                MOVE 'N' TO CAND-OPEN-SW
                MOVE SET-CODE(SET-IX) TO CLOSED-BY-MARKET
                MOVE HOL-FOUND-NAME TO CLOSED-BY-REASON
            END-IF
        END-IF
        ADD 1 TO SET-IX.

SEARCH-HOLIDAY-TABLE SECTION.
        *> Linear search for the candidate date in the market under
        *> test - a market of spaces on either side matches any
        MOVE 'N' TO HOL-FOUND-SW
        MOVE SPACES TO HOL-FOUND-NAME
        MOVE 1 TO HOL-IX
        *> Compare one table entry against the candidate date and
        *> market, then step to the next entry
        IF HOL-DATE(HOL-IX) = CAND-DATE
           AND (HOL-MARKET(HOL-IX) = SEARCH-MARKET
                OR HOL-MARKET(HOL-IX) = SPACES
                OR SEARCH-MARKET = SPACES)
            MOVE 'Y' TO HOL-FOUND-SW
            MOVE HOL-NAME(HOL-IX) TO HOL-FOUND-NAME
        END-IF
            UNTIL NEXT-FOUND-SW = 'Y' OR NEXT-GIVEUP-SW = 'Y'.

TRY-NEXT-CANDIDATE SECTION.
        *> Advance the candidate one day and test it against every
        *> market in the set. A candidate
        *> LEAPDA rejects after a plain day bump has only run off
        *> the end of its month, so roll to the first of the next
        *> month (and January after December); a first-of-month
        IF CAND-VALID-SW = 'N'
            MOVE 'Y' TO NEXT-GIVEUP-SW
        ELSE
            PERFORM TEST-CANDIDATE-OPEN
            IF CAND-OPEN-SW = 'Y'
                MOVE 'Y' TO NEXT-FOUND-SW
            END-IF
        END-IF.

        IF CAND-VALID-SW = 'N'
            MOVE 'Y' TO NEXT-GIVEUP-SW
        ELSE
            PERFORM TEST-CANDIDATE-OPEN
            IF CAND-OPEN-SW = 'Y'
                MOVE 'Y' TO NEXT-FOUND-SW
            END-IF
        END-IF.

