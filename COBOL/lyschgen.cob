*> dated SCHDOUT schedule file other jobs trigger from, using
*> LEAPDA for day-of-week and LEAPBD for the business-day
*> adjustment - so the market's weekend rule and HOLIDAY master
*> entries are applied in exactly one place, and a rule for a
*> JOINTMKT joint code lands only on days every member market is
*> open. The SCHRPT proof report shows every raw date, its day name
*> and the adjusted date for sign-off before the schedule is
*> released.
*>
*> Condition codes: 0 every rule expanded, 4 at least one rule
*> rejected or a date could not be scheduled (the schedule holds
        01  RULE-MONTHS     PIC X(3) VALUE 'ALL'.
        01  RULE-ROLL       PIC X(1) VALUE 'F'.
        01  RULE-MARKET     PIC X(4) VALUE SPACES.
        01  RULE-MARKET-REST PIC X(36) VALUE SPACES.
        01  RULE-FROM-TEXT  PIC X(4) VALUE SPACES.
        01  RULE-TO-TEXT    PIC X(4) VALUE SPACES.

                    MOVE CARD-VALUE(1:1) TO RULE-ROLL
                WHEN 'MARKET'
                    MOVE CARD-VALUE(1:4) TO RULE-MARKET
                    MOVE CARD-VALUE(5:36) TO RULE-MARKET-REST
                WHEN 'FROMYEAR'
                    MOVE CARD-VALUE(1:4) TO RULE-FROM-TEXT
                WHEN 'TOYEAR'
                MOVE 'N' TO RULE-OK-SW
                MOVE 'FROMYEAR/TOYEAR is not numeric'
                    TO REJ-REASON
            WHEN RULE-MARKET-REST NOT = SPACES
                MOVE 'N' TO RULE-OK-SW
                MOVE 'MARKET is not one market or joint code'
                    TO REJ-REASON
            WHEN OTHER
                MOVE RULE-FROM-TEXT TO RULE-FROM-YEAR
                MOVE RULE-TO-TEXT TO RULE-TO-YEAR
        *> asks - then the schedule record and its proof line
        MOVE RAW-DATE TO LEAPBD-DATE
        MOVE RULE-MARKET TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE 'R' TO LEAPBD-REQUEST-TYPE
        MOVE SPACE TO LEAPBD-OFFSET-SIGN
        MOVE SPACES TO LEAPBD-OFFSET-DAYS
