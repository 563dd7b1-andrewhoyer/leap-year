*> HOLIDAY master entries are applied in exactly one place - and
*> the month-end, quarter-end and year-end flags. Three downstream
*> teams each re-derived "is this a month-end business day" their
*> own way; they read this master now. A requested market may be a
*> JOINTMKT joint code, whose days are business days only when
*> every member market is open.
*>
*> When the vendor's REF-IN feed is present, each generated year is
*> verified on the way out the way LYCALGEN verifies: the count of
                WHEN 'TOYEAR'
                    MOVE CARD-VALUE(1:4) TO SPAN-TO-TEXT
                WHEN 'MARKET'
                    PERFORM ADD-GEN-MARKET
                WHEN OTHER
                    DISPLAY 'Unrecognized generation card ignored: '
                        GEN-IN-TEXT
        END-IF
        PERFORM READ-GEN-IN.

ADD-GEN-MARKET SECTION.
        *> One more market from a MARKET card - a single code or a
        *> JOINTMKT joint code. A list of codes cannot be keyed by
        *> the master's 4-byte market, so it is refused, not cut
        *> to its first code.
        EVALUATE TRUE
            WHEN CARD-VALUE(5:36) NOT = SPACES
                DISPLAY 'MARKET names one market or joint code, '
                    'card ignored: ' GEN-IN-TEXT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
            WHEN GEN-MARKET-COUNT < GEN-MARKET-MAX
                ADD 1 TO GEN-MARKET-COUNT
                MOVE CARD-VALUE(1:4)
                    TO GEN-MARKET-CODE(GEN-MARKET-COUNT)
            WHEN OTHER
                DISPLAY 'More than ' GEN-MARKET-MAX
                    ' MARKET cards, card ignored: ' GEN-IN-TEXT
                MOVE CC-WARNING TO PROPOSED-CONDITION-CODE
                PERFORM RAISE-CONDITION-CODE
        END-EVALUATE.

READ-GEN-IN SECTION.
        *> Read the next generation card, flagging end of file
        READ GEN-IN
        *> answers the business-day facts for the current market
        MOVE GEN-DATE TO LEAPBD-DATE
        MOVE GEN-MARKET-CODE(GEN-MKT-IX) TO LEAPBD-MARKET
        MOVE SPACES TO LEAPBD-MARKET-LIST
        MOVE SPACE TO LEAPBD-REQUEST-TYPE
        MOVE SPACE TO LEAPBD-OFFSET-SIGN
        MOVE SPACES TO LEAPBD-OFFSET-DAYS
