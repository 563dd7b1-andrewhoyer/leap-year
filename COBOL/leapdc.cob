IDENTIFICATION DIVISION.
PROGRAM-ID. LEAPDC.

*> Callable day-count conventions in the style of LEAPYR, LEAPDT,
*> LEAPDA and LEAPBD. Takes a start date, an end date and a
*> convention code and returns the day count and the accrual year
*> fraction. See COBOL/copybooks/LYDCLNK.cpy for the interface.
*>
*> Date validity and the actual day count come from LEAPDA, so a
*> date LEAPDA rejects is rejected here with LEAPDA's reason. The
*> leap-year split ACT/ACT ISDA needs - and the last-day-of-
*> February test 30/360 US needs - comes from LEAPYR's table mode
*> one year at a time (unaudited, the same way LEAPDA builds its
*> calendar table), so the accrual desks count February 29 with
*> exactly the rule the rest of the system uses. The actual days
*> are split per calendar year through LEAPDA: each year of the
*> period contributes the days from its own first day (or the
*> start date) up to the next year's first day (or the end date).

DATA DIVISION.
WORKING-STORAGE SECTION.
        *> The period in ascending order - a reversed request is
        *> counted forward and the sign applied at the end
        01  PERIOD-FROM-DATE    PIC X(8).
        01  PERIOD-TO-DATE      PIC X(8).
        01  PERIOD-REVERSED-SW  PIC X(1).
        01  ACTUAL-DAYS         PIC S9(7).

        *> One calendar year's slice of the period while the actual
        *> days are split by the year's leap flag
        01  SPLIT-YEAR          PIC 9(4).
        01  SPLIT-FROM-YEAR     PIC 9(4).
        01  SPLIT-TO-YEAR       PIC 9(4).
        01  SPLIT-NEXT-YEAR     PIC 9(4).
        01  SPLIT-SEG-FROM.
            05  SPLIT-SEG-FROM-YEAR PIC 9(4).
            05  SPLIT-SEG-FROM-MMDD PIC X(4).
        01  SPLIT-SEG-TO.
            05  SPLIT-SEG-TO-YEAR   PIC 9(4).
            05  SPLIT-SEG-TO-MMDD   PIC X(4).
        01  SPLIT-LEAP-WORK     PIC S9(7).
        01  SPLIT-NONLEAP-WORK  PIC S9(7).

        *> The two dates taken apart for the 30/360 conventions
        01  DATE-1-PIECES.
            05  D1-YEAR         PIC 9(4).
            05  D1-MONTH        PIC 9(2).
            05  D1-DAY          PIC 9(2).
        01  DATE-2-PIECES.
            05  D2-YEAR         PIC 9(4).
            05  D2-MONTH        PIC 9(2).
            05  D2-DAY          PIC 9(2).
        01  D1-LAST-OF-FEB-SW   PIC X(1).
        01  D2-LAST-OF-FEB-SW   PIC X(1).
        01  THIRTY-DAY-COUNT    PIC S9(7).

        *> Leap flag of one year through LEAPYR's table mode
        01  LEAP-CHECK-YEAR     PIC 9(4).
        01  LEAP-CHECK-SW       PIC X(1).

        COPY LYLNKREC.
        COPY LYDALNK.

LINKAGE SECTION.
    COPY LYDCLNK.

PROCEDURE DIVISION USING LEAPDC-LINKAGE.
MAIN-PARAGRAPH.
        MOVE 'Y' TO LEAPDC-VALID-SW
        MOVE SPACES TO LEAPDC-INVALID-REASON
        MOVE 0 TO LEAPDC-DAY-COUNT
        MOVE 0 TO LEAPDC-YEAR-FRACTION
        MOVE 0 TO LEAPDC-LEAP-DAYS
        MOVE 0 TO LEAPDC-NONLEAP-DAYS

        PERFORM EDIT-REQUEST-FIELDS
        IF LEAPDC-REQUEST-IS-VALID
            PERFORM SPLIT-ACTUAL-DAYS
            PERFORM APPLY-CONVENTION
        END-IF
        GOBACK.

EDIT-REQUEST-FIELDS SECTION.
        *> Convention code first, then both dates through LEAPDA -
        *> the raw-text fields are rejected with their own reason
        *> before any arithmetic is attempted
        IF NOT LEAPDC-ACT-360
           AND NOT LEAPDC-ACT-365F
           AND NOT LEAPDC-30-360-US
           AND NOT LEAPDC-30E-360
           AND NOT LEAPDC-ACT-ACT-ISDA
            MOVE 'N' TO LEAPDC-VALID-SW
            MOVE 'Convention code is not recognized'
                TO LEAPDC-INVALID-REASON
        ELSE
            IF LEAPDC-START-DATE = SPACES
               OR LEAPDC-END-DATE = SPACES
                MOVE 'N' TO LEAPDC-VALID-SW
                MOVE 'Start and end dates are both required'
                    TO LEAPDC-INVALID-REASON
            ELSE
                MOVE LEAPDC-START-DATE TO LEAPDA-DATE-1
                MOVE LEAPDC-END-DATE TO LEAPDA-DATE-2
                CALL 'LEAPDA' USING LEAPDA-LINKAGE
                IF LEAPDA-DATES-ARE-INVALID
                    MOVE 'N' TO LEAPDC-VALID-SW
                    MOVE LEAPDA-INVALID-REASON
                        TO LEAPDC-INVALID-REASON
                ELSE
                    MOVE LEAPDA-DAYS-BETWEEN TO ACTUAL-DAYS
                END-IF
            END-IF
        END-IF.

SPLIT-ACTUAL-DAYS SECTION.
        *> Order the period, then walk it one calendar year at a
        *> time, adding each year's slice to the leap or non-leap
        *> total by that year's LEAPYR flag
        IF ACTUAL-DAYS < 0
            MOVE 'Y' TO PERIOD-REVERSED-SW
            MOVE LEAPDC-END-DATE TO PERIOD-FROM-DATE
            MOVE LEAPDC-START-DATE TO PERIOD-TO-DATE
        ELSE
            MOVE 'N' TO PERIOD-REVERSED-SW
            MOVE LEAPDC-START-DATE TO PERIOD-FROM-DATE
            MOVE LEAPDC-END-DATE TO PERIOD-TO-DATE
        END-IF
        MOVE 0 TO SPLIT-LEAP-WORK
        MOVE 0 TO SPLIT-NONLEAP-WORK
        MOVE PERIOD-FROM-DATE(1:4) TO SPLIT-FROM-YEAR
        MOVE PERIOD-TO-DATE(1:4) TO SPLIT-TO-YEAR
        MOVE SPLIT-FROM-YEAR TO SPLIT-YEAR
        PERFORM SPLIT-ONE-YEAR UNTIL SPLIT-YEAR > SPLIT-TO-YEAR
        IF PERIOD-REVERSED-SW = 'Y'
            COMPUTE LEAPDC-LEAP-DAYS = 0 - SPLIT-LEAP-WORK
            COMPUTE LEAPDC-NONLEAP-DAYS = 0 - SPLIT-NONLEAP-WORK
        ELSE
            MOVE SPLIT-LEAP-WORK TO LEAPDC-LEAP-DAYS
            MOVE SPLIT-NONLEAP-WORK TO LEAPDC-NONLEAP-DAYS
        END-IF.

SPLIT-ONE-YEAR SECTION.
        *> One year's slice: from the period start (first year) or
        *> January 1, up to the period end (last year) or the next
        *> January 1 - then step to the next year. The last year
        *> never needs its successor's January 1, so a period
        *> ending in 2400 never asks LEAPDA about 2401.
        IF SPLIT-YEAR = SPLIT-FROM-YEAR
            MOVE PERIOD-FROM-DATE TO SPLIT-SEG-FROM
        ELSE
            MOVE SPLIT-YEAR TO SPLIT-SEG-FROM-YEAR
            MOVE '0101' TO SPLIT-SEG-FROM-MMDD
        END-IF
        IF SPLIT-YEAR = SPLIT-TO-YEAR
            MOVE PERIOD-TO-DATE TO SPLIT-SEG-TO
        ELSE
            ADD 1 TO SPLIT-YEAR GIVING SPLIT-NEXT-YEAR
            MOVE SPLIT-NEXT-YEAR TO SPLIT-SEG-TO-YEAR
            MOVE '0101' TO SPLIT-SEG-TO-MMDD
        END-IF
        MOVE SPLIT-SEG-FROM TO LEAPDA-DATE-1
        MOVE SPLIT-SEG-TO TO LEAPDA-DATE-2
        CALL 'LEAPDA' USING LEAPDA-LINKAGE
        MOVE SPLIT-YEAR TO LEAP-CHECK-YEAR
        PERFORM CHECK-LEAP-YEAR
        IF LEAP-CHECK-SW = 'Y'
            ADD LEAPDA-DAYS-BETWEEN TO SPLIT-LEAP-WORK
        ELSE
            ADD LEAPDA-DAYS-BETWEEN TO SPLIT-NONLEAP-WORK
        END-IF
        ADD 1 TO SPLIT-YEAR.

APPLY-CONVENTION SECTION.
        *> Day count and year fraction per the convention asked for
        EVALUATE TRUE
            WHEN LEAPDC-ACT-360
                MOVE ACTUAL-DAYS TO LEAPDC-DAY-COUNT
                COMPUTE LEAPDC-YEAR-FRACTION ROUNDED =
                    ACTUAL-DAYS / 360
            WHEN LEAPDC-ACT-365F
                MOVE ACTUAL-DAYS TO LEAPDC-DAY-COUNT
                COMPUTE LEAPDC-YEAR-FRACTION ROUNDED =
                    ACTUAL-DAYS / 365
            WHEN LEAPDC-30-360-US
                PERFORM TAKE-DATES-APART
                PERFORM ADJUST-30-360-US
                PERFORM COMPUTE-THIRTY-DAY-COUNT
            WHEN LEAPDC-30E-360
                PERFORM TAKE-DATES-APART
                PERFORM ADJUST-30E-360
                PERFORM COMPUTE-THIRTY-DAY-COUNT
            WHEN LEAPDC-ACT-ACT-ISDA
                MOVE ACTUAL-DAYS TO LEAPDC-DAY-COUNT
                COMPUTE LEAPDC-YEAR-FRACTION ROUNDED =
                    LEAPDC-LEAP-DAYS / 366
                    + LEAPDC-NONLEAP-DAYS / 365
        END-EVALUATE.

TAKE-DATES-APART SECTION.
        *> Split both dates (already proved valid by LEAPDA) into
        *> year, month and day for the 30-day-month arithmetic
        MOVE LEAPDC-START-DATE TO DATE-1-PIECES
        MOVE LEAPDC-END-DATE TO DATE-2-PIECES.

ADJUST-30-360-US SECTION.
        *> The US (bond basis) adjustments, applied in order: both
        *> ends on the last day of February moves the end to 30;
        *> a start on the last day of February moves to 30; an end
        *> of 31 moves to 30 when the start is now 30 or 31; a
        *> start of 31 moves to 30
        MOVE D1-YEAR TO LEAP-CHECK-YEAR
        PERFORM CHECK-LEAP-YEAR
        MOVE 'N' TO D1-LAST-OF-FEB-SW
        IF D1-MONTH = 2
           AND (D1-DAY = 29 OR (D1-DAY = 28 AND LEAP-CHECK-SW = 'N'))
            MOVE 'Y' TO D1-LAST-OF-FEB-SW
        END-IF
        MOVE D2-YEAR TO LEAP-CHECK-YEAR
        PERFORM CHECK-LEAP-YEAR
        MOVE 'N' TO D2-LAST-OF-FEB-SW
        IF D2-MONTH = 2
           AND (D2-DAY = 29 OR (D2-DAY = 28 AND LEAP-CHECK-SW = 'N'))
            MOVE 'Y' TO D2-LAST-OF-FEB-SW
        END-IF
        IF D1-LAST-OF-FEB-SW = 'Y' AND D2-LAST-OF-FEB-SW = 'Y'
            MOVE 30 TO D2-DAY
        END-IF
        IF D1-LAST-OF-FEB-SW = 'Y'
            MOVE 30 TO D1-DAY
        END-IF
        IF D2-DAY = 31 AND D1-DAY >= 30
            MOVE 30 TO D2-DAY
        END-IF
        IF D1-DAY = 31
            MOVE 30 TO D1-DAY
        END-IF.

ADJUST-30E-360 SECTION.
        *> The Eurobond adjustment: day 31 is 30 on either end,
        *> February is left as it falls
        IF D1-DAY = 31
            MOVE 30 TO D1-DAY
        END-IF
        IF D2-DAY = 31
            MOVE 30 TO D2-DAY
        END-IF.

COMPUTE-THIRTY-DAY-COUNT SECTION.
        *> Every month 30 days, every year 360 - signed, so a
        *> reversed period answers negative like the ACT ones
        COMPUTE THIRTY-DAY-COUNT =
            360 * (D2-YEAR - D1-YEAR)
            + 30 * (D2-MONTH - D1-MONTH)
            + (D2-DAY - D1-DAY)
        MOVE THIRTY-DAY-COUNT TO LEAPDC-DAY-COUNT
        COMPUTE LEAPDC-YEAR-FRACTION ROUNDED =
            THIRTY-DAY-COUNT / 360.

CHECK-LEAP-YEAR SECTION.
        *> LEAP-CHECK-YEAR's leap flag through LEAPYR's table mode -
        *> no audit record, since the determination is internal to
        *> the day count and not the caller's question
        MOVE 'T' TO LEAPYR-MODE
        MOVE LEAP-CHECK-YEAR TO LEAPYR-YEAR
        CALL 'LEAPYR' USING LEAPYR-LINKAGE
        MOVE SPACE TO LEAPYR-MODE
        IF LEAPYR-IS-LEAP = 'T'
            MOVE 'Y' TO LEAP-CHECK-SW
        ELSE
            MOVE 'N' TO LEAP-CHECK-SW
        END-IF.
