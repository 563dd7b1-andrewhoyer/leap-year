*> LEAPDC-LINKAGE - interface for CALL 'LEAPDC' USING.
*> Day-count convention and accrual fraction built on LEAPDA, so a
*> coupon period spanning February 29 is counted the same way on
*> every desk. Both dates are YYYYMMDD and required; the period runs
*> from the start date up to (not including) the end date. An end
*> date before the start date answers a negative count and
*> fraction. Convention codes:
*>   ACT/360   actual days / 360
*>   ACT/365F  actual days / 365 (fixed)
*>   30/360US  30/360 US (bond basis) - start day 31, or the last
*>             day of February, becomes 30; end day 31 becomes 30
*>             when the start day is then 30; end on the last day
*>             of February becomes 30 when the start was also the
*>             last day of February
*>   30E/360   30E/360 (Eurobond) - day 31 becomes 30 on both ends
*>   ACT/ACT   actual/actual ISDA - days falling in leap years over
*>             366 plus days falling in non-leap years over 365
*> LEAPDC-DAY-COUNT is the convention's day count (actual days for
*> the ACT conventions). LEAPDC-LEAP-DAYS and LEAPDC-NONLEAP-DAYS
*> split the actual days by the LEAPYR flag of the year each day
*> falls in, whatever the convention, so the ISDA split can be
*> proved from the answer. The fraction is rounded to 9 places.
01  LEAPDC-LINKAGE.
    05  LEAPDC-START-DATE       PIC X(8).
    05  LEAPDC-END-DATE         PIC X(8).
    05  LEAPDC-CONVENTION       PIC X(8).
        88  LEAPDC-ACT-360              VALUE 'ACT/360'.
        88  LEAPDC-ACT-365F             VALUE 'ACT/365F'.
        88  LEAPDC-30-360-US            VALUE '30/360US'.
        88  LEAPDC-30E-360              VALUE '30E/360'.
        88  LEAPDC-ACT-ACT-ISDA         VALUE 'ACT/ACT'.
    05  LEAPDC-VALID-SW         PIC X(1).
        88  LEAPDC-REQUEST-IS-VALID     VALUE 'Y'.
        88  LEAPDC-REQUEST-IS-INVALID   VALUE 'N'.
    05  LEAPDC-INVALID-REASON   PIC X(40).
    05  LEAPDC-DAY-COUNT        PIC S9(7).
    05  LEAPDC-YEAR-FRACTION    PIC S9(3)V9(9).
    05  LEAPDC-LEAP-DAYS        PIC S9(7).
    05  LEAPDC-NONLEAP-DAYS     PIC S9(7).
