*> FIS-IN record layout - one keyword=value card per line driving
*> the fiscal calendar generation. Recognized keywords:
*>   FROMYEAR=nnnn  first fiscal year generated (required)
*>   TOYEAR=nnnn    last fiscal year generated (required) - a
*>                  fiscal year is named for the calendar year of
*>                  its year-end month, so FY2026 of a January
*>                  year-end runs February 2025 to January 2026
*>   PATTERN=xxx    weeks per period in each quarter: 445, 454 or
*>                  544 (52/53-week years, the 53rd week goes to
*>                  the twelfth period), or CAL for calendar-month
*>                  periods. Default 445.
*>   ANCHOR=xxxxxxx how a 52/53-week year ends: LAST - the last
*>                  ENDDOW of ENDMONTH; NEAREST - the ENDDOW
*>                  nearest to ENDMONTH/ENDDAY. Default LAST.
*>                  Ignored for PATTERN=CAL, which always ends on
*>                  the last day of ENDMONTH.
*>   ENDMONTH=nn    month the fiscal year ends in (required)
*>   ENDDAY=nn      day of ENDMONTH for ANCHOR=NEAREST
*>   ENDDOW=n       weekday the year ends on, 1 = Monday through
*>                  7 = Sunday as LEAPDA numbers them. Default 6,
*>                  Saturday.
*>   MARKET=xxxx    market (or JOINTMKT joint code) whose business
*>                  days are flagged - spaces gives the all-market
*>                  view with a Saturday/Sunday weekend
*> Blank cards and cards starting with '*' are ignored.
01  FIS-IN-RECORD.
    05  FIS-IN-TEXT             PIC X(80).
