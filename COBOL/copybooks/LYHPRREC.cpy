*> HRULE-IN record layout - one keyword=value card per line driving
*> the holiday projection. A rule is built up card by card and
*> projected when its PROJECT card arrives; values persist from
*> rule to rule until changed, so a market's deck only states what
*> differs from the rule before. Recognized keywords:
*>   HOLNAME=text     holiday name carried on every card projected
*>   MARKET=xxxx      market the holiday closes - a MARKET= card
*>                    with no value means every market; a named
*>                    market must be on the MARKET master, whose
*>                    weekend days drive the FIXED observance shift
*>   RULETYPE=FIXED   fixed month-day, moved off the weekend when
*>                    OBSERVE=Y: a date on the market's first
*>                    weekend day is observed the day before, on
*>                    its second weekend day the day after (Saturday
*>                    to Friday and Sunday to Monday for a Saturday/
*>                    Sunday market)
*>           =NTHDOW  Nth weekday of a month
*>           =LASTDOW last given weekday of a month
*>           =EASTER  Easter Sunday plus or minus OFFSET days
*>                    (Good Friday -002, Easter Monday +001)
*>           =ONEOFF  a single dated holiday, projected when its
*>                    year falls inside the FROMYEAR/TOYEAR span
*>   MONTH=nn         month, 01-12 (FIXED, NTHDOW, LASTDOW)
*>   DAY=nn           month-day, 01-31 (FIXED)
*>   NTH=n            1-5, which weekday occurrence (NTHDOW)
*>   DOW=n            1-7 Monday-Sunday, LEAPDA numbering (NTHDOW,
*>                    LASTDOW)
*>   OFFSET=+nnn/-nnn days from Easter Sunday (EASTER)
*>   DATE=yyyymmdd    the one-off date (ONEOFF)
*>   OBSERVE=Y/N      apply the weekend observance shift (FIXED;
*>                    default Y)
*>   FROMYEAR=nnnn    first year projected
*>   TOYEAR=nnnn      last year projected
*>   PROJECT=Y        project the rule as it now stands
*> Blank cards and cards starting with '*' are ignored.
01  HRULE-IN-RECORD.
    05  HRULE-IN-TEXT           PIC X(80).
