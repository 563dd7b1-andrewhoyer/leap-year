*>   ROLL=F/P/M       business-day adjustment of each raw date -
*>                    following, preceding, modified following
*>                    (LASTBUS needs none; default F)
*>   MARKET=xxxx      market whose weekend/holidays adjust dates -
*>                    may be a JOINTMKT joint code, adjusting to
*>                    days open in every member market; a list of
*>                    codes rejects the rule, since each schedule
*>                    record carries one 4-byte market
*>   FROMYEAR=nnnn    first year expanded
*>   TOYEAR=nnnn      last year expanded
*>   GENERATE=Y       expand the rule as it now stands
