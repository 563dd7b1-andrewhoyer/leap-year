*> PUB-IN record layout - one keyword=value card per line driving
*> the annual market calendar publication. Recognized keywords:
*>   YEAR=nnnn      the calendar year published (required). One
*>                  year per run: a YEAR card after the first is
*>                  ignored with CC 4 - run the step again for
*>                  another year.
*>   MARKET=xxxx    a market to publish, repeatable up to ten - a
*>                  single code or a JOINTMKT joint code. With no
*>                  MARKET card the all-market view (market of
*>                  spaces, Saturday/Sunday weekend) is published.
*>                  With two or more, the cross-market comparison
*>                  pages follow the last market's calendar.
*> Blank cards and cards starting with '*' are ignored.
01  PUB-IN-RECORD.
    05  PUB-IN-TEXT             PIC X(80).
