*> TRD-IN record layout - one keyword=value card per line driving
*> the run-history trend report. Recognized keywords:
*>   WINDOW=nn      nights in the rolling average each night is
*>                  compared against, 1-30. Default 7.
*>   TOLERANCE=nnn  width of the band either side of the rolling
*>                  average, as a percentage of it. Default 50 -
*>                  a count under half or over one and a half
*>                  times its average is flagged. Against an
*>                  average of zero, any count above zero is.
*>   DDTOL=dddddddd,nnn
*>                  the band for one DD name instead of TOLERANCE,
*>                  for the files whose volume swings by nature.
*>                  Up to 20 cards.
*>   MINNIGHTS=nn   nights of history a count needs before its
*>                  band applies. Default 3.
*>   WARNRUN=nn     nights in a row a step must end CC 4 or worse
*>                  to be listed as a repeated warning. Default 3.
*>   RETAIN=nnnn    days of history kept: nights appended longer
*>                  ago than this are cut to RHARCH, the rest to
*>                  RHTRIM. No card, no cut.
*>   ASOF=yyyymmdd  date the retention period is counted back
*>                  from. Default the run date.
*> Counts are given to their full width with leading zeros
*> (WINDOW=07, TOLERANCE=050). Blank cards and cards starting
*> with '*' are ignored.
01  TRD-IN-RECORD.
    05  TRD-IN-TEXT             PIC X(80).
