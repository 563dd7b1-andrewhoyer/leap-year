*> SCH-OUT record layout - one scheduled date per record of the
*> generated schedule file other jobs trigger from: the rule label
*> that made it, the business-day-adjusted date, the market whose
*> calendar (single or joint) adjusted it, the raw date before
*> adjustment, and the rule description for human eyes.
01  SCH-OUT-RECORD.
    05  SCH-OUT-RULE-ID         PIC X(6).
    05  FILLER                  PIC X(1).
