*> CNF-IN record layout - one confirmation card posted back by a
*> downstream job once it has done the work a trigger asked for,
*> keyed by the rule id, scheduled date and market of the SCHDOUT
*> date it ran for. CONFIRM-BY names the confirming job or team
*> for the trigger-status file. Each downstream job writes its
*> own card file; the trigger step reads them concatenated.
*> Blank cards and cards starting with '*' are ignored.
01  CNF-IN-RECORD.
    05  CNF-IN-RULE-ID          PIC X(6).
    05  FILLER                  PIC X(1).
    05  CNF-IN-DATE             PIC X(8).
    05  FILLER                  PIC X(1).
    05  CNF-IN-MARKET           PIC X(4).
    05  FILLER                  PIC X(1).
    05  CNF-IN-CONFIRM-BY       PIC X(8).
    05  FILLER                  PIC X(51).
