*> TRG-OUT record layout - one "due today" trigger per rule id and
*> market whose SCHDOUT date is the business date. Downstream jobs
*> select their own rule id and market instead of scanning the
*> whole schedule, and post a confirmation card (LYCNFREC.cpy)
*> back when the work is done.
01  TRG-OUT-RECORD.
    05  TRG-OUT-RULE-ID         PIC X(6).
    05  FILLER                  PIC X(1).
    05  TRG-OUT-MARKET          PIC X(4).
    05  FILLER                  PIC X(1).
    05  TRG-OUT-DATE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  TRG-OUT-RAW-DATE        PIC X(8).
    05  FILLER                  PIC X(1).
    05  TRG-OUT-DESC            PIC X(30).
    05  FILLER                  PIC X(1).
    05  TRG-OUT-FIRED-TS        PIC X(14).
    05  FILLER                  PIC X(5).
