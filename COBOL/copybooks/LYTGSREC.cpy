*> TGS-OUT record layout - the trigger-status file the daily
*> schedule trigger step keeps cataloged, one generation per run.
*> The first record is the header: the business date tracking
*> began, the business date of the run that wrote the generation
*> and when it ran. Every other record is one scheduled date of
*> SCHDOUT, keyed by rule id, market and scheduled date, that has
*> come due since tracking began:
*>   F - fired: the trigger went out on the business date in
*>       FIRED-ON, no confirmation posted yet
*>   C - confirmed: the downstream job posted a confirmation card
*>       (CONFIRMED-ON is the business date it was taken on,
*>       CONFIRMED-BY the job or team the card named)
*>   M - missed: the date went past without a trigger being fired
*>       (no run on that business date, or the schedule was
*>       released late); MISSED-ON is the run that found it
*> Dates still to come are not on the file until they come due.
01  TGS-OUT-RECORD.
    05  TGS-OUT-TYPE            PIC X(1).
        88  TGS-OUT-HEADER                  VALUE 'H'.
        88  TGS-OUT-DETAIL                  VALUE 'D'.
    05  FILLER                  PIC X(1).
    05  TGS-OUT-DETAIL-VIEW.
        10  TGS-OUT-RULE-ID     PIC X(6).
        10  FILLER              PIC X(1).
        10  TGS-OUT-DATE        PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-MARKET      PIC X(4).
        10  FILLER              PIC X(1).
        10  TGS-OUT-STATE      PIC X(1).
            88  TGS-OUT-FIRED               VALUE 'F'.
            88  TGS-OUT-CONFIRMED           VALUE 'C'.
            88  TGS-OUT-MISSED              VALUE 'M'.
        10  FILLER              PIC X(1).
        10  TGS-OUT-FIRED-ON    PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-MISSED-ON   PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-CONFIRMED-ON PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-CONFIRMED-BY PIC X(8).
        10  FILLER              PIC X(20).
    05  TGS-OUT-HEADER-VIEW REDEFINES TGS-OUT-DETAIL-VIEW.
        10  TGS-OUT-TRACK-FROM  PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-LAST-BUSDATE PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-OUT-LAST-RUN-TS PIC X(14).
        10  FILLER              PIC X(46).
