*> TGS-IN record layout - the current generation of the
*> trigger-status file (see LYTGSREC.cpy), as read back by the
*> next day's trigger run. Byte for byte the same layout as
*> LYTGSREC.cpy.
01  TGS-IN-RECORD.
    05  TGS-IN-TYPE             PIC X(1).
        88  TGS-IN-HEADER                   VALUE 'H'.
        88  TGS-IN-DETAIL                   VALUE 'D'.
    05  FILLER                  PIC X(1).
    05  TGS-IN-DETAIL-VIEW.
        10  TGS-IN-RULE-ID      PIC X(6).
        10  FILLER              PIC X(1).
        10  TGS-IN-DATE         PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-MARKET       PIC X(4).
        10  FILLER              PIC X(1).
        10  TGS-IN-STATE       PIC X(1).
            88  TGS-IN-FIRED                VALUE 'F'.
            88  TGS-IN-CONFIRMED            VALUE 'C'.
            88  TGS-IN-MISSED               VALUE 'M'.
        10  FILLER              PIC X(1).
        10  TGS-IN-FIRED-ON     PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-MISSED-ON    PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-CONFIRMED-ON PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-CONFIRMED-BY PIC X(8).
        10  FILLER              PIC X(20).
    05  TGS-IN-HEADER-VIEW REDEFINES TGS-IN-DETAIL-VIEW.
        10  TGS-IN-TRACK-FROM   PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-LAST-BUSDATE PIC X(8).
        10  FILLER              PIC X(1).
        10  TGS-IN-LAST-RUN-TS  PIC X(14).
        10  FILLER              PIC X(46).
