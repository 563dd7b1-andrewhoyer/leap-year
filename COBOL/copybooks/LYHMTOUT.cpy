*> HMT-OUT record layout - one HOLIDAY master maintenance
*> transaction card written by the holiday projection. Byte for
*> byte the same 80-byte card LYHMTREC begins with, so the
*> projected cards are submitted through LYHOLSUB and take the
*> same approval, edit and reject path as keyed cards - the
*> projection only ever writes 'A' (add) cards.
01  HMT-OUT-RECORD.
    05  HMT-OUT-ACTION          PIC X(1).
    05  FILLER                  PIC X(1).
    05  HMT-OUT-DATE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  HMT-OUT-MARKET          PIC X(4).
    05  FILLER                  PIC X(1).
    05  HMT-OUT-NAME            PIC X(30).
    05  FILLER                  PIC X(34).
