*> PEND-IN record layout - one HOLIDAY master transaction awaiting
*> checker approval on the pending-transaction file, as read back
*> by the submission and approval runs. The first 80 bytes are the
*> card exactly as data control keyed it (see LYHMTREC.cpy),
*> followed by the pending id, the submitting user and the submit
*> time (YYYYMMDDHHMMSS) LYHOLSUB stamped on it. The approver
*> stamps stay spaces while the item is pending.
01  PEND-IN-RECORD.
    05  PEND-IN-CARD.
        10  PEND-IN-ACTION      PIC X(1).
        10  FILLER              PIC X(1).
        10  PEND-IN-DATE        PIC X(8).
        10  FILLER              PIC X(1).
        10  PEND-IN-MARKET      PIC X(4).
        10  FILLER              PIC X(1).
        10  PEND-IN-NAME        PIC X(30).
        10  FILLER              PIC X(34).
    05  PEND-IN-PEND-ID         PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-IN-SUBMITTER       PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-IN-SUBMIT-TS       PIC X(14).
    05  FILLER                  PIC X(1).
    05  PEND-IN-APPROVER        PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-IN-APPROVE-TS      PIC X(14).
