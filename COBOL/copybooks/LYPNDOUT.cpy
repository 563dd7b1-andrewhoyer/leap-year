*> PEND-OUT record layout - one HOLIDAY master transaction
*> awaiting checker approval, as written to the next generation of
*> the pending-transaction file by the submission and approval
*> runs. Byte for byte the same layout as LYPNDREC.cpy.
01  PEND-OUT-RECORD.
    05  PEND-OUT-CARD.
        10  PEND-OUT-ACTION     PIC X(1).
        10  FILLER              PIC X(1).
        10  PEND-OUT-DATE       PIC X(8).
        10  FILLER              PIC X(1).
        10  PEND-OUT-MARKET     PIC X(4).
        10  FILLER              PIC X(1).
        10  PEND-OUT-NAME       PIC X(30).
        10  FILLER              PIC X(34).
    05  PEND-OUT-PEND-ID        PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-OUT-SUBMITTER      PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-OUT-SUBMIT-TS      PIC X(14).
    05  FILLER                  PIC X(1).
    05  PEND-OUT-APPROVER       PIC X(8).
    05  FILLER                  PIC X(1).
    05  PEND-OUT-APPROVE-TS     PIC X(14).
