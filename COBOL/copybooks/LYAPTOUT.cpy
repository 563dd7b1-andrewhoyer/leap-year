*> APPR-OUT record layout - one approved HOLIDAY master
*> transaction as written by the approval run for LYHOLMNT to
*> apply: the pending record with the approving user and approval
*> time (YYYYMMDDHHMMSS) stamped on it. Byte for byte the same
*> layout as LYHMTREC.cpy, the card LYHOLMNT reads.
01  APPR-OUT-RECORD.
    05  APPR-OUT-CARD           PIC X(80).
    05  APPR-OUT-PEND-ID        PIC X(8).
    05  FILLER                  PIC X(1).
    05  APPR-OUT-SUBMITTER      PIC X(8).
    05  FILLER                  PIC X(1).
    05  APPR-OUT-SUBMIT-TS      PIC X(14).
    05  FILLER                  PIC X(1).
    05  APPR-OUT-APPROVER       PIC X(8).
    05  FILLER                  PIC X(1).
    05  APPR-OUT-APPROVE-TS     PIC X(14).
