*> HIST-OUT record layout - one line of the HOLIDAY maintenance
*> approval history, appended by the approval run and by LYHOLMNT
*> so every decision on a pending transaction is tied to both the
*> submitting and the approving user. The outcome code says what
*> became of the item:
*>   A - approved and applied to the HOLIDAY master (before and
*>       after names as the CHGRPT line shows them)
*>   R - rejected by the checker; nothing was applied
*>   F - approved, but refused by the maintenance edit; the note
*>       carries the LYREJREC reason code and text
*> Timestamps are YYYYMMDDHHMMSS.
01  HIST-OUT-RECORD.
    05  HIST-OUT-OUTCOME        PIC X(1).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-PEND-ID        PIC X(8).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-ACTION         PIC X(1).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-DATE           PIC X(8).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-MARKET         PIC X(4).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-BEFORE         PIC X(30).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-AFTER          PIC X(30).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-SUBMITTER      PIC X(8).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-SUBMIT-TS      PIC X(14).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-APPROVER       PIC X(8).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-APPROVE-TS     PIC X(14).
    05  FILLER                  PIC X(1).
    05  HIST-OUT-NOTE           PIC X(40).
    05  FILLER                  PIC X(3).
