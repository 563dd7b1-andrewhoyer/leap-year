*>   D - delete an existing holiday (the name is ignored)
*> A market code of spaces addresses the all-market entries, the
*> same convention the master itself uses.
*>
*> Data control keys only the 80-byte card. The maker-checker
*> stamps past column 80 are added by the two maintenance stages:
*> LYHOLSUB stamps the pending id, the submitting user and the
*> submit time when the card is pended, and LYHOLAPR stamps the
*> approving user and time when a second user approves it. LYHOLMNT
*> applies only cards carrying both stamps from two different
*> users.
01  HMT-IN-RECORD.
    05  HMT-IN-ACTION           PIC X(1).
        88  HMT-IN-ADD                  VALUE 'A'.
    05  FILLER                  PIC X(1).
    05  HMT-IN-NAME             PIC X(30).
    05  FILLER                  PIC X(34).
    05  HMT-IN-PEND-ID          PIC X(8).
    05  FILLER                  PIC X(1).
    05  HMT-IN-SUBMITTER        PIC X(8).
    05  FILLER                  PIC X(1).
    05  HMT-IN-SUBMIT-TS        PIC X(14).
    05  FILLER                  PIC X(1).
    05  HMT-IN-APPROVER         PIC X(8).
    05  FILLER                  PIC X(1).
    05  HMT-IN-APPROVE-TS       PIC X(14).
