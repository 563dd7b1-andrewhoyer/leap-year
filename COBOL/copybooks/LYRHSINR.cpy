*> RUNHIST-IN record layout - the same 80-byte run-history record
*> the balancing step appends (see LYRHSREC.cpy), as read back by
*> the trend program. Kept as a separate copybook for the same
*> reason RUNCTL-IN is - the reader and the writer are different
*> programs with different field names.
01  RUNHIST-IN-RECORD.
    05  RUNHIST-IN-RUN-ID       PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-IN-TYPE         PIC X(1).
        88  RUNHIST-IN-HEADER               VALUE 'H'.
        88  RUNHIST-IN-COUNTS               VALUE 'C'.
        88  RUNHIST-IN-STEP-CC              VALUE 'S'.
        88  RUNHIST-IN-VERDICT              VALUE 'V'.
    05  FILLER                  PIC X(1).
    05  RUNHIST-IN-STEP         PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-IN-DDNAME       PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-IN-DATA         PIC X(35).
    05  RUNHIST-IN-HEADER-VIEW REDEFINES RUNHIST-IN-DATA.
        10  RUNHIST-IN-RUN-DATE PIC X(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-IN-RUN-TIME PIC X(6).
        10  FILLER              PIC X(20).
    05  RUNHIST-IN-COUNTS-VIEW REDEFINES RUNHIST-IN-DATA.
        10  RUNHIST-IN-READ     PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-IN-WRITTEN  PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-IN-REJECTED PIC 9(8).
        10  FILLER              PIC X(9).
    05  RUNHIST-IN-STEP-VIEW REDEFINES RUNHIST-IN-DATA.
        10  RUNHIST-IN-COND-CODE PIC 9(2).
        10  FILLER              PIC X(33).
    05  RUNHIST-IN-VERDICT-VIEW REDEFINES RUNHIST-IN-DATA.
        10  RUNHIST-IN-CROSSINGS PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-IN-BREAKS   PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-IN-BAL-CC   PIC 9(2).
        10  FILLER              PIC X(15).
    05  FILLER                  PIC X(16).
