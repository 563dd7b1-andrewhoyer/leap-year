*> RUNHIST-OUT record layout - the run-history dataset the
*> end-of-job balancing step appends each night's figures to, so
*> the trend program can compare tonight against the nights before
*> it (RUNCTL itself is job-temporary). Every record is keyed by
*> the night's run id; one night is one group, in this order:
*>   H - header: the date and time the group was appended. A run
*>       id balanced twice (a restart) is appended twice, and the
*>       later group stands for the night
*>   C - one RUNCTL counts line: step, DD and read/written/rejected
*>   S - one step-end line: the step and the condition code it
*>       ended with
*>   V - the BALRPT verdict: crossings made, breaks found and the
*>       balancing step's own condition code (0 in balance, 4 out)
01  RUNHIST-OUT-RECORD.
    05  RUNHIST-OUT-RUN-ID      PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-OUT-TYPE        PIC X(1).
        88  RUNHIST-OUT-HEADER              VALUE 'H'.
        88  RUNHIST-OUT-COUNTS              VALUE 'C'.
        88  RUNHIST-OUT-STEP-CC             VALUE 'S'.
        88  RUNHIST-OUT-VERDICT             VALUE 'V'.
    05  FILLER                  PIC X(1).
    05  RUNHIST-OUT-STEP        PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-OUT-DDNAME      PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNHIST-OUT-DATA        PIC X(35).
    05  RUNHIST-OUT-HEADER-VIEW REDEFINES RUNHIST-OUT-DATA.
        10  RUNHIST-OUT-RUN-DATE PIC X(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-OUT-RUN-TIME PIC X(6).
        10  FILLER              PIC X(20).
    05  RUNHIST-OUT-COUNTS-VIEW REDEFINES RUNHIST-OUT-DATA.
        10  RUNHIST-OUT-READ    PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-OUT-WRITTEN PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-OUT-REJECTED PIC 9(8).
        10  FILLER              PIC X(9).
    05  RUNHIST-OUT-STEP-VIEW REDEFINES RUNHIST-OUT-DATA.
        10  RUNHIST-OUT-COND-CODE PIC 9(2).
        10  FILLER              PIC X(33).
    05  RUNHIST-OUT-VERDICT-VIEW REDEFINES RUNHIST-OUT-DATA.
        10  RUNHIST-OUT-CROSSINGS PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-OUT-BREAKS  PIC 9(8).
        10  FILLER              PIC X(1).
        10  RUNHIST-OUT-BAL-CC  PIC 9(2).
        10  FILLER              PIC X(15).
    05  FILLER                  PIC X(16).
