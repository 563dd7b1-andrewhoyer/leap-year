    05  RUNCTL-IN-REJECTED      PIC 9(8).
    05  FILLER                  PIC X(1).
    05  RUNCTL-IN-RUN-ID        PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNCTL-IN-LINE-TYPE     PIC X(1).
        88  RUNCTL-IN-COUNTS                VALUE SPACE.
        88  RUNCTL-IN-STEP-END              VALUE 'E'.
    05  FILLER                  PIC X(1).
    05  RUNCTL-IN-COND-CODE     PIC 9(2).
    05  FILLER                  PIC X(2).
