*> program can cross staged counts against processed counts per
*> file instead of operations reading job logs by eye. The run id
*> is the same LEAPYR_RUN_ID (or run date) LEAPYR stamps into the
*> audit trail, so one night's records tie together. A step's
*> last line is its step-end line (line type E, no DD name or
*> counts) carrying the condition code the step ended with, so the
*> balancing step can carry each step's code into the run history.
01  RUNCTL-OUT-RECORD.
    05  RUNCTL-OUT-STEP         PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNCTL-OUT-REJECTED     PIC 9(8).
    05  FILLER                  PIC X(1).
    05  RUNCTL-OUT-RUN-ID       PIC X(8).
    05  FILLER                  PIC X(1).
    05  RUNCTL-OUT-LINE-TYPE    PIC X(1).
        88  RUNCTL-OUT-COUNTS               VALUE SPACE.
        88  RUNCTL-OUT-STEP-END             VALUE 'E'.
    05  FILLER                  PIC X(1).
    05  RUNCTL-OUT-COND-CODE    PIC 9(2).
    05  FILLER                  PIC X(2).
