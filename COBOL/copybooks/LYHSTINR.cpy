*> HIST-IN record layout - one line of the HOLIDAY maintenance
*> approval history (see LYHSTREC.cpy) as read back by the
*> submission run, which issues each new pending id above every
*> id already on the history so an id is never reused. Kept as a
*> separate copybook because the reader and the writers are
*> different programs with different field names.
01  HIST-IN-RECORD.
    05  HIST-IN-OUTCOME         PIC X(1).
    05  FILLER                  PIC X(1).
    05  HIST-IN-PEND-ID         PIC X(8).
    05  FILLER                  PIC X(170).
