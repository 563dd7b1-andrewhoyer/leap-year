*> TRD-RPT record layout - one 132-byte print line of the
*> run-history trend report. The line images themselves are built
*> in the trend program's working storage, the same arrangement
*> the run balancing report uses.
01  TRD-RPT-RECORD.
    05  TRD-RPT-LINE            PIC X(132).
