*> FIS-RPT record layout - one 132-byte print line of the fiscal
*> calendar year summary. The line images themselves are built in
*> the generator's working storage, the same arrangement the
*> schedule proof report uses.
01  FIS-RPT-RECORD.
    05  FIS-RPT-LINE            PIC X(132).
