*> PUB-RPT record layout - one 132-byte print line of the annual
*> market calendar publication. The line images themselves are
*> built in the program's working storage, the same arrangement
*> the schedule proof report uses.
01  PUB-RPT-RECORD.
    05  PUB-RPT-LINE            PIC X(132).
