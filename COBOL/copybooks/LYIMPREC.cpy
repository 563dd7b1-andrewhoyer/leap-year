*> IMP-RPT record layout - one 132-byte print line of the holiday
*> change impact report. The line images themselves are built in
*> the impact program's working storage, the same arrangement the
*> maintenance change report uses.
01  IMP-RPT-RECORD.
    05  IMP-RPT-LINE            PIC X(132).
