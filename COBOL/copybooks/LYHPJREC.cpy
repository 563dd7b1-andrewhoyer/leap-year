*> PRJ-RPT record layout - one 132-byte print line of the holiday
*> projection proof report. The line images themselves are built
*> in the projection program's working storage, the same
*> arrangement the schedule generator's proof report uses.
01  PRJ-RPT-RECORD.
    05  PRJ-RPT-LINE            PIC X(132).
