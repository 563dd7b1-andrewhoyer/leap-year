*> SUB-RPT record layout - one 132-byte print line of the HOLIDAY
*> maintenance submission report. The line images themselves are
*> built in the submission program's working storage, the same
*> arrangement the maintenance change report uses.
01  SUB-RPT-RECORD.
    05  SUB-RPT-LINE            PIC X(132).
