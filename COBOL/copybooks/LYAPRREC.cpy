*> APR-RPT record layout - one 132-byte print line of the HOLIDAY
*> maintenance approval report. The line images themselves are
*> built in the approval program's working storage, the same
*> arrangement the maintenance change report uses.
01  APR-RPT-RECORD.
    05  APR-RPT-LINE            PIC X(132).
