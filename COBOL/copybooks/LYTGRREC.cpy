*> TRG-RPT record layout - one 132-byte print line of the daily
*> schedule trigger report. The line images themselves are built
*> in the trigger program's working storage.
01  TRG-RPT-RECORD.
    05  TRG-RPT-LINE            PIC X(132).
