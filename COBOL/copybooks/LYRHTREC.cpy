*> RHTRIM-OUT record layout - one 80-byte RUNHIST record kept by
*> the retention cut. RHTRIM replaces RUNHIST once operations
*> verify the archive, so the record is carried through byte for
*> byte.
01  RHTRIM-OUT-RECORD.
    05  RHTRIM-OUT-IMAGE        PIC X(80).
