*> RHARCH-OUT record layout - one 80-byte RUNHIST record cut to the
*> history archive because its night fell outside the RETAIN
*> period. The record is carried through byte for byte, so the
*> archive stays readable with LYRHSINR.
01  RHARCH-OUT-RECORD.
    05  RHARCH-OUT-IMAGE        PIC X(80).
