*> where lines counts every line of the run including the trailer
*> itself (and therefore equals the trailer's own sequence number),
*> T and F count leap/non-leap determination lines, and S counts
*> the PARM/RNGE/ANNV stamp and summary lines.
01  AUDIT-OUT-RECORD.
    05  AUDIT-OUT-YEAR          PIC X(4).
    05  FILLER                  PIC X(1).
