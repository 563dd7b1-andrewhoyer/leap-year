*>   Y - 'T'/'F' leap-year flag, '?' when the year was rejected
*>   R - 'Y' range accepted, 'N' range rejected
*>   D - 'Y'/'N' date valid flag
*>   A - 'Y' anniversary resolved, 'N' request rejected
*>   ? - '?' unrecognized type code
*> TRANS-OUT-COUNT carries the leap-year count for an accepted range
*> request, the elapsed whole years for a resolved anniversary, and
*> is zero otherwise. TRANS-OUT-DETAIL carries the reason text, the
*> leap-year list for an accepted range, or the resolved date, the
*> rule applied and the resolution note for an anniversary.
01  TRANS-OUT-RECORD.
    05  TRANS-OUT-SEQ           PIC X(6).
    05  FILLER                  PIC X(1).
