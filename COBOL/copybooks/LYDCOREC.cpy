*> DCNT-OUT record layout - one result line per day-count request:
*> the request echoed, the valid flag, the convention's day count,
*> the year fraction to 9 places, and the actual days split into
*> those falling in non-leap and in leap years. The reason carries
*> the rejection text when the request is invalid.
01  DCNT-OUT-RECORD.
    05  DCNT-OUT-START-DATE     PIC X(8).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-END-DATE       PIC X(8).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-CONVENTION     PIC X(8).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-VALID          PIC X(1).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-DAY-COUNT      PIC -9(7).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-YEAR-FRACTION  PIC -9(3).9(9).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-NONLEAP-DAYS   PIC -9(7).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-LEAP-DAYS      PIC -9(7).
    05  FILLER                  PIC X(1).
    05  DCNT-OUT-REASON         PIC X(40).
