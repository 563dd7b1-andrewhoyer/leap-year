*>   Y - TRANS-IN-YEAR  (yyyy)
*>   R - TRANS-IN-FROM-YEAR / TRANS-IN-TO-YEAR  (yyyy yyyy)
*>   D - TRANS-IN-DATE  (yyyymmdd)
*>   A - TRANS-IN-ANNIV-DATE / TRANS-IN-ANNIV-YEAR  (yyyymmdd yyyy)
*>       anniversary of the date in the year, resolved by LEAPAN
*>       under the policy code in TRANS-IN-ANNIV-POLICY (28FEB,
*>       01MAR or an ANNPOL jurisdiction code)
01  TRANS-IN-RECORD.
    05  TRANS-IN-SEQ            PIC X(6).
    05  FILLER                  PIC X(1).
        88  TRANS-IN-YEAR-REQUEST       VALUE 'Y'.
        88  TRANS-IN-RANGE-REQUEST      VALUE 'R'.
        88  TRANS-IN-DATE-REQUEST       VALUE 'D'.
        88  TRANS-IN-ANNIV-REQUEST      VALUE 'A'.
    05  FILLER                  PIC X(1).
    05  TRANS-IN-PAYLOAD        PIC X(13).
    05  TRANS-IN-YEAR-VIEW REDEFINES TRANS-IN-PAYLOAD.
    05  TRANS-IN-DATE-VIEW REDEFINES TRANS-IN-PAYLOAD.
        10  TRANS-IN-DATE       PIC X(8).
        10  FILLER              PIC X(5).
    05  TRANS-IN-ANNIV-VIEW REDEFINES TRANS-IN-PAYLOAD.
        10  TRANS-IN-ANNIV-DATE PIC X(8).
        10  FILLER              PIC X(1).
        10  TRANS-IN-ANNIV-YEAR PIC X(4).
    05  FILLER                  PIC X(1).
    05  TRANS-IN-ANNIV-POLICY   PIC X(5).
    05  FILLER                  PIC X(52).
