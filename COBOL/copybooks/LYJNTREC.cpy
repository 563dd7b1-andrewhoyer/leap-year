*> JOINT-IN record layout - one named joint calendar per record of
*> the joint-market master: a 4-byte code used anywhere a single
*> market code is accepted, the member markets (up to eight, each
*> a code on the MARKET master) and a description. A day is a
*> business day for the joint code only when it is a business day
*> in every member market - a USD/GBP settlement date needs both
*> New York and London open. A joint code may not also be a code
*> on the MARKET master, and members are single markets, never
*> other joint codes.
01  JOINT-IN-RECORD.
    05  JNT-IN-CODE             PIC X(4).
    05  FILLER                  PIC X(1).
    05  JNT-IN-MEMBER-ENTRY OCCURS 8.
        10  JNT-IN-MEMBER       PIC X(4).
        10  FILLER              PIC X(1).
    05  JNT-IN-DESC             PIC X(30).
    05  FILLER                  PIC X(5).
