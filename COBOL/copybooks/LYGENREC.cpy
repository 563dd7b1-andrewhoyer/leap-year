*>   MARKET=xxxx    a market to generate, repeatable - with no
*>                  MARKET card at all the run generates the
*>                  all-market view (market of spaces, Saturday/
*>                  Sunday weekend). The code may be a joint code
*>                  from the JOINTMKT master, generating the days
*>                  open in every member market under that code;
*>                  a list of codes is refused, since each master
*>                  record carries one 4-byte market.
*> Blank cards and cards starting with '*' are ignored.
01  GEN-IN-RECORD.
    05  GEN-IN-TEXT             PIC X(80).
