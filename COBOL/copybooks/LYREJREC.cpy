*>   H005  HMTIN change target not on the master
*>   H006  HMTIN delete target not on the master
*>   H007  HMTIN add exceeds the master table limit
*>   H008  HMTIN card has no checker approval stamp
*>   H009  HMTIN card approved by its own submitter
01  REJ-OUT-RECORD.
    05  REJ-OUT-FILE            PIC X(8).
    05  FILLER                  PIC X(1).
