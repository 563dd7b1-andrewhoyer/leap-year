*> TGP-IN record layout - one keyword=value card per line driving
*> the daily schedule trigger run. Recognized keywords:
*>   BUSDATE=yyyymmdd  the business date being triggered. Default
*>                     the run date. A business date earlier than
*>                     the one the trigger-status file was last
*>                     run for is refused - the status would be
*>                     wound backwards.
*>   RETAIN=nnnn       days confirmed dates are kept on the
*>                     trigger-status file: a confirmed date more
*>                     than this many days before the business date
*>                     is left off the next generation. Fired and
*>                     missed dates are kept until confirmed. No
*>                     card, nothing is dropped.
*> Blank cards and cards starting with '*' are ignored.
01  TGP-IN-RECORD.
    05  TGP-IN-TEXT             PIC X(80).
