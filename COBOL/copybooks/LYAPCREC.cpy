*> APPR-IN record layout - one keyword=value card driving the
*> HOLIDAY maintenance approval run. Recognized keywords:
*>   APPROVE=nnnnnnnn  approve the pending transaction with this id
*>   REJECT=nnnnnnnn   reject the pending transaction with this id
*>   AGELIMIT=nnn      days a transaction may stay pending before
*>                     it is reported as overdue (default 005)
*> The approving user is the user the run is submitted under, never
*> a value on a card, and may not decide a transaction they
*> submitted themselves.
*> Blank cards and cards starting with '*' are ignored.
01  APPR-IN-RECORD.
    05  APPR-IN-TEXT            PIC X(80).
