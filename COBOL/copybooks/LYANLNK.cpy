*> LEAPAN-LINKAGE - interface for CALL 'LEAPAN' USING.
*> Anniversary resolution for an effective date, so the answer to
*> "what does the anniversary of 29 February fall on in a non-leap
*> year" comes from one place instead of each desk's reading of its
*> contract. LEAPAN-ORIGINAL-DATE is YYYYMMDD, validated through
*> LEAPDT; LEAPAN-TARGET-YEAR is raw text, validated through LEAPYR
*> and never before the original date's year. LEAPAN-POLICY is:
*>   28FEB - a Feb 29 original resolves to Feb 28 in a non-leap year
*>   01MAR - a Feb 29 original resolves to Mar 1 in a non-leap year
*>   cccc  - a jurisdiction code, keyed like the MARKET master and
*>           looked up on the ANNPOL anniversary policy master,
*>           which names the 28FEB or 01MAR rule that applies there
*> Any other original date resolves to the same month and day in
*> the target year, as does Feb 29 in a leap target year. The
*> answer is LEAPAN-RESOLVED-DATE, LEAPAN-ELAPSED-YEARS (the age, in
*> whole years, reached on the resolved date), LEAPAN-RULE-APPLIED
*> (28FEB or 01MAR after any jurisdiction lookup), LEAPAN-MOVED-SW
*> ('Y' when the date was moved off Feb 29) and a one-line note.
*> Every resolution leaves one 'ANNV' summary line in the LEAPYR
*> audit trail naming the date, target year, policy and rule.
01  LEAPAN-LINKAGE.
    05  LEAPAN-ORIGINAL-DATE    PIC X(8).
    05  LEAPAN-TARGET-YEAR      PIC X(4).
    05  LEAPAN-POLICY           PIC X(5).
        88  LEAPAN-POLICY-28FEB         VALUE '28FEB'.
        88  LEAPAN-POLICY-01MAR         VALUE '01MAR'.
    05  LEAPAN-RESOLVED-DATE    PIC X(8).
    05  LEAPAN-ELAPSED-YEARS    PIC 9(4).
    05  LEAPAN-RULE-APPLIED     PIC X(5).
    05  LEAPAN-MOVED-SW         PIC X(1).
        88  LEAPAN-DATE-WAS-MOVED       VALUE 'Y'.
    05  LEAPAN-VALID-SW         PIC X(1).
        88  LEAPAN-REQUEST-IS-VALID     VALUE 'Y'.
        88  LEAPAN-REQUEST-IS-INVALID   VALUE 'N'.
    05  LEAPAN-INVALID-REASON   PIC X(40).
    05  LEAPAN-RESOLUTION-NOTE  PIC X(40).
