
        *> The 'PARM' window stamp LEAPYR writes at initialization,
        *> the 'RNGE' summary a master-answered range request
        *> leaves, the 'ANNV' summary LEAPAN leaves per anniversary
        *> resolved, and the 'TRLR' run trailer are listed for the compliance picture but counted
        *> on their own line - neither is a determination, and
        *> folding them into the selected/non-leap totals would
        *> unbalance every reconciliation against caller request
        *> counts
        IF AUDIT-IN-YEAR = 'PARM' OR AUDIT-IN-YEAR = 'RNGE'
           OR AUDIT-IN-YEAR = 'ANNV' OR AUDIT-IN-YEAR = 'TRLR'
            ADD 1 TO TOTAL-STAMP-COUNT
        ELSE
            ADD 1 TO RUN-SELECT-COUNT
                PERFORM VERIFY-RUN-TRAILER
                PERFORM END-VERIFY-BLOCK
            WHEN AUDIT-IN-YEAR = 'PARM' OR AUDIT-IN-YEAR = 'RNGE'
                 OR AUDIT-IN-YEAR = 'ANNV'
                ADD 1 TO VFY-STAMP-COUNT
            WHEN AUDIT-IN-IS-LEAP = 'T'
                ADD 1 TO VFY-LEAP-COUNT
