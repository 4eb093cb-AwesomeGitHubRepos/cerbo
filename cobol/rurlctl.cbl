*>   BKP-KEEP-GENERATIONS   backup generations kept by rotation
*>   NIGHTLY-BUDGET-MINUTES link-check budget when no schedule
*>   NIGHTLY-INCR-DAYS      incremental days when no schedule
*>   CONTENT-CHECK          Y/N: fetch and fingerprint live pages
*>   CONTENT-CHANGE-PERCENT size/link-count swing, with a new title,
*>                          that raises CONTENT CHANGED
*>   HOST-DOWN-PERCENT      share of a host's links failing in one
*>                          run that makes it a HOST DOWN outage
*>   HOST-DOWN-MIN-LINKS    fewest links checked on a host before
*>                          its failures can be called an outage
*>   HOST-DOWN-GRACE-RUNS   consecutive outage runs after which a
*>                          host's failures count against its links
*>   CERT-WARN-DAYS         days ahead an https certificate's expiry
*>                          is reported and put in the bulletin
*>   ATTEST-REVIEW-DAYS     days between owner attestations where
*>                          the category sets no interval of its own
*>   ATTEST-ESCALATE-DAYS   days past due before an attestation is
*>                          escalated to the supervisors
*>   MAIL-FROM              sender address on the nightly owner mail
*>   ACCESS-REVIEW-DAYS     days without a sign-on before a maintainer
*>                          or supervisor is flagged inactive on the
*>                          access review
*>   CHECK-STREAMS          link-check streams run side by side, each
*>                          over its own range of UIDs (1 = one pass)
*>   CHECK-STREAM-PROGRAM   the command that starts one stream --
*>                          the rurlsys front end, as cron runs it
*> A missing file or key leaves each program's shipped default
*> standing, so the system runs unchanged until someone sets a
*> value.  This program (menu option K, supervisor only) lists the
    DISPLAY "Keys understood: DATA-DIR, RETIRE-THRESHOLD, "
            "LOCK-STALE-MINUTES, REPORT-PAGE-SIZE,".
    DISPLAY "BKP-KEEP-GENERATIONS, NIGHTLY-BUDGET-MINUTES, "
            "NIGHTLY-INCR-DAYS,".
    DISPLAY "HOST-DOWN-PERCENT, HOST-DOWN-MIN-LINKS, "
            "HOST-DOWN-GRACE-RUNS,".
    DISPLAY "CONTENT-CHECK, CONTENT-CHANGE-PERCENT,".
    DISPLAY "CERT-WARN-DAYS, ATTEST-REVIEW-DAYS, "
            "ATTEST-ESCALATE-DAYS, MAIL-FROM,".
    DISPLAY "ACCESS-REVIEW-DAYS, CHECK-STREAMS, CHECK-STREAM-PROGRAM.".
    DISPLAY "A key not on file leaves that program's shipped "
            "default standing.".

       OR ANSWER-KEY = "BKP-KEEP-GENERATIONS"
       OR ANSWER-KEY = "NIGHTLY-BUDGET-MINUTES"
       OR ANSWER-KEY = "NIGHTLY-INCR-DAYS"
       OR ANSWER-KEY = "HOST-DOWN-PERCENT"
       OR ANSWER-KEY = "CONTENT-CHECK"
       OR ANSWER-KEY = "CONTENT-CHANGE-PERCENT"
       OR ANSWER-KEY = "HOST-DOWN-MIN-LINKS"
       OR ANSWER-KEY = "HOST-DOWN-GRACE-RUNS"
       OR ANSWER-KEY = "CERT-WARN-DAYS"
       OR ANSWER-KEY = "ATTEST-REVIEW-DAYS"
       OR ANSWER-KEY = "ATTEST-ESCALATE-DAYS"
       OR ANSWER-KEY = "MAIL-FROM"
       OR ANSWER-KEY = "ACCESS-REVIEW-DAYS"
       OR ANSWER-KEY = "CHECK-STREAMS"
       OR ANSWER-KEY = "CHECK-STREAM-PROGRAM"
       MOVE 'Y' TO KEY-VALID
    ELSE
       MOVE 'N' TO KEY-VALID
