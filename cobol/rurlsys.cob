*>          -o rurltriage.so rurltri.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlsummary.so rurlsum.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlinteg.so rurlinteg.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlattest.so rurlatt.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlfeed.so rurlfeed.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlintake.so rurlreq.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlmail.so rurlmail.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlkpi.so rurlkpi.cbl
*>     cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurldirectory.so rurldir.cbl
*>
*> with the resulting .so files on COB_LIBRARY_PATH (or alongside this
*> program's executable, which cobc searches by default).
   05 oper-fail-count  pic 9(2).
   05 oper-locked      pic x.
   05 oper-must-change pic x.
*> where the nightly owner mail goes, and 'Y' to receive none --
*> see rurlmail.cbl
   05 oper-email       pic x(60).
   05 oper-mail-optout pic x.

*> One line per chain event (run start, each step's start and
*> pass/fail, run end) so the morning shift can see what the night
01 new-password-again pic x(10).
01 old-password-answer pic x(10).
01 change-done pic x.
*> own mail settings (menu option W)
01 email-answer pic x(60).
01 optout-answer pic x.
01 email-valid pic x.
01 email-at-count pic 9(3).
01 email-space-count pic 9(3).
*> link-check run parameters, passed through to hack-asynch --
*> 0 budget = no time limit, 0 days = full sweep.
01 budget-answer pic x(10).
01 run-argument pic x(10).
01 nightly-budget-minutes pic 9(3) value 0.
01 nightly-incr-days pic 9(3) value 7.
*> "rurlsys STREAM nn budget days": one stream of a link check the
*> checker has split across several processes
01 stream-argument pic x(10).
01 chain-failed pic x value 'N'.
01 step-name pic x(12).
01 step-rc pic 9(4).
    perform load-system-control
*> "rurlsys NIGHTLY" (e.g. from cron) runs the end-of-day chain with
*> no console input at all and exits with the chain's return code.
*> It runs without a sign-on and stamps what it does NIGHTLY.  Most
*> steps only read the files and write their own reports, extracts
*> and spools.  Those that change shared data are the link check
*> (health columns on RURL.DAT), EXPIRE (retires links whose
*> valid-until date has passed, each an audited RETIRE), INTAKE
*> (files the day's inbound requests in the queue, turning away
*> duplicates) and, monthly, AUDITARCH (moves old audit rows to a
*> registered archive).  No sign-on is needed for them because none
*> makes a judgement of its own: each carries out a date or rule
*> already on file -- the owner's valid-until date, the schedule's
*> settings -- and the schedule can only be changed by a signed-on
*> maintainer or supervisor.  Every decision on a link (accepting a
*> request, reinstating, repairing) stays with a signed-on operator.
    move spaces to run-argument
    display 1 upon argument-number
    accept run-argument from argument-value
        perform nightly-chain
        goback
    end-if
*> "rurlsys STREAM nn budget days" is started by the link check
*> itself, once for each stream it runs side by side; like the
*> chain it is unattended and needs no sign-on.  The stream number
*> reaches hack-asynch through RURL_CHECK_STREAM.
    if run-argument(1:6) = "STREAM"
        move spaces to stream-argument budget-answer incr-answer
        display 2 upon argument-number
        accept stream-argument from argument-value
            on exception continue
        end-accept
        display 3 upon argument-number
        accept budget-answer from argument-value
            on exception continue
        end-accept
        display 4 upon argument-number
        accept incr-answer from argument-value
            on exception continue
        end-accept
        display "RURL_CHECK_STREAM" upon environment-name
        display stream-argument upon environment-value
        move 0 to check-budget-minutes check-incr-days
        if budget-answer not = spaces
            move function numval(budget-answer)
                 to check-budget-minutes
        end-if
        if incr-answer not = spaces
            move function numval(incr-answer) to check-incr-days
        end-if
        call "hack-asynch"
             using check-budget-minutes check-incr-days
        goback
    end-if
    perform sign-on
    if signon-ok not = 'Y'
        display "Sign-on failed. Goodbye."
        display "  M - Maintain URLs (create/query/dump/update/delete/...)"
        display "  L - Check links for dead URLs"
        display "  F - List a file"
        display "  A - Audit trail inquiry / archive / verify chain"
        display "  B - Backup / restore the URL file"
        display "  D - Find / merge duplicate URLs"
        display "  O - Maintain operators / access review (supervisor)"
        display "  W - Change your own password / mail settings"
        display "  R - Reconcile URL file against audit trail"
        display "  N - Run the end-of-day batch chain now"
        display "  E - Maintain the batch schedule"
        display "  G - Maintain tags / tag links"
        display "  P - Review pending links (supervisor)"
        display "  T - Triage dead-link findings"
        display "  V - Retire flagged / expired links, reinstate"
        display "  S - Category and activity summary / KPI trend"
        display "  H - Check history: uptime / hosts / certs / dormant / archive"
        display "  J - Job history: run and step durations / rotate log"
        display "  K - System control file / UID counter (supervisor)"
        display "  I - Cross-file integrity check / repair"
        display "  U - Owner attestation workbench / overdue report"
        display "  Y - Change feed: run / acknowledge / status"
        display "  Q - Link request intake queue / requester status"
        display "  Z - Link directory with contents and keyword index"
        display "  X - Exit"
        display "Choice? "
        accept menu-choice
                call "rurloper"
                     using signon-operator signon-role
            when 'W'
                display "Change your Password or your Mail settings (P/M)? "
                accept menu-choice
                evaluate menu-choice
                    when 'P'
                        perform change-own-password
                    when 'M'
                        perform change-own-mail-settings
                    when other
                        display "INPUT ERROR. ENTER ONE OF: P M"
                end-evaluate
            when 'R'
                call "rurlrecon"
            when 'N'
                call "rurltriage"
                     using signon-operator signon-role
            when 'V'
                move space to batch-action
                call "rurlretire"
                     using signon-operator signon-role batch-action
            when 'S'
                display "Summary report, KPI Trend, or KPI snapshot now (S/T/K)? "
                accept menu-choice
                evaluate menu-choice
                    when 'S'
                        call "rurlsummary"
                    when 'T'
                    when 'K'
                        move menu-choice to batch-action
                        call "rurlkpi"
                             using signon-operator signon-role batch-action
                        move space to batch-action
                    when other
                        display "INPUT ERROR. ENTER ONE OF: S T K"
                end-evaluate
            when 'H'
                call "rurlhistory"
                     using signon-operator signon-role
            when 'K'
                call "rurlctl"
                     using signon-operator signon-role
            when 'I'
                move space to batch-action
                call "rurlinteg"
                     using signon-operator signon-role batch-action
            when 'U'
                call "rurlattest"
                     using signon-operator signon-role
            when 'Y'
                move space to batch-action
                call "rurlfeed"
                     using signon-operator signon-role batch-action
            when 'Q'
                move space to batch-action
                call "rurlintake"
                     using signon-operator signon-role batch-action
            when 'Z'
                call "rurldirectory"
                     using signon-operator signon-role
            when 'X'
                move 'Y' to done-flag
            when other
                display "INPUT ERROR. ENTER ONE OF: M L F A B D O W R N E C G P T V S H J K I U Y Q Z X"
        end-evaluate
    end-perform
    display "Goodbye."
        move 0 to oper-fail-count
        move 'N' to oper-locked
        move 'Y' to oper-must-change
        move spaces to oper-email
        move 'N' to oper-mail-optout
        write oper-record
        close oper-file
        open i-o oper-file
        close oper-file
    end-if.

*> Own mail settings from the menu (option W): the address the
*> nightly owner mail (rurlmail) goes to, and whether to receive it
*> at all.  Every role gets this -- an owner outside operations is
*> exactly who the mail is for.
change-own-mail-settings.
    open i-o oper-file
    if oper-status not = "00"
        display "Cannot open RURL-OPER.DAT (file status "
                oper-status ")."
    else
        move signon-operator to oper-id
        read oper-file
            invalid key
                display "Your operator record has gone missing -- "
                        "see a supervisor."
            not invalid key
                display "Mail address is '"
                        function trim(oper-email) "'."
                if oper-mail-optout = 'Y'
                    display "You are opted out of owner mail."
                else
                    display "You receive owner mail for your links."
                end-if
                move 'N' to email-valid
                perform until email-valid = 'Y'
                    display "New mail address (blank to keep, - to clear): "
                    accept email-answer
                    move function trim(email-answer) to email-answer
                    if email-answer = spaces or email-answer = "-"
                        move 'Y' to email-valid
                    else
                        perform validate-email
                    end-if
                end-perform
                if email-answer = "-"
                    move spaces to oper-email
                else
                    if email-answer not = spaces
                        move email-answer to oper-email
                    end-if
                end-if
                display "Owner mail Y = send, N = opt out (blank to keep): "
                accept optout-answer
                evaluate optout-answer
                    when 'Y'
                        move 'N' to oper-mail-optout
                    when 'N'
                        move 'Y' to oper-mail-optout
                    when space
                        continue
                    when other
                        display "Owner mail setting left as it was."
                end-evaluate
                rewrite oper-record
                    invalid key
                        display "Could not save your mail settings."
                    not invalid key
                        display "Mail settings saved."
                end-rewrite
        end-read
        close oper-file
    end-if.

*> Same test as rurloper.cbl's VALIDATE-EMAIL: one word, exactly
*> one @, something either side of it.
validate-email.
    move 'Y' to email-valid
    move 0 to email-at-count
    move 0 to email-space-count
    inspect email-answer tallying email-at-count for all "@"
    inspect email-answer(1:function length(function trim(email-answer)))
            tallying email-space-count for all space
    if email-at-count not = 1 or email-space-count > 0
       or email-answer(1:1) = "@"
       or email-answer(function length(function trim(email-answer)):1)
          = "@"
        move 'N' to email-valid
        display "That is not a mail address (name@host)."
    end-if.

*> One-way scramble of scramble-input into scramble-output: a
*> position-weighted rolling product folded down to ten letters.
*> Not cryptography -- the point is that listing RURL-OPER.DAT in
                 using signon-operator signon-role batch-action
        when "RECON"
            call "rurlrecon"
        when "INTEGRITY"
            move 'B' to batch-action
            call "rurlinteg"
                 using signon-operator signon-role batch-action
        when "EXPIRE"
            move 'E' to batch-action
            call "rurlretire"
                 using signon-operator signon-role batch-action
        when "FEED"
            move 'B' to batch-action
            call "rurlfeed"
                 using signon-operator signon-role batch-action
        when "INTAKE"
            move 'B' to batch-action
            call "rurlintake"
                 using signon-operator signon-role batch-action
        when "MAIL"
            call "rurlmail"
                 using signon-operator signon-role
        when "KPI"
            move 'B' to batch-action
            call "rurlkpi"
                 using signon-operator signon-role batch-action
        when other
            display "Unknown schedule step '" st-step(st-ix) "'."
            move 8 to return-code
