*> URL in RURL-FILE is still reachable, and lists the dead ones.
*> (formerly a CALL "SYSTEM" proof-of-concept; superseded in place
*> so other programs can still CALL "hack-asynch" by that name.)
*> Failures are grouped by host before they are held against any
*> link: when all or most of one host's links fail in the same run
*> the night is logged as a single HOST DOWN event -- one line on
*> RURL-DEAD.TXT, one outage on the host master RURL-HOST.DAT --
*> and those links keep their failure streaks, because one vendor
*> outage is not twenty dead links.  RURL-HOST.DAT also carries
*> each host's running reliability figures for rurlhistory.
*> A link that answers is not taken on trust either: its page is
*> fetched and fingerprinted (title, size, number of links on it)
*> into RURL-PRINT.DAT.  A title matching the parked-domain and
*> not-found patterns raises CONTENT SUSPECT; a title change that
*> comes with a sharp change in size or link count against the last
*> good fingerprint raises CONTENT CHANGED -- both go to the
*> findings file for rurltriage like any other problem.
*> An https link also has its server certificate's expiry date
*> taken (once per host per run) and kept per link in RURL-CERT.DAT
*> for the expiry report; a certificate already expired, or one
*> curl will not trust, fails the link as CERT EXPIRED or CERT
*> INVALID rather than plain DEAD, and is never put down to a host
*> outage -- the server answered, it is the certificate that failed.
*> With CHECK-STREAMS above 1 in the system control file the sweep is
*> split into that many ranges of UIDs, each checked by its own
*> process ("rurlsys STREAM nn ...") at the same time as the others,
*> so a few slow hosts hold up one stream instead of the whole night.
*> Each stream keeps its own checkpoint and its own findings, history
*> and dead-report rows; this program starts them, waits for them,
*> and merges what they found back into the single files triage and
*> rurlhistory read, settling host outages over the whole sweep.
*> Every stream's counts and elapsed time go to RURL-JOBLOG.TXT for
*> rurljobhist.

identification division.
program-id. hack-asynch.
   select curl-out-file assign using curl-tmp-name
          organization is line sequential
          file status is curl-out-status.
*> the page fingerprint side file: one row per link, keyed by UID,
*> holding the latest fingerprint and the last one judged good.
   select print-file assign using print-file-name
          organization is indexed
          access mode is dynamic
          record key is prt-uid
          file status is print-status.
*> the fetched page and the fingerprint the shell pulls out of it
*> (size, link count, title -- one per line).
   select fprint-out-file assign using fprint-tmp-name
          organization is line sequential
          file status is fprint-out-status.
*> the host master: one row per host name the checker has met, with
*> its running reliability figures and outage streak.  Only this
*> program writes it, once per host at the end of the sweep, so it
*> needs no lock of its own.
   select host-file assign using host-file-name
          organization is indexed
          access mode is dynamic
          record key is host-name
          file status is host-status.
*> the certificate side file: one row per https link, keyed by UID,
*> holding the expiry date last seen on its host's certificate.
   select cert-file assign using cert-file-name
          organization is indexed
          access mode is dynamic
          record key is crt-uid
          file status is cert-status.
*> the expiry date openssl reports, as yyyymmdd, one line.
   select cert-out-file assign using cert-tmp-name
          organization is line sequential
          file status is cert-out-status.
*> the ranges of a multi-stream sweep, one row per stream; on file
*> only while the sweep is unfinished, so a restart resumes every
*> stream over the same range it started with.
   select stream-plan-file assign using stream-plan-name
          organization is line sequential
          file status is stream-plan-status.
*> a stream's own dead-report, findings, history and suppress rows,
*> read back one file at a time by the merge.
   select stream-merge-file assign using stream-merge-name
          organization is line sequential
          file status is stream-merge-status.
*> a stream's host tallies and the failures it held for them
   select stream-hold-file assign using stream-hold-name
          organization is line sequential
          file status is stream-hold-status.
*> a stream's counts, elapsed time and whether it reached the end
*> of its range
   select stream-result-file assign using stream-result-name
          organization is line sequential
          file status is stream-result-status.
*> the chain's joblog, which the checker adds its per-stream lines to
   select joblog-file assign using joblog-file-name
          organization is line sequential
          file status is joblog-status.

data division.
file section.
   05 rurl-fail-count   pic 9(3).
   05 rurl-owner        pic x(10).
   05 rurl-rec-status   pic x.
   05 rurl-valid-until  pic 9(8).

fd dead-link-file.
*> Sized for the worst case: uid(7) + " " + trim(url)(250) +
*> must stay in step with the FINDINGS-RECORD layout in rurltri.cbl.
*> fnd-new-url is only filled for MOVED findings -- the destination
*> a permanent redirect pointed at, so triage can apply it without
*> re-keying -- and for the CONTENT findings, where it carries the
*> page title the checker saw.
fd findings-file.
01 findings-record.
   05 fnd-uid     pic 9(7).

*> must stay in step with the HIST-RECORD layout in rurlhist.cbl.
*> his-result: 'O' reachable, 'D' hard failure, 'T' timed out,
*> 'M' answered with a permanent redirect, 'H' failed while its
*> whole host was down (not held against the link).
fd history-file.
01 history-record.
   05 his-uid    pic 9(7).
   05 his-date   pic 9(8).
   05 his-result pic x.

*> prt-url is the address the fingerprints were taken from: after a
*> fix or a move the old page's fingerprint says nothing about the
*> new one, so a changed url starts the comparison afresh.
*> prt-suspect is 'Y' while the latest title matches a suspect
*> pattern, so an incremental run skipping the link as fresh can
*> still carry its finding forward.
fd print-file.
01 print-record.
   05 prt-uid        pic 9(7).
   05 prt-url        pic x(250).
   05 prt-title      pic x(80).
   05 prt-size       pic 9(9).
   05 prt-links      pic 9(5).
   05 prt-date       pic 9(8).
   05 prt-suspect    pic x.
   05 prt-good-title pic x(80).
   05 prt-good-size  pic 9(9).
   05 prt-good-links pic 9(5).
   05 prt-good-date  pic 9(8).

fd fprint-out-file.
01 fprint-out-line pic x(250).

*> must stay in step with the HOST-RECORD layout in rurlhist.cbl.
*> checks/fails are running totals of link checks on the host;
*> host-down-streak counts consecutive runs in which the host met
*> the outage test.
fd host-file.
01 host-record.
   05 host-name         pic x(60).
   05 host-links        pic 9(5).
   05 host-checks       pic 9(9).
   05 host-fails        pic 9(9).
   05 host-runs         pic 9(5).
   05 host-outages      pic 9(5).
   05 host-first-seen   pic 9(8).
   05 host-last-checked pic 9(8).
   05 host-last-outage  pic 9(8).
   05 host-down-streak  pic 9(3).

*> must stay in step with the CERT-RECORD layout in rurlhist.cbl
*> and rurlbul.cbl.
*> crt-state: 'V' valid, 'E' expired, 'I' not trusted (curl refused
*> the chain), 'U' no expiry could be read.  crt-expiry keeps the
*> last date actually read, so one failed handshake does not lose it.
fd cert-file.
01 cert-record.
   05 crt-uid     pic 9(7).
   05 crt-host    pic x(60).
   05 crt-expiry  pic 9(8).
   05 crt-checked pic 9(8).
   05 crt-state   pic x.

fd cert-out-file.
01 cert-out-line pic x(80).

fd stream-plan-file.
01 stream-plan-record.
   05 sp-stream pic 9(2).
   05 sp-low    pic 9(7).
   05 sp-high   pic 9(7).
   05 sp-done   pic x.

fd stream-merge-file.
01 stream-merge-line pic x(300).

*> sh-type 'H' host tally (host, checked, failed); 'F' a failure held
*> for its host (host, uid, url, history result).  A stream writes
*> all its 'H' rows before its 'F' rows.
fd stream-hold-file.
01 stream-hold-record.
   05 sh-type    pic x.
   05 sh-host    pic x(60).
   05 sh-checked pic 9(5).
   05 sh-failed  pic 9(5).
   05 sh-uid     pic 9(7).
   05 sh-url     pic x(250).
   05 sh-result  pic x.

fd stream-result-file.
01 stream-result-record.
   05 sr-stream   pic 9(2).
   05 sr-checked  pic 9(5).
   05 sr-dead     pic 9(5).
   05 sr-moved    pic 9(5).
   05 sr-retire   pic 9(5).
   05 sr-fresh    pic 9(5).
   05 sr-suppress pic 9(5).
   05 sr-content  pic 9(5).
   05 sr-cert     pic 9(5).
   05 sr-held     pic 9(5).
   05 sr-elapsed  pic 9(6).
   05 sr-done     pic x.
   05 sr-last-uid pic 9(7).

*> Must stay in step with the joblog-line layout rurlsys.cob writes:
*> date(8) space time(8) space text.
fd joblog-file.
01 joblog-line pic x(100).

fd sysctl-file.
01 sysctl-line pic x(100).

01 odt-jx pic 9(3).
01 owner-dead-overflow pic x value 'N'.
01 current-dead-owner pic x(10).
*> host grouping.  Every link actually checked is counted against
*> its host; a failure is held in the pending table instead of
*> being marked dead on the spot, and settled once the sweep knows
*> how the rest of that host fared.  A failure that finds either
*> table full is marked dead at once, the old way.
01 host-file-name pic x(100).
01 host-status pic xx.
01 host-on-file pic x.
*> a host is down for the night when at least host-down-percent of
*> its links failed and at least host-down-min-links were checked;
*> after host-down-grace-runs such nights in a row it is treated as
*> gone rather than down, and its failures count against the links.
01 host-down-percent pic 9(3) value 80.
01 host-down-min-links pic 9(3) value 3.
01 host-down-grace-runs pic 9(3) value 3.
01 host-down-count pic 9(5) value 0.
01 host-down-link-count pic 9(5) value 0.
01 host-met-test pic x.
01 url-scheme pic x(20).
01 url-rest pic x(250).
01 url-authority pic x(250).
01 url-user-part pic x(250).
01 url-host-port pic x(250).
01 url-host pic x(60).
01 current-host-ix pic 9(4).
01 host-run-table.
   05 host-run-count pic 9(4) value 0.
   05 host-run-entry occurs 1000.
      10 hrt-host    pic x(60).
      10 hrt-checked pic 9(5).
      10 hrt-failed  pic 9(5).
      10 hrt-outage  pic x.
      10 hrt-cert-got    pic x.
      10 hrt-cert-expiry pic 9(8).
01 hrt-ix pic 9(4).
01 pending-fail-table.
   05 pending-fail-count pic 9(4) value 0.
   05 pending-fail-entry occurs 1000.
      10 pft-uid      pic 9(7).
      10 pft-url      pic x(250).
      10 pft-result   pic x.
      10 pft-host-ix  pic 9(4).
01 pft-ix pic 9(4).
01 failure-held pic x.
01 settle-saved-eof pic x.
*> page fingerprinting.  content-check 'N' turns the page fetch off
*> for a night that needs every second; content-change-percent is
*> how far size or link count must move, with the title, before a
*> change counts as sharp.
01 print-file-name pic x(100).
01 print-status pic xx.
01 print-on-file pic x.
01 fprint-tmp-name pic x(100).
01 page-tmp-name pic x(100).
01 fprint-out-status pic xx.
01 content-check pic x value 'Y'.
01 content-change-percent pic 9(3) value 50.
01 content-count pic 9(5) value 0.
*> Sized for the worst case: the four shell commands and their
*> redirections (about 420) + url(250) + three temp-file names.
01 fprint-command pic x(1000).
01 page-title pic x(80).
01 page-title-upper pic x(80).
01 page-size pic 9(9).
01 page-links pic 9(5).
01 page-got pic x.
01 page-suspect pic x.
01 page-sharp pic x.
01 fprint-line-no pic 9.
01 eof-fprint pic x.
01 content-diff pic 9(9).
01 pattern-hits pic 9(3).
*> titles that mean the page is not the page any more: registrar
*> parking, lapsed hosting, and not-found bodies served with 200.
*> Matched anywhere in the upper-cased title.
01 suspect-pattern-values.
   05 filler pic x(30) value "DOMAIN IS FOR SALE".
   05 filler pic x(30) value "DOMAIN FOR SALE".
   05 filler pic x(30) value "BUY THIS DOMAIN".
   05 filler pic x(30) value "DOMAIN MAY BE FOR SALE".
   05 filler pic x(30) value "PARKED".
   05 filler pic x(30) value "DOMAIN EXPIRED".
   05 filler pic x(30) value "DOMAIN HAS EXPIRED".
   05 filler pic x(30) value "ACCOUNT SUSPENDED".
   05 filler pic x(30) value "PAGE NOT FOUND".
   05 filler pic x(30) value "404".
   05 filler pic x(30) value "NOT FOUND".
   05 filler pic x(30) value "NO LONGER AVAILABLE".
01 suspect-pattern-table redefines suspect-pattern-values.
   05 suspect-pattern-text pic x(30) occurs 12.
01 suspect-pattern-count pic 9(2) value 12.
01 spt-ix pic 9(2).
01 spt-len pic 9(2).
*> certificate watch.  dead-reason is what mark-url-dead files the
*> failure under -- DEAD unless a certificate check says otherwise.
01 cert-file-name pic x(100).
01 cert-status pic xx.
01 cert-on-file pic x.
01 cert-tmp-name pic x(100).
01 cert-out-status pic xx.
01 cert-count pic 9(5) value 0.
01 cert-state pic x.
01 cert-expiry pic 9(8).
01 cert-port pic x(10).
01 cert-host-name pic x(60).
*> Sized for the worst case: the openssl pipeline and date
*> conversion (about 260) + host name twice + port + temp-file name.
01 cert-command pic x(600).
01 dead-reason pic x(20) value "DEAD".
01 dead-line-ptr pic 9(3).
*> multi-stream sweep.  check-streams is the number asked for in the
*> system control file (at most 8); check-stream-no is set only in a
*> stream's own process, from RURL_CHECK_STREAM.
01 check-streams pic 9(2) value 1.
01 check-stream-program pic x(60) value "rurlsys".
01 check-stream-no pic 9(2) value 0.
01 stream-env-value pic x(10).
01 stream-plan-name pic x(100).
01 stream-plan-status pic xx.
01 stream-merge-name pic x(100).
01 stream-merge-status pic xx.
01 stream-hold-name pic x(100).
01 stream-hold-status pic xx.
01 stream-result-name pic x(100).
01 stream-result-status pic xx.
01 stream-ckpt-name pic x(100).
01 stream-dead-name pic x(100).
01 stream-findings-name pic x(100).
01 stream-history-name pic x(100).
01 stream-suppress-name pic x(100).
01 stream-log-name pic x(100).
01 stream-ix pic 9(2).
01 stream-tag pic 99.
01 stream-low pic 9(7).
01 stream-high pic 9(7).
01 stream-done pic x.
01 eof-stream-file pic x.
01 plan-table.
   05 plan-stream-count pic 9(2) value 0.
   05 plan-entry occurs 8.
      10 pt-stream   pic 9(2).
      10 pt-low      pic 9(7).
      10 pt-high     pic 9(7).
      10 pt-done     pic x.
      10 pt-launched pic x.
      10 pt-reported pic x.
      10 pt-checked  pic 9(5).
      10 pt-failed   pic 9(5).
      10 pt-elapsed  pic 9(6).
01 plan-ix pic 9(2).
01 plan-resumed pic x value 'N'.
01 plan-link-count pic 9(7).
01 plan-share pic 9(7).
01 plan-seen pic 9(7).
01 plan-done-count pic 9(2).
01 streams-launched pic 9(2).
01 stream-missing pic x value 'N'.
*> Sized for the worst case: eight streams of program name (60),
*> arguments (about 20) and log redirection (about 110), and the wait.
01 stream-command pic x(2000).
01 stream-cmd-ptr pic 9(4).
01 merge-reason pic x(20).
01 merge-uid pic 9(7).
01 merge-sup-uid pic 9(7).
01 merge-sup-runs pic 9(3).
01 merge-sup-found pic x.
*> one joblog line per stream, read by rurljobhist
01 joblog-file-name pic x(100).
01 joblog-status pic xx.
01 stamp-date pic 9(8).
01 stamp-time pic 9(8).
01 jl-stream pic 9(2).
01 jl-low pic 9(7).
01 jl-high pic 9(7).
01 jl-checked pic 9(5).
01 jl-failed pic 9(5).
01 jl-elapsed pic 9(6).
01 jl-state pic x(7).

linkage section.
*> Both zero by default: 0 budget = run to completion, 0 days = a

procedure division using check-budget-minutes check-incr-days.
link-check-begin.
*> a stream started by run-check-streams finds its number here; run
*> from the menu or the chain the variable is not set.  Read before
*> the file names are built, because a stream's names carry it.
    move 0 to check-stream-no.
    move spaces to stream-env-value.
    accept stream-env-value from environment "RURL_CHECK_STREAM"
      on exception move spaces to stream-env-value
    end-accept.
    if stream-env-value not = spaces
       move function numval(stream-env-value) to check-stream-no
    end-if.
    perform load-system-control.
*> this module is CALLed from the menu and the nightly chain, so
*> working-storage survives between runs -- the budget flag and the
    move 0 to suppress-skip-count.
    move 0 to owner-dead-count.
    move 'N' to owner-dead-overflow.
    move 0 to host-run-count.
    move 0 to pending-fail-count.
    move 0 to host-down-count.
    move 0 to host-down-link-count.
    move 0 to content-count.
    move 0 to cert-count.
    move "DEAD" to dead-reason.
    move 0 to plan-stream-count.
    move 'N' to plan-resumed.
    move 'N' to stream-missing.
    accept check-date from date yyyymmdd.
    accept clock-time from time.
    compute start-seconds =
       *> seen by the rurlsys nightly chain, which stops on it
       move 8 to return-code
    else
       if check-stream-no > 0
          perform check-one-stream
       else
          perform decide-stream-plan
          if plan-stream-count > 1
             perform run-check-streams
          else
             perform check-all-links
          end-if
       end-if
    end-if.
    close rurl-file.
    goback.

*> The whole master in one pass, in this process.
check-all-links.
    perform read-check-checkpoint
    perform load-suppress-table
    perform open-print-file
    perform open-cert-file
    move 'N' to eof-rurl-file
    if check-ckpt-exists = 'Y'
       display "Resuming link check after UID " check-ckpt-uid
       move check-ckpt-uid to uid
       start rurl-file key is greater than uid
         invalid key
           *> nothing past the checkpoint (budget ran out on the
           *> last record, or the tail was deleted since).  A
           *> failed START leaves the position undefined and
           *> READ NEXT then returns status 46 forever, so flag
           *> end-of-file here -- the run closes out normally and
           *> clears the checkpoint instead of spinning.
           display "Nothing left to resume."
           move 'Y' to eof-rurl-file
       end-start
       open extend dead-link-file
       if dead-link-status not = "00"
          open output dead-link-file
          perform write-dead-report-header
       end-if
       open extend findings-file
       if findings-status not = "00"
          open output findings-file
       end-if
    else
       open output dead-link-file
       perform write-dead-report-header
       perform start-fresh-findings
    end-if
    open extend history-file
    if history-status not = "00"
       open output history-file
    end-if
    perform until eof-rurl-file = 'Y' or budget-spent = 'Y'
      read rurl-file next
        at end move 'Y' to eof-rurl-file
        not at end
          perform sweep-one-record
          perform write-check-checkpoint
          perform test-budget-spent
      end-read
    end-perform
    perform settle-host-failures
    perform write-owner-dead-sections
    perform write-dead-report-totals
    close dead-link-file
    call "CBL_DELETE_FILE" using curl-tmp-name
         returning check-delete-result
    close findings-file
    close history-file
    close print-file
    call "CBL_DELETE_FILE" using fprint-tmp-name
         returning check-delete-result
    call "CBL_DELETE_FILE" using page-tmp-name
         returning check-delete-result
    close cert-file
    call "CBL_DELETE_FILE" using cert-tmp-name
         returning check-delete-result
    perform rewrite-suppress-file
    if eof-rurl-file = 'Y'
       perform clear-check-checkpoint
       perform display-sweep-totals
       move "DONE" to jl-state
    else
       close check-ckpt-file
       display "Run-time budget of " check-budget-minutes
               " minute(s) spent after " checked-count
               " check(s); will resume after UID " check-ckpt-uid
               " next run."
       move "STOPPED" to jl-state
    end-if
*> a single pass is logged as stream 1 over every UID, so the job
*> history can set it beside nights run in several streams
    perform compute-run-elapsed
    move 1 to jl-stream
    move 0 to jl-low
    move 9999999 to jl-high
    move checked-count to jl-checked
    move dead-count to jl-failed
    move elapsed-seconds to jl-elapsed
    perform write-stream-joblog-line.

*> One link of the sweep: skipped as suppressed, skipped as fresh
*> (carrying its known problems forward), or checked.
sweep-one-record.
    perform decide-record-suppressed.
    if record-suppressed = 'Y'
       add 1 to suppress-skip-count
    else
       perform decide-record-fresh
       if record-is-fresh = 'Y'
          add 1 to fresh-skip-count
          *> a known-dead link skipped as fresh must still
          *> reach the findings file -- each run rewrites
          *> it, and a dead link dropping out for a week of
          *> incremental runs would be invisible to triage
          if rurl-link-status = 'D'
             perform choose-carried-dead-reason
             move rurl-last-checked to finding-date
             perform record-finding
             move spaces to finding-new-url
             perform note-owner-dead
          end-if
          *> likewise a page last seen parked or not found
          if rurl-link-status = 'O'
             perform carry-suspect-forward
          end-if
       else
          perform check-one-url
       end-if
    end-if.

write-dead-report-totals.
    move spaces to dead-link-line.
    write dead-link-line.
    string "CHECKED: " checked-count " DEAD: " dead-count
           " MOVED: " moved-count
           " FLAGGED FOR RETIREMENT: " retire-count
           " SKIPPED FRESH: " fresh-skip-count
           " SUPPRESSED: " suppress-skip-count
           " CONTENT: " content-count
           " CERTIFICATE: " cert-count
           delimited by size into dead-link-line.
    write dead-link-line.
    move spaces to dead-link-line.
    string "HOSTS DOWN: " host-down-count
           " LINKS NOT COUNTED AGAINST (HOST DOWN): "
           host-down-link-count
           delimited by size into dead-link-line.
    write dead-link-line.

display-sweep-totals.
    display "Checked " checked-count " link(s), " dead-count
            " dead, " moved-count " moved, "
            retire-count " flagged for retirement, "
            fresh-skip-count " skipped as fresh, "
            suppress-skip-count " suppressed, "
            content-count " content finding(s), "
            cert-count " certificate failure(s), "
            host-down-count " host(s) down. "
            "See RURL-DEAD.TXT.".

*> Which way this sweep runs.  An unfinished multi-stream sweep (its
*> plan still on file) is finished the same way, over the same
*> ranges, whatever CHECK-STREAMS now says; an unfinished single pass
*> (RURL-CHECK.CKPT on file) likewise.  Otherwise CHECK-STREAMS
*> decides, and above 1 a fresh plan is drawn up.  plan-stream-count
*> is left 0 for a single pass.
decide-stream-plan.
    perform load-stream-plan.
    if plan-stream-count > 0
       move 'Y' to plan-resumed
    else
       open input check-ckpt-file
       if check-ckpt-status = "00"
          close check-ckpt-file
          if check-streams > 1
             display "Finishing the interrupted single-stream link "
                     "check before splitting into streams."
          end-if
       else
          close check-ckpt-file
          if check-streams > 1
             perform draw-stream-plan
          end-if
       end-if
    end-if.

load-stream-plan.
    move 0 to plan-stream-count.
    open input stream-plan-file.
    if stream-plan-status = "00"
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-plan-file
           at end move 'Y' to eof-stream-file
           not at end
             if plan-stream-count < 8
                add 1 to plan-stream-count
                move sp-stream to pt-stream(plan-stream-count)
                move sp-low to pt-low(plan-stream-count)
                move sp-high to pt-high(plan-stream-count)
                move sp-done to pt-done(plan-stream-count)
             end-if
         end-read
       end-perform
    end-if.
    close stream-plan-file.

write-stream-plan.
    open output stream-plan-file.
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      move pt-stream(plan-ix) to sp-stream
      move pt-low(plan-ix) to sp-low
      move pt-high(plan-ix) to sp-high
      move pt-done(plan-ix) to sp-done
      write stream-plan-record
    end-perform.
    close stream-plan-file.

*> Splits the master into check-streams ranges holding about the same
*> number of links: one pass counts them, a second notes the UID at
*> each boundary.  The first range starts at 0 and the last ends at
*> 9999999, so a link added while the sweep is under way still falls
*> in one of them.
draw-stream-plan.
    move check-streams to plan-stream-count.
    if plan-stream-count > 8
       display "CHECK-STREAMS " check-streams " is more than 8; "
               "running 8 streams."
       move 8 to plan-stream-count
    end-if.
    move 0 to plan-link-count.
    move 0 to uid.
    move 'N' to eof-rurl-file.
    start rurl-file key is not less than uid
      invalid key move 'Y' to eof-rurl-file
    end-start.
    perform until eof-rurl-file = 'Y'
      read rurl-file next
        at end move 'Y' to eof-rurl-file
        not at end add 1 to plan-link-count
      end-read
    end-perform.
    if plan-link-count < plan-stream-count
       move plan-link-count to plan-stream-count
    end-if.
    if plan-stream-count < 2
       move 0 to plan-stream-count
       exit paragraph
    end-if.
    compute plan-share = plan-link-count / plan-stream-count.
    move 1 to plan-ix.
    move 0 to pt-low(1).
    move 0 to plan-seen.
    move 0 to uid.
    move 'N' to eof-rurl-file.
    start rurl-file key is not less than uid
      invalid key move 'Y' to eof-rurl-file
    end-start.
    perform until eof-rurl-file = 'Y'
      read rurl-file next
        at end move 'Y' to eof-rurl-file
        not at end
          add 1 to plan-seen
          if plan-ix < plan-stream-count
             and plan-seen > plan-share * plan-ix
             compute pt-high(plan-ix) = uid - 1
             add 1 to plan-ix
             move uid to pt-low(plan-ix)
          end-if
      end-read
    end-perform.
*> links deleted between the two passes can leave fewer boundaries
    move plan-ix to plan-stream-count.
    move 9999999 to pt-high(plan-stream-count).
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      move plan-ix to pt-stream(plan-ix)
      move 'N' to pt-done(plan-ix)
    end-perform.
    if plan-stream-count < 2
       move 0 to plan-stream-count
    else
       perform write-stream-plan
    end-if.

*> The coordinator's side of a multi-stream sweep.  The reports are
*> started (or, resuming, reopened) here exactly as a single pass
*> starts them, every stream not yet finished is run, and then each
*> stream's rows are merged in: dead-report lines, findings (noting
*> each dead link against its owner for the closing sections) and
*> history rows are appended, the suppress counts it burned are
*> taken over, and its host tallies and held failures are pooled so
*> host outages are judged over the whole sweep, not stream by
*> stream.  A stream that leaves no result fails the step; its
*> checkpoint stands and the next run picks it up.
run-check-streams.
    if plan-resumed = 'Y'
       display "Resuming the multi-stream link check."
       open extend dead-link-file
       if dead-link-status not = "00"
          open output dead-link-file
          perform write-dead-report-header
       end-if
       open extend findings-file
       if findings-status not = "00"
          open output findings-file
       end-if
    else
       open output dead-link-file
       perform write-dead-report-header
       perform start-fresh-findings
    end-if.
    open extend history-file.
    if history-status not = "00"
       open output history-file
    end-if.
    perform load-suppress-table.
    perform start-check-streams.
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      if pt-launched(plan-ix) = 'Y'
         perform gather-one-stream
      end-if
    end-perform.
    perform settle-host-failures.
    perform write-owner-dead-sections.
    perform write-dead-report-totals.
    close dead-link-file.
    close findings-file.
    close history-file.
    perform rewrite-suppress-file.
    move 0 to plan-done-count.
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      if pt-launched(plan-ix) = 'Y'
         perform log-one-stream
      end-if
      if pt-done(plan-ix) = 'Y'
         add 1 to plan-done-count
      end-if
    end-perform.
    if plan-done-count = plan-stream-count
       call "CBL_DELETE_FILE" using stream-plan-name
            returning check-delete-result
       perform display-sweep-totals
    else
       perform write-stream-plan
       display plan-done-count " of " plan-stream-count
               " stream(s) finished after " checked-count
               " check(s); the rest resume where they stopped "
               "next run."
    end-if.
    if stream-missing = 'Y'
       move 8 to return-code
    end-if.

*> Every stream not yet finished is started in the background from
*> one shell, which then waits for them all.  Each gets the same
*> budget and incremental days as the sweep; the streams run side by
*> side, so the budget still measures the night's wall clock.
start-check-streams.
    move spaces to stream-command.
    move 1 to stream-cmd-ptr.
    move 0 to streams-launched.
    move 'N' to check-command-overflow.
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      move 'N' to pt-launched(plan-ix)
      move 'N' to pt-reported(plan-ix)
      if pt-done(plan-ix) not = 'Y'
         move pt-stream(plan-ix) to stream-ix
         perform build-stream-file-names
         call "CBL_DELETE_FILE" using stream-result-name
              returning check-delete-result
         string function trim(check-stream-program) " STREAM "
                stream-tag " " check-budget-minutes " "
                check-incr-days " > '" function trim(stream-log-name)
                "' 2>&1 & "
                delimited by size into stream-command
                with pointer stream-cmd-ptr
                on overflow move 'Y' to check-command-overflow
         end-string
         move 'Y' to pt-launched(plan-ix)
         add 1 to streams-launched
         display "Starting link-check stream " stream-tag
                 " (UIDs " pt-low(plan-ix) " to " pt-high(plan-ix)
                 ")."
      end-if
    end-perform.
    string "wait" delimited by size into stream-command
           with pointer stream-cmd-ptr
           on overflow move 'Y' to check-command-overflow
    end-string.
    if check-command-overflow = 'Y'
       display "WARNING: CHECK-STREAM-PROGRAM too long to start the "
               "streams; no links checked."
       perform varying plan-ix from 1 by 1
               until plan-ix > plan-stream-count
         move 'N' to pt-launched(plan-ix)
       end-perform
       move 'Y' to stream-missing
    else
       call "SYSTEM" using stream-command returning check-result
    end-if.

gather-one-stream.
    move pt-stream(plan-ix) to stream-ix.
    perform build-stream-file-names.
    perform read-stream-result.
    perform merge-stream-dead-lines.
    perform merge-stream-findings.
    perform merge-stream-history.
    perform merge-stream-holds.
    perform merge-stream-suppress.

read-stream-result.
    open input stream-result-file.
    if stream-result-status = "00"
       read stream-result-file
         at end move "10" to stream-result-status
       end-read
    end-if.
    if stream-result-status = "00"
       move 'Y' to pt-reported(plan-ix)
       move sr-done to pt-done(plan-ix)
       move sr-checked to pt-checked(plan-ix)
       compute pt-failed(plan-ix) = sr-dead + sr-held
       move sr-elapsed to pt-elapsed(plan-ix)
       add sr-checked to checked-count
       add sr-dead to dead-count
       add sr-moved to moved-count
       add sr-retire to retire-count
       add sr-fresh to fresh-skip-count
       add sr-suppress to suppress-skip-count
       add sr-content to content-count
       add sr-cert to cert-count
    else
       display "WARNING: link-check stream " stream-tag
               " left no result -- see "
               function trim(stream-log-name) "."
       move 'Y' to stream-missing
    end-if.
    close stream-result-file.
    call "CBL_DELETE_FILE" using stream-result-name
         returning check-delete-result.

*> A stream's dead-report lines, in the order it wrote them.
merge-stream-dead-lines.
    move stream-dead-name to stream-merge-name.
    open input stream-merge-file.
    if stream-merge-status = "00"
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-merge-file
           at end move 'Y' to eof-stream-file
           not at end
             move stream-merge-line to dead-link-line
             write dead-link-line
         end-read
       end-perform
    end-if.
    close stream-merge-file.
    call "CBL_DELETE_FILE" using stream-dead-name
         returning check-delete-result.

*> A stream's findings.  The dead ones -- the reasons mark-url-dead
*> and the fresh-skip carry file -- are noted against their owner
*> here, since the stream's own owner table went with its process.
merge-stream-findings.
    move stream-findings-name to stream-merge-name.
    open input stream-merge-file.
    if stream-merge-status = "00"
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-merge-file
           at end move 'Y' to eof-stream-file
           not at end
             move stream-merge-line(1:7) to merge-uid
             move stream-merge-line(8:20) to merge-reason
             move stream-merge-line(1:285) to findings-record
             write findings-record
             if merge-reason = "DEAD"
                or merge-reason = "CERT EXPIRED"
                or merge-reason = "CERT INVALID"
                move merge-uid to uid
                read rurl-file
                  invalid key continue
                  not invalid key perform note-owner-dead
                end-read
             end-if
         end-read
       end-perform
    end-if.
    close stream-merge-file.
    call "CBL_DELETE_FILE" using stream-findings-name
         returning check-delete-result.

merge-stream-history.
    move stream-history-name to stream-merge-name.
    open input stream-merge-file.
    if stream-merge-status = "00"
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-merge-file
           at end move 'Y' to eof-stream-file
           not at end
             move stream-merge-line(1:16) to history-record
             write history-record
         end-read
       end-perform
    end-if.
    close stream-merge-file.
    call "CBL_DELETE_FILE" using stream-history-name
         returning check-delete-result.

*> A stream's host tallies are added into the run table and its
*> held failures into the pending table, to be settled with the rest
*> by settle-host-failures.  A failure that finds either table full
*> is marked dead at once, as a single pass does.
merge-stream-holds.
    open input stream-hold-file.
    if stream-hold-status = "00"
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-hold-file
           at end move 'Y' to eof-stream-file
           not at end
             move sh-host to url-host
             perform locate-run-host
             if sh-type = 'H'
                if current-host-ix > 0
                   add sh-checked to hrt-checked(current-host-ix)
                   add sh-failed to hrt-failed(current-host-ix)
                end-if
             else
                perform merge-held-failure
             end-if
         end-read
       end-perform
    end-if.
    close stream-hold-file.
    call "CBL_DELETE_FILE" using stream-hold-name
         returning check-delete-result.

merge-held-failure.
    if current-host-ix > 0 and pending-fail-count < 1000
       add 1 to pending-fail-count
       move sh-uid to pft-uid(pending-fail-count)
       move sh-url to pft-url(pending-fail-count)
       move sh-result to pft-result(pending-fail-count)
       move current-host-ix to pft-host-ix(pending-fail-count)
    else
       move sh-uid to uid
       move sh-result to history-result
       read rurl-file
         invalid key
           display "WARNING: UID " uid " gone before its verdict "
                   "could be recorded"
         not invalid key
           if url = sh-url
              perform mark-url-dead
           else
              display "UID " uid " changed during its check; "
                      "verdict not recorded"
           end-if
       end-read
       move sh-uid to uid
       perform record-history
    end-if.

*> The suppress list a stream wrote back is the word on the links in
*> its range: each of those entries takes the stream's count, and one
*> the stream dropped as spent drops here too.  Entries outside its
*> range are some other stream's business.
merge-stream-suppress.
    move stream-suppress-name to stream-merge-name.
    open input stream-merge-file.
    if stream-merge-status = "00"
       perform varying sup-ix from 1 by 1
               until sup-ix > suppress-count
         if tbl-sup-uid(sup-ix) >= pt-low(plan-ix)
            and tbl-sup-uid(sup-ix) <= pt-high(plan-ix)
            move 0 to tbl-sup-runs(sup-ix)
         end-if
       end-perform
       move 'N' to eof-stream-file
       perform until eof-stream-file = 'Y'
         read stream-merge-file
           at end move 'Y' to eof-stream-file
           not at end
             move stream-merge-line(1:7) to merge-sup-uid
             move stream-merge-line(8:3) to merge-sup-runs
             if merge-sup-uid >= pt-low(plan-ix)
                and merge-sup-uid <= pt-high(plan-ix)
                perform take-stream-suppress-count
             end-if
         end-read
       end-perform
    end-if.
    close stream-merge-file.
    call "CBL_DELETE_FILE" using stream-suppress-name
         returning check-delete-result.

take-stream-suppress-count.
    move 'N' to merge-sup-found.
    perform varying sup-ix from 1 by 1
            until sup-ix > suppress-count
               or merge-sup-found = 'Y'
      if tbl-sup-uid(sup-ix) = merge-sup-uid
         move merge-sup-runs to tbl-sup-runs(sup-ix)
         move 'Y' to merge-sup-found
      end-if
    end-perform.

log-one-stream.
    move pt-stream(plan-ix) to jl-stream.
    move pt-low(plan-ix) to jl-low.
    move pt-high(plan-ix) to jl-high.
    if pt-reported(plan-ix) = 'Y'
       move pt-checked(plan-ix) to jl-checked
       move pt-failed(plan-ix) to jl-failed
       move pt-elapsed(plan-ix) to jl-elapsed
       if pt-done(plan-ix) = 'Y'
          move "DONE" to jl-state
       else
          move "STOPPED" to jl-state
       end-if
    else
       move 0 to jl-checked jl-failed jl-elapsed
       move "MISSING" to jl-state
    end-if.
    perform write-stream-joblog-line.

*> One line per stream in the chain's joblog, inside the link-check
*> step's START and PASS/FAIL lines: the stream, its UID range,
*> links checked, failures found (before host outages are netted
*> out), elapsed seconds and whether it reached the end of its range.
write-stream-joblog-line.
    open extend joblog-file.
    if joblog-status not = "00"
       open output joblog-file
    end-if.
    accept stamp-date from date yyyymmdd.
    accept stamp-time from time.
    move spaces to joblog-line.
    string stamp-date " " stamp-time " STREAM " jl-stream
           " UIDS " jl-low "-" jl-high " CHECKED " jl-checked
           " FAILED " jl-failed " ELAPSED " jl-elapsed " "
           jl-state
           delimited by size into joblog-line.
    write joblog-line.
    close joblog-file.

*> One stream of a multi-stream sweep, in its own process, started
*> by run-check-streams as "rurlsys STREAM nn ...".  It checks the
*> links in its range exactly as a single pass would, under its own
*> checkpoint, and leaves what has to be decided over the whole sweep
*> -- host outages, the per-owner sections, the suppress list, the
*> totals -- in its own files for the coordinator to gather.
check-one-stream.
    perform load-stream-plan.
    move 0 to stream-ix.
    perform varying plan-ix from 1 by 1
            until plan-ix > plan-stream-count
      if pt-stream(plan-ix) = check-stream-no
         move plan-ix to stream-ix
      end-if
    end-perform.
    if stream-ix = 0
       display "Link-check stream " check-stream-no
               " is not in the stream plan."
       move 8 to return-code
       exit paragraph
    end-if.
    move pt-low(stream-ix) to stream-low.
    move pt-high(stream-ix) to stream-high.
    perform read-check-checkpoint.
    perform load-suppress-table.
    perform open-print-file.
    perform open-cert-file.
    move 'N' to eof-rurl-file.
    if check-ckpt-exists = 'Y'
       display "Stream " check-stream-no " resuming after UID "
               check-ckpt-uid
       move check-ckpt-uid to uid
       start rurl-file key is greater than uid
         invalid key move 'Y' to eof-rurl-file
       end-start
    else
       move stream-low to uid
       start rurl-file key is not less than uid
         invalid key move 'Y' to eof-rurl-file
       end-start
    end-if.
    open extend dead-link-file.
    if dead-link-status not = "00"
       open output dead-link-file
    end-if.
    open extend findings-file.
    if findings-status not = "00"
       open output findings-file
    end-if.
    open extend history-file.
    if history-status not = "00"
       open output history-file
    end-if.
    perform until eof-rurl-file = 'Y' or budget-spent = 'Y'
      read rurl-file next
        at end move 'Y' to eof-rurl-file
        not at end
          if uid > stream-high
             move 'Y' to eof-rurl-file
          else
             perform sweep-one-record
             perform write-check-checkpoint
             perform test-budget-spent
          end-if
      end-read
    end-perform.
    close dead-link-file.
    close findings-file.
    close history-file.
    close print-file.
    close cert-file.
    call "CBL_DELETE_FILE" using curl-tmp-name
         returning check-delete-result.
    call "CBL_DELETE_FILE" using fprint-tmp-name
         returning check-delete-result.
    call "CBL_DELETE_FILE" using page-tmp-name
         returning check-delete-result.
    call "CBL_DELETE_FILE" using cert-tmp-name
         returning check-delete-result.
    perform write-stream-holds.
    move stream-suppress-name to suppress-file-name.
    perform rewrite-suppress-file.
    if eof-rurl-file = 'Y'
       perform clear-check-checkpoint
       move 'Y' to stream-done
    else
       close check-ckpt-file
       move 'N' to stream-done
    end-if.
    perform write-stream-result.
    display "Stream " check-stream-no " checked " checked-count
            " link(s), " dead-count " dead, " pending-fail-count
            " failure(s) held for their hosts.".

write-stream-holds.
    open output stream-hold-file.
    perform varying hrt-ix from 1 by 1
            until hrt-ix > host-run-count
      move 'H' to sh-type
      move hrt-host(hrt-ix) to sh-host
      move hrt-checked(hrt-ix) to sh-checked
      move hrt-failed(hrt-ix) to sh-failed
      move 0 to sh-uid
      move spaces to sh-url
      move space to sh-result
      write stream-hold-record
    end-perform.
    perform varying pft-ix from 1 by 1
            until pft-ix > pending-fail-count
      move 'F' to sh-type
      move hrt-host(pft-host-ix(pft-ix)) to sh-host
      move 0 to sh-checked
      move 0 to sh-failed
      move pft-uid(pft-ix) to sh-uid
      move pft-url(pft-ix) to sh-url
      move pft-result(pft-ix) to sh-result
      write stream-hold-record
    end-perform.
    close stream-hold-file.

write-stream-result.
    perform compute-run-elapsed.
    open output stream-result-file.
    move check-stream-no to sr-stream.
    move checked-count to sr-checked.
    move dead-count to sr-dead.
    move moved-count to sr-moved.
    move retire-count to sr-retire.
    move fresh-skip-count to sr-fresh.
    move suppress-skip-count to sr-suppress.
    move content-count to sr-content.
    move cert-count to sr-cert.
    move pending-fail-count to sr-held.
    move elapsed-seconds to sr-elapsed.
    move stream-done to sr-done.
    move check-ckpt-uid to sr-last-uid.
    write stream-result-record.
    close stream-result-file.

*> Reads the system control file for the data directory and the
*> tunables this program shares with rurl.cbl, then builds every
        move function numval(ctl-value) to retire-threshold
      when "LOCK-STALE-MINUTES"
        move function numval(ctl-value) to lock-stale-minutes
      when "CONTENT-CHECK"
        move function upper-case(function trim(ctl-value))
             to content-check
      when "CONTENT-CHANGE-PERCENT"
        move function numval(ctl-value) to content-change-percent
      when "HOST-DOWN-PERCENT"
        move function numval(ctl-value) to host-down-percent
      when "HOST-DOWN-MIN-LINKS"
        move function numval(ctl-value) to host-down-min-links
      when "HOST-DOWN-GRACE-RUNS"
        move function numval(ctl-value) to host-down-grace-runs
      when "CHECK-STREAMS"
        move function numval(ctl-value) to check-streams
      when "CHECK-STREAM-PROGRAM"
        if ctl-value not = spaces
           move function trim(ctl-value) to check-stream-program
        end-if
      when other
        continue
    end-evaluate.
    move spaces to curl-tmp-name.
    string function trim(ctl-data-dir) "/RURL-CURL.TMP"
           delimited by size into curl-tmp-name.
    move spaces to print-file-name.
    string function trim(ctl-data-dir) "/RURL-PRINT.DAT"
           delimited by size into print-file-name.
    move spaces to fprint-tmp-name.
    string function trim(ctl-data-dir) "/RURL-FPRINT.TMP"
           delimited by size into fprint-tmp-name.
    move spaces to page-tmp-name.
    string function trim(ctl-data-dir) "/RURL-PAGE.TMP"
           delimited by size into page-tmp-name.
    move spaces to host-file-name.
    string function trim(ctl-data-dir) "/RURL-HOST.DAT"
           delimited by size into host-file-name.
    move spaces to cert-file-name.
    string function trim(ctl-data-dir) "/RURL-CERT.DAT"
           delimited by size into cert-file-name.
    move spaces to cert-tmp-name.
    string function trim(ctl-data-dir) "/RURL-CERT.TMP"
           delimited by size into cert-tmp-name.
    move spaces to stream-plan-name.
    string function trim(ctl-data-dir) "/RURL-CHECK-STREAMS.DAT"
           delimited by size into stream-plan-name.
    move spaces to joblog-file-name.
    string function trim(ctl-data-dir) "/RURL-JOBLOG.TXT"
           delimited by size into joblog-file-name.
*> a stream works on its own checkpoint, report, findings and
*> history files and its own scratch files, so streams running side
*> by side never write the same sequential file
    if check-stream-no > 0
       move check-stream-no to stream-ix
       perform build-stream-file-names
       move stream-ckpt-name to check-ckpt-file-name
       move stream-dead-name to dead-link-name
       move stream-findings-name to findings-file-name
       move stream-history-name to history-file-name
       move spaces to curl-tmp-name
       string function trim(ctl-data-dir) "/RURL-CURL-" stream-tag
              ".TMP" delimited by size into curl-tmp-name
       move spaces to fprint-tmp-name
       string function trim(ctl-data-dir) "/RURL-FPRINT-" stream-tag
              ".TMP" delimited by size into fprint-tmp-name
       move spaces to page-tmp-name
       string function trim(ctl-data-dir) "/RURL-PAGE-" stream-tag
              ".TMP" delimited by size into page-tmp-name
       move spaces to cert-tmp-name
       string function trim(ctl-data-dir) "/RURL-CERT-" stream-tag
              ".TMP" delimited by size into cert-tmp-name
    end-if.

*> The files belonging to stream stream-ix.
build-stream-file-names.
    move stream-ix to stream-tag.
    move spaces to stream-ckpt-name.
    string function trim(ctl-data-dir) "/RURL-CHECK-" stream-tag
           ".CKPT" delimited by size into stream-ckpt-name.
    move spaces to stream-dead-name.
    string function trim(ctl-data-dir) "/RURL-DEAD-" stream-tag
           ".TMP" delimited by size into stream-dead-name.
    move spaces to stream-findings-name.
    string function trim(ctl-data-dir) "/RURL-FINDINGS-" stream-tag
           ".TMP" delimited by size into stream-findings-name.
    move spaces to stream-history-name.
    string function trim(ctl-data-dir) "/RURL-HISTORY-" stream-tag
           ".TMP" delimited by size into stream-history-name.
    move spaces to stream-suppress-name.
    string function trim(ctl-data-dir) "/RURL-SUPPRESS-" stream-tag
           ".TMP" delimited by size into stream-suppress-name.
    move spaces to stream-hold-name.
    string function trim(ctl-data-dir) "/RURL-HOLD-" stream-tag
           ".TMP" delimited by size into stream-hold-name.
    move spaces to stream-result-name.
    string function trim(ctl-data-dir) "/RURL-STREAM-" stream-tag
           ".RES" delimited by size into stream-result-name.
    move spaces to stream-log-name.
    string function trim(ctl-data-dir) "/RURL-STREAM-" stream-tag
           ".LOG" delimited by size into stream-log-name.

*> A fresh sweep rewrites the findings file, but only this
*> checker's own rows (DEAD, MOVED, CONTENT SUSPECT, the two
*> certificate failures, and the two data-problem skips) may be
*> regenerated -- anything another program parked there, like the
*> synchronize import's MISSING FROM INPUT flags, must survive until
*> triage has seen it.  CONTENT CHANGED is the checker's own but is
*> raised once, on the run that saw the change, so it is carried the
*> same way rather than regenerated.  The foreign rows are parked in
*> a temporary, the file is started fresh, and they are written
*> straight back in; the file is left open OUTPUT for the sweep to
*> add to.
start-fresh-findings.
    move 0 to carried-count.
    open input findings-file.
           not at end
             if function trim(fnd-reason) = "DEAD"
                or function trim(fnd-reason) = "MOVED"
                or function trim(fnd-reason) = "CONTENT SUSPECT"
                or function trim(fnd-reason) = "CERT EXPIRED"
                or function trim(fnd-reason) = "CERT INVALID"
                or function trim(fnd-reason) = "QUOTE IN URL"
                or function trim(fnd-reason) = "URL TOO LONG"
                continue
*> timeout, never by more.
test-budget-spent.
    if check-budget-minutes > 0
       perform compute-run-elapsed
       if elapsed-seconds >= check-budget-minutes * 60
          move 'Y' to budget-spent
       end-if
    end-if.

*> seconds since the run started, across midnight
compute-run-elapsed.
    accept clock-time from time.
    compute now-seconds =
        clock-hour * 3600 + clock-minute * 60 + clock-second.
    compute elapsed-seconds = now-seconds - start-seconds.
    if elapsed-seconds < 0
       add 86400 to elapsed-seconds
    end-if.

*> Checkpoint helpers, same shape as rurl.cbl's DUMP checkpoint:
*> opened once, REWRITten per record, closed by whichever ending the
*> run takes.
       else
          call "SYSTEM" using check-command returning check-result
          perform read-http-code
          perform note-host-check
          perform watch-certificate
          move 'N' to failure-held
          *> the verdict is read off the http code, not curl's exit
          *> code -- with --fail gone a 301 no longer masquerades
          *> as a plain success.  2xx is alive; 301/308 is alive
            when http-code >= 200 and http-code < 300
               perform mark-url-alive
               move 'O' to history-result
               perform fingerprint-page
            when http-code = 301 or http-code = 308
               perform handle-moved-url
               move 'M' to history-result
            when http-code >= 300 and http-code < 400
               perform mark-url-alive
               move 'O' to history-result
               perform fingerprint-page
            when other
               compute curl-exit-code = check-result / 256
               if curl-exit-code = 28 or check-result = 28
                  move 'T' to history-result
               else
                  move 'D' to history-result
               end-if
               *> a certificate failure is the server's own answer,
               *> not an outage, so it is never held for the host
               if cert-state = 'E' or cert-state = 'I'
                  perform mark-cert-failure
               else
                  perform hold-failure-for-host
               end-if
          end-evaluate
          *> a held failure writes its history row when it is
          *> settled, once it is known whether its host was down
          if failure-held = 'N'
             perform record-history
          end-if
       end-if
    end-if.

    end-if.
    perform record-verdict.
    move spaces to dead-link-line.
    move 1 to dead-line-ptr.
    string uid " " function trim(url) delimited by size
           into dead-link-line with pointer dead-line-ptr
           on overflow
              display "WARNING: dead-link-line truncated for UID "
                      uid
    end-string.
    if dead-reason not = "DEAD"
       string " " function trim(dead-reason) delimited by size
              into dead-link-line with pointer dead-line-ptr
       end-string
    end-if.
    if rurl-fail-count >= retire-threshold
       add 1 to retire-count
       string " FLAGGED FOR RETIREMENT" delimited by size
              into dead-link-line with pointer dead-line-ptr
              on overflow
                 display "WARNING: dead-link-line truncated for UID "
                         uid
       end-string
    end-if.
    write dead-link-line.
    display function trim(dead-reason) ": " uid " "
            function trim(url).
    move dead-reason to finding-reason.
    move check-date to finding-date.
    perform record-finding.
    perform note-owner-dead.
    perform record-finding.
    move spaces to finding-new-url.

open-cert-file.
    open i-o cert-file.
    if cert-status = "35"
       open output cert-file
       close cert-file
       open i-o cert-file
    end-if.

open-print-file.
    open i-o print-file.
    if print-status = "35"
       open output print-file
       close print-file
       open i-o print-file
    end-if.

*> A live link's page, fetched (first 64K, redirects followed) and
*> boiled down by the shell to size, number of anchors and title,
*> then judged against the suspect patterns and against the last
*> good fingerprint.  A fetch that brings back nothing proves
*> nothing -- the HEAD check already said the link answers -- so it
*> leaves the stored fingerprint alone.
fingerprint-page.
    if content-check not = 'N'
       perform fetch-page-fingerprint
       if page-got = 'Y'
          perform judge-page-fingerprint
       end-if
    end-if.

fetch-page-fingerprint.
    move 'N' to page-got.
    move spaces to page-title.
    move 0 to page-size.
    move 0 to page-links.
    move spaces to fprint-command.
    move 'N' to check-command-overflow.
    string "curl --silent --location --max-time 10 --range 0-65535"
           " -o " function trim(page-tmp-name)
           " '" function trim(url) "'; "
           "wc -c < " function trim(page-tmp-name)
           " > " function trim(fprint-tmp-name) "; "
           "grep -o -i '<a ' " function trim(page-tmp-name)
           " | wc -l >> " function trim(fprint-tmp-name) "; "
           "tr -d '\r\n' < " function trim(page-tmp-name)
           " | grep -o -i '<title[^>]*>[^<]*' | head -n 1"
           " | sed 's/<[^>]*>//' >> " function trim(fprint-tmp-name)
           delimited by size into fprint-command
           on overflow move 'Y' to check-command-overflow
    end-string.
    if check-command-overflow = 'Y'
       exit paragraph
    end-if.
    call "CBL_DELETE_FILE" using fprint-tmp-name
         returning check-delete-result.
    call "SYSTEM" using fprint-command returning check-result.
    open input fprint-out-file.
    if fprint-out-status = "00"
       move 0 to fprint-line-no
       move 'N' to eof-fprint
       perform until eof-fprint = 'Y'
         read fprint-out-file
           at end move 'Y' to eof-fprint
           not at end
             add 1 to fprint-line-no
             evaluate fprint-line-no
               when 1
                 move function numval(fprint-out-line) to page-size
               when 2
                 move function numval(fprint-out-line) to page-links
               when 3
                 move function trim(fprint-out-line) to page-title
               when other
                 move 'Y' to eof-fprint
             end-evaluate
         end-read
       end-perform
    end-if.
    close fprint-out-file.
    if page-size > 0
       move 'Y' to page-got
    end-if.

judge-page-fingerprint.
    move 'N' to print-on-file.
    move uid to prt-uid.
    read print-file
      invalid key continue
      not invalid key move 'Y' to print-on-file
    end-read.
    if print-on-file = 'N' or prt-url not = url
       move uid to prt-uid
       move url to prt-url
       move spaces to prt-good-title
       move 0 to prt-good-size prt-good-links prt-good-date
    end-if.
    move 'N' to page-suspect.
    move 'N' to page-sharp.
    move function upper-case(page-title) to page-title-upper.
    if page-title-upper not = spaces
       perform varying spt-ix from 1 by 1
               until spt-ix > suspect-pattern-count
                  or page-suspect = 'Y'
         move 0 to pattern-hits
         perform varying spt-len from 30 by -1
                 until spt-len = 1
                    or suspect-pattern-text(spt-ix)(spt-len:1)
                       not = space
           continue
         end-perform
         inspect page-title-upper tallying pattern-hits
             for all suspect-pattern-text(spt-ix)(1:spt-len)
         if pattern-hits > 0
            move 'Y' to page-suspect
         end-if
       end-perform
    end-if.
    if page-suspect = 'N' and prt-good-date > 0
       and function upper-case(page-title)
           not = function upper-case(prt-good-title)
       if page-size > prt-good-size
          compute content-diff = page-size - prt-good-size
       else
          compute content-diff = prt-good-size - page-size
       end-if
       if content-diff > 0
          and content-diff * 100
              >= prt-good-size * content-change-percent
          move 'Y' to page-sharp
       end-if
       if page-links > prt-good-links
          compute content-diff = page-links - prt-good-links
       else
          compute content-diff = prt-good-links - page-links
       end-if
       if content-diff > 0
          and content-diff * 100
              >= prt-good-links * content-change-percent
          move 'Y' to page-sharp
       end-if
    end-if.
    move page-title to prt-title.
    move page-size to prt-size.
    move page-links to prt-links.
    move check-date to prt-date.
    move page-suspect to prt-suspect.
    if page-suspect = 'N'
       move page-title to prt-good-title
       move page-size to prt-good-size
       move page-links to prt-good-links
       move check-date to prt-good-date
    end-if.
    if print-on-file = 'Y'
       rewrite print-record
    else
       write print-record
    end-if.
    if page-suspect = 'Y'
       move "CONTENT SUSPECT" to finding-reason
       perform record-content-finding
    end-if.
    if page-sharp = 'Y'
       move "CONTENT CHANGED" to finding-reason
       perform record-content-finding
    end-if.

*> one dead-report line and one finding, the title riding in
*> fnd-new-url so triage can show what the page has become.
record-content-finding.
    add 1 to content-count.
    move spaces to dead-link-line.
    string uid " " function trim(url) " "
           function trim(finding-reason) ": "
           function trim(page-title)
           delimited by size into dead-link-line
           on overflow
              display "WARNING: dead-link-line truncated for UID " uid
    end-string.
    write dead-link-line.
    display function trim(finding-reason) ": " uid " "
            function trim(url) " -- " function trim(page-title).
    move check-date to finding-date.
    move page-title to finding-new-url.
    perform record-finding.
    move spaces to finding-new-url.

*> a live link skipped as fresh whose page was last seen suspect
*> keeps its CONTENT SUSPECT finding, dated when it was seen.
carry-suspect-forward.
    move uid to prt-uid.
    read print-file
      invalid key continue
      not invalid key
        if prt-suspect = 'Y' and prt-url = url
           move "CONTENT SUSPECT" to finding-reason
           move prt-date to finding-date
           move prt-title to finding-new-url
           perform record-finding
           move spaces to finding-new-url
        end-if
    end-read.

*> An https link's certificate expiry, read once per host per run
*> (the table remembers it) and posted against the link, then
*> weighed with curl's verdict: curl exit 60 (chain not trusted) or
*> 51 (certificate does not match the host) is INVALID, an expiry
*> date already past is EXPIRED.  A link that is no longer https
*> loses its row, so the report does not chase a certificate the
*> link has stopped using.
watch-certificate.
    move space to cert-state.
    move 0 to cert-expiry.
    if function lower-case(url(1:8)) not = "https://"
       move uid to crt-uid
       delete cert-file record
         invalid key continue
       end-delete
       exit paragraph
    end-if.
    if current-host-ix > 0
       and hrt-cert-got(current-host-ix) = 'Y'
       move hrt-cert-expiry(current-host-ix) to cert-expiry
    else
       perform fetch-cert-expiry
       if current-host-ix > 0
          move 'Y' to hrt-cert-got(current-host-ix)
          move cert-expiry to hrt-cert-expiry(current-host-ix)
       end-if
    end-if.
    compute curl-exit-code = check-result / 256.
    evaluate true
      when cert-expiry > 0 and cert-expiry < check-date
        move 'E' to cert-state
      when curl-exit-code = 60 or curl-exit-code = 51
        move 'I' to cert-state
      when cert-expiry > 0
        move 'V' to cert-state
      when other
        move 'U' to cert-state
    end-evaluate.
    move 'N' to cert-on-file.
    move uid to crt-uid.
    read cert-file
      invalid key continue
      not invalid key move 'Y' to cert-on-file
    end-read.
    if cert-on-file = 'N'
       move uid to crt-uid
       move 0 to crt-expiry
    end-if.
    move url-host to crt-host.
    if cert-expiry > 0
       move cert-expiry to crt-expiry
    end-if.
    move check-date to crt-checked.
    move cert-state to crt-state.
    if cert-on-file = 'Y'
       rewrite cert-record
    else
       write cert-record
    end-if.
    if cert-status not = "00"
       display "WARNING: could not post certificate for UID " uid
               " (file status " cert-status ")"
    end-if.

*> openssl pulls the certificate off the server (SNI set, so a
*> shared host hands over the right one) and date turns its
*> notAfter into yyyymmdd; nothing comes back if either step fails.
*> The host and port were split out of url by extract-url-host.
fetch-cert-expiry.
    move 0 to cert-expiry.
    move spaces to cert-host-name cert-port.
    unstring url-host-port delimited by ":"
        into cert-host-name cert-port.
    if cert-port = spaces or cert-port is not numeric
       move "443" to cert-port
    end-if.
    move spaces to cert-command.
    move 'N' to check-command-overflow.
    string "d=$(echo | timeout 10 openssl s_client -servername '"
           function trim(cert-host-name) "' -connect '"
           function trim(cert-host-name) ":" function trim(cert-port)
           "' 2>/dev/null | openssl x509 -noout -enddate 2>/dev/null"
           " | sed 's/^notAfter=//'); if [ -n ""$d"" ]; then"
           " date -u -d ""$d"" +%Y%m%d; fi > "
           function trim(cert-tmp-name)
           delimited by size into cert-command
           on overflow move 'Y' to check-command-overflow
    end-string.
    if check-command-overflow = 'Y'
       exit paragraph
    end-if.
    call "CBL_DELETE_FILE" using cert-tmp-name
         returning check-delete-result.
    call "SYSTEM" using cert-command returning check-delete-result.
    open input cert-out-file.
    if cert-out-status = "00"
       read cert-out-file
         at end continue
         not at end
           if cert-out-line(1:8) is numeric
              move cert-out-line(1:8) to cert-expiry
           end-if
       end-read
    end-if.
    close cert-out-file.

*> the link fails under its certificate reason, the expiry date
*> riding in fnd-new-url so triage can see what was presented.
mark-cert-failure.
    add 1 to cert-count.
    if cert-state = 'E'
       move "CERT EXPIRED" to dead-reason
    else
       move "CERT INVALID" to dead-reason
    end-if.
    perform set-cert-finding-text.
    perform mark-url-dead.
    move "DEAD" to dead-reason.
    move spaces to finding-new-url.

set-cert-finding-text.
    move spaces to finding-new-url.
    if cert-expiry > 0
       string "CERTIFICATE EXPIRY " cert-expiry
              delimited by size into finding-new-url
    else
       move "CERTIFICATE NOT TRUSTED" to finding-new-url
    end-if.

*> a dead link skipped as fresh is filed again under the reason it
*> last failed for: its certificate's, if the side file says so.
choose-carried-dead-reason.
    move "DEAD" to finding-reason.
    move uid to crt-uid.
    read cert-file
      invalid key continue
      not invalid key
        move crt-expiry to cert-expiry
        if crt-state = 'E'
           move "CERT EXPIRED" to finding-reason
           perform set-cert-finding-text
        end-if
        if crt-state = 'I'
           move "CERT INVALID" to finding-reason
           perform set-cert-finding-text
        end-if
    end-read.

*> The host part of url: scheme, user-info and port stripped,
*> folded to lower case so one server is one host however its links
*> were keyed.
extract-url-host.
    move spaces to url-scheme url-rest url-authority.
    move spaces to url-user-part url-host-port url-host.
    unstring url delimited by "://" into url-scheme url-rest.
    if url-rest = spaces
       move url to url-rest
    end-if.
    unstring url-rest delimited by "/" or "?" or "#"
        into url-authority.
    unstring url-authority delimited by "@"
        into url-user-part url-host-port.
    if url-host-port = spaces
       move url-user-part to url-host-port
    end-if.
    unstring url-host-port delimited by ":" into url-host.
    move function lower-case(url-host) to url-host.

*> counts this check against its host in the run table, adding the
*> host on first sight.  current-host-ix is left 0 when the table
*> is full, and a failure on such a host is marked dead at once.
note-host-check.
    perform extract-url-host.
    perform locate-run-host.
    if current-host-ix > 0
       add 1 to hrt-checked(current-host-ix)
    end-if.

*> url-host's row in the run table, added on first sight; 0 when
*> the table is full.
locate-run-host.
    move 0 to current-host-ix.
    perform varying hrt-ix from 1 by 1
            until hrt-ix > host-run-count
               or current-host-ix > 0
      if hrt-host(hrt-ix) = url-host
         move hrt-ix to current-host-ix
      end-if
    end-perform.
    if current-host-ix = 0 and host-run-count < 1000
       add 1 to host-run-count
       move host-run-count to current-host-ix
       move url-host to hrt-host(current-host-ix)
       move 0 to hrt-checked(current-host-ix)
       move 0 to hrt-failed(current-host-ix)
       move 'N' to hrt-outage(current-host-ix)
       move 'N' to hrt-cert-got(current-host-ix)
    end-if.

*> a failed check is parked against its host until the sweep ends;
*> only a full table (or an untracked host) marks it dead here.
hold-failure-for-host.
    if current-host-ix > 0
       add 1 to hrt-failed(current-host-ix)
       if pending-fail-count < 1000
          add 1 to pending-fail-count
          move uid to pft-uid(pending-fail-count)
          move url to pft-url(pending-fail-count)
          move history-result to pft-result(pending-fail-count)
          move current-host-ix to pft-host-ix(pending-fail-count)
          move 'Y' to failure-held
       end-if
    end-if.
    if failure-held = 'N'
       perform mark-url-dead
    end-if.

*> End of sweep: each host checked this run is judged against the
*> outage test and its figures posted to the host master, then every
*> held failure is settled -- a link on a host that was down gets an
*> 'H' history row and nothing else; any other is marked dead now,
*> re-read by key so the verdict lands on the record as it stands.
*> mark-url-dead's verdict START may flag end-of-file, which here
*> says nothing about the sweep, so the flag is put back after.
settle-host-failures.
    if host-run-count > 0
       open i-o host-file
       if host-status = "35"
          open output host-file
          close host-file
          open i-o host-file
       end-if
       perform varying hrt-ix from 1 by 1
               until hrt-ix > host-run-count
         perform classify-one-host
       end-perform
       close host-file
    end-if.
    move eof-rurl-file to settle-saved-eof.
    perform varying pft-ix from 1 by 1
            until pft-ix > pending-fail-count
      perform settle-one-failure
    end-perform.
    move settle-saved-eof to eof-rurl-file.

classify-one-host.
    move hrt-host(hrt-ix) to host-name.
    move 'N' to host-on-file.
    read host-file
      invalid key
        move 0 to host-links host-checks host-fails host-runs
        move 0 to host-outages host-last-outage host-down-streak
        move check-date to host-first-seen
      not invalid key
        move 'Y' to host-on-file
    end-read.
    move 'N' to host-met-test.
    if hrt-failed(hrt-ix) > 0
       and hrt-checked(hrt-ix) >= host-down-min-links
       and hrt-failed(hrt-ix) * 100
           >= hrt-checked(hrt-ix) * host-down-percent
       move 'Y' to host-met-test
    end-if.
    move 'N' to hrt-outage(hrt-ix).
    if host-met-test = 'Y'
       and host-down-streak < host-down-grace-runs
       move 'Y' to hrt-outage(hrt-ix)
    end-if.
    move hrt-checked(hrt-ix) to host-links.
    add hrt-checked(hrt-ix) to host-checks.
    add hrt-failed(hrt-ix) to host-fails.
    add 1 to host-runs.
    move check-date to host-last-checked.
    if host-met-test = 'Y'
       if host-down-streak < 999
          add 1 to host-down-streak
       end-if
    else
       move 0 to host-down-streak
    end-if.
    if hrt-outage(hrt-ix) = 'Y'
       add 1 to host-down-count
       add 1 to host-outages
       move check-date to host-last-outage
       move spaces to dead-link-line
       string "HOST DOWN: " function trim(host-name) " -- "
              hrt-failed(hrt-ix) " OF " hrt-checked(hrt-ix)
              " LINK(S) FAILED; NOT COUNTED AGAINST THE LINKS"
              delimited by size into dead-link-line
       end-string
       write dead-link-line
       display "HOST DOWN: " function trim(host-name) " ("
               hrt-failed(hrt-ix) " of " hrt-checked(hrt-ix)
               " link(s) failed)"
    else
       if host-met-test = 'Y'
          move spaces to dead-link-line
          string "HOST DOWN " host-down-streak " RUNS RUNNING: "
                 function trim(host-name)
                 " -- FAILURES NOW COUNTED AGAINST THE LINKS"
                 delimited by size into dead-link-line
          end-string
          write dead-link-line
       end-if
    end-if.
    if host-on-file = 'Y'
       rewrite host-record
    else
       write host-record
    end-if.
    if host-status not = "00"
       display "WARNING: could not post host figures for "
               function trim(host-name) " (file status "
               host-status ")"
    end-if.

settle-one-failure.
    move pft-uid(pft-ix) to uid.
    move pft-result(pft-ix) to history-result.
    if hrt-outage(pft-host-ix(pft-ix)) = 'Y'
       add 1 to host-down-link-count
       move 'H' to history-result
    else
       read rurl-file
         invalid key
           display "WARNING: UID " uid " gone before its verdict "
                   "could be recorded"
         not invalid key
           if url = pft-url(pft-ix)
              perform mark-url-dead
           else
              display "UID " uid " changed during its check; "
                      "verdict not recorded"
           end-if
       end-read
    end-if.
    move pft-uid(pft-ix) to uid.
    perform record-history.

*> one history row per check actually performed (skips -- fresh,
*> suppressed, quote, too long -- leave no row: nothing was
*> observed).  history-file is already open EXTEND for the run.
