*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlattest.so rurlatt.cbl
*> Periodic owner attestation for every live link in RURL.DAT.
*>
*> RURL-OWNER says who to chase when a link dies, but a link can
*> stay perfectly alive long after it stopped being the right one.
*> Every live record is therefore due for review by its owner a set
*> number of days after it was last attested (or, never attested,
*> after it was added): the category's CAT-REVIEW-DAYS, maintained
*> in rurlcat, or the installation default ATTEST-REVIEW-DAYS
*> (system control, default 365) where the category leaves it zero.
*> The last attestation of each UID -- date, operator, outcome -- is
*> kept in the side file RURL-ATTEST.DAT, keyed by UID like the
*> usage file.  Pending records are not reviewed; approval is their
*> review.  This program (menu option U) offers:
*>   WORKBENCH -- walks the signed-on owner's due links one at a
*>   time (a supervisor may sit for another owner, or for the
*>   unassigned links) and takes one outcome each:
*>     C - confirm the link is still right (audited as ATTEST)
*>     U - correct the URL and/or description, validated like
*>         CREATE, health reset when the URL changed, a URL held
*>         by another link only on explicit override (audited as
*>         UPDATE, DUPOVR when overridden, then ATTEST)
*>     R - retire it to RURL-RETIRED.DAT, the same move rurlretire
*>         makes (audited as RETIRE)
*>     S - skip for now; Q - quit
*>   Changes go through the standard lock and audit logging.
*>   Maintainer or supervisor only.
*>   OVERDUE   -- every live link past its due date, grouped by
*>   owner and oldest first (RURL-ATTEST-REPORT.TXT).  Links
*>   ATTEST-ESCALATE-DAYS (system control, default 30) or more past
*>   due are flagged ESCALATE and listed again at the end for the
*>   supervisors on the operator master.  Open to everyone.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlattest.
AUTHOR.  Michael Coughlan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Every data file lives under CTL-DATA-DIR, which comes from the
*> system control file read at start-up -- see LOAD-SYSTEM-CONTROL
*> and the rurlctl maintenance program.  ASSIGN USING, not ASSIGN
*> TO: under the IBM dialect a bare ASSIGN TO data-name is read as
*> an external assignment-name, not as the variable holding the
*> path.
   SELECT SYSCTL-FILE ASSIGN USING SYSCTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SYSCTL-STATUS.
   SELECT RURL-FILE ASSIGN USING RURL-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS UID
          FILE STATUS IS RURL-STATUS.
   SELECT RETIRED-FILE ASSIGN USING RETIRED-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RET-UID
          FILE STATUS IS RETIRED-STATUS.
   SELECT ATTEST-FILE ASSIGN USING ATTEST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ATT-UID
          FILE STATUS IS ATTEST-STATUS.
   SELECT CAT-FILE ASSIGN USING CAT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAT-CODE
          FILE STATUS IS CAT-STATUS.
   SELECT OPER-FILE ASSIGN USING OPER-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OPER-ID
          FILE STATUS IS OPER-STATUS.
   SELECT AUDIT-FILE ASSIGN USING AUDIT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AUDIT-STATUS.
*> the audit chain's running state: one relative record holding the
*> last sequence number and check value written to the trail.
   SELECT AUDSEQ-FILE ASSIGN USING AUDSEQ-FILE-NAME
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS AUDSEQ-REL-KEY
          FILE STATUS IS AUDSEQ-STATUS.
   SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOCK-STATUS.
   SELECT ATTEST-SORT-WORK-FILE ASSIGN TO "SORTWK7".
   SELECT ATTEST-SORT-FILE ASSIGN USING ATTEST-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ATTEST-SORT-STATUS.
   SELECT ATTEST-REPORT-FILE ASSIGN USING ATTEST-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ATTEST-REPORT-STATUS.
*> where a UID that has left the master went -- see RECORD-FORWARD.
   SELECT FORWARD-FILE ASSIGN USING FORWARD-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FWD-UID
          FILE STATUS IS FORWARD-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the RURL-RECORD layout in rurl.cbl.
FD RURL-FILE.
01 RURL-RECORD.
   05 UID  PIC 9(7).
   05 URL PIC X(250).
   05 RURL-DESCRIPTION PIC X(40).
   05 RURL-CATEGORY    PIC X(10).
   05 RURL-DATE-ADDED  PIC 9(8).
   05 RURL-LINK-STATUS PIC X.
   05 RURL-LAST-CHECKED PIC 9(8).
   05 RURL-FAIL-COUNT  PIC 9(3).
   05 RURL-OWNER       PIC X(10).
   05 RURL-REC-STATUS  PIC X.
   05 RURL-VALID-UNTIL PIC 9(8).

*> Must stay in step with the RETIRED-RECORD layout in rurlret.cbl.
FD RETIRED-FILE.
01 RETIRED-RECORD.
   05 RET-UID  PIC 9(7).
   05 RET-URL PIC X(250).
   05 RET-DESCRIPTION PIC X(40).
   05 RET-CATEGORY    PIC X(10).
   05 RET-DATE-ADDED  PIC 9(8).
   05 RET-LINK-STATUS PIC X.
   05 RET-LAST-CHECKED PIC 9(8).
   05 RET-FAIL-COUNT  PIC 9(3).
   05 RET-OWNER       PIC X(10).
   05 RET-REC-STATUS  PIC X.
   05 RET-RETIRED-DATE PIC 9(8).

*> The last attestation of each UID.  ATT-OUTCOME is 'C' (confirmed
*> as it stood) or 'U' (corrected, then attested); a retired link
*> loses its row along with its place in the live file.
FD ATTEST-FILE.
01 ATTEST-RECORD.
   05 ATT-UID       PIC 9(7).
   05 ATT-LAST-DATE PIC 9(8).
   05 ATT-OPERATOR  PIC X(10).
   05 ATT-OUTCOME   PIC X.

*> Must stay in step with the CAT-RECORD layout in rurlcat.cbl.
FD CAT-FILE.
01 CAT-RECORD.
   05 CAT-CODE        PIC X(10).
   05 CAT-DESCRIPTION PIC X(30).
   05 CAT-PARENT      PIC X(10).
   05 CAT-REVIEW-DAYS PIC 9(4).

*> Must stay in step with the OPER-RECORD layout in rurloper.cbl.
FD OPER-FILE.
01 OPER-RECORD.
   05 OPER-ID          PIC X(10).
   05 OPER-PASSWORD    PIC X(10).
   05 OPER-ROLE        PIC X.
   05 OPER-FAIL-COUNT  PIC 9(2).
   05 OPER-LOCKED      PIC X.
   05 OPER-MUST-CHANGE PIC X.
   05 OPER-EMAIL       PIC X(60).
   05 OPER-MAIL-OPTOUT PIC X.

*> Must stay in step with the AUDIT-RECORD layout in rurl.cbl.
FD AUDIT-FILE.
01 AUDIT-RECORD.
   05 AUD-UID       PIC 9(7).
   05 AUD-ACTION    PIC X(6).
   05 AUD-DATE      PIC X(8).
   05 AUD-TIME      PIC X(8).
   05 AUD-OPERATOR  PIC X(10).
   05 AUD-URL       PIC X(250).
   05 AUD-DESCRIPTION PIC X(40).
   05 AUD-CATEGORY  PIC X(10).
   05 AUD-DATE-ADDED PIC 9(8).
   05 AUD-OWNER     PIC X(10).
   05 AUD-REC-STATUS PIC X.
   05 AUD-VALID-UNTIL PIC 9(8).
   05 AUD-SEQ       PIC 9(9).
   05 AUD-CHECK     PIC 9(9).

*> Must stay in step with the AUDSEQ-RECORD layout in rurl.cbl.
FD AUDSEQ-FILE.
01 AUDSEQ-RECORD.
   05 AUDSEQ-LAST-SEQ   PIC 9(9).
   05 AUDSEQ-LAST-CHECK PIC 9(9).

FD LOCK-FILE.
01 LOCK-LINE.
   05 LOCK-OPERATOR PIC X(10).
   05 LOCK-DATE     PIC 9(8).
   05 LOCK-HOUR     PIC 99.
   05 LOCK-MINUTE   PIC 99.

SD ATTEST-SORT-WORK-FILE.
01 ATTEST-SORT-WORK-RECORD.
   05 AW-OWNER    PIC X(10).
   05 AW-DUE      PIC 9(8).
   05 AW-UID      PIC 9(7).
   05 AW-DAYS     PIC 9(5).
   05 AW-LAST     PIC 9(8).
   05 AW-CATEGORY PIC X(10).
   05 AW-URL      PIC X(250).

FD ATTEST-SORT-FILE.
01 ATTEST-SORT-RECORD.
   05 AS-OWNER    PIC X(10).
   05 AS-DUE      PIC 9(8).
   05 AS-UID      PIC 9(7).
   05 AS-DAYS     PIC 9(5).
   05 AS-LAST     PIC 9(8).
   05 AS-CATEGORY PIC X(10).
   05 AS-URL      PIC X(250).

FD ATTEST-REPORT-FILE.
01 ATTEST-REPORT-LINE PIC X(320).

*> Must stay in step with the FORWARD-RECORD layout in rurldup.cbl.
FD FORWARD-FILE.
01 FORWARD-RECORD.
   05 FWD-UID       PIC 9(7).
   05 FWD-TO-UID    PIC 9(7).
   05 FWD-REASON    PIC X(6).
   05 FWD-DATE      PIC 9(8).
   05 FWD-OPERATOR  PIC X(10).

FD SYSCTL-FILE.
01 SYSCTL-LINE PIC X(100).

WORKING-STORAGE SECTION.
*> System control, same convention as rurl.cbl: the control file is
*> found through the RURL_SYSCTL environment variable, supplies the
*> data directory and tunables, and a missing file or key leaves
*> the shipped defaults standing.
01 SYSCTL-STATUS PIC XX.
01 SYSCTL-NAME PIC X(100)
      VALUE "/home/mcarter/dbase/RURL-SYSCTL.DAT".
01 CTL-DATA-DIR PIC X(60) VALUE "/home/mcarter/dbase".
01 CTL-KEY PIC X(30).
01 CTL-VALUE PIC X(70).
01 EOF-SYSCTL PIC X VALUE 'N'.
01 RURL-FILE-NAME PIC X(100).
01 RETIRED-FILE-NAME PIC X(100).
01 ATTEST-FILE-NAME PIC X(100).
01 CAT-FILE-NAME PIC X(100).
01 OPER-FILE-NAME PIC X(100).
01 AUDIT-FILE-NAME PIC X(100).
01 ATTEST-SORT-FILE-NAME PIC X(100).
01 ATTEST-REPORT-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 RETIRED-STATUS PIC XX.
01 ATTEST-STATUS PIC XX.
01 CAT-STATUS PIC XX.
01 OPER-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
01 ATTEST-SORT-STATUS PIC XX.
01 ATTEST-REPORT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 LOCK-STATUS PIC XX.
01 ATT-CHOICE PIC X.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
*> UID forwarding, see RECORD-FORWARD.
01 FORWARD-FILE-NAME PIC X(100).
01 FORWARD-STATUS PIC XX.
01 EOF-FORWARD-FILE PIC X VALUE 'N'.
01 FORWARD-FROM-UID PIC 9(7).
01 FORWARD-TO-UID PIC 9(7).
01 FORWARD-REASON PIC X(6).
01 AUDIT-ACTION PIC X(6).
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-OPER-FILE PIC X VALUE 'N'.
01 EOF-ATTEST-SORT PIC X VALUE 'N'.
01 DELETE-RESULT PIC 9(9) COMP-5.
*> Review intervals: the installation default, and how far past
*> due a link may drift before the report escalates it.
01 ATTEST-REVIEW-DAYS PIC 9(4) VALUE 365.
01 ATTEST-ESCALATE-DAYS PIC 9(3) VALUE 30.
*> Due-date work fields, set by COMPUTE-DUE-DATE for the record in
*> the RURL-RECORD buffer.  CAT-OPEN / ATTEST-OPEN say whether the
*> caller has those files open for the lookups.
01 CAT-OPEN PIC X VALUE 'N'.
01 ATTEST-OPEN PIC X VALUE 'N'.
01 REVIEW-INTERVAL PIC 9(4).
01 LAST-ATTESTED PIC 9(8).
01 LAST-ATTEST-OPERATOR PIC X(10).
01 LAST-ATTEST-OUTCOME PIC X.
01 DUE-BASE PIC 9(8).
01 DUE-INT PIC S9(9).
01 DUE-DATE PIC 9(8).
01 DAYS-PAST-DUE PIC S9(6).
01 ATT-TODAY PIC 9(8).
01 TODAY-INT PIC S9(9).
*> Workbench state: whose links, and the due UIDs gathered before
*> the first one is shown, so the walk is not disturbed by the
*> rewrites and deletes it makes.
01 OWNER-ANSWER PIC X(10).
01 WANTED-OWNER PIC X(10).
01 WANT-UNASSIGNED PIC X VALUE 'N'.
01 DUE-TABLE.
   05 DUE-COUNT PIC 9(3) VALUE 0.
   05 DUE-ENTRY OCCURS 500.
      10 DUE-UID  PIC 9(7).
      10 DUE-ON   PIC 9(8).
      10 DUE-DAYS PIC 9(5).
01 DUE-IX PIC 9(3).
01 DUE-OVERFLOW PIC X VALUE 'N'.
01 WORKBENCH-DONE PIC X VALUE 'N'.
01 LINK-PRESENT PIC X.
01 DISPOSITION PIC X.
01 DISPOSITION-TAKEN PIC X.
01 CONFIRM-ANSWER PIC X.
01 ATTEST-OUTCOME PIC X.
01 CORRECTED-URL PIC X(250).
01 CORRECTED-DESCRIPTION PIC X(40).
01 URL-VALID PIC X.
01 URL-BAD-CHAR-COUNT PIC 9(3).
*> Duplicate check, as in rurl.cbl -- the corrected URL normalised
*> the way rurldedupe normalises and scanned against the master.
01 DUP-CAND-URL PIC X(250).
01 DUP-CAND-NORM PIC X(250).
01 DUP-EXCLUDE-UID PIC 9(7).
01 DUP-FOUND PIC X.
01 DUP-SCAN-DONE PIC X.
01 DUP-MATCH-UID PIC 9(7).
01 DUP-MATCH-DESC PIC X(40).
01 DUP-MATCH-OWNER PIC X(10).
01 DUP-MATCH-URL PIC X(250).
01 DUP-ACCEPTED PIC X.
01 DUP-OVERRIDE PIC X VALUE 'N'.
01 SAVED-RURL-RECORD PIC X(346).
*> URL normalisation state -- must stay in step with NORMALISE-URL
*> in rurl.cbl and rurldup.cbl.
01 NORM-URL PIC X(250).
01 NORM-LEN PIC S9(4).
01 NORM-IX PIC 9(4).
01 NORM-HOST-END PIC 9(4).
01 NORM-FOUND PIC X.
01 DAYS-EDITED PIC ZZZZ9.
01 CONFIRMED-COUNT PIC 9(3) VALUE 0.
01 CORRECTED-COUNT PIC 9(3) VALUE 0.
01 RETIRED-COUNT PIC 9(3) VALUE 0.
01 SKIPPED-COUNT PIC 9(3) VALUE 0.
*> Overdue report state.
01 OVERDUE-GROUP-OWNER PIC X(10).
01 OVERDUE-GROUP-OPEN PIC X.
01 OVERDUE-TOTAL PIC 9(5) VALUE 0.
01 ESCALATED-TOTAL PIC 9(5) VALUE 0.
01 OVERDUE-OWNER-TOTAL PIC 9(5) VALUE 0.
01 ESCALATE-TEXT PIC X(8).
01 LAST-TEXT PIC X(8).
01 SUPERVISOR-LIST PIC X(200).
01 SUPERVISOR-PTR PIC 9(3).
01 SUPERVISOR-COUNT PIC 9(3) VALUE 0.
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 ATTEST-HOLD-LINE PIC X(320).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40) VALUE "RURL OVERDUE ATTESTATION REPORT".
*> Lock handling, same convention as rurl.cbl.
01 LOCK-ACQUIRED PIC X VALUE 'N'.
01 LOCK-WAIT-COUNT PIC 9(3) VALUE 0.
01 LOCK-STALE PIC X VALUE 'N'.
01 LOCK-STALE-MINUTES PIC 9(3) VALUE 5.
01 LOCK-AGE-MINUTES PIC S9(9).
01 LOCK-DAYS-DIFF PIC S9(6).
01 CURRENT-DATE-NUM PIC 9(8).
01 LOCK-FILE-NAME PIC X(100).
01 LOCK-CMD-RESULT PIC 9(9) COMP-5.

*> YYYYMMDD
01 CurrentDate.
   02  CurrentYear     PIC 9(4).
   02  CurrentMonth    PIC 99.
   02  CurrentDay      PIC 99.

*> HHMMSSss   s = S/100
01 CurrentTime.
   02  CurrentHour     PIC 99.
   02  CurrentMinute   PIC 99.
   02  FILLER          PIC 9(4).

LINKAGE SECTION.
01 SIGNON-OPERATOR PIC X(10).
01 SIGNON-ROLE PIC X.

*> The overdue report is read-only and open to everyone; the
*> workbench changes and retires records, so it needs a maintainer
*> or supervisor.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE.
AttestBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE SIGNON-OPERATOR TO OPERATOR-ID.
*> per-run tallies: WORKING-STORAGE persists across CALLs, so the
*> closing summary would otherwise report session-cumulative totals.
    MOVE 0 TO CONFIRMED-COUNT.
    MOVE 0 TO CORRECTED-COUNT.
    MOVE 0 TO RETIRED-COUNT.
    MOVE 0 TO SKIPPED-COUNT.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO ATT-TODAY.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(ATT-TODAY).
    DISPLAY "Attestation WORKBENCH, or OVERDUE report (W/O)?".
    ACCEPT ATT-CHOICE.
    EVALUATE ATT-CHOICE
      WHEN 'W'
        IF SIGNON-ROLE NOT = 'M' AND SIGNON-ROLE NOT = 'S'
           DISPLAY "Attestation changes the URL file -- maintainer "
                   "or supervisor only."
        ELSE
           PERFORM ATTESTATION-WORKBENCH
        END-IF
      WHEN 'O' PERFORM OVERDUE-REPORT
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: W O"
    END-EVALUATE
    GOBACK.

*> Reads the system control file for the data directory and the
*> tunables this program uses, then builds every physical file
*> name -- same convention as rurl.cbl.
LOAD-SYSTEM-CONTROL.
    ACCEPT SYSCTL-NAME FROM ENVIRONMENT "RURL_SYSCTL"
      ON EXCEPTION
        MOVE "/home/mcarter/dbase/RURL-SYSCTL.DAT" TO SYSCTL-NAME
    END-ACCEPT.
    IF SYSCTL-NAME = SPACES
       MOVE "/home/mcarter/dbase/RURL-SYSCTL.DAT" TO SYSCTL-NAME
    END-IF.
    OPEN INPUT SYSCTL-FILE.
    IF SYSCTL-STATUS NOT = "00"
       CLOSE SYSCTL-FILE
    ELSE
       MOVE 'N' TO EOF-SYSCTL
       PERFORM UNTIL EOF-SYSCTL = 'Y'
         READ SYSCTL-FILE
           AT END MOVE 'Y' TO EOF-SYSCTL
           NOT AT END
             PERFORM APPLY-ONE-CONTROL-LINE
         END-READ
       END-PERFORM
       CLOSE SYSCTL-FILE
    END-IF.
    PERFORM BUILD-FILE-NAMES.

APPLY-ONE-CONTROL-LINE.
    MOVE SPACES TO CTL-KEY CTL-VALUE.
    UNSTRING SYSCTL-LINE DELIMITED BY "=" INTO CTL-KEY CTL-VALUE.
    EVALUATE Upper-case(Trim(CTL-KEY))
      WHEN "DATA-DIR"
        IF CTL-VALUE NOT = SPACES
           MOVE Trim(CTL-VALUE) TO CTL-DATA-DIR
        END-IF
      WHEN "LOCK-STALE-MINUTES"
        MOVE Numval(CTL-VALUE) TO LOCK-STALE-MINUTES
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN "ATTEST-REVIEW-DAYS"
        MOVE Numval(CTL-VALUE) TO ATTEST-REVIEW-DAYS
      WHEN "ATTEST-ESCALATE-DAYS"
        MOVE Numval(CTL-VALUE) TO ATTEST-ESCALATE-DAYS
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    *> a zero interval would put every link due every day
    IF ATTEST-REVIEW-DAYS = 0
       MOVE 365 TO ATTEST-REVIEW-DAYS
    END-IF.

BUILD-FILE-NAMES.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO FORWARD-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FORWARD.DAT"
           DELIMITED BY SIZE INTO FORWARD-FILE-NAME.
    MOVE SPACES TO RETIRED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-RETIRED.DAT"
           DELIMITED BY SIZE INTO RETIRED-FILE-NAME.
    MOVE SPACES TO ATTEST-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-ATTEST.DAT"
           DELIMITED BY SIZE INTO ATTEST-FILE-NAME.
    MOVE SPACES TO CAT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT"
           DELIMITED BY SIZE INTO CAT-FILE-NAME.
    MOVE SPACES TO OPER-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT"
           DELIMITED BY SIZE INTO OPER-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.
    MOVE SPACES TO ATTEST-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-ATTSORT.DAT"
           DELIMITED BY SIZE INTO ATTEST-SORT-FILE-NAME.
    MOVE SPACES TO ATTEST-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-ATTEST-REPORT.TXT"
           DELIMITED BY SIZE INTO ATTEST-REPORT-NAME.

*> Opens the two lookup files COMPUTE-DUE-DATE reads.  Either may be
*> missing -- no categories means every link is on the default
*> interval, no attestation file means nothing has been attested
*> yet -- so the flags, not the statuses, say what to read.
OPEN-DUE-LOOKUPS.
    MOVE 'N' TO CAT-OPEN.
    OPEN INPUT CAT-FILE.
    IF CAT-STATUS = "00"
       MOVE 'Y' TO CAT-OPEN
    ELSE
       CLOSE CAT-FILE
    END-IF.
    MOVE 'N' TO ATTEST-OPEN.
    OPEN INPUT ATTEST-FILE.
    IF ATTEST-STATUS = "00"
       MOVE 'Y' TO ATTEST-OPEN
    ELSE
       CLOSE ATTEST-FILE
    END-IF.

CLOSE-DUE-LOOKUPS.
    IF CAT-OPEN = 'Y'
       CLOSE CAT-FILE
       MOVE 'N' TO CAT-OPEN
    END-IF.
    IF ATTEST-OPEN = 'Y'
       CLOSE ATTEST-FILE
       MOVE 'N' TO ATTEST-OPEN
    END-IF.

*> Due date for the record in the RURL-RECORD buffer: the last
*> attestation (or, never attested, the date added) plus the
*> category's interval or the default.  A base that is not a date
*> at all -- rows keyed before CREATE stamped the date -- is taken
*> as due today rather than guessed at.  DAYS-PAST-DUE is negative
*> while the link is not yet due.
COMPUTE-DUE-DATE.
    MOVE ATTEST-REVIEW-DAYS TO REVIEW-INTERVAL.
    IF CAT-OPEN = 'Y'
       MOVE RURL-CATEGORY TO CAT-CODE
       READ CAT-FILE
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF CAT-REVIEW-DAYS > 0
              MOVE CAT-REVIEW-DAYS TO REVIEW-INTERVAL
           END-IF
       END-READ
    END-IF.
    MOVE 0 TO LAST-ATTESTED.
    MOVE SPACES TO LAST-ATTEST-OPERATOR.
    MOVE SPACE TO LAST-ATTEST-OUTCOME.
    IF ATTEST-OPEN = 'Y'
       MOVE UID TO ATT-UID
       READ ATTEST-FILE
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE ATT-LAST-DATE TO LAST-ATTESTED
           MOVE ATT-OPERATOR TO LAST-ATTEST-OPERATOR
           MOVE ATT-OUTCOME TO LAST-ATTEST-OUTCOME
       END-READ
    END-IF.
    IF LAST-ATTESTED > 0
       MOVE LAST-ATTESTED TO DUE-BASE
    ELSE
       MOVE RURL-DATE-ADDED TO DUE-BASE
    END-IF.
    IF DUE-BASE < 16010101
       MOVE TODAY-INT TO DUE-INT
    ELSE
       COMPUTE DUE-INT =
           FUNCTION INTEGER-OF-DATE(DUE-BASE) + REVIEW-INTERVAL
    END-IF.
    COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-INT).
    COMPUTE DAYS-PAST-DUE = TODAY-INT - DUE-INT.

*> Whose links: a maintainer attests their own; a supervisor may sit
*> for any owner, or take the links nobody owns ('*'), which would
*> otherwise never come due for anyone.
ATTESTATION-WORKBENCH.
    MOVE Upper-case(Trim(OPERATOR-ID)) TO WANTED-OWNER.
    MOVE 'N' TO WANT-UNASSIGNED.
    IF SIGNON-ROLE = 'S'
       DISPLAY "Attest links owned by (blank = yourself, "
               "* = unassigned links): "
       ACCEPT OWNER-ANSWER
       EVALUATE TRUE
         WHEN OWNER-ANSWER = SPACES
           CONTINUE
         WHEN Trim(OWNER-ANSWER) = "*"
           MOVE 'Y' TO WANT-UNASSIGNED
           MOVE SPACES TO WANTED-OWNER
         WHEN OTHER
           MOVE Upper-case(Trim(OWNER-ANSWER)) TO WANTED-OWNER
       END-EVALUATE
    END-IF.
    PERFORM GATHER-DUE-LINKS.
    IF DUE-COUNT = 0
       IF WANT-UNASSIGNED = 'Y'
          DISPLAY "No unassigned links are due for attestation."
       ELSE
          DISPLAY "No links owned by " Trim(WANTED-OWNER)
                  " are due for attestation."
       END-IF
    ELSE
       IF DUE-OVERFLOW = 'Y'
          DISPLAY "More than 500 links are due; this sitting takes "
                  "the first 500 -- run it again for the rest."
       END-IF
       DISPLAY DUE-COUNT " link(s) due for attestation."
       MOVE 'N' TO WORKBENCH-DONE
       PERFORM VARYING DUE-IX FROM 1 BY 1
               UNTIL DUE-IX > DUE-COUNT OR WORKBENCH-DONE = 'Y'
         PERFORM ATTEST-ONE-LINK
       END-PERFORM
       DISPLAY " "
       DISPLAY "Attestation done: " CONFIRMED-COUNT " confirmed, "
               CORRECTED-COUNT " corrected, " RETIRED-COUNT
               " retired, " SKIPPED-COUNT " skipped."
    END-IF.

GATHER-DUE-LINKS.
    MOVE 0 TO DUE-COUNT.
    MOVE 'N' TO DUE-OVERFLOW.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       CLOSE RURL-FILE
    ELSE
       PERFORM OPEN-DUE-LOOKUPS
       MOVE 'N' TO EOF-RURL-FILE
       PERFORM UNTIL EOF-RURL-FILE = 'Y'
         READ RURL-FILE NEXT
           AT END MOVE 'Y' TO EOF-RURL-FILE
           NOT AT END
             IF RURL-REC-STATUS NOT = 'P'
                AND ((WANT-UNASSIGNED = 'Y' AND RURL-OWNER = SPACES)
                  OR (WANT-UNASSIGNED = 'N'
                      AND Upper-case(Trim(RURL-OWNER))
                          = WANTED-OWNER))
                PERFORM COMPUTE-DUE-DATE
                IF DAYS-PAST-DUE >= 0
                   IF DUE-COUNT >= 500
                      MOVE 'Y' TO DUE-OVERFLOW
                   ELSE
                      ADD 1 TO DUE-COUNT
                      MOVE UID TO DUE-UID(DUE-COUNT)
                      MOVE DUE-DATE TO DUE-ON(DUE-COUNT)
                      MOVE DAYS-PAST-DUE TO DUE-DAYS(DUE-COUNT)
                   END-IF
                END-IF
             END-IF
         END-READ
       END-PERFORM
       PERFORM CLOSE-DUE-LOOKUPS
       CLOSE RURL-FILE
    END-IF.

*> One due link: show the record beside its attestation history and
*> take an outcome.  A record gone since the gather (deleted or
*> retired elsewhere) is reported and passed over.
ATTEST-ONE-LINK.
    MOVE 'N' TO LINK-PRESENT.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       MOVE 'Y' TO WORKBENCH-DONE
    ELSE
       MOVE DUE-UID(DUE-IX) TO UID
       READ RURL-FILE
         INVALID KEY
           DISPLAY " "
           DISPLAY "UID " DUE-UID(DUE-IX) " is no longer in the live "
                   "file -- passed over."
         NOT INVALID KEY
           MOVE 'Y' TO LINK-PRESENT
           PERFORM OPEN-DUE-LOOKUPS
           PERFORM COMPUTE-DUE-DATE
           PERFORM CLOSE-DUE-LOOKUPS
       END-READ
    END-IF.
    CLOSE RURL-FILE.
    IF LINK-PRESENT = 'Y'
       DISPLAY " "
       IF DAYS-PAST-DUE > 0
          MOVE DAYS-PAST-DUE TO DAYS-EDITED
          DISPLAY "Link UID " UID "  due " DUE-DATE "  ("
                  Trim(DAYS-EDITED) " day(s) overdue)"
       ELSE
          DISPLAY "Link UID " UID "  due " DUE-DATE "  (due today)"
       END-IF
       DISPLAY "  URL:         " Trim(URL)
       DISPLAY "  Description: " Trim(RURL-DESCRIPTION)
       DISPLAY "  Category:    " Trim(RURL-CATEGORY)
               "  (reviewed every " REVIEW-INTERVAL " days)"
       DISPLAY "  Owner:       " Trim(RURL-OWNER)
       DISPLAY "  Added:       " RURL-DATE-ADDED
       DISPLAY "  Status:      " RURL-LINK-STATUS
               "  last checked " RURL-LAST-CHECKED
               "  consecutive failures " RURL-FAIL-COUNT
       IF LAST-ATTESTED = 0
          DISPLAY "  Attested:    never"
       ELSE
          IF LAST-ATTEST-OUTCOME = 'U'
             DISPLAY "  Attested:    " LAST-ATTESTED " by "
                     Trim(LAST-ATTEST-OPERATOR) " (corrected)"
          ELSE
             DISPLAY "  Attested:    " LAST-ATTESTED " by "
                     Trim(LAST-ATTEST-OPERATOR)
          END-IF
       END-IF
       PERFORM TAKE-ATTESTATION
    END-IF.

TAKE-ATTESTATION.
    MOVE 'N' TO DISPOSITION-TAKEN.
    PERFORM UNTIL DISPOSITION-TAKEN = 'Y'
      DISPLAY "Confirm, correct, retire, skip, quit (C/U/R/S/Q)?"
      ACCEPT DISPOSITION
      MOVE 'Y' TO DISPOSITION-TAKEN
      EVALUATE DISPOSITION
        WHEN 'C' PERFORM CONFIRM-LINK
        WHEN 'U' PERFORM CORRECT-LINK
        WHEN 'R' PERFORM RETIRE-LINK
        WHEN 'S'
          ADD 1 TO SKIPPED-COUNT
        WHEN 'Q'
          MOVE 'Y' TO WORKBENCH-DONE
        WHEN OTHER
          DISPLAY "INPUT ERROR. ENTER ONE OF: C U R S Q"
          MOVE 'N' TO DISPOSITION-TAKEN
      END-EVALUATE
    END-PERFORM.

*> The link is still the right one: re-read it under the lock so the
*> audit row carries what was actually attested, then stamp it.
CONFIRM-LINK.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED = 'Y'
       OPEN INPUT RURL-FILE
       IF RURL-STATUS NOT = "00"
          DISPLAY "Cannot open RURL-FILE (file status " RURL-STATUS
                  "). Nothing recorded."
       ELSE
          MOVE DUE-UID(DUE-IX) TO UID
          READ RURL-FILE
            INVALID KEY
              DISPLAY "Record vanished before the attestation. "
                      "Skipped."
            NOT INVALID KEY
              MOVE 'C' TO ATTEST-OUTCOME
              PERFORM RECORD-ATTESTATION
              ADD 1 TO CONFIRMED-COUNT
              DISPLAY "UID " UID " attested."
          END-READ
       END-IF
       CLOSE RURL-FILE
       PERFORM RELEASE-LOCK
    END-IF.

*> Same validation gate as rurl.cbl's CHECK-URL for a new URL, and
*> the same comma rule as its STRIP-COMMAS-FROM-DESC-CAT for the
*> description; blank keeps the current value.  A changed URL resets
*> the health columns exactly as a manual UPDATE does, and a URL
*> already on another record needs the same explicit override
*> (audited DUPOVR); declining leaves the link to be dealt with
*> again.  The correction is an ordinary audited UPDATE, followed by
*> the ATTEST row for the corrected record.
CORRECT-LINK.
    MOVE 'N' TO URL-VALID.
    PERFORM UNTIL URL-VALID = 'Y'
      DISPLAY "Corrected URL (blank keeps the current one): "
      ACCEPT CORRECTED-URL
      MOVE Trim(CORRECTED-URL) TO CORRECTED-URL
      IF CORRECTED-URL = SPACES
         MOVE 'Y' TO URL-VALID
      ELSE
         MOVE CORRECTED-URL TO URL
         PERFORM CHECK-URL
         IF URL-VALID NOT = 'Y'
            DISPLAY "URL must be non-blank, start with http:// or "
                    "https://, and contain none of ' "" ; | & ` $ \ , "
                    "Please re-enter."
         END-IF
      END-IF
    END-PERFORM.
    DISPLAY "Corrected description (blank keeps the current one): ".
    ACCEPT CORRECTED-DESCRIPTION.
    INSPECT CORRECTED-DESCRIPTION REPLACING ALL "," BY " ".
    IF CORRECTED-URL = SPACES AND CORRECTED-DESCRIPTION = SPACES
       DISPLAY "Nothing corrected -- use C to confirm the link as "
               "it stands."
       MOVE 'N' TO DISPOSITION-TAKEN
    ELSE
       PERFORM APPLY-CORRECTION
    END-IF.

APPLY-CORRECTION.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED = 'Y'
       OPEN I-O RURL-FILE
       IF RURL-STATUS NOT = "00"
          DISPLAY "Cannot open RURL-FILE (file status " RURL-STATUS
                  "). Correction not applied."
       ELSE
          MOVE DUE-UID(DUE-IX) TO UID
          READ RURL-FILE
            INVALID KEY
              DISPLAY "Record vanished before the correction. "
                      "Skipped."
            NOT INVALID KEY
              MOVE 'N' TO DUP-OVERRIDE
              MOVE 'Y' TO DUP-ACCEPTED
              IF CORRECTED-URL NOT = SPACES
                 AND CORRECTED-URL NOT = URL
                 MOVE CORRECTED-URL TO DUP-CAND-URL
                 MOVE UID TO DUP-EXCLUDE-UID
                 PERFORM CHECK-DUPLICATE-URL
                 IF DUP-FOUND = 'Y'
                    PERFORM CONFIRM-DUPLICATE
                    IF DUP-ACCEPTED = 'Y'
                       MOVE 'Y' TO DUP-OVERRIDE
                    END-IF
                 END-IF
              END-IF
              IF DUP-ACCEPTED NOT = 'Y'
                 DISPLAY "Correction not applied -- that link is "
                         "already held as UID " DUP-MATCH-UID "."
                 MOVE 'N' TO DISPOSITION-TAKEN
              ELSE
                 PERFORM REWRITE-CORRECTION
              END-IF
          END-READ
       END-IF
       CLOSE RURL-FILE
       PERFORM RELEASE-LOCK
    END-IF.

*> The record as corrected goes back under the same key; the UPDATE
*> row comes first and any DUPOVR after it, as in rurl.cbl.
REWRITE-CORRECTION.
    IF CORRECTED-URL NOT = SPACES
       AND CORRECTED-URL NOT = URL
       MOVE CORRECTED-URL TO URL
       MOVE 'U' TO RURL-LINK-STATUS
       MOVE 0 TO RURL-LAST-CHECKED
       MOVE 0 TO RURL-FAIL-COUNT
    END-IF.
    IF CORRECTED-DESCRIPTION NOT = SPACES
       MOVE CORRECTED-DESCRIPTION TO RURL-DESCRIPTION
    END-IF.
    REWRITE RURL-RECORD
      INVALID KEY
        DISPLAY "Update failed for UID " UID
      NOT INVALID KEY
        MOVE "UPDATE" TO AUDIT-ACTION
        PERFORM AUDIT-LOG
        IF DUP-OVERRIDE = 'Y'
           MOVE "DUPOVR" TO AUDIT-ACTION
           PERFORM AUDIT-LOG
           MOVE 'N' TO DUP-OVERRIDE
        END-IF
        MOVE 'U' TO ATTEST-OUTCOME
        PERFORM RECORD-ATTESTATION
        ADD 1 TO CORRECTED-COUNT
        DISPLAY "UID " UID " corrected and attested."
    END-REWRITE.

*> The link is obsolete: the same move rurlretire's
*> RETIRE-ONE-CANDIDATE makes -- copy to the archive, audit RETIRE,
*> then delete from the live file, in that order -- after one
*> confirmation.  Its attestation row goes with it; a reinstated
*> link starts its cycle again from the date it was added.
RETIRE-LINK.
    DISPLAY "Retire UID " DUE-UID(DUE-IX) " to the retired archive "
            "(Y/N)?".
    ACCEPT CONFIRM-ANSWER.
    IF CONFIRM-ANSWER NOT = 'Y'
       DISPLAY "Not retired."
       MOVE 'N' TO DISPOSITION-TAKEN
    ELSE
       PERFORM ACQUIRE-LOCK
       IF LOCK-ACQUIRED = 'Y'
          OPEN I-O RURL-FILE
          IF RURL-STATUS NOT = "00"
             DISPLAY "Cannot open RURL-FILE (file status "
                     RURL-STATUS "). Nothing moved."
          ELSE
             OPEN I-O RETIRED-FILE
             IF RETIRED-STATUS = "35"
                OPEN OUTPUT RETIRED-FILE
                CLOSE RETIRED-FILE
                OPEN I-O RETIRED-FILE
             END-IF
             PERFORM RETIRE-DUE-RECORD
             CLOSE RETIRED-FILE
          END-IF
          CLOSE RURL-FILE
          PERFORM RELEASE-LOCK
       END-IF
    END-IF.

RETIRE-DUE-RECORD.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE DUE-UID(DUE-IX) TO UID.
    READ RURL-FILE
      INVALID KEY
        DISPLAY "UID " UID " gone before retirement. Skipped."
      NOT INVALID KEY
        MOVE UID TO RET-UID
        MOVE URL TO RET-URL
        MOVE RURL-DESCRIPTION TO RET-DESCRIPTION
        MOVE RURL-CATEGORY TO RET-CATEGORY
        MOVE RURL-DATE-ADDED TO RET-DATE-ADDED
        MOVE RURL-LINK-STATUS TO RET-LINK-STATUS
        MOVE RURL-LAST-CHECKED TO RET-LAST-CHECKED
        MOVE RURL-FAIL-COUNT TO RET-FAIL-COUNT
        MOVE RURL-OWNER TO RET-OWNER
        MOVE RURL-REC-STATUS TO RET-REC-STATUS
        MOVE CurrentDate TO RET-RETIRED-DATE
        WRITE RETIRED-RECORD
          INVALID KEY
            DISPLAY "UID " UID " already in the archive; "
                    "completing its removal."
        END-WRITE
        MOVE "RETIRE" TO AUDIT-ACTION
        PERFORM AUDIT-LOG
        DELETE RURL-FILE
          INVALID KEY
            DISPLAY "Delete failed for UID " UID
          NOT INVALID KEY
            ADD 1 TO RETIRED-COUNT
            DISPLAY "Retired UID " UID
            PERFORM DROP-ATTESTATION
            MOVE UID TO FORWARD-FROM-UID
            MOVE UID TO FORWARD-TO-UID
            MOVE "RETIRE" TO FORWARD-REASON
            PERFORM RECORD-FORWARD
        END-DELETE
    END-READ.

*> Stamps today's attestation for the record in the RURL-RECORD
*> buffer (write or rewrite -- one row per UID) and logs the ATTEST
*> audit row with the record as attested.  Called under the lock.
RECORD-ATTESTATION.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    OPEN I-O ATTEST-FILE.
    IF ATTEST-STATUS = "35"
       OPEN OUTPUT ATTEST-FILE
       CLOSE ATTEST-FILE
       OPEN I-O ATTEST-FILE
    END-IF.
    MOVE UID TO ATT-UID.
    READ ATTEST-FILE
      INVALID KEY
        MOVE UID TO ATT-UID
        MOVE CurrentDate TO ATT-LAST-DATE
        MOVE OPERATOR-ID TO ATT-OPERATOR
        MOVE ATTEST-OUTCOME TO ATT-OUTCOME
        WRITE ATTEST-RECORD
          INVALID KEY
            DISPLAY "Could not record the attestation of UID " UID
        END-WRITE
      NOT INVALID KEY
        MOVE CurrentDate TO ATT-LAST-DATE
        MOVE OPERATOR-ID TO ATT-OPERATOR
        MOVE ATTEST-OUTCOME TO ATT-OUTCOME
        REWRITE ATTEST-RECORD
          INVALID KEY
            DISPLAY "Could not record the attestation of UID " UID
        END-REWRITE
    END-READ.
    CLOSE ATTEST-FILE.
    MOVE "ATTEST" TO AUDIT-ACTION.
    PERFORM AUDIT-LOG.

DROP-ATTESTATION.
    OPEN I-O ATTEST-FILE.
    IF ATTEST-STATUS = "00"
       MOVE UID TO ATT-UID
       DELETE ATTEST-FILE
         INVALID KEY CONTINUE
       END-DELETE
    END-IF.
    CLOSE ATTEST-FILE.

*> Every live link past its due date, sorted by owner and then due
*> date, one heading per owner so the report can be cut up and
*> handed out; the links far enough past due to escalate are listed
*> again at the end, addressed to the supervisors.
OVERDUE-REPORT.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       CLOSE RURL-FILE
    ELSE
       CLOSE RURL-FILE
       SORT ATTEST-SORT-WORK-FILE
            ON ASCENDING KEY AW-OWNER
            ON ASCENDING KEY AW-DUE
            ON ASCENDING KEY AW-UID
            INPUT PROCEDURE IS FEED-OVERDUE-ROWS
            GIVING ATTEST-SORT-FILE
       PERFORM LIST-SUPERVISORS
       OPEN OUTPUT ATTEST-REPORT-FILE
       MOVE 0 TO PAGE-NUMBER
       MOVE 0 TO LINES-ON-PAGE
       MOVE 0 TO OVERDUE-TOTAL
       MOVE 0 TO ESCALATED-TOTAL
       MOVE 0 TO OVERDUE-OWNER-TOTAL
       MOVE 'N' TO OVERDUE-GROUP-OPEN
       MOVE "RURL OVERDUE ATTESTATION REPORT" TO REPORT-TITLE
       PERFORM WRITE-ATTEST-HEADER
       OPEN INPUT ATTEST-SORT-FILE
       MOVE 'N' TO EOF-ATTEST-SORT
       PERFORM UNTIL EOF-ATTEST-SORT = 'Y'
         READ ATTEST-SORT-FILE
           AT END MOVE 'Y' TO EOF-ATTEST-SORT
           NOT AT END
             IF OVERDUE-GROUP-OPEN = 'N'
                OR AS-OWNER NOT = OVERDUE-GROUP-OWNER
                PERFORM START-OVERDUE-OWNER-GROUP
             END-IF
             PERFORM WRITE-ONE-OVERDUE-ROW
         END-READ
       END-PERFORM
       CLOSE ATTEST-SORT-FILE
       MOVE SPACES TO ATTEST-REPORT-LINE
       PERFORM WRITE-ATTEST-DETAIL
       MOVE SPACES TO ATTEST-REPORT-LINE
       STRING "OVERDUE: " OVERDUE-TOTAL "  ESCALATED: "
              ESCALATED-TOTAL "  OWNERS: " OVERDUE-OWNER-TOTAL
              DELIMITED BY SIZE INTO ATTEST-REPORT-LINE
       PERFORM WRITE-ATTEST-DETAIL
       IF ESCALATED-TOTAL > 0
          PERFORM WRITE-ESCALATION-SECTION
       END-IF
       CLOSE ATTEST-REPORT-FILE
       CALL "CBL_DELETE_FILE" USING ATTEST-SORT-FILE-NAME
            RETURNING DELETE-RESULT
       MOVE "RURL OVERDUE ATTESTATION REPORT" TO REPORT-TITLE
       DISPLAY OVERDUE-TOTAL " overdue attestation(s) ("
               ESCALATED-TOTAL " escalated to supervisors) written "
               "to RURL-ATTEST-REPORT.TXT."
    END-IF.

*> Releases one sort row per live link past its due date.  Due
*> today is not yet overdue -- the owner still has the day.
FEED-OVERDUE-ROWS.
    OPEN INPUT RURL-FILE.
    PERFORM OPEN-DUE-LOOKUPS.
    MOVE 'N' TO EOF-RURL-FILE.
    PERFORM UNTIL EOF-RURL-FILE = 'Y'
      READ RURL-FILE NEXT
        AT END MOVE 'Y' TO EOF-RURL-FILE
        NOT AT END
          IF RURL-REC-STATUS NOT = 'P'
             PERFORM COMPUTE-DUE-DATE
             IF DAYS-PAST-DUE > 0
                MOVE Upper-case(Trim(RURL-OWNER)) TO AW-OWNER
                MOVE DUE-DATE TO AW-DUE
                MOVE UID TO AW-UID
                MOVE DAYS-PAST-DUE TO AW-DAYS
                MOVE LAST-ATTESTED TO AW-LAST
                MOVE RURL-CATEGORY TO AW-CATEGORY
                MOVE URL TO AW-URL
                RELEASE ATTEST-SORT-WORK-RECORD
             END-IF
          END-IF
      END-READ
    END-PERFORM.
    PERFORM CLOSE-DUE-LOOKUPS.
    CLOSE RURL-FILE.

*> The supervisors the escalation is addressed to: every unlocked
*> role-S operator on the master.
LIST-SUPERVISORS.
    MOVE SPACES TO SUPERVISOR-LIST.
    MOVE 1 TO SUPERVISOR-PTR.
    MOVE 0 TO SUPERVISOR-COUNT.
    OPEN INPUT OPER-FILE.
    IF OPER-STATUS = "00"
       MOVE 'N' TO EOF-OPER-FILE
       PERFORM UNTIL EOF-OPER-FILE = 'Y'
         READ OPER-FILE NEXT
           AT END MOVE 'Y' TO EOF-OPER-FILE
           NOT AT END
             IF OPER-ROLE = 'S' AND OPER-LOCKED NOT = 'Y'
                IF SUPERVISOR-COUNT > 0
                   STRING ", " DELIMITED BY SIZE
                          INTO SUPERVISOR-LIST
                          WITH POINTER SUPERVISOR-PTR
                   END-STRING
                END-IF
                STRING Trim(OPER-ID) DELIMITED BY SIZE
                       INTO SUPERVISOR-LIST
                       WITH POINTER SUPERVISOR-PTR
                END-STRING
                ADD 1 TO SUPERVISOR-COUNT
             END-IF
         END-READ
       END-PERFORM
    END-IF.
    CLOSE OPER-FILE.
    IF SUPERVISOR-COUNT = 0
       MOVE "(no supervisor on the operator master)"
            TO SUPERVISOR-LIST
    END-IF.

START-OVERDUE-OWNER-GROUP.
    MOVE AS-OWNER TO OVERDUE-GROUP-OWNER.
    MOVE 'Y' TO OVERDUE-GROUP-OPEN.
    ADD 1 TO OVERDUE-OWNER-TOTAL.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    IF AS-OWNER = SPACES
       MOVE "OWNER (UNASSIGNED)" TO ATTEST-REPORT-LINE
    ELSE
       STRING "OWNER " Trim(AS-OWNER)
              DELIMITED BY SIZE INTO ATTEST-REPORT-LINE
    END-IF.
    PERFORM WRITE-ATTEST-DETAIL.

WRITE-ONE-OVERDUE-ROW.
    ADD 1 TO OVERDUE-TOTAL.
    IF AS-DAYS >= ATTEST-ESCALATE-DAYS
       MOVE "ESCALATE" TO ESCALATE-TEXT
       ADD 1 TO ESCALATED-TOTAL
    ELSE
       MOVE SPACES TO ESCALATE-TEXT
    END-IF.
    IF AS-LAST = 0
       MOVE "never" TO LAST-TEXT
    ELSE
       MOVE AS-LAST TO LAST-TEXT
    END-IF.
    MOVE AS-DAYS TO DAYS-EDITED.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    STRING "  " AS-DUE "  " DAYS-EDITED "  " LAST-TEXT "  " AS-UID
           "  " AS-CATEGORY "  " ESCALATE-TEXT "  " Trim(AS-URL)
           DELIMITED BY SIZE INTO ATTEST-REPORT-LINE
           ON OVERFLOW
              DISPLAY "WARNING: attestation line for UID " AS-UID
                      " truncated."
    END-STRING.
    PERFORM WRITE-ATTEST-DETAIL.

*> Second pass over the sorted file for the links at or past the
*> escalation point, under the supervisors' names.
WRITE-ESCALATION-SECTION.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    STRING "ESCALATED FOR SUPERVISOR REVIEW -- "
           ATTEST-ESCALATE-DAYS " OR MORE DAYS PAST DUE"
           DELIMITED BY SIZE INTO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    STRING "SUPERVISORS: " Trim(SUPERVISOR-LIST)
           DELIMITED BY SIZE INTO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    MOVE "  OWNER       DUE        DAYS  UID      URL"
         TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-DETAIL.
    OPEN INPUT ATTEST-SORT-FILE.
    MOVE 'N' TO EOF-ATTEST-SORT.
    PERFORM UNTIL EOF-ATTEST-SORT = 'Y'
      READ ATTEST-SORT-FILE
        AT END MOVE 'Y' TO EOF-ATTEST-SORT
        NOT AT END
          IF AS-DAYS >= ATTEST-ESCALATE-DAYS
             MOVE AS-DAYS TO DAYS-EDITED
             MOVE SPACES TO ATTEST-REPORT-LINE
             IF AS-OWNER = SPACES
                MOVE "(none)" TO AS-OWNER
             END-IF
             STRING "  " AS-OWNER "  " AS-DUE "  " DAYS-EDITED "  "
                    AS-UID "  " Trim(AS-URL)
                    DELIMITED BY SIZE INTO ATTEST-REPORT-LINE
                    ON OVERFLOW
                       DISPLAY "WARNING: escalation line for UID "
                               AS-UID " truncated."
             END-STRING
             PERFORM WRITE-ATTEST-DETAIL
          END-IF
      END-READ
    END-PERFORM.
    CLOSE ATTEST-SORT-FILE.

*> Title, thresholds and column headings on every page.
WRITE-ATTEST-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-LINE.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    STRING "DEFAULT REVIEW INTERVAL " ATTEST-REVIEW-DAYS
           " DAYS, ESCALATION AT " ATTEST-ESCALATE-DAYS
           " DAYS PAST DUE"
           DELIMITED BY SIZE INTO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-LINE.
    MOVE SPACES TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-LINE.
    MOVE "  DUE        OVER  ATTESTED  UID      CATEGORY    FLAG      URL"
         TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-LINE.
    MOVE "  --------  -----  --------  -------  ----------  --------  ---"
         TO ATTEST-REPORT-LINE.
    PERFORM WRITE-ATTEST-LINE.

*> The row is already built in ATTEST-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-ATTEST-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE ATTEST-REPORT-LINE TO ATTEST-HOLD-LINE
       PERFORM WRITE-ATTEST-HEADER
       MOVE ATTEST-HOLD-LINE TO ATTEST-REPORT-LINE
    END-IF.
    PERFORM WRITE-ATTEST-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-ATTEST-LINE.
    WRITE ATTEST-REPORT-LINE.

*> Same gate as rurl.cbl's CHECK-URL.  URL must already hold the
*> trimmed candidate value.
CHECK-URL.
    MOVE 'Y' TO URL-VALID.
    IF URL = SPACES
       MOVE 'N' TO URL-VALID
    END-IF.
    IF URL-VALID = 'Y'
       AND URL(1:7) NOT = "http://" AND URL(1:8) NOT = "https://"
       MOVE 'N' TO URL-VALID
    END-IF.
    IF URL-VALID = 'Y'
       MOVE 0 TO URL-BAD-CHAR-COUNT
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "'"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL '"'
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL ";"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "|"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "&"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "`"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "$"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL "\"
       INSPECT URL TALLYING URL-BAD-CHAR-COUNT FOR ALL ","
       IF URL-BAD-CHAR-COUNT > 0
          MOVE 'N' TO URL-VALID
       END-IF
    END-IF.

*> Same rule as rurl.cbl's NORMALISE-URL: scheme and host
*> lower-cased, one trailing slash dropped.  Normalises NORM-URL in
*> place.
NORMALISE-URL.
    MOVE Length(Trim(NORM-URL)) TO NORM-LEN.
    IF NORM-LEN < 1
       MOVE 1 TO NORM-LEN
    END-IF.
    IF NORM-LEN > 1 AND NORM-URL(NORM-LEN:1) = "/"
       MOVE SPACE TO NORM-URL(NORM-LEN:1)
       SUBTRACT 1 FROM NORM-LEN
    END-IF.
    MOVE 0 TO NORM-HOST-END.
    MOVE 'N' TO NORM-FOUND.
    PERFORM VARYING NORM-IX FROM 1 BY 1
            UNTIL NORM-IX > NORM-LEN - 1 OR NORM-FOUND = 'Y'
      IF NORM-URL(NORM-IX:2) = "//"
         MOVE 'Y' TO NORM-FOUND
      END-IF
    END-PERFORM.
    IF NORM-FOUND = 'Y'
       ADD 1 TO NORM-IX
       MOVE NORM-LEN TO NORM-HOST-END
       ADD 1 TO NORM-HOST-END
       PERFORM VARYING NORM-IX FROM NORM-IX BY 1
               UNTIL NORM-IX > NORM-LEN
                  OR NORM-IX >= NORM-HOST-END
         IF NORM-URL(NORM-IX:1) = "/"
            MOVE NORM-IX TO NORM-HOST-END
         END-IF
       END-PERFORM
       IF NORM-HOST-END > NORM-LEN
          MOVE NORM-LEN TO NORM-HOST-END
       END-IF
       MOVE Lower-case(NORM-URL(1:NORM-HOST-END))
            TO NORM-URL(1:NORM-HOST-END)
    ELSE
       MOVE Lower-case(NORM-URL(1:NORM-LEN)) TO NORM-URL(1:NORM-LEN)
    END-IF.

*> Same as rurl.cbl's CHECK-DUPLICATE-URL: does any other record
*> already carry DUP-CAND-URL (normalised)?  Skips DUP-EXCLUDE-UID
*> (the record being corrected) and restores the record buffer
*> afterwards.  RURL-FILE must already be open.
CHECK-DUPLICATE-URL.
    MOVE 'N' TO DUP-FOUND.
    MOVE DUP-CAND-URL TO NORM-URL.
    PERFORM NORMALISE-URL.
    MOVE NORM-URL TO DUP-CAND-NORM.
    MOVE RURL-RECORD TO SAVED-RURL-RECORD.
    MOVE 0 TO UID.
    START RURL-FILE KEY IS NOT LESS THAN UID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO DUP-SCAN-DONE
        PERFORM UNTIL DUP-SCAN-DONE = 'Y'
          READ RURL-FILE NEXT
            AT END MOVE 'Y' TO DUP-SCAN-DONE
            NOT AT END
              IF UID NOT = DUP-EXCLUDE-UID
                 MOVE URL TO NORM-URL
                 PERFORM NORMALISE-URL
                 IF NORM-URL = DUP-CAND-NORM
                    MOVE 'Y' TO DUP-FOUND
                    MOVE 'Y' TO DUP-SCAN-DONE
                    MOVE UID TO DUP-MATCH-UID
                    MOVE RURL-DESCRIPTION TO DUP-MATCH-DESC
                    MOVE RURL-OWNER TO DUP-MATCH-OWNER
                    MOVE URL TO DUP-MATCH-URL
                 END-IF
              END-IF
          END-READ
        END-PERFORM
    END-START.
    MOVE SAVED-RURL-RECORD TO RURL-RECORD.

*> Same as rurl.cbl's CONFIRM-DUPLICATE.
CONFIRM-DUPLICATE.
    DISPLAY "That URL is already on file:".
    DISPLAY "  UID:         " DUP-MATCH-UID.
    DISPLAY "  URL:         " Trim(DUP-MATCH-URL).
    DISPLAY "  Description: " Trim(DUP-MATCH-DESC).
    DISPLAY "  Owner:       " Trim(DUP-MATCH-OWNER).
    DISPLAY "Write a second copy anyway (Y/N)?".
    ACCEPT DUP-ACCEPTED.
    IF DUP-ACCEPTED NOT = 'Y'
       MOVE 'N' TO DUP-ACCEPTED
    END-IF.

*> Records that FORWARD-FROM-UID has left the master for
*> FORWARD-TO-UID (the same UID for a retirement), with
*> FORWARD-REASON -- one row per old UID, a later move overwriting
*> an earlier one.  Any row already pointing at the UID now leaving
*> is re-pointed at its new home in the same pass, so a lookup
*> never has to walk a chain of merges.  The file is created on
*> first use, like the usage file.  Same paragraph in rurldup,
*> rurlret, rurlatt and rurltri.
RECORD-FORWARD.
    OPEN I-O FORWARD-FILE.
    IF FORWARD-STATUS = "35"
       OPEN OUTPUT FORWARD-FILE
       CLOSE FORWARD-FILE
       OPEN I-O FORWARD-FILE
    END-IF.
    IF FORWARD-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-FORWARD.DAT (file status "
               FORWARD-STATUS "). No forward kept for UID "
               FORWARD-FROM-UID "."
    ELSE
       IF FORWARD-TO-UID NOT = FORWARD-FROM-UID
          MOVE 'N' TO EOF-FORWARD-FILE
          PERFORM UNTIL EOF-FORWARD-FILE = 'Y'
            READ FORWARD-FILE NEXT
              AT END MOVE 'Y' TO EOF-FORWARD-FILE
              NOT AT END
                IF FWD-TO-UID = FORWARD-FROM-UID
                   AND FWD-UID NOT = FORWARD-FROM-UID
                   MOVE FORWARD-TO-UID TO FWD-TO-UID
                   REWRITE FORWARD-RECORD
                     INVALID KEY CONTINUE
                   END-REWRITE
                END-IF
            END-READ
          END-PERFORM
       END-IF
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE FORWARD-FROM-UID TO FWD-UID
       MOVE FORWARD-TO-UID TO FWD-TO-UID
       MOVE FORWARD-REASON TO FWD-REASON
       MOVE CurrentDate TO FWD-DATE
       MOVE OPERATOR-ID TO FWD-OPERATOR
       WRITE FORWARD-RECORD
         INVALID KEY
           REWRITE FORWARD-RECORD
             INVALID KEY
               DISPLAY "Could not record the forward for UID "
                       FORWARD-FROM-UID "."
           END-REWRITE
       END-WRITE
       CLOSE FORWARD-FILE
    END-IF.

*> Appends one audit row with the record content carried for replay
*> -- same shape as rurl.cbl's AUDIT-LOG.  The RURL-RECORD buffer
*> must hold the record concerned.
AUDIT-LOG.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
       CLOSE AUDIT-FILE
       OPEN OUTPUT AUDIT-FILE
       CLOSE AUDIT-FILE
       OPEN EXTEND AUDIT-FILE
    END-IF.
    MOVE UID TO AUD-UID.
    MOVE AUDIT-ACTION TO AUD-ACTION.
    MOVE CurrentDate TO AUD-DATE.
    MOVE CurrentTime TO AUD-TIME.
    MOVE OPERATOR-ID TO AUD-OPERATOR.
    MOVE URL TO AUD-URL.
    MOVE RURL-DESCRIPTION TO AUD-DESCRIPTION.
    MOVE RURL-CATEGORY TO AUD-CATEGORY.
    MOVE RURL-DATE-ADDED TO AUD-DATE-ADDED.
    MOVE RURL-OWNER TO AUD-OWNER.
    MOVE RURL-REC-STATUS TO AUD-REC-STATUS.
    MOVE RURL-VALID-UNTIL TO AUD-VALID-UNTIL.
    PERFORM SEAL-AUDIT-RECORD.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-FILE.

*> Chains the row in AUDIT-RECORD onto the trail -- same paragraph as
*> rurl.cbl's SEAL-AUDIT-RECORD, which explains the scheme; keep the
*> copies in step.
SEAL-AUDIT-RECORD.
    MOVE 0 TO AUDSEQ-LAST-SEQ.
    MOVE 0 TO AUDSEQ-LAST-CHECK.
    MOVE 'N' TO AUDSEQ-FOUND.
    OPEN I-O AUDSEQ-FILE.
    IF AUDSEQ-STATUS = "35"
       OPEN OUTPUT AUDSEQ-FILE
       CLOSE AUDSEQ-FILE
       OPEN I-O AUDSEQ-FILE
    END-IF.
    MOVE 1 TO AUDSEQ-REL-KEY.
    READ AUDSEQ-FILE
      INVALID KEY
        MOVE 0 TO AUDSEQ-LAST-SEQ
        MOVE 0 TO AUDSEQ-LAST-CHECK
      NOT INVALID KEY
        MOVE 'Y' TO AUDSEQ-FOUND
    END-READ.
    COMPUTE AUD-SEQ = AUDSEQ-LAST-SEQ + 1.
    MOVE AUDSEQ-LAST-CHECK TO CHAIN-ACC.
    PERFORM VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > 375
      COMPUTE CHAIN-ACC =
          Mod(CHAIN-ACC * 31 + Ord(AUDIT-RECORD(CHAIN-IX:1)), 999999937)
    END-PERFORM.
    MOVE CHAIN-ACC TO AUD-CHECK.
    MOVE AUD-SEQ TO AUDSEQ-LAST-SEQ.
    MOVE AUD-CHECK TO AUDSEQ-LAST-CHECK.
    IF AUDSEQ-FOUND = 'Y'
       REWRITE AUDSEQ-RECORD INVALID KEY CONTINUE END-REWRITE
    ELSE
       WRITE AUDSEQ-RECORD INVALID KEY CONTINUE END-WRITE
    END-IF.
    CLOSE AUDSEQ-FILE.

*> Same lock-file convention as rurl.cbl -- see the notes there on
*> staleness and the (narrowed, not closed) create race.
ACQUIRE-LOCK.
    MOVE 'N' TO LOCK-ACQUIRED.
    MOVE 0 TO LOCK-WAIT-COUNT.
    PERFORM UNTIL LOCK-ACQUIRED = 'Y' OR LOCK-WAIT-COUNT > 10
      OPEN INPUT LOCK-FILE
      IF LOCK-STATUS = "00"
         MOVE 'Y' TO LOCK-STALE
         READ LOCK-FILE
         IF LOCK-STATUS = "00"
            PERFORM CHECK-LOCK-STALE
         END-IF
         CLOSE LOCK-FILE
         IF LOCK-STALE = 'Y'
            DISPLAY "Stale lock on RURL-FILE found -- reclaiming it."
            CALL "CBL_DELETE_FILE" USING LOCK-FILE-NAME
                RETURNING LOCK-CMD-RESULT
         ELSE
            ADD 1 TO LOCK-WAIT-COUNT
            DISPLAY "RURL-FILE is locked by another operator. Waiting..."
            CALL "SYSTEM" USING "sleep 1" RETURNING LOCK-CMD-RESULT
         END-IF
      ELSE
         OPEN OUTPUT LOCK-FILE
         MOVE OPERATOR-ID TO LOCK-OPERATOR
         ACCEPT CurrentDate FROM DATE YYYYMMDD
         ACCEPT CurrentTime FROM TIME
         MOVE CurrentDate TO LOCK-DATE
         MOVE CurrentHour TO LOCK-HOUR
         MOVE CurrentMinute TO LOCK-MINUTE
         WRITE LOCK-LINE
         CLOSE LOCK-FILE
         MOVE 'Y' TO LOCK-ACQUIRED
      END-IF
    END-PERFORM.
    IF LOCK-ACQUIRED NOT = 'Y'
       DISPLAY "Could not obtain lock on RURL-FILE. Try again later."
    END-IF.

CHECK-LOCK-STALE.
    MOVE 'N' TO LOCK-STALE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    MOVE CurrentDate TO CURRENT-DATE-NUM.
    COMPUTE LOCK-DAYS-DIFF =
        FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
        - FUNCTION INTEGER-OF-DATE(LOCK-DATE).
    COMPUTE LOCK-AGE-MINUTES =
        (LOCK-DAYS-DIFF * 1440)
        + (CurrentHour * 60 + CurrentMinute)
        - (LOCK-HOUR * 60 + LOCK-MINUTE).
    IF LOCK-AGE-MINUTES >= LOCK-STALE-MINUTES
       MOVE 'Y' TO LOCK-STALE
    END-IF.

RELEASE-LOCK.
    CALL "CBL_DELETE_FILE" USING LOCK-FILE-NAME RETURNING LOCK-CMD-RESULT.
