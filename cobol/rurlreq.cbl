*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlintake.so rurlreq.cbl
*> Link request intake queue for people outside operations.
*>
*> Anyone who wants a link added, or has found one that is wrong,
*> leaves a line in the inbound request file RURL-REQUEST-IN.CSV:
*>   N,requester,,url,description,category,note    -- new link
*>   P,requester,uid,suggested-url,,,note           -- problem report
*> (the note runs to the end of the line and may hold commas; the
*> suggested URL on a problem report is optional).  This program
*> (menu option Q; nightly chain step INTAKE) offers:
*>   INTAKE -- reads the inbound file and gives every line a request
*>   number in the indexed queue RURL-REQUEST.DAT with the
*>   requester's name.  A new-link request must pass the URL checks
*>   CREATE makes (CHECK-URL) and is closed at once, REJECTED with
*>   the reason, when the link is already held (CHECK-DUPLICATE-URL,
*>   the same "same link" rule CREATE and rurldedupe use) or already
*>   asked for in a request still open.  A problem report must name
*>   a UID on file and say something.  What survives stays OPEN.
*>   The inbound file is then set aside as RURL-REQUEST-IN.LAST so
*>   no line is taken twice.  Maintainer or supervisor (or the
*>   chain, BATCH-ACTION 'B').
*>   WORK   -- walks the OPEN requests oldest first:
*>     A - accept.  A new link is created down the CREATE path --
*>         validated again, next UID from the counter, category,
*>         owner and valid-until entered as CREATE asks for them,
*>         audited as CREATE -- and, as for any maintainer's CREATE,
*>         lands pending until a supervisor approves it (a
*>         supervisor's own acceptance goes straight to live).  A
*>         problem report is opened as a REPORTED PROBLEM finding in
*>         RURL-FINDINGS.DAT for the triage workbench.
*>     R - reject, with a reason the requester will see
*>     S - skip for now; Q - quit
*>   Maintainer or supervisor only.
*>   STATUS -- every request grouped by requester, with how it
*>   ended: the UID it became and whether that link is live, still
*>   awaiting approval or since removed; the finding it opened; or
*>   the reason it was turned down (RURL-REQUEST-REPORT.TXT).  Open
*>   to everyone.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlintake.
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
   SELECT REQIN-FILE ASSIGN USING REQIN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REQIN-STATUS.
   SELECT REQUEST-FILE ASSIGN USING REQUEST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS REQ-ID
          FILE STATUS IS REQUEST-STATUS.
   SELECT RURL-FILE ASSIGN USING RURL-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS UID
          FILE STATUS IS RURL-STATUS.
*> read only when the UID counter has to be seeded -- see
*> SEED-NEXTUID-COUNTER.
   SELECT RETIRED-FILE ASSIGN USING RETIRED-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RET-UID
          FILE STATUS IS RETIRED-STATUS.
   SELECT NEXTUID-FILE ASSIGN USING NEXTUID-FILE-NAME
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS NEXTUID-REL-KEY
          FILE STATUS IS NEXTUID-STATUS.
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
*> accepted problem reports are added here for rurltriage.
   SELECT FINDINGS-FILE ASSIGN USING FINDINGS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-STATUS.
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
   SELECT REQ-SORT-WORK-FILE ASSIGN TO "SORTWK10".
   SELECT REQ-SORT-FILE ASSIGN USING REQ-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REQ-SORT-STATUS.
   SELECT REQ-REPORT-FILE ASSIGN USING REQ-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REQ-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One inbound request as the requester left it.
FD REQIN-FILE.
01 REQIN-LINE PIC X(500).

*> The request queue.  REQ-STATUS is OPEN, ACCEPTED or REJECTED;
*> REQ-REASON says why a request was closed, REQ-RESULT-UID what it
*> led to (the UID created, the UID reported on, or the UID that
*> already held the link), REQ-CLOSED-BY who closed it -- INTAKE
*> when the intake run turned it away.
FD REQUEST-FILE.
01 REQUEST-RECORD.
   05 REQ-ID          PIC 9(7).
   05 REQ-TYPE        PIC X.
   05 REQ-REQUESTER   PIC X(30).
   05 REQ-DATE        PIC 9(8).
   05 REQ-UID         PIC 9(7).
   05 REQ-URL         PIC X(250).
   05 REQ-DESCRIPTION PIC X(40).
   05 REQ-CATEGORY    PIC X(10).
   05 REQ-NOTE        PIC X(100).
   05 REQ-STATUS      PIC X(8).
   05 REQ-REASON      PIC X(40).
   05 REQ-RESULT-UID  PIC 9(7).
   05 REQ-CLOSED-DATE PIC 9(8).
   05 REQ-CLOSED-BY   PIC X(10).

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

*> Must stay in step with the NEXTUID-RECORD layout in rurl.cbl.
FD NEXTUID-FILE.
01 NEXTUID-RECORD.
   05 NEXTUID-VALUE PIC 9(8).

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

*> Must stay in step with the findings-record layout in cobsys.cob
*> and rurltri.cbl.
FD FINDINGS-FILE.
01 FINDINGS-RECORD.
   05 FND-UID     PIC 9(7).
   05 FND-REASON  PIC X(20).
   05 FND-DATE    PIC 9(8).
   05 FND-NEW-URL PIC X(250).

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

*> The status report sort: requester (upper-cased, so one person's
*> requests group together however they typed their name), then
*> request number, then the request itself.
SD REQ-SORT-WORK-FILE.
01 REQ-SORT-WORK-RECORD.
   05 RW-REQUESTER PIC X(30).
   05 RW-REQ-ID    PIC 9(7).
   05 RW-REQUEST   PIC X(526).

FD REQ-SORT-FILE.
01 REQ-SORT-RECORD.
   05 RS-REQUESTER PIC X(30).
   05 RS-REQ-ID    PIC 9(7).
   05 RS-REQUEST   PIC X(526).

FD REQ-REPORT-FILE.
01 REQ-REPORT-LINE PIC X(320).

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
01 REQIN-FILE-NAME PIC X(100).
01 REQIN-LAST-NAME PIC X(100).
01 REQUEST-FILE-NAME PIC X(100).
01 RURL-FILE-NAME PIC X(100).
01 RETIRED-FILE-NAME PIC X(100).
01 NEXTUID-FILE-NAME PIC X(100).
01 CAT-FILE-NAME PIC X(100).
01 OPER-FILE-NAME PIC X(100).
01 FINDINGS-FILE-NAME PIC X(100).
01 AUDIT-FILE-NAME PIC X(100).
01 REQ-SORT-FILE-NAME PIC X(100).
01 REQ-REPORT-NAME PIC X(100).
01 REQIN-STATUS PIC XX.
01 REQUEST-STATUS PIC XX.
01 RURL-STATUS PIC XX.
01 RETIRED-STATUS PIC XX.
01 NEXTUID-STATUS PIC XX.
01 NEXTUID-REL-KEY PIC 9(4) VALUE 1.
01 NEXTUID-FOUND PIC X.
01 NEXTUID-WORK PIC 9(8).
01 CAT-STATUS PIC XX.
01 OPER-STATUS PIC XX.
01 FINDINGS-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
01 REQ-SORT-STATUS PIC XX.
01 REQ-REPORT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 LOCK-STATUS PIC XX.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
01 AUDIT-ACTION PIC X(6).
01 INTAKE-CHOICE PIC X.
01 EOF-REQIN PIC X VALUE 'N'.
01 EOF-REQUEST-FILE PIC X VALUE 'N'.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-RETIRED PIC X VALUE 'N'.
01 EOF-CAT-FILE PIC X VALUE 'N'.
01 EOF-REQ-SORT PIC X VALUE 'N'.
01 RURL-OPEN PIC X VALUE 'N'.
01 DELETE-RESULT PIC 9(9) COMP-5.
01 RENAME-RESULT PIC 9(9) COMP-5.
01 REQ-TODAY PIC 9(8).
*> The request being built, worked or reported on.  Same layout as
*> REQUEST-RECORD, so a request moves in and out whole.
01 REQUEST-WORK.
   05 RQ-ID          PIC 9(7).
   05 RQ-TYPE        PIC X.
   05 RQ-REQUESTER   PIC X(30).
   05 RQ-DATE        PIC 9(8).
   05 RQ-UID         PIC 9(7).
   05 RQ-URL         PIC X(250).
   05 RQ-DESCRIPTION PIC X(40).
   05 RQ-CATEGORY    PIC X(10).
   05 RQ-NOTE        PIC X(100).
   05 RQ-STATUS      PIC X(8).
   05 RQ-REASON      PIC X(40).
   05 RQ-RESULT-UID  PIC 9(7).
   05 RQ-CLOSED-DATE PIC 9(8).
   05 RQ-CLOSED-BY   PIC X(10).
01 LAST-REQ-ID PIC 9(7) VALUE 0.
*> One inbound line split into its columns.
01 IN-TYPE PIC X(10).
01 IN-REQUESTER PIC X(30).
01 IN-UID-TEXT PIC X(10).
01 IN-URL PIC X(250).
01 IN-DESCRIPTION PIC X(40).
01 IN-CATEGORY PIC X(10).
01 IN-PTR PIC 9(3).
01 UID-TEXT-LEN PIC 9(3).
*> per-run tallies -- reset at entry, since WORKING-STORAGE survives
*> between CALLs from the menu
01 INBOUND-COUNT PIC 9(5) VALUE 0.
01 QUEUED-COUNT PIC 9(5) VALUE 0.
01 AUTO-CLOSED-COUNT PIC 9(5) VALUE 0.
01 INTAKE-FAILED-COUNT PIC 9(5) VALUE 0.
01 ACCEPTED-COUNT PIC 9(5) VALUE 0.
01 REJECTED-COUNT PIC 9(5) VALUE 0.
01 SKIPPED-COUNT PIC 9(5) VALUE 0.
*> Workbench state: the open request numbers gathered before the
*> first one is shown, oldest first.
01 OPEN-TABLE.
   05 OPEN-COUNT PIC 9(3) VALUE 0.
   05 OPEN-REQ-ID PIC 9(7) OCCURS 500.
01 OPEN-IX PIC 9(3).
01 OPEN-OVERFLOW PIC X VALUE 'N'.
01 WORKBENCH-DONE PIC X VALUE 'N'.
01 DISPOSITION PIC X.
01 DISPOSITION-TAKEN PIC X.
01 REJECT-ANSWER PIC X(40).
01 DESCRIPTION-ANSWER PIC X(40).
01 CATEGORY-ANSWER PIC X(10).
01 REPORTED-TEXT PIC X(250).
*> CREATE-path state, as in rurl.cbl.
01 NEXT-ID PIC 9(7) VALUE 0.
01 UID-SPACE-EXHAUSTED PIC X VALUE 'N'.
01 URL-VALID PIC X VALUE 'N'.
01 URL-BAD-CHAR-COUNT PIC 9(3).
01 CATEGORY-VALID PIC X VALUE 'N'.
01 CAT-LIST-COUNT PIC 9(3) VALUE 0.
01 OWNER-VALID PIC X VALUE 'N'.
01 OWNER-ANSWER PIC X(10).
01 VALID-UNTIL-ANSWER PIC X(10).
01 VALID-UNTIL-DATE PIC 9(8).
01 VALID-UNTIL-OK PIC X VALUE 'N'.
01 RECORD-WRITTEN PIC X.
*> Duplicate check, as in rurl.cbl -- the candidate normalised the
*> way rurldedupe normalises and scanned against the whole master.
01 DUP-CAND-URL PIC X(250).
01 DUP-CAND-NORM PIC X(250).
01 DUP-FOUND PIC X.
01 DUP-SCAN-DONE PIC X.
01 DUP-MATCH-UID PIC 9(7).
01 DUP-MATCH-DESC PIC X(40).
01 DUP-MATCH-OWNER PIC X(10).
01 DUP-MATCH-URL PIC X(250).
01 DUP-ACCEPTED PIC X.
01 DUP-OVERRIDE PIC X VALUE 'N'.
01 DUP-REQ-ID PIC 9(7).
*> URL normalisation state -- must stay in step with NORMALISE-URL
*> in rurl.cbl and rurldup.cbl.
01 NORM-URL PIC X(250).
01 NORM-LEN PIC S9(4).
01 NORM-IX PIC 9(4).
01 NORM-HOST-END PIC 9(4).
01 NORM-FOUND PIC X.
*> Status report state.
01 GROUP-REQUESTER PIC X(30).
01 GROUP-OPEN PIC X VALUE 'N'.
01 REQUESTER-TOTAL PIC 9(5) VALUE 0.
01 GROUP-REQUEST-COUNT PIC 9(5) VALUE 0.
01 GROUP-ACCEPTED-COUNT PIC 9(5) VALUE 0.
01 GROUP-REJECTED-COUNT PIC 9(5) VALUE 0.
01 GROUP-OPEN-COUNT PIC 9(5) VALUE 0.
01 REPORT-REQUEST-TOTAL PIC 9(5) VALUE 0.
01 TYPE-TEXT PIC X(7).
01 CLOSED-TEXT PIC X(8).
01 OUTCOME-TEXT PIC X(60).
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 REQ-HOLD-LINE PIC X(320).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40) VALUE "RURL LINK REQUEST STATUS REPORT".
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
*> Space for interactive use; 'B' when the nightly chain wants the
*> inbound file taken in with no console prompting.
01 BATCH-ACTION PIC X.

*> Intake and the workbench change the queue (and the workbench the
*> URL file), so they need a maintainer or supervisor; the status
*> report is read-only and open to everyone.  The unattended chain
*> comes in through BATCH-ACTION, past the interactive role gate.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE BATCH-ACTION.
IntakeBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE SIGNON-OPERATOR TO OPERATOR-ID.
    MOVE 0 TO INBOUND-COUNT.
    MOVE 0 TO QUEUED-COUNT.
    MOVE 0 TO AUTO-CLOSED-COUNT.
    MOVE 0 TO INTAKE-FAILED-COUNT.
    MOVE 0 TO ACCEPTED-COUNT.
    MOVE 0 TO REJECTED-COUNT.
    MOVE 0 TO SKIPPED-COUNT.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO REQ-TODAY.
    IF BATCH-ACTION = 'B'
       PERFORM INTAKE-REQUESTS
       GOBACK
    END-IF.
    DISPLAY "INTAKE new requests, WORK the open queue, or "
            "requester STATUS report (I/W/S)?".
    ACCEPT INTAKE-CHOICE.
    EVALUATE INTAKE-CHOICE
      WHEN 'I'
        IF SIGNON-ROLE = 'M' OR SIGNON-ROLE = 'S'
           PERFORM INTAKE-REQUESTS
        ELSE
           DISPLAY "Action not permitted for your role "
                   "(inquiry only)."
        END-IF
      WHEN 'W'
        IF SIGNON-ROLE = 'M' OR SIGNON-ROLE = 'S'
           PERFORM WORK-REQUEST-QUEUE
        ELSE
           DISPLAY "Working the request queue changes the URL file "
                   "-- maintainer or supervisor only."
        END-IF
      WHEN 'S' PERFORM REQUESTER-REPORT
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: I W S"
    END-EVALUATE.
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
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

BUILD-FILE-NAMES.
    MOVE SPACES TO REQIN-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REQUEST-IN.CSV"
           DELIMITED BY SIZE INTO REQIN-FILE-NAME.
    MOVE SPACES TO REQIN-LAST-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REQUEST-IN.LAST"
           DELIMITED BY SIZE INTO REQIN-LAST-NAME.
    MOVE SPACES TO REQUEST-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REQUEST.DAT"
           DELIMITED BY SIZE INTO REQUEST-FILE-NAME.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO RETIRED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-RETIRED.DAT"
           DELIMITED BY SIZE INTO RETIRED-FILE-NAME.
    MOVE SPACES TO NEXTUID-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-NEXTUID.DAT"
           DELIMITED BY SIZE INTO NEXTUID-FILE-NAME.
    MOVE SPACES TO CAT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT"
           DELIMITED BY SIZE INTO CAT-FILE-NAME.
    MOVE SPACES TO OPER-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT"
           DELIMITED BY SIZE INTO OPER-FILE-NAME.
    MOVE SPACES TO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FINDINGS.DAT"
           DELIMITED BY SIZE INTO FINDINGS-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.
    MOVE SPACES TO REQ-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REQSORT.DAT"
           DELIMITED BY SIZE INTO REQ-SORT-FILE-NAME.
    MOVE SPACES TO REQ-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REQUEST-REPORT.TXT"
           DELIMITED BY SIZE INTO REQ-REPORT-NAME.

*> The queue is created on first use, like the usage file.
OPEN-REQUEST-QUEUE.
    OPEN I-O REQUEST-FILE.
    IF REQUEST-STATUS = "35"
       OPEN OUTPUT REQUEST-FILE
       CLOSE REQUEST-FILE
       OPEN I-O REQUEST-FILE
    END-IF.

*> Takes in the inbound file.  The master is only read here (for the
*> duplicate check), so no lock is needed; the file is set aside
*> afterwards even when a queue write failed, since the lines that
*> did go in must not go in twice -- the failures are named on the
*> console and the run ends with return code 8.
INTAKE-REQUESTS.
    OPEN INPUT REQIN-FILE.
    IF REQIN-STATUS NOT = "00"
       CLOSE REQIN-FILE
       DISPLAY "No new requests (RURL-REQUEST-IN.CSV not found)."
       EXIT PARAGRAPH
    END-IF.
    PERFORM OPEN-REQUEST-QUEUE.
    IF REQUEST-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-REQUEST.DAT (file status "
               REQUEST-STATUS ")."
       CLOSE REQIN-FILE
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-LAST-REQUEST-ID.
    MOVE 'N' TO RURL-OPEN.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS = "00"
       MOVE 'Y' TO RURL-OPEN
    END-IF.
    MOVE 'N' TO EOF-REQIN.
    PERFORM UNTIL EOF-REQIN = 'Y'
      READ REQIN-FILE
        AT END MOVE 'Y' TO EOF-REQIN
        NOT AT END
          IF REQIN-LINE NOT = SPACES
             PERFORM TAKE-ONE-INBOUND-ROW
          END-IF
      END-READ
    END-PERFORM.
    CLOSE RURL-FILE.
    CLOSE REQUEST-FILE.
    CLOSE REQIN-FILE.
    CALL "CBL_DELETE_FILE" USING REQIN-LAST-NAME
         RETURNING DELETE-RESULT.
    CALL "CBL_RENAME_FILE" USING REQIN-FILE-NAME REQIN-LAST-NAME
         RETURNING RENAME-RESULT.
    IF RENAME-RESULT NOT = 0
       DISPLAY "Could not set RURL-REQUEST-IN.CSV aside -- remove it "
               "by hand before the next intake run."
       MOVE 8 TO RETURN-CODE
    END-IF.
    IF INTAKE-FAILED-COUNT > 0
       MOVE 8 TO RETURN-CODE
    END-IF.
    DISPLAY "Intake: " INBOUND-COUNT " request(s) read, "
            QUEUED-COUNT " queued OPEN, " AUTO-CLOSED-COUNT
            " closed at intake, " INTAKE-FAILED-COUNT
            " could not be queued.".

*> Request numbers run on from the highest already in the queue.
FIND-LAST-REQUEST-ID.
    MOVE 0 TO LAST-REQ-ID.
    MOVE 0 TO REQ-ID.
    START REQUEST-FILE KEY IS NOT LESS THAN REQ-ID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO EOF-REQUEST-FILE
        PERFORM UNTIL EOF-REQUEST-FILE = 'Y'
          READ REQUEST-FILE NEXT
            AT END MOVE 'Y' TO EOF-REQUEST-FILE
            NOT AT END
              IF REQ-ID > LAST-REQ-ID
                 MOVE REQ-ID TO LAST-REQ-ID
              END-IF
          END-READ
        END-PERFORM
    END-START.

*> One inbound line: split it, number it, judge it, queue it.
TAKE-ONE-INBOUND-ROW.
    ADD 1 TO INBOUND-COUNT.
    MOVE SPACES TO IN-TYPE IN-REQUESTER IN-UID-TEXT IN-URL
                   IN-DESCRIPTION IN-CATEGORY.
    MOVE 1 TO IN-PTR.
    UNSTRING REQIN-LINE DELIMITED BY ","
        INTO IN-TYPE IN-REQUESTER IN-UID-TEXT IN-URL
             IN-DESCRIPTION IN-CATEGORY
        WITH POINTER IN-PTR
    END-UNSTRING.
    MOVE SPACES TO REQUEST-WORK.
    ADD 1 TO LAST-REQ-ID.
    MOVE LAST-REQ-ID TO RQ-ID.
    MOVE Upper-case(Trim(IN-TYPE)) TO RQ-TYPE.
    MOVE Trim(IN-REQUESTER) TO RQ-REQUESTER.
    MOVE REQ-TODAY TO RQ-DATE.
    MOVE 0 TO RQ-UID.
    MOVE Trim(IN-URL) TO RQ-URL.
    MOVE Trim(IN-DESCRIPTION) TO RQ-DESCRIPTION.
    MOVE Upper-case(Trim(IN-CATEGORY)) TO RQ-CATEGORY.
    IF IN-PTR <= 500
       MOVE Trim(REQIN-LINE(IN-PTR:)) TO RQ-NOTE
    END-IF.
    MOVE "OPEN" TO RQ-STATUS.
    MOVE 0 TO RQ-RESULT-UID.
    MOVE 0 TO RQ-CLOSED-DATE.
    EVALUATE TRUE
      WHEN RQ-REQUESTER = SPACES
        MOVE "(UNNAMED)" TO RQ-REQUESTER
        MOVE "NO REQUESTER NAME GIVEN" TO RQ-REASON
      WHEN RQ-TYPE = 'N'
        PERFORM JUDGE-NEW-LINK-REQUEST
      WHEN RQ-TYPE = 'P'
        PERFORM JUDGE-PROBLEM-REPORT
      WHEN OTHER
        MOVE "UNKNOWN REQUEST TYPE (N OR P)" TO RQ-REASON
    END-EVALUATE.
    IF RQ-REASON NOT = SPACES
       MOVE "REJECTED" TO RQ-STATUS
       MOVE REQ-TODAY TO RQ-CLOSED-DATE
       MOVE "INTAKE" TO RQ-CLOSED-BY
    END-IF.
    MOVE REQUEST-WORK TO REQUEST-RECORD.
    WRITE REQUEST-RECORD
      INVALID KEY
        ADD 1 TO INTAKE-FAILED-COUNT
        DISPLAY "Could not queue request line " INBOUND-COUNT
                " (file status " REQUEST-STATUS "): "
                Trim(REQIN-LINE)
      NOT INVALID KEY
        IF RQ-STATUS = "OPEN"
           ADD 1 TO QUEUED-COUNT
        ELSE
           ADD 1 TO AUTO-CLOSED-COUNT
           DISPLAY "Request " RQ-ID " from " Trim(RQ-REQUESTER)
                   " closed: " Trim(RQ-REASON)
        END-IF
    END-WRITE.

*> A new link must pass CREATE's URL checks, must not be a link
*> already held, and must not repeat a request still open.  Any of
*> those sets RQ-REASON.
JUDGE-NEW-LINK-REQUEST.
    MOVE RQ-URL TO URL.
    PERFORM CHECK-URL.
    IF URL-VALID NOT = 'Y'
       MOVE "URL FAILS THE CHECKS CREATE MAKES" TO RQ-REASON
       EXIT PARAGRAPH
    END-IF.
    INSPECT RQ-DESCRIPTION REPLACING ALL "," BY " ".
    IF RURL-OPEN = 'Y'
       MOVE RQ-URL TO DUP-CAND-URL
       PERFORM CHECK-DUPLICATE-URL
       IF DUP-FOUND = 'Y'
          MOVE DUP-MATCH-UID TO RQ-RESULT-UID
          STRING "ALREADY HELD AS UID " DUP-MATCH-UID
                 DELIMITED BY SIZE INTO RQ-REASON
          EXIT PARAGRAPH
       END-IF
    END-IF.
    PERFORM CHECK-OPEN-REQUESTS.
    IF DUP-FOUND = 'Y'
       STRING "ALREADY REQUESTED (REQUEST " DUP-REQ-ID ")"
              DELIMITED BY SIZE INTO RQ-REASON
    END-IF.

*> Is there an OPEN new-link request for the same link as RQ-URL
*> (both normalised)?  REQUEST-FILE must already be open.
CHECK-OPEN-REQUESTS.
    MOVE 'N' TO DUP-FOUND.
    MOVE RQ-URL TO NORM-URL.
    PERFORM NORMALISE-URL.
    MOVE NORM-URL TO DUP-CAND-NORM.
    MOVE 0 TO REQ-ID.
    START REQUEST-FILE KEY IS NOT LESS THAN REQ-ID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO DUP-SCAN-DONE
        PERFORM UNTIL DUP-SCAN-DONE = 'Y'
          READ REQUEST-FILE NEXT
            AT END MOVE 'Y' TO DUP-SCAN-DONE
            NOT AT END
              IF REQ-TYPE = 'N' AND REQ-STATUS = "OPEN"
                 MOVE REQ-URL TO NORM-URL
                 PERFORM NORMALISE-URL
                 IF NORM-URL = DUP-CAND-NORM
                    MOVE 'Y' TO DUP-FOUND
                    MOVE 'Y' TO DUP-SCAN-DONE
                    MOVE REQ-ID TO DUP-REQ-ID
                 END-IF
              END-IF
          END-READ
        END-PERFORM
    END-START.

*> A problem report must name a UID on file, must say something, and
*> any corrected URL offered must pass CREATE's URL checks.
JUDGE-PROBLEM-REPORT.
    MOVE Trim(IN-UID-TEXT) TO IN-UID-TEXT.
    MOVE Length(Trim(IN-UID-TEXT)) TO UID-TEXT-LEN.
    IF IN-UID-TEXT = SPACES OR UID-TEXT-LEN > 7
       OR IN-UID-TEXT(1:UID-TEXT-LEN) IS NOT NUMERIC
       MOVE "NO VALID UID GIVEN" TO RQ-REASON
       EXIT PARAGRAPH
    END-IF.
    MOVE Numval(IN-UID-TEXT) TO RQ-UID.
    IF RURL-OPEN NOT = 'Y'
       MOVE "UID NOT ON FILE" TO RQ-REASON
       EXIT PARAGRAPH
    END-IF.
    MOVE RQ-UID TO UID.
    READ RURL-FILE
      INVALID KEY
        MOVE "UID NOT ON FILE" TO RQ-REASON
    END-READ.
    IF RQ-REASON NOT = SPACES
       EXIT PARAGRAPH
    END-IF.
    IF RQ-URL NOT = SPACES
       MOVE RQ-URL TO URL
       PERFORM CHECK-URL
       IF URL-VALID NOT = 'Y'
          MOVE "SUGGESTED URL FAILS THE CREATE CHECKS" TO RQ-REASON
          EXIT PARAGRAPH
       END-IF
    END-IF.
    IF RQ-NOTE = SPACES AND RQ-URL = SPACES
       MOVE "NO PROBLEM DESCRIBED" TO RQ-REASON
    END-IF.

*> The maintainer's workbench.  The open request numbers are
*> gathered first so the walk is not disturbed by the rewrites it
*> makes.
WORK-REQUEST-QUEUE.
    PERFORM OPEN-REQUEST-QUEUE.
    IF REQUEST-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-REQUEST.DAT (file status "
               REQUEST-STATUS ")."
       EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO OPEN-COUNT.
    MOVE 'N' TO OPEN-OVERFLOW.
    MOVE 0 TO REQ-ID.
    START REQUEST-FILE KEY IS NOT LESS THAN REQ-ID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO EOF-REQUEST-FILE
        PERFORM UNTIL EOF-REQUEST-FILE = 'Y'
          READ REQUEST-FILE NEXT
            AT END MOVE 'Y' TO EOF-REQUEST-FILE
            NOT AT END
              IF REQ-STATUS = "OPEN"
                 IF OPEN-COUNT >= 500
                    MOVE 'Y' TO OPEN-OVERFLOW
                 ELSE
                    ADD 1 TO OPEN-COUNT
                    MOVE REQ-ID TO OPEN-REQ-ID(OPEN-COUNT)
                 END-IF
              END-IF
          END-READ
        END-PERFORM
    END-START.
    IF OPEN-COUNT = 0
       DISPLAY "No open requests."
       CLOSE REQUEST-FILE
       EXIT PARAGRAPH
    END-IF.
    DISPLAY OPEN-COUNT " open request(s).".
    IF OPEN-OVERFLOW = 'Y'
       DISPLAY "(More than 500 open -- the rest come up next "
               "sitting.)"
    END-IF.
    MOVE 'N' TO WORKBENCH-DONE.
    PERFORM VARYING OPEN-IX FROM 1 BY 1
            UNTIL OPEN-IX > OPEN-COUNT OR WORKBENCH-DONE = 'Y'
      MOVE OPEN-REQ-ID(OPEN-IX) TO REQ-ID
      READ REQUEST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
          IF REQ-STATUS = "OPEN"
             MOVE REQUEST-RECORD TO REQUEST-WORK
             PERFORM SHOW-ONE-REQUEST
             PERFORM TAKE-REQUEST-DECISION
          END-IF
      END-READ
    END-PERFORM.
    CLOSE REQUEST-FILE.
    DISPLAY " ".
    DISPLAY "Queue done: " ACCEPTED-COUNT " accepted, "
            REJECTED-COUNT " rejected, " SKIPPED-COUNT " skipped.".

SHOW-ONE-REQUEST.
    DISPLAY " ".
    IF RQ-TYPE = 'N'
       DISPLAY "Request " RQ-ID "  NEW LINK from "
               Trim(RQ-REQUESTER) " (received " RQ-DATE ")"
       DISPLAY "  URL:         " Trim(RQ-URL)
       DISPLAY "  Description: " Trim(RQ-DESCRIPTION)
       DISPLAY "  Category:    " Trim(RQ-CATEGORY)
    ELSE
       DISPLAY "Request " RQ-ID "  PROBLEM REPORT from "
               Trim(RQ-REQUESTER) " (received " RQ-DATE ")"
       OPEN INPUT RURL-FILE
       MOVE RQ-UID TO UID
       READ RURL-FILE
         INVALID KEY
           DISPLAY "  UID " RQ-UID " -- no longer on file"
         NOT INVALID KEY
           DISPLAY "  UID:         " UID
           DISPLAY "  URL:         " Trim(URL)
           DISPLAY "  Description: " Trim(RURL-DESCRIPTION)
           DISPLAY "  Owner:       " Trim(RURL-OWNER)
       END-READ
       CLOSE RURL-FILE
       IF RQ-URL NOT = SPACES
          DISPLAY "  Suggested:   " Trim(RQ-URL)
       END-IF
    END-IF.
    IF RQ-NOTE NOT = SPACES
       DISPLAY "  Note:        " Trim(RQ-NOTE)
    END-IF.

TAKE-REQUEST-DECISION.
    MOVE 'N' TO DISPOSITION-TAKEN.
    PERFORM UNTIL DISPOSITION-TAKEN = 'Y'
      DISPLAY "Accept, reject, skip, quit (A/R/S/Q)?"
      ACCEPT DISPOSITION
      MOVE 'Y' TO DISPOSITION-TAKEN
      EVALUATE DISPOSITION
        WHEN 'A'
          IF RQ-TYPE = 'N'
             PERFORM ACCEPT-NEW-LINK
          ELSE
             PERFORM ACCEPT-PROBLEM-REPORT
          END-IF
        WHEN 'R' PERFORM REJECT-REQUEST
        WHEN 'S' ADD 1 TO SKIPPED-COUNT
        WHEN 'Q' MOVE 'Y' TO WORKBENCH-DONE
        WHEN OTHER
          DISPLAY "INPUT ERROR. ENTER ONE OF: A R S Q"
          MOVE 'N' TO DISPOSITION-TAKEN
      END-EVALUATE
    END-PERFORM.

REJECT-REQUEST.
    DISPLAY "Reason the requester will see (blank = declined): ".
    ACCEPT REJECT-ANSWER.
    IF REJECT-ANSWER = SPACES
       MOVE "DECLINED BY OPERATIONS" TO RQ-REASON
    ELSE
       MOVE Trim(REJECT-ANSWER) TO RQ-REASON
    END-IF.
    MOVE "REJECTED" TO RQ-STATUS.
    PERFORM CLOSE-REQUEST.
    IF RQ-STATUS = "REJECTED"
       ADD 1 TO REJECTED-COUNT
       DISPLAY "Request " RQ-ID " rejected."
    END-IF.

*> Stamps and rewrites the request in REQUEST-WORK with the status
*> and reason already set.  A failed rewrite puts it back to OPEN.
CLOSE-REQUEST.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO RQ-CLOSED-DATE.
    MOVE OPERATOR-ID TO RQ-CLOSED-BY.
    MOVE REQUEST-WORK TO REQUEST-RECORD.
    REWRITE REQUEST-RECORD
      INVALID KEY
        DISPLAY "Could not update request " RQ-ID " (file status "
                REQUEST-STATUS ")."
        MOVE "OPEN" TO RQ-STATUS
    END-REWRITE.

*> The CREATE path, with the request's own values offered as the
*> defaults: URL checked again (the master has moved on since
*> intake), duplicate confirmed at the keyboard as CREATE does,
*> then description, category, owner and valid-until, the next UID
*> from the counter, and WRITE-RURL-RECORD -- which leaves the link
*> pending unless a supervisor is signed on.  Turning down the
*> duplicate leaves the request open for R.
ACCEPT-NEW-LINK.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED NOT = 'Y'
       EXIT PARAGRAPH
    END-IF.
    OPEN I-O RURL-FILE.
    IF RURL-STATUS = "35"
       OPEN OUTPUT RURL-FILE
       CLOSE RURL-FILE
       OPEN I-O RURL-FILE
    END-IF.
    MOVE RQ-URL TO URL.
    PERFORM CHECK-URL.
    IF URL-VALID NOT = 'Y'
       DISPLAY "The requested URL no longer passes the CREATE "
               "checks -- reject the request instead."
       MOVE 'N' TO DISPOSITION-TAKEN
       CLOSE RURL-FILE
       PERFORM RELEASE-LOCK
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO DUP-OVERRIDE.
    MOVE RQ-URL TO DUP-CAND-URL.
    PERFORM CHECK-DUPLICATE-URL.
    IF DUP-FOUND = 'Y'
       PERFORM CONFIRM-DUPLICATE
       IF DUP-ACCEPTED NOT = 'Y'
          DISPLAY "Nothing created -- reject the request as already "
                  "held (UID " DUP-MATCH-UID "), or skip it."
          MOVE 'N' TO DISPOSITION-TAKEN
          CLOSE RURL-FILE
          PERFORM RELEASE-LOCK
          EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO DUP-OVERRIDE
    END-IF.
    PERFORM FIND-NEXT-ID.
    IF UID-SPACE-EXHAUSTED = 'Y'
       DISPLAY "UID SPACE EXHAUSTED (9999999 reached). Cannot create "
               "a new record."
       CLOSE RURL-FILE
       PERFORM RELEASE-LOCK
       EXIT PARAGRAPH
    END-IF.
    MOVE NEXT-ID TO UID.
    MOVE RQ-URL TO URL.
    DISPLAY "Assigning new UID: " UID.
    DISPLAY "Enter description (blank = as requested): ".
    ACCEPT DESCRIPTION-ANSWER.
    IF DESCRIPTION-ANSWER = SPACES
       MOVE RQ-DESCRIPTION TO RURL-DESCRIPTION
    ELSE
       MOVE Trim(DESCRIPTION-ANSWER) TO RURL-DESCRIPTION
    END-IF.
    MOVE 'N' TO CATEGORY-VALID.
    PERFORM UNTIL CATEGORY-VALID = 'Y'
      DISPLAY "Enter category (? for the list, blank = "
              Trim(RQ-CATEGORY) "): "
      ACCEPT CATEGORY-ANSWER
      IF CATEGORY-ANSWER = "?"
         PERFORM LIST-CATEGORIES
      ELSE
         IF CATEGORY-ANSWER = SPACES
            MOVE RQ-CATEGORY TO RURL-CATEGORY
         ELSE
            MOVE Upper-case(Trim(CATEGORY-ANSWER)) TO RURL-CATEGORY
         END-IF
         PERFORM CHECK-CATEGORY
         IF CATEGORY-VALID NOT = 'Y'
            DISPLAY "'" Trim(RURL-CATEGORY) "' is not a "
                    "defined category. Enter ? to list them."
         END-IF
      END-IF
    END-PERFORM.
    MOVE 'N' TO OWNER-VALID.
    PERFORM UNTIL OWNER-VALID = 'Y'
      DISPLAY "Owner operator ID (blank = yourself): "
      ACCEPT OWNER-ANSWER
      IF OWNER-ANSWER = SPACES
         MOVE OPERATOR-ID TO RURL-OWNER
         MOVE 'Y' TO OWNER-VALID
      ELSE
         MOVE Upper-case(Trim(OWNER-ANSWER)) TO RURL-OWNER
         PERFORM CHECK-OWNER
         IF OWNER-VALID NOT = 'Y'
            DISPLAY "'" Trim(RURL-OWNER) "' is not a known "
                    "operator ID."
         END-IF
      END-IF
    END-PERFORM.
    MOVE 'N' TO VALID-UNTIL-OK.
    PERFORM UNTIL VALID-UNTIL-OK = 'Y'
      DISPLAY "Valid until YYYYMMDD (blank = no expiry): "
      ACCEPT VALID-UNTIL-ANSWER
      MOVE Trim(VALID-UNTIL-ANSWER) TO VALID-UNTIL-ANSWER
      IF VALID-UNTIL-ANSWER = SPACES
         MOVE 0 TO RURL-VALID-UNTIL
         MOVE 'Y' TO VALID-UNTIL-OK
      ELSE
         PERFORM CHECK-VALID-UNTIL
         IF VALID-UNTIL-OK = 'Y'
            MOVE VALID-UNTIL-DATE TO RURL-VALID-UNTIL
         ELSE
            DISPLAY "Enter a real date as YYYYMMDD, today or "
                    "later."
         END-IF
      END-IF
    END-PERFORM.
    INSPECT RURL-DESCRIPTION REPLACING ALL "," BY " ".
    INSPECT RURL-CATEGORY REPLACING ALL "," BY " ".
    PERFORM WRITE-RURL-RECORD.
    CLOSE RURL-FILE.
    PERFORM RELEASE-LOCK.
    IF RECORD-WRITTEN = 'Y'
       MOVE "ACCEPTED" TO RQ-STATUS
       MOVE UID TO RQ-RESULT-UID
       MOVE SPACES TO RQ-REASON
       STRING "ADDED AS UID " UID DELIMITED BY SIZE INTO RQ-REASON
       PERFORM CLOSE-REQUEST
       ADD 1 TO ACCEPTED-COUNT
    END-IF.

*> A problem report becomes a REPORTED PROBLEM finding on its UID,
*> carrying who reported what, for the triage workbench to dispose
*> of like any other.  The checker carries findings it did not
*> raise into each fresh findings file, so it waits there.
ACCEPT-PROBLEM-REPORT.
    OPEN INPUT RURL-FILE.
    MOVE RQ-UID TO UID.
    MOVE 'N' TO RECORD-WRITTEN.
    READ RURL-FILE
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'Y' TO RECORD-WRITTEN
    END-READ.
    CLOSE RURL-FILE.
    IF RECORD-WRITTEN NOT = 'Y'
       DISPLAY "UID " RQ-UID " is no longer on file -- reject the "
               "report instead."
       MOVE 'N' TO DISPOSITION-TAKEN
       EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REPORTED-TEXT.
    STRING "Request " RQ-ID " from " Trim(RQ-REQUESTER) ": "
           Trim(RQ-NOTE)
           DELIMITED BY SIZE INTO REPORTED-TEXT
    END-STRING.
    IF RQ-URL NOT = SPACES
       STRING REPORTED-TEXT(1:Length(Trim(REPORTED-TEXT)))
              " -- suggests " Trim(RQ-URL)
              DELIMITED BY SIZE INTO REPORTED-TEXT
       END-STRING
    END-IF.
    OPEN EXTEND FINDINGS-FILE.
    IF FINDINGS-STATUS NOT = "00"
       CLOSE FINDINGS-FILE
       OPEN OUTPUT FINDINGS-FILE
    END-IF.
    MOVE RQ-UID TO FND-UID.
    MOVE "REPORTED PROBLEM" TO FND-REASON.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO FND-DATE.
    MOVE REPORTED-TEXT TO FND-NEW-URL.
    WRITE FINDINGS-RECORD.
    IF FINDINGS-STATUS NOT = "00"
       DISPLAY "Could not write the finding (file status "
               FINDINGS-STATUS ") -- request left open."
       CLOSE FINDINGS-FILE
       EXIT PARAGRAPH
    END-IF.
    CLOSE FINDINGS-FILE.
    MOVE "ACCEPTED" TO RQ-STATUS.
    MOVE RQ-UID TO RQ-RESULT-UID.
    MOVE "OPENED AS A FINDING FOR TRIAGE" TO RQ-REASON.
    PERFORM CLOSE-REQUEST.
    ADD 1 TO ACCEPTED-COUNT.
    DISPLAY "Finding opened on UID " RQ-UID " for the triage "
            "workbench.".

*> Every request, grouped by requester, with how it ended.  A
*> created link is looked up as it stands today, so the requester
*> sees whether it is live yet.
REQUESTER-REPORT.
    OPEN INPUT REQUEST-FILE.
    IF REQUEST-STATUS NOT = "00"
       DISPLAY "No request queue yet (RURL-REQUEST.DAT not found)."
       CLOSE REQUEST-FILE
       EXIT PARAGRAPH
    END-IF.
    CLOSE REQUEST-FILE.
    SORT REQ-SORT-WORK-FILE
         ON ASCENDING KEY RW-REQUESTER
         ON ASCENDING KEY RW-REQ-ID
         INPUT PROCEDURE IS FEED-REQUEST-ROWS
         GIVING REQ-SORT-FILE.
    MOVE 'N' TO RURL-OPEN.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS = "00"
       MOVE 'Y' TO RURL-OPEN
    END-IF.
    OPEN OUTPUT REQ-REPORT-FILE.
    MOVE 0 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    MOVE 0 TO REQUESTER-TOTAL.
    MOVE 0 TO REPORT-REQUEST-TOTAL.
    MOVE 'N' TO GROUP-OPEN.
    PERFORM WRITE-REQ-HEADER.
    OPEN INPUT REQ-SORT-FILE.
    MOVE 'N' TO EOF-REQ-SORT.
    PERFORM UNTIL EOF-REQ-SORT = 'Y'
      READ REQ-SORT-FILE
        AT END MOVE 'Y' TO EOF-REQ-SORT
        NOT AT END
          IF GROUP-OPEN = 'Y' AND RS-REQUESTER NOT = GROUP-REQUESTER
             PERFORM END-REQUESTER-GROUP
          END-IF
          IF GROUP-OPEN = 'N'
             PERFORM START-REQUESTER-GROUP
          END-IF
          MOVE RS-REQUEST TO REQUEST-WORK
          PERFORM WRITE-ONE-REQUEST-ROW
      END-READ
    END-PERFORM.
    CLOSE REQ-SORT-FILE.
    IF GROUP-OPEN = 'Y'
       PERFORM END-REQUESTER-GROUP
    END-IF.
    MOVE SPACES TO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.
    MOVE SPACES TO REQ-REPORT-LINE.
    STRING "REQUESTS: " REPORT-REQUEST-TOTAL "  REQUESTERS: "
           REQUESTER-TOTAL
           DELIMITED BY SIZE INTO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.
    CLOSE REQ-REPORT-FILE.
    CLOSE RURL-FILE.
    CALL "CBL_DELETE_FILE" USING REQ-SORT-FILE-NAME
         RETURNING DELETE-RESULT.
    DISPLAY REPORT-REQUEST-TOTAL " request(s) from " REQUESTER-TOTAL
            " requester(s) written to RURL-REQUEST-REPORT.TXT.".

FEED-REQUEST-ROWS.
    OPEN INPUT REQUEST-FILE.
    MOVE 'N' TO EOF-REQUEST-FILE.
    PERFORM UNTIL EOF-REQUEST-FILE = 'Y'
      READ REQUEST-FILE NEXT
        AT END MOVE 'Y' TO EOF-REQUEST-FILE
        NOT AT END
          MOVE Upper-case(Trim(REQ-REQUESTER)) TO RW-REQUESTER
          MOVE REQ-ID TO RW-REQ-ID
          MOVE REQUEST-RECORD TO RW-REQUEST
          RELEASE REQ-SORT-WORK-RECORD
      END-READ
    END-PERFORM.
    CLOSE REQUEST-FILE.

START-REQUESTER-GROUP.
    MOVE RS-REQUESTER TO GROUP-REQUESTER.
    MOVE 'Y' TO GROUP-OPEN.
    ADD 1 TO REQUESTER-TOTAL.
    MOVE 0 TO GROUP-REQUEST-COUNT.
    MOVE 0 TO GROUP-ACCEPTED-COUNT.
    MOVE 0 TO GROUP-REJECTED-COUNT.
    MOVE 0 TO GROUP-OPEN-COUNT.
    MOVE SPACES TO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.
    MOVE SPACES TO REQ-REPORT-LINE.
    STRING "REQUESTER " Trim(RS-REQUESTER)
           DELIMITED BY SIZE INTO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.

END-REQUESTER-GROUP.
    MOVE SPACES TO REQ-REPORT-LINE.
    STRING "  " GROUP-REQUEST-COUNT " REQUEST(S): "
           GROUP-ACCEPTED-COUNT " ACCEPTED, "
           GROUP-REJECTED-COUNT " REJECTED, "
           GROUP-OPEN-COUNT " OPEN"
           DELIMITED BY SIZE INTO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.
    MOVE 'N' TO GROUP-OPEN.

WRITE-ONE-REQUEST-ROW.
    ADD 1 TO REPORT-REQUEST-TOTAL.
    ADD 1 TO GROUP-REQUEST-COUNT.
    IF RQ-TYPE = 'P'
       MOVE "PROBLEM" TO TYPE-TEXT
    ELSE
       MOVE "NEW" TO TYPE-TEXT
    END-IF.
    IF RQ-CLOSED-DATE = 0
       MOVE SPACES TO CLOSED-TEXT
    ELSE
       MOVE RQ-CLOSED-DATE TO CLOSED-TEXT
    END-IF.
    MOVE SPACES TO OUTCOME-TEXT.
    EVALUATE RQ-STATUS
      WHEN "OPEN"
        ADD 1 TO GROUP-OPEN-COUNT
        MOVE "AWAITING REVIEW" TO OUTCOME-TEXT
      WHEN "ACCEPTED"
        ADD 1 TO GROUP-ACCEPTED-COUNT
        IF RQ-TYPE = 'N'
           PERFORM DESCRIBE-CREATED-LINK
        ELSE
           STRING "FINDING OPENED ON UID " RQ-RESULT-UID
                  DELIMITED BY SIZE INTO OUTCOME-TEXT
        END-IF
      WHEN OTHER
        ADD 1 TO GROUP-REJECTED-COUNT
        MOVE RQ-REASON TO OUTCOME-TEXT
    END-EVALUATE.
    MOVE SPACES TO REQ-REPORT-LINE.
    STRING "  " RQ-ID "  " TYPE-TEXT "  " RQ-DATE "  " RQ-STATUS
           "  " CLOSED-TEXT "  " RQ-CLOSED-BY "  " OUTCOME-TEXT
           DELIMITED BY SIZE INTO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-DETAIL.
    MOVE SPACES TO REQ-REPORT-LINE.
    IF RQ-TYPE = 'P'
       STRING "           ON UID " RQ-UID ": " Trim(RQ-NOTE)
              DELIMITED BY SIZE INTO REQ-REPORT-LINE
              ON OVERFLOW
                 DISPLAY "WARNING: report line for request " RQ-ID
                         " truncated."
       END-STRING
    ELSE
       STRING "           " Trim(RQ-URL)
              DELIMITED BY SIZE INTO REQ-REPORT-LINE
              ON OVERFLOW
                 DISPLAY "WARNING: report line for request " RQ-ID
                         " truncated."
       END-STRING
    END-IF.
    PERFORM WRITE-REQ-DETAIL.

*> Where an accepted new-link request stands now.
DESCRIBE-CREATED-LINK.
    IF RURL-OPEN NOT = 'Y'
       STRING "ADDED AS UID " RQ-RESULT-UID ", SINCE REMOVED"
              DELIMITED BY SIZE INTO OUTCOME-TEXT
       EXIT PARAGRAPH
    END-IF.
    MOVE RQ-RESULT-UID TO UID.
    READ RURL-FILE
      INVALID KEY
        STRING "ADDED AS UID " RQ-RESULT-UID ", SINCE REMOVED"
               DELIMITED BY SIZE INTO OUTCOME-TEXT
      NOT INVALID KEY
        IF RURL-REC-STATUS = 'P'
           STRING "ADDED AS UID " RQ-RESULT-UID
                  ", AWAITING APPROVAL"
                  DELIMITED BY SIZE INTO OUTCOME-TEXT
        ELSE
           STRING "ADDED AS UID " RQ-RESULT-UID ", LIVE"
                  DELIMITED BY SIZE INTO OUTCOME-TEXT
        END-IF
    END-READ.

*> Title and column headings on every page.
WRITE-REQ-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO REQ-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-LINE.
    MOVE SPACES TO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-LINE.
    MOVE "  REQUEST  TYPE     RECEIVED  STATUS    CLOSED    BY          OUTCOME"
         TO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-LINE.
    MOVE "  -------  -------  --------  --------  --------  ----------  -------"
         TO REQ-REPORT-LINE.
    PERFORM WRITE-REQ-LINE.

*> The row is already built in REQ-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-REQ-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE REQ-REPORT-LINE TO REQ-HOLD-LINE
       PERFORM WRITE-REQ-HEADER
       MOVE REQ-HOLD-LINE TO REQ-REPORT-LINE
    END-IF.
    PERFORM WRITE-REQ-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-REQ-LINE.
    WRITE REQ-REPORT-LINE.

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

*> rurl.cbl's CHECK-DUPLICATE-URL, less the excluded UID -- a
*> request has no UID of its own yet.  Does any record already
*> carry DUP-CAND-URL (normalised)?  RURL-FILE must already be open.
CHECK-DUPLICATE-URL.
    MOVE 'N' TO DUP-FOUND.
    MOVE DUP-CAND-URL TO NORM-URL.
    PERFORM NORMALISE-URL.
    MOVE NORM-URL TO DUP-CAND-NORM.
    MOVE 0 TO UID.
    START RURL-FILE KEY IS NOT LESS THAN UID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO DUP-SCAN-DONE
        PERFORM UNTIL DUP-SCAN-DONE = 'Y'
          READ RURL-FILE NEXT
            AT END MOVE 'Y' TO DUP-SCAN-DONE
            NOT AT END
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
          END-READ
        END-PERFORM
    END-START.

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

*> Same as rurl.cbl's CHECK-VALID-UNTIL.
CHECK-VALID-UNTIL.
    MOVE 'N' TO VALID-UNTIL-OK.
    MOVE 0 TO VALID-UNTIL-DATE.
    IF VALID-UNTIL-ANSWER(1:8) IS NUMERIC
       AND VALID-UNTIL-ANSWER(9:2) = SPACES
       MOVE VALID-UNTIL-ANSWER(1:8) TO VALID-UNTIL-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(VALID-UNTIL-DATE) = 0
          ACCEPT CurrentDate FROM DATE YYYYMMDD
          MOVE CurrentDate TO CURRENT-DATE-NUM
          IF VALID-UNTIL-DATE >= CURRENT-DATE-NUM
             MOVE 'Y' TO VALID-UNTIL-OK
          END-IF
       END-IF
    END-IF.

*> Same as rurl.cbl's CHECK-CATEGORY: no master, or an empty one,
*> waves everything through.
CHECK-CATEGORY.
    MOVE 'Y' TO CATEGORY-VALID.
    OPEN INPUT CAT-FILE.
    IF CAT-STATUS NOT = "00"
       CLOSE CAT-FILE
    ELSE
       READ CAT-FILE NEXT
         AT END CONTINUE
         NOT AT END
           MOVE 'N' TO CATEGORY-VALID
           MOVE RURL-CATEGORY TO CAT-CODE
           READ CAT-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO CATEGORY-VALID
           END-READ
       END-READ
       CLOSE CAT-FILE
    END-IF.

*> Same as rurl.cbl's CHECK-OWNER.
CHECK-OWNER.
    MOVE 'Y' TO OWNER-VALID.
    OPEN INPUT OPER-FILE.
    IF OPER-STATUS NOT = "00"
       CLOSE OPER-FILE
    ELSE
       MOVE 'N' TO OWNER-VALID
       MOVE RURL-OWNER TO OPER-ID
       READ OPER-FILE
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'Y' TO OWNER-VALID
       END-READ
       CLOSE OPER-FILE
    END-IF.

LIST-CATEGORIES.
    OPEN INPUT CAT-FILE.
    IF CAT-STATUS NOT = "00"
       DISPLAY "No category master on file yet (see menu option C)."
       CLOSE CAT-FILE
    ELSE
       DISPLAY "CODE        DESCRIPTION"
       MOVE 0 TO CAT-LIST-COUNT
       MOVE 'N' TO EOF-CAT-FILE
       PERFORM UNTIL EOF-CAT-FILE = 'Y'
         READ CAT-FILE NEXT
           AT END MOVE 'Y' TO EOF-CAT-FILE
           NOT AT END
             ADD 1 TO CAT-LIST-COUNT
             DISPLAY CAT-CODE "  " CAT-DESCRIPTION
         END-READ
       END-PERFORM
       DISPLAY CAT-LIST-COUNT " categorie(s)."
       CLOSE CAT-FILE
    END-IF.

*> rurl.cbl's WRITE-RURL-RECORD: RURL-FILE open I-O and RURL-RECORD
*> populated.  A supervisor's acceptance goes straight to live;
*> everyone else's waits for review like any other CREATE.
WRITE-RURL-RECORD.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO RURL-DATE-ADDED.
    MOVE 'U' TO RURL-LINK-STATUS.
    MOVE 0 TO RURL-LAST-CHECKED.
    MOVE 0 TO RURL-FAIL-COUNT.
    IF SIGNON-ROLE = 'S'
       MOVE 'L' TO RURL-REC-STATUS
    ELSE
       MOVE 'P' TO RURL-REC-STATUS
    END-IF.
    MOVE 'N' TO RECORD-WRITTEN.
    WRITE RURL-RECORD
      INVALID KEY
        DISPLAY "UID " UID " already exists. Skipped."
      NOT INVALID KEY
        MOVE 'Y' TO RECORD-WRITTEN
        PERFORM BUMP-NEXTUID-COUNTER
        DISPLAY "Record added: " UID " " Trim(URL)
        IF RURL-REC-STATUS = 'P'
           DISPLAY "Record is PENDING supervisor approval and will "
                   "stay out of exports until released."
        END-IF
        MOVE "CREATE" TO AUDIT-ACTION
        PERFORM AUDIT-LOG
        IF DUP-OVERRIDE = 'Y'
           MOVE "DUPOVR" TO AUDIT-ACTION
           PERFORM AUDIT-LOG
           MOVE 'N' TO DUP-OVERRIDE
        END-IF
    END-WRITE.

*> The UID counter paragraphs from rurl.cbl -- keep them in step.
*> Always called under the maintenance lock.
FIND-NEXT-ID.
    MOVE 'N' TO UID-SPACE-EXHAUSTED.
    PERFORM READ-NEXTUID-COUNTER.
    IF NEXTUID-FOUND = 'N'
       PERFORM SEED-NEXTUID-COUNTER
    END-IF.
    IF NEXTUID-WORK > 9999999
       MOVE 'Y' TO UID-SPACE-EXHAUSTED
    ELSE
       MOVE NEXTUID-WORK TO NEXT-ID
    END-IF.

READ-NEXTUID-COUNTER.
    MOVE 0 TO NEXTUID-WORK.
    MOVE 'N' TO NEXTUID-FOUND.
    OPEN I-O NEXTUID-FILE.
    IF NEXTUID-STATUS = "35"
       OPEN OUTPUT NEXTUID-FILE
       CLOSE NEXTUID-FILE
       OPEN I-O NEXTUID-FILE
    END-IF.
    MOVE 1 TO NEXTUID-REL-KEY.
    READ NEXTUID-FILE
      INVALID KEY CONTINUE
      NOT INVALID KEY
        IF NEXTUID-VALUE > 0
           MOVE NEXTUID-VALUE TO NEXTUID-WORK
           MOVE 'Y' TO NEXTUID-FOUND
        END-IF
    END-READ.
    CLOSE NEXTUID-FILE.

*> RURL-FILE must already be open I-O.
SEED-NEXTUID-COUNTER.
    DISPLAY "Seeding the UID counter from a full scan of "
            "RURL-FILE and the retired archive (first time only).".
    MOVE 0 TO NEXTUID-WORK.
    MOVE 0 TO UID.
    START RURL-FILE KEY IS NOT LESS THAN UID
      INVALID KEY CONTINUE
      NOT INVALID KEY
        MOVE 'N' TO EOF-RURL-FILE
        PERFORM UNTIL EOF-RURL-FILE = 'Y'
          READ RURL-FILE NEXT
            AT END MOVE 'Y' TO EOF-RURL-FILE
            NOT AT END
              IF UID > NEXTUID-WORK
                 MOVE UID TO NEXTUID-WORK
              END-IF
          END-READ
        END-PERFORM
    END-START.
    OPEN INPUT RETIRED-FILE.
    IF RETIRED-STATUS NOT = "00"
       CLOSE RETIRED-FILE
    ELSE
       MOVE 'N' TO EOF-RETIRED
       PERFORM UNTIL EOF-RETIRED = 'Y'
         READ RETIRED-FILE NEXT
           AT END MOVE 'Y' TO EOF-RETIRED
           NOT AT END
             IF RET-UID > NEXTUID-WORK
                MOVE RET-UID TO NEXTUID-WORK
             END-IF
         END-READ
       END-PERFORM
       CLOSE RETIRED-FILE
    END-IF.
    ADD 1 TO NEXTUID-WORK.
    PERFORM WRITE-NEXTUID-COUNTER.

WRITE-NEXTUID-COUNTER.
    OPEN I-O NEXTUID-FILE.
    IF NEXTUID-STATUS = "35"
       OPEN OUTPUT NEXTUID-FILE
       CLOSE NEXTUID-FILE
       OPEN I-O NEXTUID-FILE
    END-IF.
    MOVE 1 TO NEXTUID-REL-KEY.
    MOVE NEXTUID-WORK TO NEXTUID-VALUE.
    REWRITE NEXTUID-RECORD
      INVALID KEY
        WRITE NEXTUID-RECORD
          INVALID KEY
            DISPLAY "Could not write the UID counter."
        END-WRITE
    END-REWRITE.
    CLOSE NEXTUID-FILE.

BUMP-NEXTUID-COUNTER.
    PERFORM READ-NEXTUID-COUNTER.
    IF NEXTUID-FOUND = 'N' OR UID >= NEXTUID-WORK
       COMPUTE NEXTUID-WORK = UID + 1
       PERFORM WRITE-NEXTUID-COUNTER
    END-IF.

*> Appends one row to the audit trail.  UID and AUDIT-ACTION must
*> already be set, and the record content be in RURL-RECORD.
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

*> Same as rurl.cbl's SEAL-AUDIT-RECORD -- keep the copies in step.
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
