*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlinteg.so rurlinteg.cbl
*> Cross-file referential integrity sweep for RURL.DAT and its side
*> files.
*>
*> rurlrecon compares the master against the audit trail, but
*> nothing compared the master against the files that point at it
*> or that it points at.  This job reads every one of them and
*> writes each broken reference to RURL-INTEG-REPORT.TXT:
*>   ORPHAN TAG ROW       -- RURL-TAGS.DAT row for a UID in neither
*>                           RURL.DAT nor RURL-RETIRED.DAT (retired
*>                           links keep their tags on purpose);
*>   ORPHAN USAGE ROW     -- the same test for RURL-USAGE.DAT;
*>   UNKNOWN OWNER        -- RURL-OWNER not on RURL-OPER.DAT;
*>   UNKNOWN CATEGORY     -- RURL-CATEGORY not on RURL-CAT.DAT;
*>   ORPHAN FINDING       -- RURL-FINDINGS.DAT row for a UID no
*>                           longer in the live file;
*>   ORPHAN SUPPRESS ROW  -- the same test for RURL-SUPPRESS.DAT;
*>   NEXTUID TOO LOW      -- the RURL-NEXTUID.DAT counter at or
*>                           below the highest UID live or retired;
*>   FORWARD TARGET GONE  -- a RURL-FORWARD.DAT row sending an old
*>                           UID to a record since deleted itself,
*>                           so QUERY on the old UID ends nowhere.
*>                           Reported only: the row still says why
*>                           the old UID went, so repair keeps it.
*> A missing operator or category master skips its check, the same
*> stance CHECK-OWNER and CHECK-CATEGORY take in rurl.cbl.
*>
*> Anyone may run the check.  The repair pass (supervisor only)
*> runs the check first, asks which replacement owner and category
*> to use, then runs again under RURL.LOCK removing the orphan rows,
*> reseating the counter, and reassigning owners and categories --
*> each of those master changes an audited UPDATE, exactly as a
*> manual UPDATE would log it.  Every orphan row removed and every
*> counter reseat is sealed onto the audit trail as well, as action
*> REPAIR keyed by the UID the row named (UID 0 for the counter),
*> with the side file and what was done in AUD-DESCRIPTION; the
*> report is rewritten each run, the trail is what keeps the
*> history.  REPAIR rows change nothing on the master, so backup
*> replay, the change feed and the reconciliation pass them over.
*> The nightly chain runs the check only (step code INTEGRITY);
*> broken references are reported, not treated as a step failure,
*> the same as rurlrecon's exceptions.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlinteg.
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
   SELECT TAG-FILE ASSIGN USING TAG-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TAG-KEY
          FILE STATUS IS TAG-STATUS.
   SELECT USAGE-FILE ASSIGN USING USAGE-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS USE-UID
          FILE STATUS IS USAGE-STATUS.
   SELECT OPER-FILE ASSIGN USING OPER-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OPER-ID
          FILE STATUS IS OPER-STATUS.
   SELECT CAT-FILE ASSIGN USING CAT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAT-CODE
          FILE STATUS IS CAT-STATUS.
   SELECT FINDINGS-FILE ASSIGN USING FINDINGS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-STATUS.
*> rows that survive a repair are parked here and copied back, the
*> same way rurltriage rewrites the findings file.
   SELECT FINDINGS-KEEP-FILE ASSIGN USING FINDINGS-KEEP-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-KEEP-STATUS.
   SELECT SUPPRESS-FILE ASSIGN USING SUPPRESS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPRESS-STATUS.
   SELECT SUPPRESS-KEEP-FILE ASSIGN USING SUPPRESS-KEEP-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPRESS-KEEP-STATUS.
   SELECT NEXTUID-FILE ASSIGN USING NEXTUID-FILE-NAME
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS NEXTUID-REL-KEY
          FILE STATUS IS NEXTUID-STATUS.
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
   SELECT INTEG-REPORT-FILE ASSIGN USING INTEG-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INTEG-REPORT-STATUS.
   SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOCK-STATUS.
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

*> Must stay in step with the TAG-RECORD layout in rurltag.cbl.
FD TAG-FILE.
01 TAG-RECORD.
   05 TAG-KEY.
      10 TAG-UID  PIC 9(7).
      10 TAG-CODE PIC X(10).

*> Must stay in step with the USAGE-RECORD layout in rurlhist.cbl.
FD USAGE-FILE.
01 USAGE-RECORD.
   05 USE-UID       PIC 9(7).
   05 USE-COUNT     PIC 9(7).
   05 USE-LAST-USED PIC 9(8).

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

*> Must stay in step with the CAT-RECORD layout in rurlcat.cbl.
FD CAT-FILE.
01 CAT-RECORD.
   05 CAT-CODE        PIC X(10).
   05 CAT-DESCRIPTION PIC X(30).
   05 CAT-PARENT      PIC X(10).
   05 CAT-REVIEW-DAYS PIC 9(4).

*> Must stay in step with the findings-record layout in cobsys.cob.
FD FINDINGS-FILE.
01 FINDINGS-RECORD.
   05 FND-UID     PIC 9(7).
   05 FND-REASON  PIC X(20).
   05 FND-DATE    PIC 9(8).
   05 FND-NEW-URL PIC X(250).

FD FINDINGS-KEEP-FILE.
01 FINDINGS-KEEP-RECORD PIC X(285).

*> Must stay in step with the suppress-record layout in cobsys.cob.
FD SUPPRESS-FILE.
01 SUPPRESS-RECORD.
   05 SUP-UID  PIC 9(7).
   05 SUP-RUNS PIC 9(3).

FD SUPPRESS-KEEP-FILE.
01 SUPPRESS-KEEP-RECORD PIC X(10).

*> Must stay in step with the NEXTUID-RECORD layout in rurl.cbl.
FD NEXTUID-FILE.
01 NEXTUID-RECORD.
   05 NEXTUID-VALUE PIC 9(8).

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

FD INTEG-REPORT-FILE.
01 INTEG-REPORT-LINE PIC X(320).

FD LOCK-FILE.
01 LOCK-LINE.
   05 LOCK-OPERATOR PIC X(10).
   05 LOCK-DATE     PIC 9(8).
   05 LOCK-HOUR     PIC 99.
   05 LOCK-MINUTE   PIC 99.

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
01 TAG-FILE-NAME PIC X(100).
01 USAGE-FILE-NAME PIC X(100).
01 OPER-FILE-NAME PIC X(100).
01 CAT-FILE-NAME PIC X(100).
01 FINDINGS-FILE-NAME PIC X(100).
01 FINDINGS-KEEP-NAME PIC X(100).
01 SUPPRESS-FILE-NAME PIC X(100).
01 SUPPRESS-KEEP-NAME PIC X(100).
01 NEXTUID-FILE-NAME PIC X(100).
01 AUDIT-FILE-NAME PIC X(100).
01 INTEG-REPORT-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 RETIRED-STATUS PIC XX.
01 TAG-STATUS PIC XX.
01 USAGE-STATUS PIC XX.
01 OPER-STATUS PIC XX.
01 CAT-STATUS PIC XX.
01 FINDINGS-STATUS PIC XX.
01 FINDINGS-KEEP-STATUS PIC XX.
01 SUPPRESS-STATUS PIC XX.
01 SUPPRESS-KEEP-STATUS PIC XX.
01 NEXTUID-STATUS PIC XX.
01 NEXTUID-REL-KEY PIC 9(4) VALUE 1.
01 AUDIT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 INTEG-REPORT-STATUS PIC XX.
01 LOCK-STATUS PIC XX.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
01 AUDIT-ACTION PIC X(6).
01 INTEG-CHOICE PIC X.
01 APPLY-ANSWER PIC X.
*> 'Y' while the second, repairing pass is running; the check pass
*> and the nightly chain leave every file exactly as found.
01 REPAIR-MODE PIC X VALUE 'N'.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-RETIRED PIC X VALUE 'N'.
01 EOF-TAG-FILE PIC X VALUE 'N'.
01 EOF-USAGE-FILE PIC X VALUE 'N'.
01 EOF-FINDINGS PIC X VALUE 'N'.
01 EOF-SUPPRESS PIC X VALUE 'N'.
01 EOF-FORWARD-FILE PIC X VALUE 'N'.
01 FORWARD-FILE-NAME PIC X(100).
01 FORWARD-STATUS PIC XX.
01 EOF-KEEP PIC X VALUE 'N'.
*> which masters could be opened (a missing one skips its check)
01 RETIRED-OPEN PIC X VALUE 'N'.
01 OPER-MASTER-OPEN PIC X VALUE 'N'.
01 CAT-MASTER-OPEN PIC X VALUE 'N'.
*> result of LOOKUP-LINK-UID: 'L' live, 'R' retired, 'N' neither
01 LOOKUP-UID PIC 9(7).
01 LINK-ON-FILE PIC X.
01 HIGHEST-UID PIC 9(8) VALUE 0.
01 NEXTUID-WORK PIC 9(8) VALUE 0.
01 NEXTUID-FOUND PIC X VALUE 'N'.
*> replacements the supervisor names for the repair pass; blank
*> leaves that class of broken reference reported but untouched.
01 REPAIR-OWNER PIC X(10) VALUE SPACES.
01 REPAIR-CATEGORY PIC X(10) VALUE SPACES.
01 REPAIR-ANSWER PIC X(10).
01 REPAIR-VALID PIC X.
01 REPAIR-NOTE PIC X(40).
*> what AUDIT-REPAIR writes: the UID the removed row named and a
*> line saying which side file and what was done
01 REPAIR-AUDIT-UID PIC 9(7).
01 REPAIR-AUDIT-TEXT PIC X(40).
*> per-run tallies -- reset at entry, since WORKING-STORAGE survives
*> between CALLs from the menu
01 ORPHAN-TAG-COUNT PIC 9(5) VALUE 0.
01 ORPHAN-USAGE-COUNT PIC 9(5) VALUE 0.
01 UNKNOWN-OWNER-COUNT PIC 9(5) VALUE 0.
01 UNKNOWN-CAT-COUNT PIC 9(5) VALUE 0.
01 ORPHAN-FINDING-COUNT PIC 9(5) VALUE 0.
01 ORPHAN-SUPPRESS-COUNT PIC 9(5) VALUE 0.
01 NEXTUID-BAD-COUNT PIC 9(5) VALUE 0.
01 FORWARD-GONE-COUNT PIC 9(5) VALUE 0.
01 BROKEN-TOTAL PIC 9(6) VALUE 0.
01 REPAIRED-COUNT PIC 9(6) VALUE 0.
01 LINKS-SCANNED PIC 9(7) VALUE 0.
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 INTEG-HOLD-LINE PIC X(320).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40) VALUE "RURL REFERENTIAL INTEGRITY REPORT".
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
*> check run with no console prompting.
01 BATCH-ACTION PIC X.

*> The check is read-only and open to everyone; the repair pass
*> rewrites the master and its side files, so it is supervisor only.
*> The unattended chain is the shop's own scheduler and comes in
*> through BATCH-ACTION, past the interactive role gate; repair is
*> never offered in batch.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE BATCH-ACTION.
IntegBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE SIGNON-OPERATOR TO OPERATOR-ID.
    MOVE 'N' TO REPAIR-MODE.
    MOVE SPACES TO REPAIR-OWNER.
    MOVE SPACES TO REPAIR-CATEGORY.
    IF BATCH-ACTION = 'B'
       PERFORM RUN-INTEGRITY-SWEEP
       GOBACK
    END-IF.
    DISPLAY "CHECK only or CHECK AND REPAIR (C/R)?".
    ACCEPT INTEG-CHOICE.
    EVALUATE INTEG-CHOICE
      WHEN 'C' PERFORM RUN-INTEGRITY-SWEEP
      WHEN 'R'
        IF SIGNON-ROLE = 'S'
           PERFORM REPAIR-INTEGRITY
        ELSE
           DISPLAY "The repair pass is supervisor only."
        END-IF
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: C R"
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
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN "LOCK-STALE-MINUTES"
        MOVE Numval(CTL-VALUE) TO LOCK-STALE-MINUTES
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

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
    MOVE SPACES TO TAG-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-TAGS.DAT"
           DELIMITED BY SIZE INTO TAG-FILE-NAME.
    MOVE SPACES TO USAGE-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-USAGE.DAT"
           DELIMITED BY SIZE INTO USAGE-FILE-NAME.
    MOVE SPACES TO OPER-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT"
           DELIMITED BY SIZE INTO OPER-FILE-NAME.
    MOVE SPACES TO CAT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT"
           DELIMITED BY SIZE INTO CAT-FILE-NAME.
    MOVE SPACES TO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FINDINGS.DAT"
           DELIMITED BY SIZE INTO FINDINGS-FILE-NAME.
    MOVE SPACES TO FINDINGS-KEEP-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-INTEG-FND.TMP"
           DELIMITED BY SIZE INTO FINDINGS-KEEP-NAME.
    MOVE SPACES TO SUPPRESS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-SUPPRESS.DAT"
           DELIMITED BY SIZE INTO SUPPRESS-FILE-NAME.
    MOVE SPACES TO SUPPRESS-KEEP-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-INTEG-SUP.TMP"
           DELIMITED BY SIZE INTO SUPPRESS-KEEP-NAME.
    MOVE SPACES TO NEXTUID-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-NEXTUID.DAT"
           DELIMITED BY SIZE INTO NEXTUID-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO INTEG-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-INTEG-REPORT.TXT"
           DELIMITED BY SIZE INTO INTEG-REPORT-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.

*> The repair pass: a plain check first so the supervisor sees what
*> is broken, then the replacement owner and category (each checked
*> against its master), one confirmation, and a second sweep under
*> the lock with REPAIR-MODE on.  The report left on disk is the one
*> from the repairing sweep, with what was done beside each line.
REPAIR-INTEGRITY.
    PERFORM RUN-INTEGRITY-SWEEP.
    IF RURL-STATUS NOT = "00" AND RURL-STATUS NOT = "10"
       EXIT PARAGRAPH
    END-IF.
    IF BROKEN-TOTAL = 0
       DISPLAY "Nothing to repair."
       EXIT PARAGRAPH
    END-IF.
    IF UNKNOWN-OWNER-COUNT > 0
       MOVE 'N' TO REPAIR-VALID
       PERFORM UNTIL REPAIR-VALID = 'Y'
         DISPLAY "Reassign links with an unknown owner to which "
                 "operator ID (blank = leave them as they are)? "
         ACCEPT REPAIR-ANSWER
         MOVE Upper-case(Trim(REPAIR-ANSWER)) TO REPAIR-OWNER
         PERFORM CHECK-REPAIR-OWNER
       END-PERFORM
    END-IF.
    IF UNKNOWN-CAT-COUNT > 0
       MOVE 'N' TO REPAIR-VALID
       PERFORM UNTIL REPAIR-VALID = 'Y'
         DISPLAY "Recode links in an unknown category to which "
                 "category code (blank = leave them as they are)? "
         ACCEPT REPAIR-ANSWER
         MOVE Upper-case(Trim(REPAIR-ANSWER)) TO REPAIR-CATEGORY
         PERFORM CHECK-REPAIR-CATEGORY
       END-PERFORM
    END-IF.
    DISPLAY "Apply the repairs now (Y/N)?".
    ACCEPT APPLY-ANSWER.
    IF APPLY-ANSWER NOT = 'Y'
       DISPLAY "No repairs made."
       EXIT PARAGRAPH
    END-IF.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED = 'Y'
       MOVE 'Y' TO REPAIR-MODE
       PERFORM RUN-INTEGRITY-SWEEP
       MOVE 'N' TO REPAIR-MODE
       PERFORM RELEASE-LOCK
       DISPLAY "Repaired " REPAIRED-COUNT " broken reference(s). "
               "See RURL-INTEG-REPORT.TXT."
    END-IF.

CHECK-REPAIR-OWNER.
    MOVE 'Y' TO REPAIR-VALID.
    IF REPAIR-OWNER NOT = SPACES
       OPEN INPUT OPER-FILE
       IF OPER-STATUS = "00"
          MOVE REPAIR-OWNER TO OPER-ID
          READ OPER-FILE
            INVALID KEY
              DISPLAY "'" Trim(REPAIR-OWNER) "' is not a known "
                      "operator ID."
              MOVE 'N' TO REPAIR-VALID
          END-READ
       END-IF
       CLOSE OPER-FILE
    END-IF.

CHECK-REPAIR-CATEGORY.
    MOVE 'Y' TO REPAIR-VALID.
    IF REPAIR-CATEGORY NOT = SPACES
       OPEN INPUT CAT-FILE
       IF CAT-STATUS = "00"
          MOVE REPAIR-CATEGORY TO CAT-CODE
          READ CAT-FILE
            INVALID KEY
              DISPLAY "'" Trim(REPAIR-CATEGORY) "' is not a known "
                      "category code."
              MOVE 'N' TO REPAIR-VALID
          END-READ
       END-IF
       CLOSE CAT-FILE
    END-IF.

*> One full sweep -- shared by the check, both halves of the repair
*> pass and the nightly chain's batch entry.  Failures to open the
*> master set RETURN-CODE 8, seen by the rurlsys nightly chain.
RUN-INTEGRITY-SWEEP.
    MOVE 0 TO ORPHAN-TAG-COUNT.
    MOVE 0 TO ORPHAN-USAGE-COUNT.
    MOVE 0 TO UNKNOWN-OWNER-COUNT.
    MOVE 0 TO UNKNOWN-CAT-COUNT.
    MOVE 0 TO ORPHAN-FINDING-COUNT.
    MOVE 0 TO ORPHAN-SUPPRESS-COUNT.
    MOVE 0 TO NEXTUID-BAD-COUNT.
    MOVE 0 TO FORWARD-GONE-COUNT.
    MOVE 0 TO BROKEN-TOTAL.
    MOVE 0 TO REPAIRED-COUNT.
    MOVE 0 TO LINKS-SCANNED.
    MOVE 0 TO HIGHEST-UID.
    IF REPAIR-MODE = 'Y'
       OPEN I-O RURL-FILE
    ELSE
       OPEN INPUT RURL-FILE
    END-IF.
    IF RURL-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-FILE (file status " RURL-STATUS ")."
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF.
    OPEN INPUT RETIRED-FILE.
    IF RETIRED-STATUS = "00"
       MOVE 'Y' TO RETIRED-OPEN
    ELSE
       MOVE 'N' TO RETIRED-OPEN
       CLOSE RETIRED-FILE
    END-IF.
    OPEN OUTPUT INTEG-REPORT-FILE.
    MOVE 0 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    PERFORM WRITE-INTEG-REPORT-HEADER.
    IF REPAIR-MODE = 'Y'
       MOVE SPACES TO INTEG-REPORT-LINE
       STRING "REPAIR PASS BY " Trim(OPERATOR-ID)
              "  OWNER TO: " REPAIR-OWNER
              "  CATEGORY TO: " REPAIR-CATEGORY
              DELIMITED BY SIZE INTO INTEG-REPORT-LINE
       PERFORM WRITE-INTEG-REPORT-DETAIL
    END-IF.
    PERFORM CHECK-MASTER-REFERENCES.
    PERFORM FIND-HIGHEST-RETIRED-UID.
    PERFORM CHECK-NEXTUID-COUNTER.
    PERFORM CHECK-TAG-ROWS.
    PERFORM CHECK-USAGE-ROWS.
    PERFORM CHECK-FINDINGS-ROWS.
    PERFORM CHECK-SUPPRESS-ROWS.
    PERFORM CHECK-FORWARD-ROWS.
    IF RETIRED-OPEN = 'Y'
       CLOSE RETIRED-FILE
    END-IF.
    CLOSE RURL-FILE.
    COMPUTE BROKEN-TOTAL = ORPHAN-TAG-COUNT + ORPHAN-USAGE-COUNT
                         + UNKNOWN-OWNER-COUNT + UNKNOWN-CAT-COUNT
                         + ORPHAN-FINDING-COUNT + ORPHAN-SUPPRESS-COUNT
                         + NEXTUID-BAD-COUNT + FORWARD-GONE-COUNT.
    MOVE SPACES TO INTEG-REPORT-LINE.
    PERFORM WRITE-INTEG-REPORT-LINE.
    MOVE SPACES TO INTEG-REPORT-LINE.
    STRING "LINKS SCANNED: " LINKS-SCANNED
           "  ORPHAN TAGS: " ORPHAN-TAG-COUNT
           "  ORPHAN USAGE: " ORPHAN-USAGE-COUNT
           "  UNKNOWN OWNERS: " UNKNOWN-OWNER-COUNT
           "  UNKNOWN CATEGORIES: " UNKNOWN-CAT-COUNT
           DELIMITED BY SIZE INTO INTEG-REPORT-LINE.
    PERFORM WRITE-INTEG-REPORT-LINE.
    MOVE SPACES TO INTEG-REPORT-LINE.
    STRING "ORPHAN FINDINGS: " ORPHAN-FINDING-COUNT
           "  ORPHAN SUPPRESSIONS: " ORPHAN-SUPPRESS-COUNT
           "  COUNTER FAULTS: " NEXTUID-BAD-COUNT
           "  DEAD FORWARDS: " FORWARD-GONE-COUNT
           "  BROKEN REFERENCES: " BROKEN-TOTAL
           "  REPAIRED: " REPAIRED-COUNT
           DELIMITED BY SIZE INTO INTEG-REPORT-LINE.
    PERFORM WRITE-INTEG-REPORT-LINE.
    CLOSE INTEG-REPORT-FILE.
    DISPLAY "Integrity sweep: " BROKEN-TOTAL " broken reference(s) "
            "across " LINKS-SCANNED " link(s). "
            "Report written to RURL-INTEG-REPORT.TXT.".

*> One pass of the live master: every non-blank owner against the
*> operator master, every category against the category master,
*> and the highest UID for the counter check.  A blank owner is a
*> record from before owners existed, not a broken reference.
CHECK-MASTER-REFERENCES.
    OPEN INPUT OPER-FILE.
    IF OPER-STATUS = "00"
       MOVE 'Y' TO OPER-MASTER-OPEN
    ELSE
       MOVE 'N' TO OPER-MASTER-OPEN
       CLOSE OPER-FILE
       MOVE "NOTE: no operator master -- owner check skipped."
            TO INTEG-REPORT-LINE
       PERFORM WRITE-INTEG-REPORT-DETAIL
    END-IF.
    OPEN INPUT CAT-FILE.
    IF CAT-STATUS = "00"
       MOVE 'Y' TO CAT-MASTER-OPEN
       *> an empty master waves everything through, as CHECK-CATEGORY
       *> does in rurl.cbl
       READ CAT-FILE NEXT
         AT END
           MOVE 'N' TO CAT-MASTER-OPEN
           CLOSE CAT-FILE
       END-READ
    ELSE
       MOVE 'N' TO CAT-MASTER-OPEN
       CLOSE CAT-FILE
    END-IF.
    IF CAT-MASTER-OPEN NOT = 'Y'
       MOVE "NOTE: no category master -- category check skipped."
            TO INTEG-REPORT-LINE
       PERFORM WRITE-INTEG-REPORT-DETAIL
    END-IF.
    MOVE 'N' TO EOF-RURL-FILE.
    PERFORM UNTIL EOF-RURL-FILE = 'Y'
      READ RURL-FILE NEXT
        AT END MOVE 'Y' TO EOF-RURL-FILE
        NOT AT END
          ADD 1 TO LINKS-SCANNED
          IF UID > HIGHEST-UID
             MOVE UID TO HIGHEST-UID
          END-IF
          PERFORM CHECK-ONE-MASTER-RECORD
      END-READ
    END-PERFORM.
    IF OPER-MASTER-OPEN = 'Y'
       CLOSE OPER-FILE
    END-IF.
    IF CAT-MASTER-OPEN = 'Y'
       CLOSE CAT-FILE
    END-IF.

CHECK-ONE-MASTER-RECORD.
    IF OPER-MASTER-OPEN = 'Y' AND RURL-OWNER NOT = SPACES
       MOVE RURL-OWNER TO OPER-ID
       READ OPER-FILE
         INVALID KEY
           ADD 1 TO UNKNOWN-OWNER-COUNT
           MOVE SPACES TO REPAIR-NOTE
           IF REPAIR-MODE = 'Y' AND REPAIR-OWNER NOT = SPACES
              MOVE REPAIR-OWNER TO RURL-OWNER
              PERFORM REWRITE-REPAIRED-RECORD
           END-IF
           MOVE SPACES TO INTEG-REPORT-LINE
           STRING "UNKNOWN OWNER        UID " UID "  OWNER "
                  OPER-ID "  " Trim(REPAIR-NOTE)
                  DELIMITED BY SIZE INTO INTEG-REPORT-LINE
           PERFORM WRITE-INTEG-REPORT-DETAIL
       END-READ
    END-IF.
    IF CAT-MASTER-OPEN = 'Y'
       MOVE RURL-CATEGORY TO CAT-CODE
       READ CAT-FILE
         INVALID KEY
           ADD 1 TO UNKNOWN-CAT-COUNT
           MOVE SPACES TO REPAIR-NOTE
           IF REPAIR-MODE = 'Y' AND REPAIR-CATEGORY NOT = SPACES
              MOVE REPAIR-CATEGORY TO RURL-CATEGORY
              PERFORM REWRITE-REPAIRED-RECORD
           END-IF
           MOVE SPACES TO INTEG-REPORT-LINE
           STRING "UNKNOWN CATEGORY     UID " UID "  CATEGORY "
                  CAT-CODE "  " Trim(REPAIR-NOTE)
                  DELIMITED BY SIZE INTO INTEG-REPORT-LINE
           PERFORM WRITE-INTEG-REPORT-DETAIL
       END-READ
    END-IF.

*> The record just changed in the buffer goes back to the master as
*> an ordinary audited UPDATE, so recon and a later point-in-time
*> restore both see the repair.
REWRITE-REPAIRED-RECORD.
    REWRITE RURL-RECORD
      INVALID KEY
        MOVE "-- REWRITE FAILED" TO REPAIR-NOTE
      NOT INVALID KEY
        ADD 1 TO REPAIRED-COUNT
        MOVE "UPDATE" TO AUDIT-ACTION
        PERFORM AUDIT-LOG
        MOVE "-- REASSIGNED, AUDITED AS UPDATE" TO REPAIR-NOTE
    END-REWRITE.

FIND-HIGHEST-RETIRED-UID.
    IF RETIRED-OPEN = 'Y'
       MOVE 'N' TO EOF-RETIRED
       PERFORM UNTIL EOF-RETIRED = 'Y'
         READ RETIRED-FILE NEXT
           AT END MOVE 'Y' TO EOF-RETIRED
           NOT AT END
             IF RET-UID > HIGHEST-UID
                MOVE RET-UID TO HIGHEST-UID
             END-IF
         END-READ
       END-PERFORM
    END-IF.

*> The counter holds the NEXT UID to hand out, so it must be above
*> every UID ever issued.  No counter at all is not a fault: the
*> next CREATE seeds it from a full scan (FIND-NEXT-ID in rurl.cbl).
CHECK-NEXTUID-COUNTER.
    MOVE 'N' TO NEXTUID-FOUND.
    MOVE 0 TO NEXTUID-WORK.
    IF REPAIR-MODE = 'Y'
       OPEN I-O NEXTUID-FILE
    ELSE
       OPEN INPUT NEXTUID-FILE
    END-IF.
    IF NEXTUID-STATUS NOT = "00"
       CLOSE NEXTUID-FILE
    ELSE
       MOVE 1 TO NEXTUID-REL-KEY
       READ NEXTUID-FILE
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF NEXTUID-VALUE > 0
              MOVE NEXTUID-VALUE TO NEXTUID-WORK
              MOVE 'Y' TO NEXTUID-FOUND
           END-IF
       END-READ
       IF NEXTUID-FOUND = 'Y' AND NEXTUID-WORK NOT > HIGHEST-UID
          ADD 1 TO NEXTUID-BAD-COUNT
          MOVE SPACES TO REPAIR-NOTE
          IF REPAIR-MODE = 'Y'
             COMPUTE NEXTUID-VALUE = HIGHEST-UID + 1
             REWRITE NEXTUID-RECORD
               INVALID KEY
                 MOVE "-- REWRITE FAILED" TO REPAIR-NOTE
               NOT INVALID KEY
                 ADD 1 TO REPAIRED-COUNT
                 MOVE "-- RESEATED ABOVE HIGHEST UID" TO REPAIR-NOTE
                 MOVE 0 TO REPAIR-AUDIT-UID
                 MOVE SPACES TO REPAIR-AUDIT-TEXT
                 STRING "RURL-NEXTUID.DAT " NEXTUID-WORK " TO "
                        NEXTUID-VALUE
                        DELIMITED BY SIZE INTO REPAIR-AUDIT-TEXT
                 PERFORM AUDIT-REPAIR
             END-REWRITE
          END-IF
          MOVE SPACES TO INTEG-REPORT-LINE
          STRING "NEXTUID TOO LOW      COUNTER " NEXTUID-WORK
                 "  HIGHEST UID ON FILE " HIGHEST-UID "  "
                 Trim(REPAIR-NOTE)
                 DELIMITED BY SIZE INTO INTEG-REPORT-LINE
          PERFORM WRITE-INTEG-REPORT-DETAIL
       END-IF
       CLOSE NEXTUID-FILE
    END-IF.

*> Is LOOKUP-UID a live link ('L'), a retired one ('R') or neither
*> ('N')?  Leaves the answer in LINK-ON-FILE.
LOOKUP-LINK-UID.
    MOVE 'N' TO LINK-ON-FILE.
    MOVE LOOKUP-UID TO UID.
    READ RURL-FILE
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE 'L' TO LINK-ON-FILE
    END-READ.
    IF LINK-ON-FILE = 'N' AND RETIRED-OPEN = 'Y'
       MOVE LOOKUP-UID TO RET-UID
       READ RETIRED-FILE
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'R' TO LINK-ON-FILE
       END-READ
    END-IF.

*> Tag rows may belong to a live or a retired link (retirement keeps
*> labels for reinstatement); anything else is an orphan.
CHECK-TAG-ROWS.
    IF REPAIR-MODE = 'Y'
       OPEN I-O TAG-FILE
    ELSE
       OPEN INPUT TAG-FILE
    END-IF.
    IF TAG-STATUS NOT = "00"
       CLOSE TAG-FILE
    ELSE
       MOVE 'N' TO EOF-TAG-FILE
       PERFORM UNTIL EOF-TAG-FILE = 'Y'
         READ TAG-FILE NEXT
           AT END MOVE 'Y' TO EOF-TAG-FILE
           NOT AT END
             MOVE TAG-UID TO LOOKUP-UID
             PERFORM LOOKUP-LINK-UID
             IF LINK-ON-FILE = 'N'
                ADD 1 TO ORPHAN-TAG-COUNT
                MOVE SPACES TO REPAIR-NOTE
                IF REPAIR-MODE = 'Y'
                   DELETE TAG-FILE
                     INVALID KEY
                       MOVE "-- DELETE FAILED" TO REPAIR-NOTE
                     NOT INVALID KEY
                       ADD 1 TO REPAIRED-COUNT
                       MOVE "-- REMOVED" TO REPAIR-NOTE
                       MOVE TAG-UID TO REPAIR-AUDIT-UID
                       MOVE SPACES TO REPAIR-AUDIT-TEXT
                       STRING "RURL-TAGS.DAT TAG " Trim(TAG-CODE)
                              " REMOVED"
                              DELIMITED BY SIZE INTO REPAIR-AUDIT-TEXT
                       PERFORM AUDIT-REPAIR
                   END-DELETE
                END-IF
                MOVE SPACES TO INTEG-REPORT-LINE
                STRING "ORPHAN TAG ROW       UID " TAG-UID "  TAG "
                       TAG-CODE "  " Trim(REPAIR-NOTE)
                       DELIMITED BY SIZE INTO INTEG-REPORT-LINE
                PERFORM WRITE-INTEG-REPORT-DETAIL
             END-IF
         END-READ
       END-PERFORM
       CLOSE TAG-FILE
    END-IF.

CHECK-USAGE-ROWS.
    IF REPAIR-MODE = 'Y'
       OPEN I-O USAGE-FILE
    ELSE
       OPEN INPUT USAGE-FILE
    END-IF.
    IF USAGE-STATUS NOT = "00"
       CLOSE USAGE-FILE
    ELSE
       MOVE 'N' TO EOF-USAGE-FILE
       PERFORM UNTIL EOF-USAGE-FILE = 'Y'
         READ USAGE-FILE NEXT
           AT END MOVE 'Y' TO EOF-USAGE-FILE
           NOT AT END
             MOVE USE-UID TO LOOKUP-UID
             PERFORM LOOKUP-LINK-UID
             IF LINK-ON-FILE = 'N'
                ADD 1 TO ORPHAN-USAGE-COUNT
                MOVE SPACES TO REPAIR-NOTE
                IF REPAIR-MODE = 'Y'
                   DELETE USAGE-FILE
                     INVALID KEY
                       MOVE "-- DELETE FAILED" TO REPAIR-NOTE
                     NOT INVALID KEY
                       ADD 1 TO REPAIRED-COUNT
                       MOVE "-- REMOVED" TO REPAIR-NOTE
                       MOVE USE-UID TO REPAIR-AUDIT-UID
                       MOVE "RURL-USAGE.DAT ROW REMOVED"
                            TO REPAIR-AUDIT-TEXT
                       PERFORM AUDIT-REPAIR
                   END-DELETE
                END-IF
                MOVE SPACES TO INTEG-REPORT-LINE
                STRING "ORPHAN USAGE ROW     UID " USE-UID
                       "  LOOKUPS " USE-COUNT "  LAST USED "
                       USE-LAST-USED "  " Trim(REPAIR-NOTE)
                       DELIMITED BY SIZE INTO INTEG-REPORT-LINE
                PERFORM WRITE-INTEG-REPORT-DETAIL
             END-IF
         END-READ
       END-PERFORM
       CLOSE USAGE-FILE
    END-IF.

*> A finding is only any use to triage while its link is live; one
*> for a deleted or retired UID can never be worked.  In repair mode
*> the rows worth keeping are parked in the keep file and copied
*> back over the original.
CHECK-FINDINGS-ROWS.
    OPEN INPUT FINDINGS-FILE.
    IF FINDINGS-STATUS NOT = "00"
       CLOSE FINDINGS-FILE
       EXIT PARAGRAPH
    END-IF.
    IF REPAIR-MODE = 'Y'
       OPEN OUTPUT FINDINGS-KEEP-FILE
    END-IF.
    MOVE 'N' TO EOF-FINDINGS.
    PERFORM UNTIL EOF-FINDINGS = 'Y'
      READ FINDINGS-FILE
        AT END MOVE 'Y' TO EOF-FINDINGS
        NOT AT END
          MOVE FND-UID TO LOOKUP-UID
          PERFORM LOOKUP-LINK-UID
          IF LINK-ON-FILE = 'L'
             IF REPAIR-MODE = 'Y'
                MOVE FINDINGS-RECORD TO FINDINGS-KEEP-RECORD
                WRITE FINDINGS-KEEP-RECORD
             END-IF
          ELSE
             ADD 1 TO ORPHAN-FINDING-COUNT
             MOVE SPACES TO REPAIR-NOTE
             IF REPAIR-MODE = 'Y'
                ADD 1 TO REPAIRED-COUNT
                MOVE "-- REMOVED" TO REPAIR-NOTE
                MOVE FND-UID TO REPAIR-AUDIT-UID
                MOVE "RURL-FINDINGS.DAT ROW REMOVED"
                     TO REPAIR-AUDIT-TEXT
                PERFORM AUDIT-REPAIR
             END-IF
             MOVE SPACES TO INTEG-REPORT-LINE
             STRING "ORPHAN FINDING       UID " FND-UID "  "
                    FND-REASON "  DATED " FND-DATE "  "
                    Trim(REPAIR-NOTE)
                    DELIMITED BY SIZE INTO INTEG-REPORT-LINE
             PERFORM WRITE-INTEG-REPORT-DETAIL
          END-IF
      END-READ
    END-PERFORM.
    CLOSE FINDINGS-FILE.
    IF REPAIR-MODE = 'Y'
       CLOSE FINDINGS-KEEP-FILE
       IF ORPHAN-FINDING-COUNT > 0
          OPEN INPUT FINDINGS-KEEP-FILE
          OPEN OUTPUT FINDINGS-FILE
          MOVE 'N' TO EOF-KEEP
          PERFORM UNTIL EOF-KEEP = 'Y'
            READ FINDINGS-KEEP-FILE
              AT END MOVE 'Y' TO EOF-KEEP
              NOT AT END
                MOVE FINDINGS-KEEP-RECORD TO FINDINGS-RECORD
                WRITE FINDINGS-RECORD
            END-READ
          END-PERFORM
          CLOSE FINDINGS-FILE
          CLOSE FINDINGS-KEEP-FILE
       END-IF
       CALL "CBL_DELETE_FILE" USING FINDINGS-KEEP-NAME
            RETURNING LOCK-CMD-RESULT
    END-IF.

*> Same treatment for the checker's suppression list.
CHECK-SUPPRESS-ROWS.
    OPEN INPUT SUPPRESS-FILE.
    IF SUPPRESS-STATUS NOT = "00"
       CLOSE SUPPRESS-FILE
       EXIT PARAGRAPH
    END-IF.
    IF REPAIR-MODE = 'Y'
       OPEN OUTPUT SUPPRESS-KEEP-FILE
    END-IF.
    MOVE 'N' TO EOF-SUPPRESS.
    PERFORM UNTIL EOF-SUPPRESS = 'Y'
      READ SUPPRESS-FILE
        AT END MOVE 'Y' TO EOF-SUPPRESS
        NOT AT END
          MOVE SUP-UID TO LOOKUP-UID
          PERFORM LOOKUP-LINK-UID
          IF LINK-ON-FILE = 'L'
             IF REPAIR-MODE = 'Y'
                MOVE SUPPRESS-RECORD TO SUPPRESS-KEEP-RECORD
                WRITE SUPPRESS-KEEP-RECORD
             END-IF
          ELSE
             ADD 1 TO ORPHAN-SUPPRESS-COUNT
             MOVE SPACES TO REPAIR-NOTE
             IF REPAIR-MODE = 'Y'
                ADD 1 TO REPAIRED-COUNT
                MOVE "-- REMOVED" TO REPAIR-NOTE
                MOVE SUP-UID TO REPAIR-AUDIT-UID
                MOVE "RURL-SUPPRESS.DAT ROW REMOVED"
                     TO REPAIR-AUDIT-TEXT
                PERFORM AUDIT-REPAIR
             END-IF
             MOVE SPACES TO INTEG-REPORT-LINE
             STRING "ORPHAN SUPPRESS ROW  UID " SUP-UID
                    "  RUNS LEFT " SUP-RUNS "  " Trim(REPAIR-NOTE)
                    DELIMITED BY SIZE INTO INTEG-REPORT-LINE
             PERFORM WRITE-INTEG-REPORT-DETAIL
          END-IF
      END-READ
    END-PERFORM.
    CLOSE SUPPRESS-FILE.
    IF REPAIR-MODE = 'Y'
       CLOSE SUPPRESS-KEEP-FILE
       IF ORPHAN-SUPPRESS-COUNT > 0
          OPEN INPUT SUPPRESS-KEEP-FILE
          OPEN OUTPUT SUPPRESS-FILE
          MOVE 'N' TO EOF-KEEP
          PERFORM UNTIL EOF-KEEP = 'Y'
            READ SUPPRESS-KEEP-FILE
              AT END MOVE 'Y' TO EOF-KEEP
              NOT AT END
                MOVE SUPPRESS-KEEP-RECORD TO SUPPRESS-RECORD
                WRITE SUPPRESS-RECORD
            END-READ
          END-PERFORM
          CLOSE SUPPRESS-FILE
          CLOSE SUPPRESS-KEEP-FILE
       END-IF
       CALL "CBL_DELETE_FILE" USING SUPPRESS-KEEP-NAME
            RETURNING LOCK-CMD-RESULT
    END-IF.

*> Writers re-point older forwards whenever a UID moves on, so a
*> row's target is live, or retired (a RETIRE row points at itself)
*> -- anything else was deleted after the forward was written.
CHECK-FORWARD-ROWS.
    OPEN INPUT FORWARD-FILE.
    IF FORWARD-STATUS NOT = "00"
       CLOSE FORWARD-FILE
    ELSE
       MOVE 'N' TO EOF-FORWARD-FILE
       PERFORM UNTIL EOF-FORWARD-FILE = 'Y'
         READ FORWARD-FILE NEXT
           AT END MOVE 'Y' TO EOF-FORWARD-FILE
           NOT AT END
             MOVE FWD-TO-UID TO LOOKUP-UID
             PERFORM LOOKUP-LINK-UID
             IF LINK-ON-FILE = 'N'
                ADD 1 TO FORWARD-GONE-COUNT
                MOVE SPACES TO INTEG-REPORT-LINE
                STRING "FORWARD TARGET GONE  UID " FWD-UID "  TO "
                       FWD-TO-UID "  " FWD-REASON " " FWD-DATE
                       " BY " Trim(FWD-OPERATOR)
                       DELIMITED BY SIZE INTO INTEG-REPORT-LINE
                PERFORM WRITE-INTEG-REPORT-DETAIL
             END-IF
         END-READ
       END-PERFORM
       CLOSE FORWARD-FILE
    END-IF.

WRITE-INTEG-REPORT-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO INTEG-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO INTEG-REPORT-LINE.
    PERFORM WRITE-INTEG-REPORT-LINE.
    MOVE SPACES TO INTEG-REPORT-LINE.
    PERFORM WRITE-INTEG-REPORT-LINE.

*> The row is already built in INTEG-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-INTEG-REPORT-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE INTEG-REPORT-LINE TO INTEG-HOLD-LINE
       PERFORM WRITE-INTEG-REPORT-HEADER
       MOVE INTEG-HOLD-LINE TO INTEG-REPORT-LINE
    END-IF.
    PERFORM WRITE-INTEG-REPORT-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-INTEG-REPORT-LINE.
    WRITE INTEG-REPORT-LINE.

*> Appends one audit row for a record just rewritten, with the
*> record content carried for replay -- same shape as rurl.cbl's
*> AUDIT-LOG.  UID, the record buffer and AUDIT-ACTION must already
*> be set.
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

*> Appends one REPAIR row for a side-file row removed or the UID
*> counter reseated.  No master record is involved, so the content
*> columns are left empty; REPAIR-AUDIT-UID and REPAIR-AUDIT-TEXT
*> must already be set.
AUDIT-REPAIR.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
       CLOSE AUDIT-FILE
       OPEN OUTPUT AUDIT-FILE
       CLOSE AUDIT-FILE
       OPEN EXTEND AUDIT-FILE
    END-IF.
    MOVE SPACES TO AUDIT-RECORD.
    MOVE REPAIR-AUDIT-UID TO AUD-UID.
    MOVE "REPAIR" TO AUD-ACTION.
    MOVE CurrentDate TO AUD-DATE.
    MOVE CurrentTime TO AUD-TIME.
    MOVE OPERATOR-ID TO AUD-OPERATOR.
    MOVE REPAIR-AUDIT-TEXT TO AUD-DESCRIPTION.
    MOVE 0 TO AUD-DATE-ADDED.
    MOVE 0 TO AUD-VALID-UNTIL.
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
