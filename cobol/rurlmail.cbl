*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlmail.so rurlmail.cbl
*> Per-owner notification mail spool, built by the nightly chain.
*>
*> The bulletin is one consolidated file for the morning shift;
*> link owners outside operations never read it, so their dead
*> links used to sit in the triage owner queue until somebody
*> chased them.  This step (chain step MAIL, after the link check)
*> gathers, for each RURL-OWNER:
*>   - links that went dead last night -- the bulletin's rule: dead
*>     on a check made tonight or last night, first failure;
*>   - links that answered with a permanent redirect (MOVED) last
*>     night for the first time -- a MOVED finding dated tonight or
*>     last night whose check before that was not also a redirect
*>     (RURL-HISTORY.DAT), so an unfixed move is mailed once, not
*>     every night until triage;
*>   - their records still pending supervisor approval;
*>   - triage suppressions (RURL-SUPPRESS.DAT) running out
*>     tomorrow -- one checker run left, so the link is checked
*>     again from the run after next;
*> and writes one message per owner to the outbound mail spool, to
*> the address on the owner's operator record (OPER-EMAIL, set in
*> rurloper or by the operator under menu option W).  An operator
*> who has opted out (OPER-MAIL-OPTOUT = 'Y') gets nothing, and an
*> owner with nothing to report gets no mail at all.
*>
*> The spool is in the relay's batch pick-up format: each message
*> is its header lines (To:, From:, Subject:, X-RURL-Owner:), a
*> blank line, the body, and a line holding a single full stop; a
*> body line that itself starts with a full stop has it doubled.
*> The spool is written as RURL-MAIL.NEW and only renamed to
*> RURL-MAIL-yyyymmdd.OUT once complete, so the relay never picks
*> up half a night.  Every owner considered gets a line in
*> RURL-MAIL-LOG.TXT -- SPOOLED, OPTOUT or FAILED with the reason
*> (no address on file, owner not on the operator master) -- and
*> each run ends with a RUN line of totals.  The owner lines are
*> written only once the spool has been handed over, so an owner
*> is never logged SPOOLED for mail the relay will not see.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlmail.
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
   SELECT OPER-FILE ASSIGN USING OPER-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OPER-ID
          FILE STATUS IS OPER-STATUS.
   SELECT FINDINGS-FILE ASSIGN USING FINDINGS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-STATUS.
   SELECT HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HISTORY-STATUS.
   SELECT SUPPRESS-FILE ASSIGN USING SUPPRESS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPRESS-STATUS.
   SELECT MAIL-SORT-WORK-FILE ASSIGN TO "SORTWK11".
   SELECT MAIL-SORT-FILE ASSIGN USING MAIL-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MAIL-SORT-STATUS.
   SELECT SPOOL-FILE ASSIGN USING SPOOL-NEW-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SPOOL-STATUS.
   SELECT MAIL-LOG-FILE ASSIGN USING MAIL-LOG-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MAIL-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SYSCTL-FILE.
01 SYSCTL-LINE PIC X(100).

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

*> Must stay in step with the findings-record layout in cobsys.cob.
*> For MOVED findings FND-NEW-URL is where the redirect went.
FD FINDINGS-FILE.
01 FINDINGS-RECORD.
   05 FND-UID     PIC 9(7).
   05 FND-REASON  PIC X(20).
   05 FND-DATE    PIC 9(8).
   05 FND-NEW-URL PIC X(250).

*> Must stay in step with the HIST-RECORD layout in rurlhist.cbl.
FD HISTORY-FILE.
01 HIST-RECORD.
   05 HIS-UID    PIC 9(7).
   05 HIS-DATE   PIC 9(8).
   05 HIS-RESULT PIC X.

*> Must stay in step with the suppress-record layout in cobsys.cob.
FD SUPPRESS-FILE.
01 SUPPRESS-RECORD.
   05 SUP-UID  PIC 9(7).
   05 SUP-RUNS PIC 9(3).

*> One item for one owner's message: the owner, which section it
*> belongs in (1 dead, 2 moved, 3 pending, 4 suppression ending),
*> the link, and a second line of detail for the section.
SD MAIL-SORT-WORK-FILE.
01 MAIL-SORT-WORK-RECORD.
   05 MW-OWNER  PIC X(10).
   05 MW-KIND   PIC 9.
   05 MW-UID    PIC 9(7).
   05 MW-URL    PIC X(250).
   05 MW-DETAIL PIC X(250).

FD MAIL-SORT-FILE.
01 MAIL-SORT-RECORD.
   05 MS-OWNER  PIC X(10).
   05 MS-KIND   PIC 9.
   05 MS-UID    PIC 9(7).
   05 MS-URL    PIC X(250).
   05 MS-DETAIL PIC X(250).

FD SPOOL-FILE.
01 SPOOL-LINE PIC X(300).

FD MAIL-LOG-FILE.
01 MAIL-LOG-LINE.
   05 MLG-DATE    PIC 9(8).
   05 FILLER      PIC X.
   05 MLG-TIME    PIC 9(8).
   05 FILLER      PIC X.
   05 MLG-OWNER   PIC X(10).
   05 FILLER      PIC X.
   05 MLG-RESULT  PIC X(8).
   05 FILLER      PIC X.
   05 MLG-ITEMS   PIC 9(5).
   05 FILLER      PIC X.
   05 MLG-TEXT    PIC X(80).

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
*> the sender every message carries; the relay may rewrite it
01 MAIL-FROM PIC X(60) VALUE "rurl-noreply@localhost".
01 RURL-FILE-NAME PIC X(100).
01 OPER-FILE-NAME PIC X(100).
01 FINDINGS-FILE-NAME PIC X(100).
01 HISTORY-FILE-NAME PIC X(100).
01 SUPPRESS-FILE-NAME PIC X(100).
01 MAIL-SORT-FILE-NAME PIC X(100).
01 SPOOL-NEW-NAME PIC X(100).
01 SPOOL-OUT-NAME PIC X(100).
01 MAIL-LOG-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 OPER-STATUS PIC XX.
01 FINDINGS-STATUS PIC XX.
01 HISTORY-STATUS PIC XX.
01 SUPPRESS-STATUS PIC XX.
01 MAIL-SORT-STATUS PIC XX.
01 SPOOL-STATUS PIC XX.
01 MAIL-LOG-STATUS PIC XX.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-FINDINGS PIC X VALUE 'N'.
01 EOF-HISTORY PIC X VALUE 'N'.
01 EOF-SUPPRESS PIC X VALUE 'N'.
01 EOF-MAIL-SORT PIC X VALUE 'N'.
01 RURL-OPEN PIC X VALUE 'N'.
01 OPER-OPEN PIC X VALUE 'N'.
01 SPOOL-FAILED PIC X VALUE 'N'.
01 DELETE-RESULT PIC 9(9) COMP-5.
01 RENAME-RESULT PIC 9(9) COMP-5.
01 TODAY-DATE PIC 9(8).
01 TODAY-INT PIC S9(9).
01 CHECKED-INT PIC S9(9).
*> MOVED findings from last night, held while the check history is
*> read for the check before each one.  MV-LAST is the latest
*> result seen so far, MV-PRIOR the one before it.
01 MOVED-TABLE.
   05 MOVED-COUNT PIC 9(3) VALUE 0.
   05 MOVED-ENTRY OCCURS 500.
      10 MV-UID     PIC 9(7).
      10 MV-NEW-URL PIC X(250).
      10 MV-LAST    PIC X.
      10 MV-PRIOR   PIC X.
01 MOVED-IX PIC 9(3).
01 MOVED-OVERFLOW PIC X VALUE 'N'.
*> per-run tallies -- reset at entry, since WORKING-STORAGE survives
*> between CALLs
01 ITEM-COUNT PIC 9(5) VALUE 0.
01 UNOWNED-COUNT PIC 9(5) VALUE 0.
01 SPOOLED-COUNT PIC 9(5) VALUE 0.
01 FAILED-COUNT PIC 9(5) VALUE 0.
01 OPTOUT-COUNT PIC 9(5) VALUE 0.
*> Message-building state for the owner in hand.
01 GROUP-OWNER PIC X(10).
01 GROUP-OPEN PIC X VALUE 'N'.
01 GROUP-ITEMS PIC 9(5) VALUE 0.
01 GROUP-KIND PIC 9.
01 OWNER-DISPOSITION PIC X(8).
01 OWNER-REASON PIC X(80).
01 MESSAGE-TEXT PIC X(300).
01 ITEM-TEXT PIC X(300).
*> Each owner's outcome, held until PUBLISH-SPOOL has run -- only
*> then is it known whether SPOOLED mail reached the relay.
01 OWNER-RESULT-TABLE.
   05 OWNER-RESULT-COUNT PIC 9(3) VALUE 0.
   05 OWNER-RESULT-ENTRY OCCURS 500.
      10 ORS-OWNER       PIC X(10).
      10 ORS-DISPOSITION PIC X(8).
      10 ORS-REASON      PIC X(80).
      10 ORS-ITEMS       PIC 9(5).
01 OWNER-RESULT-IX PIC 9(3).
01 OWNER-RESULT-OVERFLOW PIC X VALUE 'N'.

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

*> Called by the nightly chain only; nothing here prompts.  A spool
*> that cannot be written is the one failure that stops the chain
*> (return code 8) -- an owner who cannot be mailed is logged and
*> the others still get theirs.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE.
MailBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE 0 TO ITEM-COUNT.
    MOVE 0 TO UNOWNED-COUNT.
    MOVE 0 TO SPOOLED-COUNT.
    MOVE 0 TO FAILED-COUNT.
    MOVE 0 TO OPTOUT-COUNT.
    MOVE 0 TO OWNER-RESULT-COUNT.
    MOVE 'N' TO OWNER-RESULT-OVERFLOW.
    MOVE 'N' TO SPOOL-FAILED.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO TODAY-DATE.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
    MOVE SPACES TO SPOOL-OUT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-MAIL-" TODAY-DATE ".OUT"
           DELIMITED BY SIZE INTO SPOOL-OUT-NAME.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       CLOSE RURL-FILE
       DISPLAY "Owner mail: RURL.DAT not available (file status "
               RURL-STATUS ") -- nothing to report."
       PERFORM WRITE-RUN-LOG-LINE
       GOBACK
    END-IF.
    CLOSE RURL-FILE.
    SORT MAIL-SORT-WORK-FILE
         ON ASCENDING KEY MW-OWNER
         ON ASCENDING KEY MW-KIND
         ON ASCENDING KEY MW-UID
         INPUT PROCEDURE IS GATHER-OWNER-ITEMS
         GIVING MAIL-SORT-FILE.
    OPEN OUTPUT SPOOL-FILE.
    IF SPOOL-STATUS NOT = "00"
       DISPLAY "Cannot create RURL-MAIL.NEW (file status "
               SPOOL-STATUS "). No mail spooled."
       MOVE 'Y' TO SPOOL-FAILED
    ELSE
       PERFORM WRITE-OWNER-MESSAGES
       CLOSE SPOOL-FILE
    END-IF.
    CALL "CBL_DELETE_FILE" USING MAIL-SORT-FILE-NAME
         RETURNING DELETE-RESULT.
    IF SPOOL-FAILED = 'N'
       PERFORM PUBLISH-SPOOL
    END-IF.
    *> nothing reached the relay, so no owner was mailed
    IF SPOOL-FAILED = 'Y'
       ADD SPOOLED-COUNT TO FAILED-COUNT
       MOVE 0 TO SPOOLED-COUNT
    END-IF.
    PERFORM WRITE-OWNER-LOG-LINES.
    PERFORM WRITE-RUN-LOG-LINE.
    DISPLAY "Owner mail: " SPOOLED-COUNT " message(s) spooled, "
            FAILED-COUNT " failed, " OPTOUT-COUNT " opted out, "
            UNOWNED-COUNT " unowned item(s) not mailed.".
    IF SPOOL-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
    END-IF.
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
      WHEN "MAIL-FROM"
        IF CTL-VALUE NOT = SPACES
           MOVE Trim(CTL-VALUE) TO MAIL-FROM
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

BUILD-FILE-NAMES.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO OPER-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT"
           DELIMITED BY SIZE INTO OPER-FILE-NAME.
    MOVE SPACES TO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FINDINGS.DAT"
           DELIMITED BY SIZE INTO FINDINGS-FILE-NAME.
    MOVE SPACES TO HISTORY-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-HISTORY.DAT"
           DELIMITED BY SIZE INTO HISTORY-FILE-NAME.
    MOVE SPACES TO SUPPRESS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-SUPPRESS.DAT"
           DELIMITED BY SIZE INTO SUPPRESS-FILE-NAME.
    MOVE SPACES TO MAIL-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-MAILSORT.DAT"
           DELIMITED BY SIZE INTO MAIL-SORT-FILE-NAME.
    MOVE SPACES TO SPOOL-NEW-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-MAIL.NEW"
           DELIMITED BY SIZE INTO SPOOL-NEW-NAME.
    MOVE SPACES TO MAIL-LOG-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-MAIL-LOG.TXT"
           DELIMITED BY SIZE INTO MAIL-LOG-NAME.

*> Sort input: every item for every owner.  The master is read
*> once for the dead and pending sections, then looked up by UID
*> for the moved and suppression sections, whose sources carry no
*> owner.
GATHER-OWNER-ITEMS.
    OPEN INPUT RURL-FILE.
    MOVE 'N' TO EOF-RURL-FILE.
    PERFORM UNTIL EOF-RURL-FILE = 'Y'
      READ RURL-FILE NEXT
        AT END MOVE 'Y' TO EOF-RURL-FILE
        NOT AT END
          PERFORM JUDGE-ONE-LINK
      END-READ
    END-PERFORM.
    PERFORM LOAD-MOVED-FINDINGS.
    IF MOVED-COUNT > 0
       PERFORM READ-CHECK-HISTORY
       PERFORM VARYING MOVED-IX FROM 1 BY 1
               UNTIL MOVED-IX > MOVED-COUNT
         IF MV-PRIOR(MOVED-IX) NOT = 'M'
            MOVE MV-UID(MOVED-IX) TO UID
            READ RURL-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                MOVE 2 TO MW-KIND
                MOVE SPACES TO MW-DETAIL
                STRING "now answers from " Trim(MV-NEW-URL(MOVED-IX))
                       DELIMITED BY SIZE INTO MW-DETAIL
                PERFORM RELEASE-ONE-ITEM
            END-READ
         END-IF
       END-PERFORM
    END-IF.
    PERFORM GATHER-ENDING-SUPPRESSIONS.
    CLOSE RURL-FILE.

*> Newly dead is the bulletin's rule (rurlbul.cbl JUDGE-ONE-LINK):
*> dead on a check tonight or last night, and the first failure.
JUDGE-ONE-LINK.
    IF RURL-LINK-STATUS = 'D' AND RURL-LAST-CHECKED NOT = 0
       AND RURL-FAIL-COUNT = 1
       COMPUTE CHECKED-INT =
           FUNCTION INTEGER-OF-DATE(RURL-LAST-CHECKED)
       IF TODAY-INT - CHECKED-INT <= 1
          MOVE 1 TO MW-KIND
          MOVE SPACES TO MW-DETAIL
          STRING Trim(RURL-DESCRIPTION) " (checked "
                 RURL-LAST-CHECKED ")"
                 DELIMITED BY SIZE INTO MW-DETAIL
          PERFORM RELEASE-ONE-ITEM
       END-IF
    END-IF.
    IF RURL-REC-STATUS = 'P'
       MOVE 3 TO MW-KIND
       MOVE SPACES TO MW-DETAIL
       STRING Trim(RURL-DESCRIPTION) " (entered "
              RURL-DATE-ADDED ")"
              DELIMITED BY SIZE INTO MW-DETAIL
       PERFORM RELEASE-ONE-ITEM
    END-IF.

*> RURL-RECORD holds the link; MW-KIND and MW-DETAIL are set.
RELEASE-ONE-ITEM.
    IF RURL-OWNER = SPACES
       ADD 1 TO UNOWNED-COUNT
    ELSE
       MOVE Upper-case(Trim(RURL-OWNER)) TO MW-OWNER
       MOVE UID TO MW-UID
       MOVE URL TO MW-URL
       RELEASE MAIL-SORT-WORK-RECORD
       ADD 1 TO ITEM-COUNT
    END-IF.

*> MOVED findings raised tonight or last night.  The checker
*> rewrites every MOVED finding on each sweep, so the date alone
*> cannot tell a new move from an old one -- READ-CHECK-HISTORY
*> settles that.
LOAD-MOVED-FINDINGS.
    MOVE 0 TO MOVED-COUNT.
    MOVE 'N' TO MOVED-OVERFLOW.
    OPEN INPUT FINDINGS-FILE.
    IF FINDINGS-STATUS NOT = "00"
       CLOSE FINDINGS-FILE
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-FINDINGS.
    PERFORM UNTIL EOF-FINDINGS = 'Y'
      READ FINDINGS-FILE
        AT END MOVE 'Y' TO EOF-FINDINGS
        NOT AT END
          IF Trim(FND-REASON) = "MOVED" AND FND-DATE IS NUMERIC
             AND FND-DATE NOT = 0
             COMPUTE CHECKED-INT = FUNCTION INTEGER-OF-DATE(FND-DATE)
             IF TODAY-INT - CHECKED-INT <= 1
                IF MOVED-COUNT >= 500
                   MOVE 'Y' TO MOVED-OVERFLOW
                ELSE
                   ADD 1 TO MOVED-COUNT
                   MOVE FND-UID TO MV-UID(MOVED-COUNT)
                   MOVE FND-NEW-URL TO MV-NEW-URL(MOVED-COUNT)
                   MOVE SPACE TO MV-LAST(MOVED-COUNT)
                   MOVE SPACE TO MV-PRIOR(MOVED-COUNT)
                END-IF
             END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE FINDINGS-FILE.
    IF MOVED-OVERFLOW = 'Y'
       DISPLAY "Owner mail: more than 500 moved links last night -- "
               "the rest are in triage only."
    END-IF.

*> The history file is appended in check order, so the last two
*> rows for a UID are its latest check and the one before.
READ-CHECK-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF HISTORY-STATUS NOT = "00"
       CLOSE HISTORY-FILE
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-HISTORY.
    PERFORM UNTIL EOF-HISTORY = 'Y'
      READ HISTORY-FILE
        AT END MOVE 'Y' TO EOF-HISTORY
        NOT AT END
          PERFORM VARYING MOVED-IX FROM 1 BY 1
                  UNTIL MOVED-IX > MOVED-COUNT
            IF MV-UID(MOVED-IX) = HIS-UID
               MOVE MV-LAST(MOVED-IX) TO MV-PRIOR(MOVED-IX)
               MOVE HIS-RESULT TO MV-LAST(MOVED-IX)
            END-IF
          END-PERFORM
      END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

*> A suppression with one run left is spent by the next checker
*> run, so from the run after that the link is checked -- and
*> mailed about -- again.
GATHER-ENDING-SUPPRESSIONS.
    OPEN INPUT SUPPRESS-FILE.
    IF SUPPRESS-STATUS NOT = "00"
       CLOSE SUPPRESS-FILE
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-SUPPRESS.
    PERFORM UNTIL EOF-SUPPRESS = 'Y'
      READ SUPPRESS-FILE
        AT END MOVE 'Y' TO EOF-SUPPRESS
        NOT AT END
          IF SUP-RUNS = 1
             MOVE SUP-UID TO UID
             READ RURL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE 4 TO MW-KIND
                 MOVE SPACES TO MW-DETAIL
                 STRING Trim(RURL-DESCRIPTION)
                        " (checking resumes after tomorrow's run)"
                        DELIMITED BY SIZE INTO MW-DETAIL
                 PERFORM RELEASE-ONE-ITEM
             END-READ
          END-IF
      END-READ
    END-PERFORM.
    CLOSE SUPPRESS-FILE.

*> Reads the sorted items back an owner at a time.  Each owner is
*> judged against the operator master once, at the first item; the
*> message is written only when there is an address and no opt-out.
WRITE-OWNER-MESSAGES.
    MOVE 'N' TO OPER-OPEN.
    OPEN INPUT OPER-FILE.
    IF OPER-STATUS = "00"
       MOVE 'Y' TO OPER-OPEN
    END-IF.
    MOVE 'N' TO GROUP-OPEN.
    OPEN INPUT MAIL-SORT-FILE.
    MOVE 'N' TO EOF-MAIL-SORT.
    PERFORM UNTIL EOF-MAIL-SORT = 'Y'
      READ MAIL-SORT-FILE
        AT END MOVE 'Y' TO EOF-MAIL-SORT
        NOT AT END
          IF GROUP-OPEN = 'Y' AND MS-OWNER NOT = GROUP-OWNER
             PERFORM END-OWNER-MESSAGE
          END-IF
          IF GROUP-OPEN = 'N'
             PERFORM START-OWNER-MESSAGE
          END-IF
          PERFORM WRITE-ONE-ITEM
      END-READ
    END-PERFORM.
    CLOSE MAIL-SORT-FILE.
    IF GROUP-OPEN = 'Y'
       PERFORM END-OWNER-MESSAGE
    END-IF.
    CLOSE OPER-FILE.

START-OWNER-MESSAGE.
    MOVE MS-OWNER TO GROUP-OWNER.
    MOVE 'Y' TO GROUP-OPEN.
    MOVE 0 TO GROUP-ITEMS.
    MOVE 0 TO GROUP-KIND.
    MOVE SPACES TO OWNER-REASON.
    MOVE "SPOOLED" TO OWNER-DISPOSITION.
    IF OPER-OPEN NOT = 'Y'
       MOVE "FAILED" TO OWNER-DISPOSITION
       MOVE "OPERATOR MASTER NOT AVAILABLE" TO OWNER-REASON
    ELSE
       MOVE MS-OWNER TO OPER-ID
       READ OPER-FILE
         INVALID KEY
           MOVE "FAILED" TO OWNER-DISPOSITION
           MOVE "OWNER NOT ON THE OPERATOR MASTER" TO OWNER-REASON
         NOT INVALID KEY
           EVALUATE TRUE
             WHEN OPER-MAIL-OPTOUT = 'Y'
               MOVE "OPTOUT" TO OWNER-DISPOSITION
               MOVE "OPTED OUT OF OWNER MAIL" TO OWNER-REASON
             WHEN OPER-EMAIL = SPACES
               MOVE "FAILED" TO OWNER-DISPOSITION
               MOVE "NO MAIL ADDRESS ON FILE" TO OWNER-REASON
             WHEN OTHER
               MOVE OPER-EMAIL TO OWNER-REASON
           END-EVALUATE
       END-READ
    END-IF.
    IF OWNER-DISPOSITION = "SPOOLED"
       PERFORM WRITE-MESSAGE-HEADER
    END-IF.

*> The header is written before the owner's item count is known, so
*> the subject says what the message is, not how many items.
WRITE-MESSAGE-HEADER.
    MOVE SPACES TO SPOOL-LINE.
    STRING "To: " Trim(OPER-EMAIL) DELIMITED BY SIZE INTO SPOOL-LINE.
    PERFORM WRITE-SPOOL-RAW.
    MOVE SPACES TO SPOOL-LINE.
    STRING "From: " Trim(MAIL-FROM) DELIMITED BY SIZE INTO SPOOL-LINE.
    PERFORM WRITE-SPOOL-RAW.
    MOVE SPACES TO SPOOL-LINE.
    STRING "Subject: RURL links needing your attention, " TODAY-DATE
           DELIMITED BY SIZE INTO SPOOL-LINE.
    PERFORM WRITE-SPOOL-RAW.
    MOVE SPACES TO SPOOL-LINE.
    STRING "X-RURL-Owner: " Trim(GROUP-OWNER)
           DELIMITED BY SIZE INTO SPOOL-LINE.
    PERFORM WRITE-SPOOL-RAW.
    MOVE SPACES TO SPOOL-LINE.
    PERFORM WRITE-SPOOL-RAW.
    MOVE SPACES TO MESSAGE-TEXT.
    STRING "Links on the RURL system owned by " Trim(GROUP-OWNER)
           " that need a look after last night's run."
           DELIMITED BY SIZE INTO MESSAGE-TEXT.
    PERFORM WRITE-SPOOL-BODY.

WRITE-ONE-ITEM.
    ADD 1 TO GROUP-ITEMS.
    IF OWNER-DISPOSITION NOT = "SPOOLED"
       EXIT PARAGRAPH
    END-IF.
    IF MS-KIND NOT = GROUP-KIND
       MOVE MS-KIND TO GROUP-KIND
       MOVE SPACES TO MESSAGE-TEXT
       PERFORM WRITE-SPOOL-BODY
       EVALUATE MS-KIND
         WHEN 1 MOVE "WENT DEAD LAST NIGHT" TO MESSAGE-TEXT
         WHEN 2 MOVE "MOVED PERMANENTLY LAST NIGHT" TO MESSAGE-TEXT
         WHEN 3 MOVE "WAITING FOR SUPERVISOR APPROVAL"
                  TO MESSAGE-TEXT
         WHEN OTHER
                MOVE "TRIAGE SUPPRESSION ENDS TOMORROW"
                  TO MESSAGE-TEXT
       END-EVALUATE
       PERFORM WRITE-SPOOL-BODY
    END-IF.
    MOVE SPACES TO MESSAGE-TEXT.
    STRING "  UID " MS-UID "  " Trim(MS-URL)
           DELIMITED BY SIZE INTO MESSAGE-TEXT.
    PERFORM WRITE-SPOOL-BODY.
    MOVE SPACES TO MESSAGE-TEXT.
    STRING "    " Trim(MS-DETAIL)
           DELIMITED BY SIZE INTO MESSAGE-TEXT.
    PERFORM WRITE-SPOOL-BODY.

END-OWNER-MESSAGE.
    IF OWNER-DISPOSITION = "SPOOLED"
       MOVE SPACES TO MESSAGE-TEXT
       PERFORM WRITE-SPOOL-BODY
       MOVE "Dead and moved links are worked in the triage workbench (menu option T)."
            TO MESSAGE-TEXT
       PERFORM WRITE-SPOOL-BODY
       MOVE "Pending links are released by a supervisor (menu option P)."
            TO MESSAGE-TEXT
       PERFORM WRITE-SPOOL-BODY
       MOVE "." TO SPOOL-LINE
       PERFORM WRITE-SPOOL-RAW
       ADD 1 TO SPOOLED-COUNT
    ELSE
       IF OWNER-DISPOSITION = "OPTOUT"
          ADD 1 TO OPTOUT-COUNT
       ELSE
          ADD 1 TO FAILED-COUNT
          DISPLAY "Owner mail for " Trim(GROUP-OWNER) " not sent: "
                  Trim(OWNER-REASON)
       END-IF
    END-IF.
    PERFORM HOLD-OWNER-RESULT.
    MOVE 'N' TO GROUP-OPEN.

HOLD-OWNER-RESULT.
    IF OWNER-RESULT-COUNT >= 500
       MOVE 'Y' TO OWNER-RESULT-OVERFLOW
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO OWNER-RESULT-COUNT.
    MOVE GROUP-OWNER TO ORS-OWNER(OWNER-RESULT-COUNT).
    MOVE OWNER-DISPOSITION TO ORS-DISPOSITION(OWNER-RESULT-COUNT).
    MOVE OWNER-REASON TO ORS-REASON(OWNER-RESULT-COUNT).
    MOVE GROUP-ITEMS TO ORS-ITEMS(OWNER-RESULT-COUNT).

*> A body line that starts with a full stop has it doubled, so the
*> relay never takes it for the end of the message.
WRITE-SPOOL-BODY.
    MOVE SPACES TO SPOOL-LINE.
    IF MESSAGE-TEXT(1:1) = "."
       STRING "." MESSAGE-TEXT DELIMITED BY SIZE INTO SPOOL-LINE
    ELSE
       MOVE MESSAGE-TEXT TO SPOOL-LINE
    END-IF.
    PERFORM WRITE-SPOOL-RAW.

WRITE-SPOOL-RAW.
    WRITE SPOOL-LINE.
    IF SPOOL-STATUS NOT = "00"
       MOVE 'Y' TO SPOOL-FAILED
    END-IF.

*> Only a spool written whole is handed to the relay.  Tonight's
*> file replaces one from an earlier run today; with no messages at
*> all there is nothing to hand over.
PUBLISH-SPOOL.
    IF SPOOLED-COUNT = 0
       CALL "CBL_DELETE_FILE" USING SPOOL-NEW-NAME
            RETURNING DELETE-RESULT
       EXIT PARAGRAPH
    END-IF.
    CALL "CBL_DELETE_FILE" USING SPOOL-OUT-NAME
         RETURNING DELETE-RESULT.
    CALL "CBL_RENAME_FILE" USING SPOOL-NEW-NAME SPOOL-OUT-NAME
         RETURNING RENAME-RESULT.
    IF RENAME-RESULT NOT = 0
       DISPLAY "Could not rename RURL-MAIL.NEW to "
               Trim(SPOOL-OUT-NAME) "."
       MOVE 'Y' TO SPOOL-FAILED
    END-IF.

*> Runs after PUBLISH-SPOOL: an owner whose message was spooled is
*> logged FAILED when the spool never reached the relay.
WRITE-OWNER-LOG-LINES.
    PERFORM VARYING OWNER-RESULT-IX FROM 1 BY 1
            UNTIL OWNER-RESULT-IX > OWNER-RESULT-COUNT
      PERFORM WRITE-OWNER-LOG-LINE
    END-PERFORM.
    IF OWNER-RESULT-OVERFLOW = 'Y'
       DISPLAY "Owner mail: more than 500 owners -- the rest are "
               "counted on the RUN line only."
    END-IF.

WRITE-OWNER-LOG-LINE.
    PERFORM OPEN-MAIL-LOG.
    MOVE ORS-OWNER(OWNER-RESULT-IX) TO MLG-OWNER.
    IF SPOOL-FAILED = 'Y'
       AND ORS-DISPOSITION(OWNER-RESULT-IX) = "SPOOLED"
       MOVE "FAILED" TO MLG-RESULT
       MOVE "SPOOL NOT HANDED TO THE RELAY" TO MLG-TEXT
    ELSE
       MOVE ORS-DISPOSITION(OWNER-RESULT-IX) TO MLG-RESULT
       MOVE ORS-REASON(OWNER-RESULT-IX) TO MLG-TEXT
    END-IF.
    MOVE ORS-ITEMS(OWNER-RESULT-IX) TO MLG-ITEMS.
    WRITE MAIL-LOG-LINE.
    CLOSE MAIL-LOG-FILE.

WRITE-RUN-LOG-LINE.
    PERFORM OPEN-MAIL-LOG.
    MOVE "*RUN*" TO MLG-OWNER.
    IF SPOOL-FAILED = 'Y'
       MOVE "FAILED" TO MLG-RESULT
    ELSE
       MOVE "ENDED" TO MLG-RESULT
    END-IF.
    MOVE ITEM-COUNT TO MLG-ITEMS.
    STRING SPOOLED-COUNT " SPOOLED " FAILED-COUNT " FAILED "
           OPTOUT-COUNT " OPTED OUT " UNOWNED-COUNT " UNOWNED"
           DELIMITED BY SIZE INTO MLG-TEXT.
    WRITE MAIL-LOG-LINE.
    CLOSE MAIL-LOG-FILE.

OPEN-MAIL-LOG.
    OPEN EXTEND MAIL-LOG-FILE.
    IF MAIL-LOG-STATUS NOT = "00"
       CLOSE MAIL-LOG-FILE
       OPEN OUTPUT MAIL-LOG-FILE
    END-IF.
    MOVE SPACES TO MAIL-LOG-LINE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    MOVE CurrentDate TO MLG-DATE.
    MOVE CurrentTime TO MLG-TIME.
