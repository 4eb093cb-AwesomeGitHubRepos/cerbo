*> Passwords are stored one-way scrambled (never in clear), a
*> supervisor-set password forces its owner to change it at first
*> sign-on, and the unlock action clears the lockout rurlsys
*> applies after repeated failed attempts.  Each operator may carry
*> a mail address for the nightly owner mail (rurlmail) and may be
*> opted out of it; operators can set both for themselves under
*> menu option W.  The quarterly access review (R) joins the master
*> with the sign-on log and the audit trail for the supervisor who
*> has to certify who can do what -- see ACCESS-REVIEW.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurloper.
AUTHOR.  Michael Coughlan.
   SELECT AUDIT-FILE ASSIGN USING AUDIT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AUDIT-STATUS.
*> archived audit generations (register written by rurlaudit) and
*> the sign-on log rurlsys keeps -- both read only, for the access
*> review.
   SELECT ARC-CTL-FILE ASSIGN USING ARC-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-CTL-STATUS.
   SELECT ARC-AUDIT-FILE ASSIGN USING ARC-AUDIT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-AUDIT-STATUS.
   SELECT SIGNON-LOG-FILE ASSIGN USING SIGNON-LOG-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SIGNON-LOG-STATUS.
   SELECT REVIEW-REPORT-FILE ASSIGN USING REVIEW-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REVIEW-REPORT-STATUS.
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
*> Must stay in step with the OPER-RECORD layout in rurlsys.cob.
*> OPER-PASSWORD holds the one-way scrambled form (see
*> SCRAMBLE-PASSWORD); the clear text is never written.
*> OPER-EMAIL is where the owner mail for this operator's links
*> goes (blank = none); OPER-MAIL-OPTOUT 'Y' means send nothing.
FD OPER-FILE.
01 OPER-RECORD.
   05 OPER-ID          PIC X(10).
   05 OPER-FAIL-COUNT  PIC 9(2).
   05 OPER-LOCKED      PIC X.
   05 OPER-MUST-CHANGE PIC X.
   05 OPER-EMAIL       PIC X(60).
   05 OPER-MAIL-OPTOUT PIC X.

*> Must stay in step with the RURL-RECORD layout in rurl.cbl.  Read
*> and rewritten here only to reassign RURL-OWNER when the owning
   05 RURL-FAIL-COUNT  PIC 9(3).
   05 RURL-OWNER       PIC X(10).
   05 RURL-REC-STATUS  PIC X.
   05 RURL-VALID-UNTIL PIC 9(8).

*> Must stay in step with the AUDIT-RECORD layout in rurl.cbl.
FD AUDIT-FILE.
   05 AUD-DATE-ADDED PIC 9(8).
   05 AUD-OWNER     PIC X(10).
   05 AUD-REC-STATUS PIC X.
   05 AUD-VALID-UNTIL PIC 9(8).
   05 AUD-SEQ       PIC 9(9).
   05 AUD-CHECK     PIC 9(9).

FD ARC-CTL-FILE.
01 ARC-CTL-LINE PIC X(100).

*> an archived AUDIT-RECORD -- same 384-byte layout; only the
*> action, date and operator are looked at.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD.
   05 ARC-UID       PIC 9(7).
   05 ARC-ACTION    PIC X(6).
   05 ARC-DATE      PIC X(8).
   05 ARC-TIME      PIC X(8).
   05 ARC-OPERATOR  PIC X(10).
   05 FILLER        PIC X(345).

*> Must stay in step with the signon-log-line layout in rurlsys.cob.
FD SIGNON-LOG-FILE.
01 SIGNON-LOG-LINE.
   05 SLG-DATE   PIC 9(8).
   05 FILLER     PIC X.
   05 SLG-TIME   PIC 9(8).
   05 FILLER     PIC X.
   05 SLG-ID     PIC X(10).
   05 FILLER     PIC X.
   05 SLG-RESULT PIC X(8).

FD REVIEW-REPORT-FILE.
01 REVIEW-REPORT-LINE PIC X(132).

*> Must stay in step with the AUDSEQ-RECORD layout in rurl.cbl.
FD AUDSEQ-FILE.
01 AUDSEQ-RECORD.
   05 AUDSEQ-LAST-SEQ   PIC 9(9).
   05 AUDSEQ-LAST-CHECK PIC 9(9).

FD LOCK-FILE.
01 LOCK-LINE.
01 OPER-STATUS PIC XX.
01 RURL-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 LOCK-STATUS PIC XX.
01 ARC-CTL-NAME PIC X(100).
01 ARC-AUDIT-NAME PIC X(100).
01 SIGNON-LOG-NAME PIC X(100).
01 REVIEW-REPORT-NAME PIC X(100).
01 ARC-CTL-STATUS PIC XX.
01 ARC-AUDIT-STATUS PIC XX.
01 SIGNON-LOG-STATUS PIC XX.
01 REVIEW-REPORT-STATUS PIC XX.
01 EOF-AUDIT-FILE PIC X VALUE 'N'.
01 EOF-ARC-CTL PIC X VALUE 'N'.
01 EOF-ARC-AUDIT PIC X VALUE 'N'.
01 EOF-SIGNON-LOG PIC X VALUE 'N'.
01 ARC-INCLUDED-COUNT PIC 9(3) VALUE 0.
01 OPER-CHOICE PIC X.
01 EOF-OPER-FILE PIC X VALUE 'N'.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 ANSWER-ID PIC X(10).
01 ANSWER-PASSWORD PIC X(10).
01 ANSWER-ROLE PIC X.
01 ANSWER-EMAIL PIC X(60).
01 ANSWER-OPTOUT PIC X.
01 EMAIL-VALID PIC X.
01 EMAIL-AT-COUNT PIC 9(3).
01 EMAIL-SPACE-COUNT PIC 9(3).
01 OPERATOR-ID PIC X(10) VALUE SPACES.
*> Password-scramble work fields, same algorithm as rurlsys.cob.
01 SCRAMBLE-INPUT PIC X(10).
01 REASSIGN-TARGET-VALID PIC X.
01 REASSIGNED-COUNT PIC 9(5) VALUE 0.
01 DELETE-CLEARED PIC X.
*> Access review state.  The period is inclusive at both ends; the
*> X views let the audit's alphanumeric AUD-DATE compare directly.
01 ACCESS-REVIEW-DAYS PIC 9(4) VALUE 90.
01 REVIEW-PERIOD-VALID PIC X.
01 REVIEW-FROM PIC 9(8).
01 REVIEW-FROM-X REDEFINES REVIEW-FROM PIC X(8).
01 REVIEW-TO PIC 9(8).
01 REVIEW-TO-X REDEFINES REVIEW-TO PIC X(8).
01 DEFAULT-FROM PIC 9(8).
01 DEFAULT-TO PIC 9(8).
01 ANSWER-DATE PIC X(10).
01 TODAY-DATE PIC 9(8).
01 TODAY-INT PIC S9(9).
01 WORK-INT PIC S9(9).
01 QTR-WORK PIC 9(2).
01 QTR-INDEX PIC 9.
01 QTR-MONTH PIC 9(2).
01 QTR-START PIC 9(8).
*> one row per operator on the master, in ID order
01 REVIEW-TABLE.
   05 RV-COUNT PIC 9(3) VALUE 0.
   05 RV-ENTRY OCCURS 200.
      10 RV-ID        PIC X(10).
      10 RV-ROLE      PIC X.
      10 RV-LOCKED    PIC X.
      10 RV-LAST-DATE PIC 9(8).
      10 RV-LAST-TIME PIC 9(8).
      10 RV-FAILS     PIC 9(5).
      10 RV-CREATES   PIC 9(5).
      10 RV-UPDATES   PIC 9(5).
      10 RV-DELETES   PIC 9(5).
      10 RV-APPROVES  PIC 9(5).
      10 RV-OTHERS    PIC 9(5).
01 RV-IX PIC 9(3).
01 RV-FOUND-IX PIC 9(3).
01 RV-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 RV-IS-INACTIVE PIC X.
01 RV-IS-INQUIRY-WRITER PIC X.
01 LOOKUP-ID PIC X(10).
*> audit IDs met in the period that are not on the master
01 STRANGER-TABLE.
   05 STR-COUNT PIC 9(3) VALUE 0.
   05 STR-ENTRY OCCURS 100.
      10 STR-ID    PIC X(10).
      10 STR-ROWS  PIC 9(7).
      10 STR-FIRST PIC X(8).
      10 STR-LAST  PIC X(8).
01 STR-IX PIC 9(3).
01 STR-FOUND-IX PIC 9(3).
01 STR-OVERFLOW-ROWS PIC 9(7) VALUE 0.
*> the audit row being charged, from the live file or an archive
01 ROW-OPERATOR PIC X(10).
01 ROW-ACTION PIC X(6).
01 ROW-DATE PIC X(8).
01 PERIOD-AUDIT-ROWS PIC 9(7) VALUE 0.
01 NIGHTLY-ROW-COUNT PIC 9(7) VALUE 0.
01 UNKNOWN-FAIL-COUNT PIC 9(5) VALUE 0.
01 EXCEPTION-COUNT PIC 9(5) VALUE 0.
01 SECTION-COUNT PIC 9(5) VALUE 0.
01 IDLE-DAYS PIC S9(7).
01 IDLE-EDITED PIC Z(6)9.
01 ROW-TALLY PIC 9(7).
01 ROWS-EDITED PIC Z(6)9.
01 ROLE-TEXT PIC X(11).
01 LOCKED-TEXT PIC X(6).
01 LAST-SIGNON-TEXT PIC X(14).
01 SIGNON-TIME-WORK PIC 9(8).
01 FLAG-TEXT PIC X(16).
01 FAILS-EDITED PIC Z(5)9.
01 C-EDITED PIC Z(5)9.
01 U-EDITED PIC Z(5)9.
01 D-EDITED PIC Z(5)9.
01 A-EDITED PIC Z(5)9.
01 O-EDITED PIC Z(5)9.
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 REVIEW-HOLD-LINE PIC X(132).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40)
      VALUE "RURL OPERATOR ACCESS REVIEW".
*> Lock handling, same convention as rurl.cbl.
01 LOCK-ACQUIRED PIC X VALUE 'N'.
01 LOCK-WAIT-COUNT PIC 9(3) VALUE 0.
       DISPLAY "Operator maintenance is supervisor only."
       GOBACK
    END-IF.
    DISPLAY "LIST, ADD, UPDATE, DELETE, uNlock operator, access "
            "Review (L/A/U/X/N/R)?".
    ACCEPT OPER-CHOICE.
    EVALUATE OPER-CHOICE
      WHEN 'L' PERFORM LIST-OPERATORS
      WHEN 'U' PERFORM UPDATE-OPERATOR
      WHEN 'X' PERFORM DELETE-OPERATOR
      WHEN 'N' PERFORM UNLOCK-OPERATOR
      WHEN 'R' PERFORM ACCESS-REVIEW
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: L A U X N R"
    END-EVALUATE
    GOBACK.

        END-IF
      WHEN "LOCK-STALE-MINUTES"
        MOVE Numval(CTL-VALUE) TO LOCK-STALE-MINUTES
      WHEN "ACCESS-REVIEW-DAYS"
        MOVE Numval(CTL-VALUE) TO ACCESS-REVIEW-DAYS
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.
    MOVE SPACES TO ARC-CTL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-ARC.CTL"
           DELIMITED BY SIZE INTO ARC-CTL-NAME.
    MOVE SPACES TO SIGNON-LOG-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-SIGNON-LOG.TXT"
           DELIMITED BY SIZE INTO SIGNON-LOG-NAME.
    MOVE SPACES TO REVIEW-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-ACCESS-REVIEW.TXT"
           DELIMITED BY SIZE INTO REVIEW-REPORT-NAME.

*> Passwords are deliberately not listed -- IDs, roles and lock
*> state only (and the stored form is scrambled anyway).
    IF OPER-STATUS NOT = "00"
       DISPLAY "RURL-OPER.DAT not found."
    ELSE
       DISPLAY "ID          ROLE  FAILS  LOCKED  MUST-CHANGE  "
               "MAIL  ADDRESS"
       MOVE 0 TO OPER-COUNT
       MOVE 'N' TO EOF-OPER-FILE
       PERFORM UNTIL EOF-OPER-FILE = 'Y'
           AT END MOVE 'Y' TO EOF-OPER-FILE
           NOT AT END
             ADD 1 TO OPER-COUNT
             IF OPER-MAIL-OPTOUT = 'Y'
                DISPLAY OPER-ID "  " OPER-ROLE "     "
                        OPER-FAIL-COUNT "     " OPER-LOCKED "       "
                        OPER-MUST-CHANGE "            OFF   "
                        Trim(OPER-EMAIL)
             ELSE
                DISPLAY OPER-ID "  " OPER-ROLE "     "
                        OPER-FAIL-COUNT "     " OPER-LOCKED "       "
                        OPER-MUST-CHANGE "            ON    "
                        Trim(OPER-EMAIL)
             END-IF
         END-READ
       END-PERFORM
       DISPLAY OPER-COUNT " operator(s)."
       *> a supervisor chose this password, so its owner changes it
       *> at first sign-on
       MOVE 'Y' TO OPER-MUST-CHANGE
       MOVE ANSWER-EMAIL TO OPER-EMAIL
       MOVE 'N' TO OPER-MAIL-OPTOUT
       WRITE OPER-RECORD
         INVALID KEY
           DISPLAY "Operator " Trim(ANSWER-ID) " already exists."
                 MOVE ANSWER-ROLE TO OPER-ROLE
              END-IF
           END-IF
           PERFORM ACCEPT-MAIL-SETTINGS
           REWRITE OPER-RECORD
             INVALID KEY
               DISPLAY "Update failed for " Trim(ANSWER-ID) "."
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
       CLOSE OPER-FILE
    END-IF.

*> The quarterly access review (RURL-ACCESS-REVIEW.TXT): every
*> operator on the master with role, lock state, last successful
*> sign-on from RURL-SIGNON-LOG.TXT, and -- for the review period --
*> failed sign-on attempts and the CREATE/UPDATE/DELETE/APPROV rows
*> stamped with the ID in the audit trail, archive generations
*> included.  Three exception sections follow: maintainers and
*> supervisors with no sign-on inside ACCESS-REVIEW-DAYS of today,
*> inquiry-only IDs that appear in the period's audit rows, and
*> audit IDs that are no longer on the master.  NIGHTLY, the stamp
*> the unattended chain signs its rows with, is the system's own and
*> is counted apart rather than flagged.  The report ends in a
*> sign-off block for the reviewing supervisor so it can go into the
*> audit binder as printed.
ACCESS-REVIEW.
    PERFORM ACCEPT-REVIEW-PERIOD.
    IF REVIEW-PERIOD-VALID NOT = 'Y'
       EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO RV-COUNT.
    MOVE 0 TO STR-COUNT.
    MOVE 0 TO RV-OVERFLOW-COUNT.
    MOVE 0 TO STR-OVERFLOW-ROWS.
    MOVE 0 TO NIGHTLY-ROW-COUNT.
    MOVE 0 TO UNKNOWN-FAIL-COUNT.
    MOVE 0 TO PERIOD-AUDIT-ROWS.
    MOVE 0 TO ARC-INCLUDED-COUNT.
    PERFORM LOAD-REVIEW-OPERATORS.
    IF RV-COUNT = 0
       DISPLAY "No operators on RURL-OPER.DAT -- nothing to review."
       EXIT PARAGRAPH
    END-IF.
    PERFORM SCAN-SIGNON-LOG.
    PERFORM SCAN-REVIEW-AUDIT.
    PERFORM WRITE-ACCESS-REVIEW.
    DISPLAY "Access review for " REVIEW-FROM " to " REVIEW-TO
            " written to RURL-ACCESS-REVIEW.TXT (" RV-COUNT
            " operator(s), " EXCEPTION-COUNT " exception(s)).".

*> The period defaults to the last full calendar quarter -- the one
*> being certified when the review is run early in the next.
ACCEPT-REVIEW-PERIOD.
    MOVE 'N' TO REVIEW-PERIOD-VALID.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO TODAY-DATE.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
    COMPUTE QTR-WORK = CurrentMonth - 1.
    DIVIDE 3 INTO QTR-WORK GIVING QTR-INDEX.
    COMPUTE QTR-MONTH = QTR-INDEX * 3 + 1.
    COMPUTE QTR-START = CurrentYear * 10000 + QTR-MONTH * 100 + 1.
    COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(QTR-START) - 1.
    COMPUTE DEFAULT-TO = FUNCTION DATE-OF-INTEGER(WORK-INT).
    IF QTR-MONTH = 1
       COMPUTE DEFAULT-FROM = (CurrentYear - 1) * 10000 + 1001
    ELSE
       COMPUTE DEFAULT-FROM =
           CurrentYear * 10000 + (QTR-MONTH - 3) * 100 + 1
    END-IF.
    DISPLAY "Review period from (YYYYMMDD, blank = " DEFAULT-FROM
            "): ".
    MOVE SPACES TO ANSWER-DATE.
    ACCEPT ANSWER-DATE.
    IF ANSWER-DATE = SPACES
       MOVE DEFAULT-FROM TO REVIEW-FROM
    ELSE
       IF ANSWER-DATE(1:8) IS NUMERIC AND ANSWER-DATE(9:2) = SPACES
          MOVE ANSWER-DATE(1:8) TO REVIEW-FROM
       ELSE
          MOVE 0 TO REVIEW-FROM
       END-IF
    END-IF.
    DISPLAY "Review period to (YYYYMMDD, blank = " DEFAULT-TO
            "): ".
    MOVE SPACES TO ANSWER-DATE.
    ACCEPT ANSWER-DATE.
    IF ANSWER-DATE = SPACES
       MOVE DEFAULT-TO TO REVIEW-TO
    ELSE
       IF ANSWER-DATE(1:8) IS NUMERIC AND ANSWER-DATE(9:2) = SPACES
          MOVE ANSWER-DATE(1:8) TO REVIEW-TO
       ELSE
          MOVE 0 TO REVIEW-TO
       END-IF
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(REVIEW-FROM) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(REVIEW-TO) NOT = 0
       DISPLAY "Dates must be valid YYYYMMDD. No report written."
       EXIT PARAGRAPH
    END-IF.
    IF REVIEW-FROM > REVIEW-TO
       DISPLAY "The period must not end before it starts. "
               "No report written."
       EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO REVIEW-PERIOD-VALID.

LOAD-REVIEW-OPERATORS.
    OPEN INPUT OPER-FILE.
    IF OPER-STATUS NOT = "00"
       CLOSE OPER-FILE
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-OPER-FILE.
    PERFORM UNTIL EOF-OPER-FILE = 'Y'
      READ OPER-FILE NEXT
        AT END MOVE 'Y' TO EOF-OPER-FILE
        NOT AT END
          IF RV-COUNT >= 200
             ADD 1 TO RV-OVERFLOW-COUNT
          ELSE
             ADD 1 TO RV-COUNT
             MOVE OPER-ID TO RV-ID(RV-COUNT)
             MOVE OPER-ROLE TO RV-ROLE(RV-COUNT)
             MOVE OPER-LOCKED TO RV-LOCKED(RV-COUNT)
             MOVE 0 TO RV-LAST-DATE(RV-COUNT)
             MOVE 0 TO RV-LAST-TIME(RV-COUNT)
             MOVE 0 TO RV-FAILS(RV-COUNT)
             MOVE 0 TO RV-CREATES(RV-COUNT)
             MOVE 0 TO RV-UPDATES(RV-COUNT)
             MOVE 0 TO RV-DELETES(RV-COUNT)
             MOVE 0 TO RV-APPROVES(RV-COUNT)
             MOVE 0 TO RV-OTHERS(RV-COUNT)
          END-IF
      END-READ
    END-PERFORM.
    CLOSE OPER-FILE.

*> Last successful sign-on is taken from the whole log, not just the
*> period -- an ID idle since before the quarter began is exactly
*> what the review is looking for.  Failed attempts (wrong password,
*> or any attempt on a locked ID) count only inside the period.
SCAN-SIGNON-LOG.
    OPEN INPUT SIGNON-LOG-FILE.
    IF SIGNON-LOG-STATUS NOT = "00"
       CLOSE SIGNON-LOG-FILE
       DISPLAY "RURL-SIGNON-LOG.TXT not found -- no sign-on history "
               "on the review."
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-SIGNON-LOG.
    PERFORM UNTIL EOF-SIGNON-LOG = 'Y'
      READ SIGNON-LOG-FILE
        AT END MOVE 'Y' TO EOF-SIGNON-LOG
        NOT AT END
          IF SLG-DATE IS NUMERIC
             MOVE SLG-ID TO LOOKUP-ID
             PERFORM FIND-REVIEW-OPERATOR
             EVALUATE TRUE
               WHEN SLG-RESULT = "SUCCESS" AND RV-FOUND-IX > 0
                 IF SLG-DATE > RV-LAST-DATE(RV-FOUND-IX)
                    OR (SLG-DATE = RV-LAST-DATE(RV-FOUND-IX)
                        AND SLG-TIME > RV-LAST-TIME(RV-FOUND-IX))
                    MOVE SLG-DATE TO RV-LAST-DATE(RV-FOUND-IX)
                    MOVE SLG-TIME TO RV-LAST-TIME(RV-FOUND-IX)
                 END-IF
               WHEN (SLG-RESULT = "FAILED" OR SLG-RESULT = "LOCKED")
                    AND SLG-DATE >= REVIEW-FROM
                    AND SLG-DATE <= REVIEW-TO
                 IF RV-FOUND-IX > 0
                    ADD 1 TO RV-FAILS(RV-FOUND-IX)
                 ELSE
                    ADD 1 TO UNKNOWN-FAIL-COUNT
                 END-IF
             END-EVALUATE
          END-IF
      END-READ
    END-PERFORM.
    CLOSE SIGNON-LOG-FILE.

*> The archived generations registered in RURL-AUDIT-ARC.CTL, then
*> the live file -- as rurlfeed reads them.
SCAN-REVIEW-AUDIT.
    OPEN INPUT ARC-CTL-FILE.
    IF ARC-CTL-STATUS = "00"
       MOVE 'N' TO EOF-ARC-CTL
       PERFORM UNTIL EOF-ARC-CTL = 'Y'
         READ ARC-CTL-FILE
           AT END MOVE 'Y' TO EOF-ARC-CTL
           NOT AT END
             IF ARC-CTL-LINE NOT = SPACES
                MOVE ARC-CTL-LINE TO ARC-AUDIT-NAME
                PERFORM SCAN-ONE-ARCHIVE-FILE
             END-IF
         END-READ
       END-PERFORM
       CLOSE ARC-CTL-FILE
    ELSE
       CLOSE ARC-CTL-FILE
    END-IF.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
       CLOSE AUDIT-FILE
    ELSE
       MOVE 'N' TO EOF-AUDIT-FILE
       PERFORM UNTIL EOF-AUDIT-FILE = 'Y'
         READ AUDIT-FILE
           AT END MOVE 'Y' TO EOF-AUDIT-FILE
           NOT AT END
             MOVE AUD-OPERATOR TO ROW-OPERATOR
             MOVE AUD-ACTION TO ROW-ACTION
             MOVE AUD-DATE TO ROW-DATE
             PERFORM REVIEW-ONE-AUDIT-ROW
         END-READ
       END-PERFORM
       CLOSE AUDIT-FILE
    END-IF.

SCAN-ONE-ARCHIVE-FILE.
    OPEN INPUT ARC-AUDIT-FILE.
    IF ARC-AUDIT-STATUS NOT = "00"
       DISPLAY "WARNING: registered audit archive missing: "
               Trim(ARC-AUDIT-NAME)
    ELSE
       ADD 1 TO ARC-INCLUDED-COUNT
       MOVE 'N' TO EOF-ARC-AUDIT
       PERFORM UNTIL EOF-ARC-AUDIT = 'Y'
         READ ARC-AUDIT-FILE
           AT END MOVE 'Y' TO EOF-ARC-AUDIT
           NOT AT END
             MOVE ARC-OPERATOR TO ROW-OPERATOR
             MOVE ARC-ACTION TO ROW-ACTION
             MOVE ARC-DATE TO ROW-DATE
             PERFORM REVIEW-ONE-AUDIT-ROW
         END-READ
       END-PERFORM
       CLOSE ARC-AUDIT-FILE
    END-IF.

*> One audit row inside the period, charged to its operator; an ID
*> not on the master is collected for the exception section.
REVIEW-ONE-AUDIT-ROW.
    IF ROW-DATE < REVIEW-FROM-X OR ROW-DATE > REVIEW-TO-X
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO PERIOD-AUDIT-ROWS.
    IF ROW-OPERATOR = "NIGHTLY"
       ADD 1 TO NIGHTLY-ROW-COUNT
       EXIT PARAGRAPH
    END-IF.
    MOVE ROW-OPERATOR TO LOOKUP-ID.
    PERFORM FIND-REVIEW-OPERATOR.
    IF RV-FOUND-IX > 0
       EVALUATE ROW-ACTION
         WHEN "CREATE" ADD 1 TO RV-CREATES(RV-FOUND-IX)
         WHEN "UPDATE" ADD 1 TO RV-UPDATES(RV-FOUND-IX)
         WHEN "DELETE" ADD 1 TO RV-DELETES(RV-FOUND-IX)
         WHEN "APPROV" ADD 1 TO RV-APPROVES(RV-FOUND-IX)
         WHEN OTHER    ADD 1 TO RV-OTHERS(RV-FOUND-IX)
       END-EVALUATE
    ELSE
       PERFORM NOTE-STRANGER-ROW
    END-IF.

NOTE-STRANGER-ROW.
    MOVE 0 TO STR-FOUND-IX.
    PERFORM VARYING STR-IX FROM 1 BY 1
            UNTIL STR-IX > STR-COUNT OR STR-FOUND-IX > 0
      IF STR-ID(STR-IX) = ROW-OPERATOR
         MOVE STR-IX TO STR-FOUND-IX
      END-IF
    END-PERFORM.
    IF STR-FOUND-IX = 0
       IF STR-COUNT >= 100
          ADD 1 TO STR-OVERFLOW-ROWS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO STR-COUNT
       MOVE STR-COUNT TO STR-FOUND-IX
       MOVE ROW-OPERATOR TO STR-ID(STR-COUNT)
       MOVE 0 TO STR-ROWS(STR-COUNT)
       MOVE ROW-DATE TO STR-FIRST(STR-COUNT)
       MOVE ROW-DATE TO STR-LAST(STR-COUNT)
    END-IF.
    ADD 1 TO STR-ROWS(STR-FOUND-IX).
    IF ROW-DATE < STR-FIRST(STR-FOUND-IX)
       MOVE ROW-DATE TO STR-FIRST(STR-FOUND-IX)
    END-IF.
    IF ROW-DATE > STR-LAST(STR-FOUND-IX)
       MOVE ROW-DATE TO STR-LAST(STR-FOUND-IX)
    END-IF.

FIND-REVIEW-OPERATOR.
    MOVE 0 TO RV-FOUND-IX.
    PERFORM VARYING RV-IX FROM 1 BY 1
            UNTIL RV-IX > RV-COUNT OR RV-FOUND-IX > 0
      IF RV-ID(RV-IX) = LOOKUP-ID
         MOVE RV-IX TO RV-FOUND-IX
      END-IF
    END-PERFORM.

WRITE-ACCESS-REVIEW.
    MOVE 0 TO EXCEPTION-COUNT.
    OPEN OUTPUT REVIEW-REPORT-FILE.
    MOVE 0 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    PERFORM WRITE-REVIEW-HEADER.
    MOVE "OPERATOR    ROLE         LOCKED  LAST SIGN-ON    FAILED  CREATE  UPDATE  DELETE  APPROV   OTHER  FLAG"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE "----------  -----------  ------  --------------  ------  ------  ------  ------  ------  ------  ----"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      PERFORM WRITE-ONE-REVIEW-ROW
    END-PERFORM.
    IF RV-OVERFLOW-COUNT > 0
       MOVE SPACES TO REVIEW-REPORT-LINE
       STRING "WARNING: " RV-OVERFLOW-COUNT " operator(s) beyond "
              "the first 200 on the master are not reviewed."
              DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
       PERFORM WRITE-REVIEW-DETAIL
    END-IF.
    PERFORM WRITE-INACTIVE-SECTION.
    PERFORM WRITE-INQUIRY-SECTION.
    PERFORM WRITE-STRANGER-SECTION.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "AUDIT ROWS IN PERIOD: " PERIOD-AUDIT-ROWS
           " (END-OF-DAY CHAIN, NIGHTLY: " NIGHTLY-ROW-COUNT
           ")   ARCHIVE GENERATIONS READ: " ARC-INCLUDED-COUNT
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "FAILED SIGN-ONS IN PERIOD FOR IDS NOT ON THE MASTER: "
           UNKNOWN-FAIL-COUNT
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    PERFORM WRITE-SIGN-OFF-SECTION.
    CLOSE REVIEW-REPORT-FILE.

WRITE-ONE-REVIEW-ROW.
    EVALUATE RV-ROLE(RV-IX)
      WHEN 'S' MOVE "SUPERVISOR" TO ROLE-TEXT
      WHEN 'M' MOVE "MAINTAINER" TO ROLE-TEXT
      WHEN 'I' MOVE "INQUIRY" TO ROLE-TEXT
      WHEN OTHER
        MOVE SPACES TO ROLE-TEXT
        STRING "UNKNOWN (" RV-ROLE(RV-IX) ")"
               DELIMITED BY SIZE INTO ROLE-TEXT
    END-EVALUATE.
    IF RV-LOCKED(RV-IX) = 'Y'
       MOVE "YES" TO LOCKED-TEXT
    ELSE
       MOVE "NO" TO LOCKED-TEXT
    END-IF.
    PERFORM FORMAT-LAST-SIGNON.
    PERFORM JUDGE-REVIEW-FLAGS.
    MOVE RV-FAILS(RV-IX) TO FAILS-EDITED.
    MOVE RV-CREATES(RV-IX) TO C-EDITED.
    MOVE RV-UPDATES(RV-IX) TO U-EDITED.
    MOVE RV-DELETES(RV-IX) TO D-EDITED.
    MOVE RV-APPROVES(RV-IX) TO A-EDITED.
    MOVE RV-OTHERS(RV-IX) TO O-EDITED.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING RV-ID(RV-IX) "  " ROLE-TEXT "  " LOCKED-TEXT "  "
           LAST-SIGNON-TEXT "  " FAILS-EDITED "  " C-EDITED "  "
           U-EDITED "  " D-EDITED "  " A-EDITED "  " O-EDITED "  "
           FLAG-TEXT
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.

FORMAT-LAST-SIGNON.
    MOVE SPACES TO LAST-SIGNON-TEXT.
    IF RV-LAST-DATE(RV-IX) = 0
       MOVE "NEVER" TO LAST-SIGNON-TEXT
    ELSE
       MOVE RV-LAST-TIME(RV-IX) TO SIGNON-TIME-WORK
       STRING RV-LAST-DATE(RV-IX) " " SIGNON-TIME-WORK(1:2) ":"
              SIGNON-TIME-WORK(3:2)
              DELIMITED BY SIZE INTO LAST-SIGNON-TEXT
    END-IF.

*> INACTIVE: a maintainer or supervisor with no successful sign-on
*> inside ACCESS-REVIEW-DAYS of today (or none ever).  INQUIRY IN
*> AUDIT: an inquiry-only ID with any audit row in the period --
*> inquiry sign-ons cannot write, so the role was changed or the
*> stamp did not come through sign-on.
JUDGE-REVIEW-FLAGS.
    MOVE SPACES TO FLAG-TEXT.
    MOVE 'N' TO RV-IS-INACTIVE.
    MOVE 'N' TO RV-IS-INQUIRY-WRITER.
    IF RV-ROLE(RV-IX) = 'S' OR RV-ROLE(RV-IX) = 'M'
       IF RV-LAST-DATE(RV-IX) = 0
          MOVE 'Y' TO RV-IS-INACTIVE
       ELSE
          COMPUTE IDLE-DAYS = TODAY-INT
              - FUNCTION INTEGER-OF-DATE(RV-LAST-DATE(RV-IX))
          IF IDLE-DAYS > ACCESS-REVIEW-DAYS
             MOVE 'Y' TO RV-IS-INACTIVE
          END-IF
       END-IF
    END-IF.
    IF RV-ROLE(RV-IX) = 'I'
       AND RV-CREATES(RV-IX) + RV-UPDATES(RV-IX) + RV-DELETES(RV-IX)
           + RV-APPROVES(RV-IX) + RV-OTHERS(RV-IX) > 0
       MOVE 'Y' TO RV-IS-INQUIRY-WRITER
    END-IF.
    IF RV-IS-INACTIVE = 'Y'
       MOVE "INACTIVE" TO FLAG-TEXT
    END-IF.
    IF RV-IS-INQUIRY-WRITER = 'Y'
       MOVE "INQUIRY IN AUDIT" TO FLAG-TEXT
    END-IF.

WRITE-INACTIVE-SECTION.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "MAINTAINERS AND SUPERVISORS WITH NO SIGN-ON IN "
           ACCESS-REVIEW-DAYS " DAYS"
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    MOVE ALL "-" TO REVIEW-REPORT-LINE(1:58).
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      PERFORM JUDGE-REVIEW-FLAGS
      IF RV-IS-INACTIVE = 'Y'
         ADD 1 TO SECTION-COUNT
         PERFORM FORMAT-LAST-SIGNON
         MOVE SPACES TO REVIEW-REPORT-LINE
         IF RV-LAST-DATE(RV-IX) = 0
            STRING "  " RV-ID(RV-IX) "  ROLE " RV-ROLE(RV-IX)
                   "  NEVER SIGNED ON"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
         ELSE
            MOVE IDLE-DAYS TO IDLE-EDITED
            STRING "  " RV-ID(RV-IX) "  ROLE " RV-ROLE(RV-IX)
                   "  LAST SIGN-ON " LAST-SIGNON-TEXT "  "
                   Trim(IDLE-EDITED) " DAYS AGO"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
         END-IF
         PERFORM WRITE-REVIEW-DETAIL
      END-IF
    END-PERFORM.
    PERFORM WRITE-NONE-IF-EMPTY.

WRITE-INQUIRY-SECTION.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE "INQUIRY-ONLY IDS APPEARING IN THE AUDIT TRAIL"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    MOVE ALL "-" TO REVIEW-REPORT-LINE(1:45).
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      PERFORM JUDGE-REVIEW-FLAGS
      IF RV-IS-INQUIRY-WRITER = 'Y'
         ADD 1 TO SECTION-COUNT
         COMPUTE ROW-TALLY = RV-CREATES(RV-IX) + RV-UPDATES(RV-IX)
             + RV-DELETES(RV-IX) + RV-APPROVES(RV-IX)
             + RV-OTHERS(RV-IX)
         MOVE ROW-TALLY TO ROWS-EDITED
         MOVE SPACES TO REVIEW-REPORT-LINE
         STRING "  " RV-ID(RV-IX) "  " Trim(ROWS-EDITED)
                " AUDIT ROW(S) IN THE PERIOD"
                DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
         PERFORM WRITE-REVIEW-DETAIL
      END-IF
    END-PERFORM.
    PERFORM WRITE-NONE-IF-EMPTY.

WRITE-STRANGER-SECTION.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE "AUDIT TRAIL IDS NOT ON THE OPERATOR MASTER"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    MOVE ALL "-" TO REVIEW-REPORT-LINE(1:42).
    PERFORM WRITE-REVIEW-DETAIL.
    MOVE 0 TO SECTION-COUNT.
    PERFORM VARYING STR-IX FROM 1 BY 1 UNTIL STR-IX > STR-COUNT
      ADD 1 TO SECTION-COUNT
      MOVE STR-ROWS(STR-IX) TO ROWS-EDITED
      MOVE SPACES TO REVIEW-REPORT-LINE
      STRING "  " STR-ID(STR-IX) "  " ROWS-EDITED " ROW(S)  FIRST "
             STR-FIRST(STR-IX) "  LAST " STR-LAST(STR-IX)
             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
      PERFORM WRITE-REVIEW-DETAIL
    END-PERFORM.
    IF STR-OVERFLOW-ROWS > 0
       MOVE SPACES TO REVIEW-REPORT-LINE
       STRING "  WARNING: " STR-OVERFLOW-ROWS " further row(s) "
              "under IDs beyond the first 100 listed."
              DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
       PERFORM WRITE-REVIEW-DETAIL
    END-IF.
    PERFORM WRITE-NONE-IF-EMPTY.

WRITE-NONE-IF-EMPTY.
    IF SECTION-COUNT = 0
       MOVE "  None." TO REVIEW-REPORT-LINE
       PERFORM WRITE-REVIEW-DETAIL
    END-IF.
    ADD SECTION-COUNT TO EXCEPTION-COUNT.

*> Kept together on one page so the signature never sits apart from
*> the figures it certifies.
WRITE-SIGN-OFF-SECTION.
    IF LINES-ON-PAGE + 13 > REPORT-PAGE-SIZE
       PERFORM WRITE-REVIEW-HEADER
    END-IF.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "SUPERVISOR SIGN-OFF" TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "-------------------" TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "I have reviewed the access shown above for the period "
           REVIEW-FROM " to " REVIEW-TO ","
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "including the " EXCEPTION-COUNT " exception(s) listed, "
           "and the actions taken are recorded below."
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "Actions taken: ____________________________________________"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "               ____________________________________________"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "Supervisor ID: __________   Name: ____________________________"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE "Signature:     ______________________________   Date: __________"
         TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "Report produced by " Trim(OPERATOR-ID) " on " TODAY-DATE
           "."
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.

WRITE-REVIEW-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    STRING "REVIEW PERIOD " REVIEW-FROM " TO " REVIEW-TO
           ", INACTIVE AFTER " ACCESS-REVIEW-DAYS " DAYS WITHOUT "
           "SIGN-ON"
           DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    PERFORM WRITE-REVIEW-LINE.

*> The row is already built in REVIEW-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-REVIEW-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE REVIEW-REPORT-LINE TO REVIEW-HOLD-LINE
       PERFORM WRITE-REVIEW-HEADER
       MOVE REVIEW-HOLD-LINE TO REVIEW-REPORT-LINE
    END-IF.
    PERFORM WRITE-REVIEW-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-REVIEW-LINE.
    WRITE REVIEW-REPORT-LINE.

ACCEPT-OPERATOR-DETAILS.
    DISPLAY "New operator ID: ".
    ACCEPT ANSWER-ID.
       DISPLAY "Role -- I inquiry only, M maintainer, S supervisor: "
       ACCEPT ANSWER-ROLE
       PERFORM VALIDATE-ROLE
       MOVE 'N' TO EMAIL-VALID
       PERFORM UNTIL EMAIL-VALID = 'Y'
         DISPLAY "Mail address for owner mail (blank = none): "
         ACCEPT ANSWER-EMAIL
         MOVE Trim(ANSWER-EMAIL) TO ANSWER-EMAIL
         PERFORM VALIDATE-EMAIL
       END-PERFORM
    END-IF.

*> Mail address and opt-out on UPDATE: blank keeps either, '-'
*> clears the address.  OPER-RECORD holds the operator.
ACCEPT-MAIL-SETTINGS.
    DISPLAY "Mail address is '" Trim(OPER-EMAIL) "'.".
    MOVE 'N' TO EMAIL-VALID.
    PERFORM UNTIL EMAIL-VALID = 'Y'
      DISPLAY "New mail address (blank to keep, - to clear): "
      ACCEPT ANSWER-EMAIL
      MOVE Trim(ANSWER-EMAIL) TO ANSWER-EMAIL
      IF ANSWER-EMAIL = SPACES OR ANSWER-EMAIL = "-"
         MOVE 'Y' TO EMAIL-VALID
      ELSE
         PERFORM VALIDATE-EMAIL
      END-IF
    END-PERFORM.
    IF ANSWER-EMAIL = "-"
       MOVE SPACES TO OPER-EMAIL
    ELSE
       IF ANSWER-EMAIL NOT = SPACES
          MOVE ANSWER-EMAIL TO OPER-EMAIL
       END-IF
    END-IF.
    DISPLAY "Owner mail Y = send, N = opted out (blank to keep): ".
    ACCEPT ANSWER-OPTOUT.
    EVALUATE ANSWER-OPTOUT
      WHEN 'Y' MOVE 'N' TO OPER-MAIL-OPTOUT
      WHEN 'N' MOVE 'Y' TO OPER-MAIL-OPTOUT
      WHEN SPACE CONTINUE
      WHEN OTHER DISPLAY "Owner mail setting left as it was."
    END-EVALUATE.

*> An address is one word with exactly one @ and something either
*> side of it -- enough to catch a typed name or a stray space.
*> Blank (no address) passes.  Same test as rurlsys.cob's
*> validate-email.
VALIDATE-EMAIL.
    MOVE 'Y' TO EMAIL-VALID.
    IF ANSWER-EMAIL NOT = SPACES
       MOVE 0 TO EMAIL-AT-COUNT
       MOVE 0 TO EMAIL-SPACE-COUNT
       INSPECT ANSWER-EMAIL TALLYING EMAIL-AT-COUNT FOR ALL "@"
       INSPECT ANSWER-EMAIL(1:Length(Trim(ANSWER-EMAIL)))
               TALLYING EMAIL-SPACE-COUNT FOR ALL SPACE
       IF EMAIL-AT-COUNT NOT = 1 OR EMAIL-SPACE-COUNT > 0
          OR ANSWER-EMAIL(1:1) = "@"
          OR ANSWER-EMAIL(Length(Trim(ANSWER-EMAIL)):1) = "@"
          MOVE 'N' TO EMAIL-VALID
          DISPLAY "That is not a mail address (name@host)."
       END-IF
    END-IF.

VALIDATE-ROLE.
