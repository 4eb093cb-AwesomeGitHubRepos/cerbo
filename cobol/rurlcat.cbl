*> list, add, update, delete -- and carries the RECODE run that
*> rewrites every RURL-RECORD holding an old or misspelled value to
*> a surviving code in one audited pass under the standard lock.
*> Each category also carries the attestation interval its links are
*> reviewed on by their owners (rurlattest); ADD and UPDATE ask for
*> it and LIST shows it.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlcat.
AUTHOR.  Michael Coughlan.
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
*> flat list a hierarchy: DEV-TOOLS, DEV-DOCS and DEV-CI can sit
*> under DEV instead of counting as unrelated.  Chains are capped
*> at three levels and loops are impossible -- see
*> VALIDATE-PARENT-CODE.  CAT-REVIEW-DAYS is how often an owner
*> must re-attest a link in the category (see rurlattest); zero
*> means the installation default, ATTEST-REVIEW-DAYS.
FD CAT-FILE.
01 CAT-RECORD.
   05 CAT-CODE        PIC X(10).
   05 CAT-DESCRIPTION PIC X(30).
   05 CAT-PARENT      PIC X(10).
   05 CAT-REVIEW-DAYS PIC 9(4).

*> Must stay in step with the RURL-RECORD layout in rurl.cbl.
FD RURL-FILE.
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

*> Must stay in step with the AUDSEQ-RECORD layout in rurl.cbl.
FD AUDSEQ-FILE.
01 AUDSEQ-RECORD.
   05 AUDSEQ-LAST-SEQ   PIC 9(9).
   05 AUDSEQ-LAST-CHECK PIC 9(9).

FD LOCK-FILE.
01 LOCK-LINE.
01 CAT-STATUS PIC XX.
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
01 CAT-CHOICE PIC X.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
*> the walk up the chain that proves no loop and no fourth level.
01 ANSWER-PARENT PIC X(10).
01 SAVED-PARENT PIC X(10).
01 SAVED-REVIEW-DAYS PIC 9(4).
01 PARENT-VALID PIC X.
01 WALK-CODE PIC X(10).
01 WALK-DEPTH PIC 9(2).
01 WALK-DONE PIC X.
01 CHILD-FOUND PIC X.
*> attestation interval as typed: blank keeps (UPDATE) or takes the
*> default (ADD), digits only
01 ANSWER-REVIEW PIC X(5).
01 REVIEW-DAYS-VALID PIC X.
*> Recode state: the value being retired (as typed, compared
*> case-blind and trimmed) and the surviving code it becomes.
01 OLD-VALUE PIC X(10).
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.
       DISPLAY "RURL-CAT.DAT not found."
    ELSE
       DISPLAY "CODE        DESCRIPTION                     PARENT"
               "      REVIEW"
       MOVE 0 TO CAT-COUNT
       MOVE 'N' TO EOF-CAT-FILE
       PERFORM UNTIL EOF-CAT-FILE = 'Y'
           AT END MOVE 'Y' TO EOF-CAT-FILE
           NOT AT END
             ADD 1 TO CAT-COUNT
             IF CAT-REVIEW-DAYS = 0
                DISPLAY CAT-CODE "  " CAT-DESCRIPTION "  " CAT-PARENT
                        "  DEFAULT"
             ELSE
                DISPLAY CAT-CODE "  " CAT-DESCRIPTION "  " CAT-PARENT
                        "  " CAT-REVIEW-DAYS
             END-IF
         END-READ
       END-PERFORM
       DISPLAY CAT-COUNT " categorie(s)."
       ACCEPT ANSWER-PARENT
       MOVE Upper-case(Trim(ANSWER-PARENT)) TO ANSWER-PARENT
       PERFORM VALIDATE-PARENT-CODE
       DISPLAY "Attestation interval in days (blank = default): "
       ACCEPT ANSWER-REVIEW
       PERFORM VALIDATE-REVIEW-DAYS
       IF PARENT-VALID = 'Y' AND REVIEW-DAYS-VALID = 'Y'
          MOVE ANSWER-CODE TO CAT-CODE
          MOVE ANSWER-DESCRIPTION TO CAT-DESCRIPTION
          MOVE ANSWER-PARENT TO CAT-PARENT
          IF ANSWER-REVIEW = SPACES
             MOVE 0 TO CAT-REVIEW-DAYS
          ELSE
             MOVE Numval(ANSWER-REVIEW) TO CAT-REVIEW-DAYS
          END-IF
          WRITE CAT-RECORD
            INVALID KEY
              DISPLAY "Category " Trim(ANSWER-CODE) " already exists."
           *> the parent walk below reads through the record
           *> buffer, so the target's own parent is held aside
           MOVE CAT-PARENT TO SAVED-PARENT
           MOVE CAT-REVIEW-DAYS TO SAVED-REVIEW-DAYS
           DISPLAY "New parent (blank to keep, '-' for top level): "
           ACCEPT ANSWER-PARENT
           MOVE Upper-case(Trim(ANSWER-PARENT)) TO ANSWER-PARENT
             WHEN OTHER
               PERFORM VALIDATE-PARENT-CODE
           END-EVALUATE
           IF SAVED-REVIEW-DAYS = 0
              DISPLAY "Current attestation interval: default"
           ELSE
              DISPLAY "Current attestation interval: "
                      SAVED-REVIEW-DAYS " days"
           END-IF
           DISPLAY "New interval in days (blank to keep, 0 for the "
                   "default): "
           ACCEPT ANSWER-REVIEW
           PERFORM VALIDATE-REVIEW-DAYS
           IF PARENT-VALID = 'Y' AND REVIEW-DAYS-VALID = 'Y'
              MOVE ANSWER-CODE TO CAT-CODE
              MOVE ANSWER-DESCRIPTION TO CAT-DESCRIPTION
              MOVE ANSWER-PARENT TO CAT-PARENT
              IF ANSWER-REVIEW = SPACES
                 MOVE SAVED-REVIEW-DAYS TO CAT-REVIEW-DAYS
              ELSE
                 MOVE Numval(ANSWER-REVIEW) TO CAT-REVIEW-DAYS
              END-IF
              REWRITE CAT-RECORD
                INVALID KEY
                  DISPLAY "Update failed for " Trim(ANSWER-CODE) "."
       END-IF
    END-IF.

*> The interval must be a whole number of days that fits the field;
*> blank is always acceptable (the caller decides what it means).
VALIDATE-REVIEW-DAYS.
    MOVE 'Y' TO REVIEW-DAYS-VALID.
    IF ANSWER-REVIEW NOT = SPACES
       IF Trim(ANSWER-REVIEW) IS NOT NUMERIC
          OR Numval(ANSWER-REVIEW) > 9999
          DISPLAY "Attestation interval must be 0 to 9999 days."
          MOVE 'N' TO REVIEW-DAYS-VALID
       END-IF
    END-IF.

*> Does any category name ANSWER-CODE as its parent?  A parent may
*> not be deleted while children exist -- they would silently
*> become top-level and the rollups would lie.
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
