*>       captured, validated and audited exactly like a fix
*>   F - fix the URL now (validated like CREATE, health reset,
*>       audited as UPDATE)
*>   R - replace it with another link already on file: the record
*>       is deleted as for X and its UID forwarded to the
*>       replacement (RURL-FORWARD.DAT), so QUERY on the old UID
*>       still finds the link that took its place
*>   X - delete the record (audited as DELETE)
*>   K - keep it, and suppress it from the next few checker runs
*>       (written to RURL-SUPPRESS.DAT)
*>   C - (CONTENT CHANGED findings) the page changed but is still
*>       the right page -- the finding is cleared, the link untouched
*>   S - skip for now (the finding stays for next time)
*>   Q - quit (this and remaining findings stay)
*> Fix and delete go through the same lock and audit logging the
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
   SELECT FINDINGS-FILE ASSIGN USING FINDINGS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-STATUS.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TAG-KEY
          FILE STATUS IS TAG-STATUS.
*> where a UID that has left the master went -- see RECORD-FORWARD.
   SELECT FORWARD-FILE ASSIGN USING FORWARD-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FWD-UID
          FILE STATUS IS FORWARD-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> Must stay in step with the findings-record layout in cobsys.cob.
*> FND-NEW-URL is only filled for MOVED findings -- the destination
*> the permanent redirect resolved to, applied by disposition A --
*> and for CONTENT findings, where it holds the page title seen,
*> and for CERT findings, where it holds the certificate's expiry,
*> and for REPORTED PROBLEM findings (accepted from the link request
*> queue, rurlintake), where it holds who reported what.
FD FINDINGS-FILE.
01 FINDINGS-RECORD.
   05 FND-UID     PIC 9(7).
      10 TAG-UID  PIC 9(7).
      10 TAG-CODE PIC X(10).

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

01 TAG-FILE-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 FINDINGS-STATUS PIC XX.
01 FINDINGS-KEEP-STATUS PIC XX.
01 SUPPRESS-STATUS PIC XX.
01 LOCK-STATUS PIC XX.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
*> UID forwarding, see RECORD-FORWARD.
01 FORWARD-FILE-NAME PIC X(100).
01 FORWARD-STATUS PIC XX.
01 EOF-FORWARD-FILE PIC X VALUE 'N'.
01 FORWARD-FROM-UID PIC 9(7).
01 FORWARD-TO-UID PIC 9(7).
01 FORWARD-REASON PIC X(6).
01 AUDIT-ACTION PIC X(6).
01 EOF-FINDINGS PIC X VALUE 'N'.
01 EOF-KEEP PIC X VALUE 'N'.
01 KEPT-COUNT PIC 9(5) VALUE 0.
01 FIXED-COUNT PIC 9(5) VALUE 0.
01 DELETED-COUNT PIC 9(5) VALUE 0.
01 REPLACED-COUNT PIC 9(5) VALUE 0.
01 REPLACEMENT-ANSWER PIC X(10).
01 REPLACEMENT-UID PIC 9(7).
01 REPLACEMENT-FOUND PIC X.
01 SUPPRESSED-COUNT PIC 9(5) VALUE 0.
01 SKIPPED-COUNT PIC 9(5) VALUE 0.
01 CONFIRMED-COUNT PIC 9(5) VALUE 0.
01 SUPPRESS-ANSWER PIC X(10).
*> 'Y' = only walk findings for links the signed-on operator owns;
*> everyone else's findings are carried forward untouched.
*> closing summary would otherwise report session-cumulative totals.
    MOVE 0 TO FIXED-COUNT.
    MOVE 0 TO DELETED-COUNT.
    MOVE 0 TO REPLACED-COUNT.
    MOVE 0 TO SUPPRESSED-COUNT.
    MOVE 0 TO SKIPPED-COUNT.
    MOVE 0 TO CONFIRMED-COUNT.
    IF SIGNON-ROLE NOT = 'M' AND SIGNON-ROLE NOT = 'S'
       DISPLAY "Triage changes the URL file -- maintainer or "
               "supervisor only."
    CLOSE FINDINGS-KEEP-FILE.
    PERFORM REWRITE-FINDINGS-FILE.
    DISPLAY " ".
    DISPLAY "Triage done: " FIXED-COUNT " fixed, " REPLACED-COUNT
            " replaced, " DELETED-COUNT
            " deleted, " SUPPRESSED-COUNT " suppressed, "
            CONFIRMED-COUNT " confirmed, "
            KEPT-COUNT " left for next time.".
    IF MY-LINKS-ONLY = 'Y'
       DISPLAY OTHER-OWNER-COUNT " finding(s) for other owners "
              IF Trim(FND-REASON) = "MOVED"
                 DISPLAY "  Moved to:    " Trim(FND-NEW-URL)
              END-IF
              IF Trim(FND-REASON) = "CONTENT SUSPECT"
                 OR Trim(FND-REASON) = "CONTENT CHANGED"
                 DISPLAY "  Page title:  " Trim(FND-NEW-URL)
              END-IF
              IF FND-REASON(1:5) = "CERT "
                 DISPLAY "  Certificate: " Trim(FND-NEW-URL)
              END-IF
              IF Trim(FND-REASON) = "REPORTED PROBLEM"
                 DISPLAY "  Report:      " Trim(FND-NEW-URL)
              END-IF
              CLOSE RURL-FILE
              PERFORM TAKE-DISPOSITION
           END-IF
TAKE-DISPOSITION.
    MOVE 'N' TO DISPOSITION-TAKEN.
    PERFORM UNTIL DISPOSITION-TAKEN = 'Y'
      EVALUATE TRUE
        WHEN Trim(FND-REASON) = "MOVED"
          DISPLAY "Apply new URL, fix by hand, replace, delete, "
                  "keep+suppress, skip, quit (A/F/R/X/K/S/Q)?"
        WHEN Trim(FND-REASON) = "CONTENT CHANGED"
          DISPLAY "Confirm page is still right, fix URL, replace, "
                  "delete, keep+suppress, skip, quit (C/F/R/X/K/S/Q)?"
        WHEN OTHER
          DISPLAY "Fix URL, replace, delete, keep+suppress, skip, "
                  "quit (F/R/X/K/S/Q)?"
      END-EVALUATE
      ACCEPT DISPOSITION
      MOVE 'Y' TO DISPOSITION-TAKEN
      EVALUATE DISPOSITION
        WHEN 'A' PERFORM APPLY-MOVED-URL
        WHEN 'C' PERFORM CONFIRM-CONTENT
        WHEN 'F' PERFORM FIX-URL-NOW
        WHEN 'R' PERFORM REPLACE-RECORD-NOW
        WHEN 'X' PERFORM DELETE-RECORD-NOW
        WHEN 'K' PERFORM SUPPRESS-RECORD-NOW
        WHEN 'S'
          MOVE FINDINGS-RECORD TO FINDINGS-KEEP-RECORD
          WRITE FINDINGS-KEEP-RECORD
        WHEN OTHER
          DISPLAY "INPUT ERROR. ENTER ONE OF: A C F R X K S Q"
          MOVE 'N' TO DISPOSITION-TAKEN
      END-EVALUATE
    END-PERFORM.

*> The checker raises CONTENT CHANGED once, on the run that saw the
*> change, and has already taken the new page as its baseline; a
*> confirmed change needs nothing more than the finding dropped.
*> Only offered for that reason -- anything else stays put.
CONFIRM-CONTENT.
    IF Trim(FND-REASON) = "CONTENT CHANGED"
       ADD 1 TO CONFIRMED-COUNT
       DISPLAY "Page confirmed; finding cleared."
    ELSE
       DISPLAY "C is only for CONTENT CHANGED findings."
       MOVE 'N' TO DISPOSITION-TAKEN
    END-IF.

*> Same validation gate as rurl.cbl's CHECK-URL, for the same
*> reason: this value reaches the checker's shell command and the
*> CSV round-trip.
       WRITE FINDINGS-KEEP-RECORD
    END-IF.

*> The dead link gives way to another already on file: the
*> operator names the replacement, this record goes as it would
*> under X, and a REPLAC forward sends anyone still holding the
*> old UID on to the replacement.  A replacement that isn't on
*> file sends the operator back to the disposition prompt.
REPLACE-RECORD-NOW.
    DISPLAY "UID of the link that replaces it: ".
    ACCEPT REPLACEMENT-ANSWER.
    MOVE Numval(REPLACEMENT-ANSWER) TO REPLACEMENT-UID.
    IF REPLACEMENT-UID = 0 OR REPLACEMENT-UID = FND-UID
       DISPLAY "Give the UID of a different link on file."
       MOVE 'N' TO DISPOSITION-TAKEN
       EXIT PARAGRAPH
    END-IF.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED NOT = 'Y'
       MOVE FINDINGS-RECORD TO FINDINGS-KEEP-RECORD
       WRITE FINDINGS-KEEP-RECORD
       EXIT PARAGRAPH
    END-IF.
    OPEN I-O RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-FILE (file status " RURL-STATUS
               "). Replace not applied."
       MOVE FINDINGS-RECORD TO FINDINGS-KEEP-RECORD
       WRITE FINDINGS-KEEP-RECORD
       PERFORM RELEASE-LOCK
       EXIT PARAGRAPH
    END-IF.
    MOVE REPLACEMENT-UID TO UID.
    READ RURL-FILE
      INVALID KEY
        MOVE 'N' TO REPLACEMENT-FOUND
      NOT INVALID KEY
        MOVE 'Y' TO REPLACEMENT-FOUND
    END-READ.
    IF REPLACEMENT-FOUND NOT = 'Y'
       DISPLAY "UID " REPLACEMENT-UID " is not on file."
       MOVE 'N' TO DISPOSITION-TAKEN
    ELSE
       MOVE FND-UID TO UID
       READ RURL-FILE
         INVALID KEY
           DISPLAY "Record vanished before the replace. Skipped."
         NOT INVALID KEY
           DELETE RURL-FILE
             INVALID KEY
               DISPLAY "Delete failed for UID " UID
             NOT INVALID KEY
               ADD 1 TO REPLACED-COUNT
               DISPLAY "Record deleted; UID " FND-UID
                       " now forwards to UID " REPLACEMENT-UID "."
               MOVE "DELETE" TO AUDIT-ACTION
               PERFORM AUDIT-LOG
               PERFORM PURGE-TAG-ROWS
               MOVE FND-UID TO FORWARD-FROM-UID
               MOVE REPLACEMENT-UID TO FORWARD-TO-UID
               MOVE "REPLAC" TO FORWARD-REASON
               PERFORM RECORD-FORWARD
           END-DELETE
       END-READ
    END-IF.
    CLOSE RURL-FILE.
    PERFORM RELEASE-LOCK.

SUPPRESS-RECORD-NOW.
    DISPLAY "Suppress for how many checker runs (blank = 3)? ".
    ACCEPT SUPPRESS-ANSWER.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO FORWARD-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FORWARD.DAT"
           DELIMITED BY SIZE INTO FORWARD-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FINDINGS.DAT"
           DELIMITED BY SIZE INTO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-TAGS.DAT"
           DELIMITED BY SIZE INTO TAG-FILE-NAME.

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

*> Removes every tag cross-reference row for the record whose key
*> is in UID -- same paragraph as rurl.cbl's PURGE-TAG-ROWS.
PURGE-TAG-ROWS.
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
