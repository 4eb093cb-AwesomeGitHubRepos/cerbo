*> clusters with the operator so each can be merged down to one
*> surviving UID.  Losing records are DELETEd through the same lock
*> and audit logging the manual DELETE action uses, so the trail and
*> any later point-in-time restore stay truthful, and each one gets
*> a MERGED row in RURL-FORWARD.DAT so its old UID still leads to
*> the survivor.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurldedupe.
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
   SELECT DUP-REPORT-FILE ASSIGN USING DUP-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DUP-REPORT-STATUS.
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

FD DUP-REPORT-FILE.
01 DUP-REPORT-LINE PIC X(320).
      10 TAG-UID  PIC 9(7).
      10 TAG-CODE PIC X(10).

*> The UID forwarding file, RURL-FORWARD.DAT: one row per UID that
*> has left the master, saying where it went, so rurl.cbl's QUERY
*> and UID search can follow an old UID to the record that took its
*> place.  FWD-REASON is MERGED (this run, loser to survivor),
*> RETIRE (rurlretire/rurlattest -- the row points at itself, the
*> archive copy keeps the UID) or REPLAC (rurltriage, a dead link
*> replaced by another already on file).  rurlintegrity reports the
*> rows whose target has since been deleted.  Other copies of this
*> layout must stay in step with this one.
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
01 DUP-REPORT-STATUS PIC XX.
01 DUP-SORT-STATUS PIC XX.
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
01 MERGE-WANTED PIC X.
01 EOF-RURL-FILE PIC X VALUE 'N'.
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
    MOVE SPACES TO DUP-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-DUP-REPORT.TXT"
           DELIMITED BY SIZE INTO DUP-REPORT-NAME.
                       MOVE "DELETE" TO AUDIT-ACTION
                       PERFORM AUDIT-LOG
                       PERFORM PURGE-TAG-ROWS
                       MOVE UID TO FORWARD-FROM-UID
                       MOVE SURVIVOR-UID TO FORWARD-TO-UID
                       MOVE "MERGED" TO FORWARD-REASON
                       PERFORM RECORD-FORWARD
                   END-DELETE
               END-READ
            END-IF
WRITE-DUP-REPORT-LINE.
    WRITE DUP-REPORT-LINE.

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

*> Appends one audit row for a record just written or deleted, with
*> the record content carried for replay -- same shape as rurl.cbl's
*> AUDIT-LOG.  UID, the record buffer and AUDIT-ACTION must already
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
