*>   paged style as the link reports;
*>   ARCHIVE -- the monthly housekeeping run -- moves rows older than
*>   a cutoff date to a generation-named archive file
*>   (RURL-AUDIT-G<cutoff>.DAT) so the live file doesn't grow forever;
*>   VERIFY -- "how do we know nobody edited the trail" -- walks the
*>   registered archive generations oldest first and then the live
*>   file, re-computing every row's chained check value and following
*>   its sequence number, and reports the exact file and row where
*>   the chain breaks or the numbering skips (RURL-AUDIT-VERIFY.TXT).
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlaudit.
AUTHOR.  Michael Coughlan.
   SELECT ARC-AUDIT-FILE ASSIGN USING ARC-AUDIT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-AUDIT-STATUS.
*> the audit chain's running state, written by every SEAL-AUDIT-RECORD
*> copy -- read here only, to catch rows cut off the end of the trail.
   SELECT AUDSEQ-FILE ASSIGN USING AUDSEQ-FILE-NAME
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS AUDSEQ-REL-KEY
          FILE STATUS IS AUDSEQ-STATUS.
   SELECT VERIFY-REPORT-FILE ASSIGN USING VERIFY-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS VERIFY-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
   05 AUD-DATE-ADDED PIC 9(8).
   05 AUD-OWNER     PIC X(10).
   05 AUD-REC-STATUS PIC X.
   05 AUD-VALID-UNTIL PIC 9(8).
   05 AUD-SEQ       PIC 9(9).
   05 AUD-CHECK     PIC 9(9).

FD AUDIT-REPORT-FILE.
01 AUDIT-REPORT-LINE PIC X(80).

FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(384).

FD KEEP-FILE.
01 KEEP-RECORD PIC X(384).

FD ARC-CTL-FILE.
01 ARC-CTL-LINE PIC X(100).

*> raw image of an archived AUDIT-RECORD -- same 384-byte layout.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD PIC X(384).

*> Must stay in step with the AUDSEQ-RECORD layout in rurl.cbl.
FD AUDSEQ-FILE.
01 AUDSEQ-RECORD.
   05 AUDSEQ-LAST-SEQ   PIC 9(9).
   05 AUDSEQ-LAST-CHECK PIC 9(9).

*> Wide enough for a full archive path beside the row position.
FD VERIFY-REPORT-FILE.
01 VERIFY-REPORT-LINE PIC X(200).

FD SYSCTL-FILE.
01 SYSCTL-LINE PIC X(100).
   05 ARC-NAME-COUNT PIC 9(3) VALUE 0.
   05 ARC-NAME PIC X(100) OCCURS 30.
01 ARC-IX PIC 9(3).
*> Chain verification state.  PREV-SEQ/PREV-CHECK are the stored
*> values of the last sealed row seen, so one damaged row is
*> reported once instead of cascading down the rest of the trail.
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 VERIFY-REPORT-STATUS PIC XX.
01 VERIFY-REPORT-NAME PIC X(100).
01 VERIFY-SOURCE PIC X(100).
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 CHAIN-STARTED PIC X VALUE 'N'.
01 PREV-SEQ PIC 9(9) VALUE 0.
01 PREV-CHECK PIC 9(9) VALUE 0.
01 EXPECTED-SEQ PIC 9(9).
01 ROW-IN-FILE PIC 9(7) VALUE 0.
01 VERIFY-ROWS PIC 9(7) VALUE 0.
01 PRECHAIN-ROWS PIC 9(7) VALUE 0.
01 SEALED-ROWS PIC 9(7) VALUE 0.
01 BREAK-COUNT PIC 9(5) VALUE 0.
01 GAP-COUNT PIC 9(5) VALUE 0.
01 VERIFY-PROBLEM PIC X(60).
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 BATCH-ACTION PIC X.
01 BATCH-CUTOFF PIC X(8).

*> Inquiry and verify are read-only and open to everyone; the archive rewrites
*> the live audit trail, so it needs a maintainer or supervisor.
*> The unattended chain is the shop's own scheduler and comes in
*> through BATCH-ACTION, past the interactive role gate.
       PERFORM ARCHIVE-BY-CUTOFF
       GOBACK
    END-IF.
    DISPLAY "AUDIT INQUIRY, ARCHIVE or VERIFY CHAIN (I/A/V)?".
    ACCEPT AUDIT-CHOICE.
    EVALUATE AUDIT-CHOICE
      WHEN 'I' PERFORM AUDIT-INQUIRY
           DISPLAY "Archiving the audit trail is for maintainers "
                   "and supervisors."
        END-IF
      WHEN 'V' PERFORM VERIFY-AUDIT-CHAIN
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: I A V"
    END-EVALUATE
    GOBACK.

    MOVE SPACES TO ARC-CTL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-ARC.CTL"
           DELIMITED BY SIZE INTO ARC-CTL-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO VERIFY-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-VERIFY.TXT"
           DELIMITED BY SIZE INTO VERIFY-REPORT-NAME.

LOAD-ARCHIVE-REGISTER.
    MOVE 0 TO ARC-NAME-COUNT.
    CLOSE AUDIT-FILE.
    CALL "CBL_DELETE_FILE" USING KEEP-FILE-NAME
         RETURNING DELETE-RESULT.

*> Walks the whole trail in the order it was written -- the archive
*> generations in register order, then the live file -- checking
*> each sealed row against the one before it:
*>   AUD-SEQ must be the previous row's plus one (the first sealed
*>   row must be 1), otherwise rows were removed or inserted and a
*>   NUMBERING GAP is reported;
*>   AUD-CHECK must equal the check re-computed from the previous
*>   row's check and this row's bytes, exactly as SEAL-AUDIT-RECORD
*>   built it, otherwise the row was edited -- CHECK VALUE BREAK.
*> Rows written before the chain existed carry no sequence number;
*> they are counted, and accepted only ahead of the first sealed row.
*> Finally the last sequence number on the trail must match the one
*> in RURL-AUDIT-SEQ.DAT, or rows have been cut off the end.
VERIFY-AUDIT-CHAIN.
    PERFORM LOAD-ARCHIVE-REGISTER.
    OPEN OUTPUT VERIFY-REPORT-FILE.
    IF VERIFY-REPORT-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-AUDIT-VERIFY.TXT (file status "
               VERIFY-REPORT-STATUS ")."
       EXIT PARAGRAPH
    END-IF.
    MOVE "RURL AUDIT CHAIN VERIFICATION" TO REPORT-TITLE.
    MOVE 0 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    MOVE 'N' TO CHAIN-STARTED.
    MOVE 0 TO PREV-SEQ.
    MOVE 0 TO PREV-CHECK.
    MOVE 0 TO VERIFY-ROWS.
    MOVE 0 TO PRECHAIN-ROWS.
    MOVE 0 TO SEALED-ROWS.
    MOVE 0 TO BREAK-COUNT.
    MOVE 0 TO GAP-COUNT.
    PERFORM WRITE-VERIFY-HEADER.
    PERFORM VARYING ARC-IX FROM 1 BY 1
            UNTIL ARC-IX > ARC-NAME-COUNT
      MOVE ARC-NAME(ARC-IX) TO ARC-AUDIT-NAME
      PERFORM VERIFY-ONE-ARCHIVE-FILE
    END-PERFORM.
    MOVE AUDIT-FILE-NAME TO VERIFY-SOURCE.
    MOVE 0 TO ROW-IN-FILE.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
       MOVE "LIVE AUDIT FILE MISSING" TO VERIFY-PROBLEM
       ADD 1 TO BREAK-COUNT
       PERFORM WRITE-VERIFY-DETAIL
    ELSE
       MOVE 'N' TO EOF-AUDIT-FILE
       PERFORM UNTIL EOF-AUDIT-FILE = 'Y'
         READ AUDIT-FILE
           AT END MOVE 'Y' TO EOF-AUDIT-FILE
           NOT AT END
             PERFORM VERIFY-ONE-ROW
         END-READ
       END-PERFORM
       CLOSE AUDIT-FILE
    END-IF.
    PERFORM VERIFY-CHAIN-TAIL.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    STRING "ROWS READ: " VERIFY-ROWS "  SEALED: " SEALED-ROWS
           "  BEFORE CHAIN: " PRECHAIN-ROWS
           "  ARCHIVES: " ARC-NAME-COUNT
           DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    STRING "CHECK VALUE BREAKS: " BREAK-COUNT
           "  NUMBERING GAPS: " GAP-COUNT
           DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    IF BREAK-COUNT = 0 AND GAP-COUNT = 0
       MOVE "AUDIT CHAIN INTACT" TO VERIFY-REPORT-LINE
    ELSE
       MOVE "AUDIT CHAIN BROKEN -- SEE ROWS LISTED ABOVE"
            TO VERIFY-REPORT-LINE
    END-IF.
    PERFORM WRITE-VERIFY-LINE.
    CLOSE VERIFY-REPORT-FILE.
    MOVE "RURL AUDIT TRAIL REPORT" TO REPORT-TITLE.
    DISPLAY "Verified " VERIFY-ROWS " audit row(s): " BREAK-COUNT
            " check value break(s), " GAP-COUNT
            " numbering gap(s). Report written to "
            "RURL-AUDIT-VERIFY.TXT.".

VERIFY-ONE-ARCHIVE-FILE.
    MOVE ARC-AUDIT-NAME TO VERIFY-SOURCE.
    MOVE 0 TO ROW-IN-FILE.
    OPEN INPUT ARC-AUDIT-FILE.
    IF ARC-AUDIT-STATUS NOT = "00"
       MOVE "REGISTERED ARCHIVE GENERATION MISSING" TO VERIFY-PROBLEM
       ADD 1 TO BREAK-COUNT
       PERFORM WRITE-VERIFY-DETAIL
    ELSE
       MOVE 'N' TO EOF-ARC-AUDIT
       PERFORM UNTIL EOF-ARC-AUDIT = 'Y'
         READ ARC-AUDIT-FILE
           AT END MOVE 'Y' TO EOF-ARC-AUDIT
           NOT AT END
             MOVE ARC-AUDIT-RECORD TO AUDIT-RECORD
             PERFORM VERIFY-ONE-ROW
         END-READ
       END-PERFORM
       CLOSE ARC-AUDIT-FILE
    END-IF.

*> One row, already in AUDIT-RECORD, against the chain so far.  A
*> row that skips numbers is reported as a gap only: its check was
*> built on a row that is no longer there, so a check mismatch on it
*> says nothing new.
VERIFY-ONE-ROW.
    ADD 1 TO ROW-IN-FILE.
    ADD 1 TO VERIFY-ROWS.
    IF AUD-SEQ NOT NUMERIC
       PERFORM VERIFY-UNSEALED-ROW
       EXIT PARAGRAPH
    END-IF.
    IF AUD-SEQ = 0
       PERFORM VERIFY-UNSEALED-ROW
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SEALED-ROWS.
    IF CHAIN-STARTED = 'N'
       MOVE 'Y' TO CHAIN-STARTED
       MOVE 0 TO PREV-SEQ
       MOVE 0 TO PREV-CHECK
    END-IF.
    COMPUTE EXPECTED-SEQ = PREV-SEQ + 1.
    IF AUD-SEQ NOT = EXPECTED-SEQ
       MOVE SPACES TO VERIFY-PROBLEM
       STRING "NUMBERING GAP: EXPECTED SEQ " EXPECTED-SEQ
              DELIMITED BY SIZE INTO VERIFY-PROBLEM
       ADD 1 TO GAP-COUNT
       PERFORM WRITE-VERIFY-DETAIL
    ELSE
       MOVE PREV-CHECK TO CHAIN-ACC
       PERFORM VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > 375
         COMPUTE CHAIN-ACC =
             Mod(CHAIN-ACC * 31 + Ord(AUDIT-RECORD(CHAIN-IX:1)), 999999937)
       END-PERFORM
       IF AUD-CHECK NOT NUMERIC OR AUD-CHECK NOT = CHAIN-ACC
          MOVE "CHECK VALUE BREAK: ROW ALTERED SINCE IT WAS WRITTEN"
               TO VERIFY-PROBLEM
          ADD 1 TO BREAK-COUNT
          PERFORM WRITE-VERIFY-DETAIL
       END-IF
    END-IF.
    MOVE AUD-SEQ TO PREV-SEQ.
    IF AUD-CHECK NUMERIC
       MOVE AUD-CHECK TO PREV-CHECK
    ELSE
       MOVE 0 TO PREV-CHECK
    END-IF.

*> A row with no sequence number is history from before the chain
*> if no sealed row has been seen yet; after that, every writer
*> seals, so an unsealed row can only have been inserted by hand.
VERIFY-UNSEALED-ROW.
    IF CHAIN-STARTED = 'N'
       ADD 1 TO PRECHAIN-ROWS
    ELSE
       MOVE "CHECK VALUE BREAK: UNSEALED ROW INSIDE THE CHAIN"
            TO VERIFY-PROBLEM
       ADD 1 TO BREAK-COUNT
       PERFORM WRITE-VERIFY-DETAIL
    END-IF.

*> The trail's last sealed row against RURL-AUDIT-SEQ.DAT: a state
*> file ahead of the trail means rows were cut off its end.
VERIFY-CHAIN-TAIL.
    OPEN INPUT AUDSEQ-FILE.
    IF AUDSEQ-STATUS NOT = "00"
       EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO AUDSEQ-REL-KEY.
    READ AUDSEQ-FILE
      INVALID KEY
        CLOSE AUDSEQ-FILE
        EXIT PARAGRAPH
    END-READ.
    CLOSE AUDSEQ-FILE.
    MOVE "END OF TRAIL" TO VERIFY-SOURCE.
    MOVE 0 TO ROW-IN-FILE.
    MOVE PREV-SEQ TO AUD-SEQ.
    IF AUDSEQ-LAST-SEQ NOT = PREV-SEQ
       MOVE SPACES TO VERIFY-PROBLEM
       STRING "NUMBERING GAP: LAST SEQ WRITTEN WAS " AUDSEQ-LAST-SEQ
              DELIMITED BY SIZE INTO VERIFY-PROBLEM
       ADD 1 TO GAP-COUNT
       PERFORM WRITE-VERIFY-DETAIL
    ELSE
       IF AUDSEQ-LAST-CHECK NOT = PREV-CHECK
          MOVE "CHECK VALUE BREAK: LAST ROW DIFFERS FROM ONE WRITTEN"
               TO VERIFY-PROBLEM
          ADD 1 TO BREAK-COUNT
          PERFORM WRITE-VERIFY-DETAIL
       END-IF
    END-IF.

WRITE-VERIFY-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE "ROW      SEQ        PROBLEM / FILE" TO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE "-------  ---------  ------------------------------"
         TO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.

*> Two lines per problem: where it is, then what is wrong with it.
WRITE-VERIFY-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       PERFORM WRITE-VERIFY-HEADER
    END-IF.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    STRING ROW-IN-FILE "  " AUD-SEQ "  " Trim(VERIFY-PROBLEM)
           DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    STRING "                    IN " Trim(VERIFY-SOURCE)
           DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
    PERFORM WRITE-VERIFY-LINE.
    ADD 2 TO LINES-ON-PAGE.
    DISPLAY "AUDIT CHAIN: " Trim(VERIFY-PROBLEM) " -- ROW " ROW-IN-FILE
            " OF " Trim(VERIFY-SOURCE).

WRITE-VERIFY-LINE.
    WRITE VERIFY-REPORT-LINE.
