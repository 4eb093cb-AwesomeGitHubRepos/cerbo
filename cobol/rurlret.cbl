*>   and after one confirmation moves them out of RURL.DAT into the
*>   retired archive (RURL-RETIRED.DAT, keyed the same way, with
*>   the retirement date alongside), one audited RETIRE row each;
*>   EXPIRE    -- the same move for every temporary link whose
*>   valid-until date has passed, one audited RETIRE row each; the
*>   nightly chain's EXPIRE step runs it unattended (BATCH-ACTION
*>   'E'), the menu asks for the one confirmation first;
*>   NEXT      -- lists the links that expire in the next N days
*>   (default 30) by owner, in RURL-EXPIRING-REPORT.TXT, so an owner
*>   can extend one through UPDATE before it goes;
*>   REINSTATE -- moves one record back into the live file with its
*>   health columns reset for rechecking, audited as REINST.
*> Tag rows are deliberately left in place across retirement: a
*> reinstated link gets its labels back, and the UID counter never
*> hands a retired UID to anyone else.  rurl.cbl's SEARCH-RECORDS
*> can include the retired archive, so "didn't we used to have a
*> link for X" is answerable.  Each retirement also leaves a RETIRE
*> row in RURL-FORWARD.DAT, so QUERY on the old UID lands on the
*> archive copy; reinstatement removes it again.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlretire.
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
   SELECT EXPIRY-SORT-WORK-FILE ASSIGN TO "SORTWK8".
   SELECT EXPIRY-SORT-FILE ASSIGN USING EXPIRY-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EXPIRY-SORT-STATUS.
   SELECT EXPIRY-REPORT-FILE ASSIGN USING EXPIRY-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EXPIRY-REPORT-STATUS.
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

*> The retired archive: the full record as it left the live file,
*> plus the date it was retired.  Must stay in step with the
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
   05 LOCK-HOUR     PIC 99.
   05 LOCK-MINUTE   PIC 99.

*> The expiring-links report: one row per link inside the window,
*> sorted by owner and then the date it goes.
SD EXPIRY-SORT-WORK-FILE.
01 EXPIRY-SORT-WORK-RECORD.
   05 EW-OWNER       PIC X(10).
   05 EW-VALID-UNTIL PIC 9(8).
   05 EW-UID         PIC 9(7).
   05 EW-DAYS        PIC 9(5).
   05 EW-CATEGORY    PIC X(10).
   05 EW-URL         PIC X(250).

FD EXPIRY-SORT-FILE.
01 EXPIRY-SORT-RECORD.
   05 ES-OWNER       PIC X(10).
   05 ES-VALID-UNTIL PIC 9(8).
   05 ES-UID         PIC 9(7).
   05 ES-DAYS        PIC 9(5).
   05 ES-CATEGORY    PIC X(10).
   05 ES-URL         PIC X(250).

FD EXPIRY-REPORT-FILE.
01 EXPIRY-REPORT-LINE PIC X(320).

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

01 RURL-STATUS PIC XX.
01 RETIRED-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 LOCK-STATUS PIC XX.
01 RET-CHOICE PIC X.
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
*> must stay in step with the checker's threshold (a control-file
01 CANDIDATE-OVERFLOW PIC X VALUE 'N'.
01 CONFIRM-ANSWER PIC X.
01 RETIRED-COUNT PIC 9(3) VALUE 0.
*> Which retirement the candidate table holds: 'R' flagged past the
*> threshold, 'E' past the valid-until date -- the re-check under
*> the lock asks the matching question.
01 RUN-KIND PIC X VALUE 'R'.
01 STILL-DUE PIC X.
01 RET-TODAY PIC 9(8).
*> Expiring-links report state.
01 EXPIRY-SORT-FILE-NAME PIC X(100).
01 EXPIRY-REPORT-NAME PIC X(100).
01 EXPIRY-SORT-STATUS PIC XX.
01 EXPIRY-REPORT-STATUS PIC XX.
01 EOF-EXPIRY-SORT PIC X VALUE 'N'.
01 ANSWER-DAYS PIC X(5).
01 HORIZON-DAYS PIC 9(4) VALUE 30.
01 HORIZON-DATE PIC 9(8).
01 TODAY-INT PIC S9(9).
01 DAYS-EDITED PIC ZZZZ9.
01 EXPIRY-FLAG-TEXT PIC X(6).
01 EXPIRING-TOTAL PIC 9(5) VALUE 0.
01 LAPSED-TOTAL PIC 9(5) VALUE 0.
01 EXPIRY-OWNER-TOTAL PIC 9(5) VALUE 0.
01 EXPIRY-GROUP-OPEN PIC X VALUE 'N'.
01 EXPIRY-GROUP-OWNER PIC X(10).
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 EXPIRY-HOLD-LINE PIC X(320).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40) VALUE "RURL LINKS EXPIRING SOON".
01 DELETE-RESULT PIC 9(9) COMP-5.
01 ANSWER-UID PIC X(10).
01 WANTED-UID PIC 9(7).
*> Lock handling, same convention as rurl.cbl.
LINKAGE SECTION.
01 SIGNON-OPERATOR PIC X(10).
01 SIGNON-ROLE PIC X.
*> Space for interactive use; 'E' when the nightly chain wants the
*> expiry run with no console prompting.
01 BATCH-ACTION PIC X.

*> Every move between the live file and the archive is maintainer
*> or supervisor only; the expiring-links report only reads, so it
*> is open to everyone.  The unattended chain is the shop's own
*> scheduler and comes in through BATCH-ACTION, past the
*> interactive role gate, for the expiry run only.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE BATCH-ACTION.
RetireBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE SIGNON-OPERATOR TO OPERATOR-ID.
    IF BATCH-ACTION = 'E'
       PERFORM EXPIRE-LAPSED-RECORDS
       GOBACK
    END-IF.
    DISPLAY "RETIRE flagged records, EXPIRE lapsed ones, REINSTATE "
            "one, or list those expiring in the NEXT N days "
            "(R/E/I/N)?".
    ACCEPT RET-CHOICE.
    IF RET-CHOICE NOT = 'N'
       AND SIGNON-ROLE NOT = 'M' AND SIGNON-ROLE NOT = 'S'
       DISPLAY "Retirement moves records out of the live file -- "
               "maintainer or supervisor only."
       GOBACK
    END-IF.
    EVALUATE RET-CHOICE
      WHEN 'R' PERFORM RETIRE-FLAGGED-RECORDS
      WHEN 'E' PERFORM EXPIRE-LAPSED-RECORDS
      WHEN 'I' PERFORM REINSTATE-ONE-RECORD
      WHEN 'N' PERFORM EXPIRING-SOON-REPORT
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: R E I N"
    END-EVALUATE
    GOBACK.

        MOVE Numval(CTL-VALUE) TO RETIRE-THRESHOLD
      WHEN "LOCK-STALE-MINUTES"
        MOVE Numval(CTL-VALUE) TO LOCK-STALE-MINUTES
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO FORWARD-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FORWARD.DAT"
           DELIMITED BY SIZE INTO FORWARD-FILE-NAME.
    MOVE SPACES TO RETIRED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-RETIRED.DAT"
           DELIMITED BY SIZE INTO RETIRED-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.
    MOVE SPACES TO EXPIRY-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-EXPSORT.DAT"
           DELIMITED BY SIZE INTO EXPIRY-SORT-FILE-NAME.
    MOVE SPACES TO EXPIRY-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-EXPIRING-REPORT.TXT"
           DELIMITED BY SIZE INTO EXPIRY-REPORT-NAME.

*> Two passes: gather and show every record flagged past the
*> threshold, then -- only after the operator has seen the list and
*> key, so a record fixed or deleted between the passes is simply
*> found changed and left alone.
RETIRE-FLAGGED-RECORDS.
    MOVE 'R' TO RUN-KIND.
    MOVE 0 TO CANDIDATE-COUNT.
    MOVE 'N' TO CANDIDATE-OVERFLOW.
    OPEN INPUT RURL-FILE.
       END-IF
    END-IF.

*> Two passes again, the same way: gather and show every temporary
*> link whose valid-until date is behind us, then move them through
*> the same copy/audit/delete path the flagged ones take.  The
*> nightly chain has no one to ask, so in batch the listing goes to
*> the chain's console log and the move follows without a
*> confirmation; a master or lock that can't be had fails the step.
EXPIRE-LAPSED-RECORDS.
    MOVE 'E' TO RUN-KIND.
    MOVE 0 TO CANDIDATE-COUNT.
    MOVE 'N' TO CANDIDATE-OVERFLOW.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO RET-TODAY.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       CLOSE RURL-FILE
       IF BATCH-ACTION = 'E'
          MOVE 8 TO RETURN-CODE
       END-IF
    ELSE
       DISPLAY "Records past their valid-until date:"
       MOVE 'N' TO EOF-RURL-FILE
       PERFORM UNTIL EOF-RURL-FILE = 'Y'
         READ RURL-FILE NEXT
           AT END MOVE 'Y' TO EOF-RURL-FILE
           NOT AT END
             IF RURL-VALID-UNTIL > 0
                AND RURL-VALID-UNTIL < RET-TODAY
                IF CANDIDATE-COUNT >= 500
                   MOVE 'Y' TO CANDIDATE-OVERFLOW
                ELSE
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE UID TO CANDIDATE-UID(CANDIDATE-COUNT)
                   DISPLAY "  " UID " " Trim(RURL-OWNER)
                           " valid until " RURL-VALID-UNTIL "  "
                           Trim(URL)
                END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE RURL-FILE
       IF CANDIDATE-OVERFLOW = 'Y'
          DISPLAY "More than 500 expired records; this run takes "
                  "the first 500 -- the rest go on the next run."
       END-IF
       IF CANDIDATE-COUNT = 0
          DISPLAY "Nothing has expired."
       ELSE
          IF BATCH-ACTION = 'E'
             PERFORM MOVE-CANDIDATES-TO-ARCHIVE
          ELSE
             DISPLAY CANDIDATE-COUNT " record(s) listed. Move them "
                     "to the retired archive (Y/N)?"
             ACCEPT CONFIRM-ANSWER
             IF CONFIRM-ANSWER NOT = 'Y'
                DISPLAY "Expiry run abandoned; nothing moved."
             ELSE
                PERFORM MOVE-CANDIDATES-TO-ARCHIVE
             END-IF
          END-IF
       END-IF
    END-IF.

MOVE-CANDIDATES-TO-ARCHIVE.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED NOT = 'Y' AND BATCH-ACTION = 'E'
       MOVE 8 TO RETURN-CODE
    END-IF.
    IF LOCK-ACQUIRED = 'Y'
       OPEN I-O RURL-FILE
       IF RURL-STATUS NOT = "00"
          DISPLAY "Cannot open RURL-FILE (file status " RURL-STATUS
                  "). Nothing moved."
          IF BATCH-ACTION = 'E'
             MOVE 8 TO RETURN-CODE
          END-IF
       ELSE
          OPEN I-O RETIRED-FILE
          IF RETIRED-STATUS = "35"
       PERFORM RELEASE-LOCK
    END-IF.

*> One candidate: re-read under the lock, re-check the flag or the
*> date (a fix, an extension or a delete in the window between the
*> passes de-candidates it),
*> copy to the archive, audit, then delete from the live file.
*> Copy-then-delete, in that order, so a crash between the two
*> leaves a duplicate to clean up rather than a destroyed record.
      INVALID KEY
        DISPLAY "UID " UID " gone before retirement. Skipped."
      NOT INVALID KEY
        PERFORM JUDGE-STILL-DUE
        IF STILL-DUE NOT = 'Y'
           DISPLAY "UID " UID " no longer due for retirement. "
                   "Skipped."
        ELSE
           MOVE UID TO RET-UID
           MOVE URL TO RET-URL
             NOT INVALID KEY
               ADD 1 TO RETIRED-COUNT
               DISPLAY "Retired UID " UID
               MOVE UID TO FORWARD-FROM-UID
               MOVE UID TO FORWARD-TO-UID
               MOVE "RETIRE" TO FORWARD-REASON
               PERFORM RECORD-FORWARD
           END-DELETE
        END-IF
    END-READ.

*> Is the record just re-read still what the run gathered it for?
JUDGE-STILL-DUE.
    MOVE 'N' TO STILL-DUE.
    IF RUN-KIND = 'E'
       IF RURL-VALID-UNTIL > 0 AND RURL-VALID-UNTIL < RET-TODAY
          MOVE 'Y' TO STILL-DUE
       END-IF
    ELSE
       IF RURL-LINK-STATUS = 'D'
          AND RURL-FAIL-COUNT >= RETIRE-THRESHOLD
          MOVE 'Y' TO STILL-DUE
       END-IF
    END-IF.

*> Every link with a valid-until date inside the next HORIZON-DAYS
*> days, by owner and then the date it goes, one heading per owner
*> so the report can be cut up and handed out.  Links already past
*> their date but not yet moved by the EXPIRE step are listed too,
*> marked LAPSED -- an UPDATE today still saves them.
EXPIRING-SOON-REPORT.
    DISPLAY "Expiring within how many days (blank = 30)? ".
    ACCEPT ANSWER-DAYS.
    IF ANSWER-DAYS = SPACES
       MOVE 30 TO HORIZON-DAYS
    ELSE
       IF Trim(ANSWER-DAYS) IS NOT NUMERIC
          OR Numval(ANSWER-DAYS) > 9999
          DISPLAY "Days must be 0 to 9999; using 30."
          MOVE 30 TO HORIZON-DAYS
       ELSE
          MOVE Numval(ANSWER-DAYS) TO HORIZON-DAYS
       END-IF
    END-IF.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO RET-TODAY.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(RET-TODAY).
    COMPUTE HORIZON-DATE =
        FUNCTION DATE-OF-INTEGER(TODAY-INT + HORIZON-DAYS).
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       CLOSE RURL-FILE
    ELSE
       CLOSE RURL-FILE
       SORT EXPIRY-SORT-WORK-FILE
            ON ASCENDING KEY EW-OWNER
            ON ASCENDING KEY EW-VALID-UNTIL
            ON ASCENDING KEY EW-UID
            INPUT PROCEDURE IS FEED-EXPIRING-ROWS
            GIVING EXPIRY-SORT-FILE
       OPEN OUTPUT EXPIRY-REPORT-FILE
       MOVE 0 TO PAGE-NUMBER
       MOVE 0 TO LINES-ON-PAGE
       MOVE 0 TO EXPIRING-TOTAL
       MOVE 0 TO LAPSED-TOTAL
       MOVE 0 TO EXPIRY-OWNER-TOTAL
       MOVE 'N' TO EXPIRY-GROUP-OPEN
       PERFORM WRITE-EXPIRY-HEADER
       OPEN INPUT EXPIRY-SORT-FILE
       MOVE 'N' TO EOF-EXPIRY-SORT
       PERFORM UNTIL EOF-EXPIRY-SORT = 'Y'
         READ EXPIRY-SORT-FILE
           AT END MOVE 'Y' TO EOF-EXPIRY-SORT
           NOT AT END
             IF EXPIRY-GROUP-OPEN = 'N'
                OR ES-OWNER NOT = EXPIRY-GROUP-OWNER
                PERFORM START-EXPIRY-OWNER-GROUP
             END-IF
             PERFORM WRITE-ONE-EXPIRY-ROW
         END-READ
       END-PERFORM
       CLOSE EXPIRY-SORT-FILE
       MOVE SPACES TO EXPIRY-REPORT-LINE
       PERFORM WRITE-EXPIRY-DETAIL
       MOVE SPACES TO EXPIRY-REPORT-LINE
       STRING "EXPIRING: " EXPIRING-TOTAL "  LAPSED: " LAPSED-TOTAL
              "  OWNERS: " EXPIRY-OWNER-TOTAL
              DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
       PERFORM WRITE-EXPIRY-DETAIL
       CLOSE EXPIRY-REPORT-FILE
       CALL "CBL_DELETE_FILE" USING EXPIRY-SORT-FILE-NAME
            RETURNING DELETE-RESULT
       DISPLAY EXPIRING-TOTAL " link(s) expiring by " HORIZON-DATE
               " (" LAPSED-TOTAL " already lapsed) written to "
               "RURL-EXPIRING-REPORT.TXT."
    END-IF.

*> Releases one sort row per link whose valid-until date falls on
*> or before the horizon.
FEED-EXPIRING-ROWS.
    OPEN INPUT RURL-FILE.
    MOVE 'N' TO EOF-RURL-FILE.
    PERFORM UNTIL EOF-RURL-FILE = 'Y'
      READ RURL-FILE NEXT
        AT END MOVE 'Y' TO EOF-RURL-FILE
        NOT AT END
          IF RURL-VALID-UNTIL > 0
             AND RURL-VALID-UNTIL <= HORIZON-DATE
             MOVE Upper-case(Trim(RURL-OWNER)) TO EW-OWNER
             MOVE RURL-VALID-UNTIL TO EW-VALID-UNTIL
             MOVE UID TO EW-UID
             IF RURL-VALID-UNTIL < RET-TODAY
                MOVE 0 TO EW-DAYS
             ELSE
                COMPUTE EW-DAYS =
                    FUNCTION INTEGER-OF-DATE(RURL-VALID-UNTIL)
                    - TODAY-INT
             END-IF
             MOVE RURL-CATEGORY TO EW-CATEGORY
             MOVE URL TO EW-URL
             RELEASE EXPIRY-SORT-WORK-RECORD
          END-IF
      END-READ
    END-PERFORM.
    CLOSE RURL-FILE.

START-EXPIRY-OWNER-GROUP.
    MOVE ES-OWNER TO EXPIRY-GROUP-OWNER.
    MOVE 'Y' TO EXPIRY-GROUP-OPEN.
    ADD 1 TO EXPIRY-OWNER-TOTAL.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-DETAIL.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    IF ES-OWNER = SPACES
       MOVE "OWNER (UNASSIGNED)" TO EXPIRY-REPORT-LINE
    ELSE
       STRING "OWNER " Trim(ES-OWNER)
              DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
    END-IF.
    PERFORM WRITE-EXPIRY-DETAIL.

WRITE-ONE-EXPIRY-ROW.
    IF ES-VALID-UNTIL < RET-TODAY
       MOVE "LAPSED" TO EXPIRY-FLAG-TEXT
       ADD 1 TO LAPSED-TOTAL
    ELSE
       MOVE SPACES TO EXPIRY-FLAG-TEXT
       ADD 1 TO EXPIRING-TOTAL
    END-IF.
    MOVE ES-DAYS TO DAYS-EDITED.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    STRING "  " ES-VALID-UNTIL "  " DAYS-EDITED "  " ES-UID "  "
           ES-CATEGORY "  " EXPIRY-FLAG-TEXT "  " Trim(ES-URL)
           DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           ON OVERFLOW
              DISPLAY "WARNING: expiry line for UID " ES-UID
                      " truncated."
    END-STRING.
    PERFORM WRITE-EXPIRY-DETAIL.

*> Title, window and column headings on every page.
WRITE-EXPIRY-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-LINE.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    STRING "VALID-UNTIL DATES ON OR BEFORE " HORIZON-DATE
           " (NEXT " HORIZON-DAYS " DAYS)"
           DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-LINE.
    MOVE SPACES TO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-LINE.
    MOVE "  UNTIL      LEFT  UID      CATEGORY    FLAG    URL"
         TO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-LINE.
    MOVE "  --------  -----  -------  ----------  ------  ---"
         TO EXPIRY-REPORT-LINE.
    PERFORM WRITE-EXPIRY-LINE.

*> The row is already built in EXPIRY-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-EXPIRY-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE EXPIRY-REPORT-LINE TO EXPIRY-HOLD-LINE
       PERFORM WRITE-EXPIRY-HEADER
       MOVE EXPIRY-HOLD-LINE TO EXPIRY-REPORT-LINE
    END-IF.
    PERFORM WRITE-EXPIRY-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-EXPIRY-LINE.
    WRITE EXPIRY-REPORT-LINE.

*> One record back from the archive into the live file, health
*> columns reset so the checker starts over on it.
REINSTATE-ONE-RECORD.
                 MOVE 'U' TO RURL-LINK-STATUS
                 MOVE 0 TO RURL-LAST-CHECKED
                 MOVE 0 TO RURL-FAIL-COUNT
                 *> back with no expiry -- an owner who still wants
                 *> one sets it again through UPDATE
                 MOVE 0 TO RURL-VALID-UNTIL
                 WRITE RURL-RECORD
                   INVALID KEY
                     DISPLAY "UID " UID " already exists in the "
                         DISPLAY "Could not remove UID " UID
                                 " from the archive."
                     END-DELETE
                     PERFORM DROP-FORWARD
                     DISPLAY "UID " UID " reinstated; back to "
                             "unchecked for the next sweep."
                 END-WRITE
       PERFORM RELEASE-LOCK
    END-IF.

*> A reinstated UID resolves on the master again, so its RETIRE
*> forward goes; rows merged into it earlier keep pointing at it.
DROP-FORWARD.
    OPEN I-O FORWARD-FILE.
    IF FORWARD-STATUS NOT = "00"
       CLOSE FORWARD-FILE
    ELSE
       MOVE UID TO FWD-UID
       DELETE FORWARD-FILE
         INVALID KEY CONTINUE
       END-DELETE
       CLOSE FORWARD-FILE
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
*> must hold the record being moved.
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
