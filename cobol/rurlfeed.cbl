*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlfeed.so rurlfeed.cbl
*> Incremental change feed from the audit trail for downstream
*> systems.
*>
*> The intranet portal and the helpdesk knowledge base used to take
*> the whole of RURL-EXPORT.CSV every night and diff it themselves.
*> This job ships them only what changed instead.  It reads the
*> audit trail -- the registered archive generations and then
*> RURL-AUDIT.DAT, as rurlrecon does, so the monthly archive can
*> never swallow unsent rows -- for every row stamped after the
*> high-water mark, the last audit timestamp already shipped and
*> acknowledged, kept in RURL-FEED-HWM.DAT.  Each UID's rows in that
*> window are collapsed to one net row with an action code:
*>   A  added    -- not visible to the receivers before the window,
*>                  visible after it (created and approved, or
*>                  reinstated);
*>   C  changed  -- visible before and after;
*>   R  retired  -- visible before, moved to the retired archive;
*>   D  deleted  -- visible before, deleted or rejected.
*> A pending record is invisible, exactly as EXPORT-CSV leaves it
*> out, and a link that came and went inside the window produces
*> nothing.  DUPOVR, ATTEST and REPAIR rows change no content and
*> are passed over.
*>
*> RURL-FEED.CSV carries a header and a trailer so the receiver can
*> prove it has the whole file:
*>   H,RURLFEED,extract-id,window-from,window-to,NEW|RESEND
*>   D,action,uid,last-change,url,description,category,owner,added,
*>     valid-until
*> (valid-until blank for a link with no expiry, as in EXPORT-CSV).
*>   T,extract-id,window-from,window-to,adds,changes,retires,
*>     deletes,detail-rows
*> Window ends are audit timestamps, YYYYMMDDHHMMSSss.  The file is
*> written under a temporary name and only renamed into place once
*> complete.
*>
*> The high-water mark only moves when the receiver acknowledges an
*> extract, by leaving the line ACK,extract-id,detail-rows in
*> RURL-FEED.ACK (or a supervisor records the acknowledgement here
*> after confirming it by hand).  Each run first checks for the
*> acknowledgement of the previous extract; without one the mark
*> stays put and tonight's extract starts from it again, so the
*> unacknowledged window is resent, marked RESEND.  A failed run
*> leaves both the mark and the outstanding extract as they were
*> and ends with return code 8.
*>
*> The nightly chain runs it as step FEED (BATCH-ACTION 'B'); menu
*> option Y runs it by hand, records an acknowledgement, or shows
*> where the feed stands.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlfeed.
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
   SELECT AUDIT-FILE ASSIGN USING AUDIT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AUDIT-STATUS.
*> archived audit generations (register written by rurlaudit) --
*> rows archived before they were shipped still go out.
   SELECT ARC-CTL-FILE ASSIGN USING ARC-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-CTL-STATUS.
   SELECT ARC-AUDIT-FILE ASSIGN USING ARC-AUDIT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-AUDIT-STATUS.
   SELECT FEED-SORT-FILE ASSIGN USING FEED-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FEED-SORT-STATUS.
   SELECT SORT-WORK-FILE ASSIGN TO "SORTWK9".
   SELECT FEED-FILE ASSIGN USING FEED-NEW-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FEED-STATUS.
   SELECT FEED-ACK-FILE ASSIGN USING FEED-ACK-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FEED-ACK-STATUS.
*> the feed's running state: one relative record holding the
*> high-water mark and the extract still awaiting acknowledgement.
   SELECT HWM-FILE ASSIGN USING HWM-FILE-NAME
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS HWM-REL-KEY
          FILE STATUS IS HWM-STATUS.
   SELECT LOCK-FILE ASSIGN USING LOCK-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOCK-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD ARC-CTL-FILE.
01 ARC-CTL-LINE PIC X(100).

*> raw image of an archived AUDIT-RECORD -- same 384-byte layout.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD PIC X(384).

*> Sort and sorted records are the audit layout itself, so a row
*> moves in and out whole.
SD SORT-WORK-FILE.
01 SORT-WORK-RECORD.
   05 SW-UID        PIC 9(7).
   05 SW-ACTION     PIC X(6).
   05 SW-DATE       PIC X(8).
   05 SW-TIME       PIC X(8).
   05 FILLER        PIC X(355).

FD FEED-SORT-FILE.
01 FEED-SORT-RECORD.
   05 FS-UID        PIC 9(7).
   05 FS-ACTION     PIC X(6).
   05 FS-DATE       PIC X(8).
   05 FS-TIME       PIC X(8).
   05 FS-OPERATOR   PIC X(10).
   05 FS-URL        PIC X(250).
   05 FS-DESCRIPTION PIC X(40).
   05 FS-CATEGORY   PIC X(10).
   05 FS-DATE-ADDED PIC 9(8).
   05 FS-OWNER      PIC X(10).
   05 FS-REC-STATUS PIC X.
   05 FS-VALID-UNTIL PIC 9(8).
   05 FS-SEQ        PIC 9(9).
   05 FS-CHECK      PIC 9(9).

FD FEED-FILE.
01 FEED-LINE PIC X(400).

FD FEED-ACK-FILE.
01 FEED-ACK-LINE PIC X(80).

FD HWM-FILE.
01 HWM-RECORD.
   *> last audit timestamp shipped and acknowledged (zeros: never)
   05 HWM-SHIPPED-TS    PIC X(16).
   *> the extract written but not yet acknowledged (id spaces: none)
   05 HWM-PENDING-ID    PIC X(14).
   05 HWM-PENDING-FROM  PIC X(16).
   05 HWM-PENDING-TO    PIC X(16).
   05 HWM-PENDING-ROWS  PIC 9(7).
   05 HWM-LAST-ACK-ID   PIC X(14).
   05 HWM-LAST-ACK-DATE PIC 9(8).

FD LOCK-FILE.
01 LOCK-LINE.
   05 LOCK-OPERATOR PIC X(10).
   05 LOCK-DATE     PIC 9(8).
   05 LOCK-HOUR     PIC 99.
   05 LOCK-MINUTE   PIC 99.

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
01 AUDIT-FILE-NAME PIC X(100).
01 ARC-CTL-NAME PIC X(100).
01 FEED-SORT-FILE-NAME PIC X(100).
01 FEED-NEW-NAME PIC X(100).
01 FEED-FILE-NAME PIC X(100).
01 FEED-ACK-NAME PIC X(100).
01 HWM-FILE-NAME PIC X(100).
01 AUDIT-STATUS PIC XX.
01 ARC-CTL-STATUS PIC XX.
01 ARC-AUDIT-STATUS PIC XX.
01 ARC-AUDIT-NAME PIC X(100).
01 FEED-SORT-STATUS PIC XX.
01 FEED-STATUS PIC XX.
01 FEED-ACK-STATUS PIC XX.
01 HWM-STATUS PIC XX.
01 HWM-REL-KEY PIC 9(4) VALUE 1.
01 LOCK-STATUS PIC XX.
01 OPERATOR-ID PIC X(10) VALUE SPACES.
01 FEED-CHOICE PIC X.
01 CONFIRM-ANSWER PIC X.
01 EOF-AUDIT-FILE PIC X VALUE 'N'.
01 EOF-ARC-CTL PIC X VALUE 'N'.
01 EOF-ARC-AUDIT PIC X VALUE 'N'.
01 EOF-FEED-SORT PIC X VALUE 'N'.
01 EOF-FEED-ACK PIC X VALUE 'N'.
01 ARC-INCLUDED-COUNT PIC 9(3) VALUE 0.
01 DELETE-RESULT PIC 9(9) COMP-5.
01 RENAME-RESULT PIC 9(9) COMP-5.
*> 'Y' once anything has gone wrong -- the mark and the outstanding
*> extract are then left exactly as they were.
01 FEED-FAILED PIC X VALUE 'N'.
01 HWM-WRITE-OK PIC X VALUE 'N'.
*> The window this run ships: after WINDOW-FROM up to and including
*> WINDOW-TO, the latest row found.
01 WINDOW-FROM PIC X(16).
01 WINDOW-TO PIC X(16).
01 ROW-TS.
   05 ROW-TS-DATE PIC X(8).
   05 ROW-TS-TIME PIC X(8).
01 EXTRACT-ID PIC X(14).
01 RESEND-FLAG PIC X(6).
*> acknowledgement line, ACK,extract-id,detail-rows
01 ACK-TAG PIC X(10).
01 ACK-ID PIC X(14).
01 ACK-ROWS-TEXT PIC X(10).
01 ACK-MATCHED PIC X VALUE 'N'.
*> One UID's rows being collapsed: whether the receivers could see
*> the link before the window, and the last row seen so far.
01 GROUP-OPEN PIC X VALUE 'N'.
01 GROUP-UID PIC 9(7).
01 VISIBLE-BEFORE PIC X.
01 VISIBLE-AFTER PIC X.
01 NET-ACTION-CODE PIC X.
01 NET-ROW.
   05 NR-UID        PIC 9(7).
   05 NR-ACTION     PIC X(6).
   05 NR-DATE       PIC X(8).
   05 NR-TIME       PIC X(8).
   05 NR-OPERATOR   PIC X(10).
   05 NR-URL        PIC X(250).
   05 NR-DESCRIPTION PIC X(40).
   05 NR-CATEGORY   PIC X(10).
   05 NR-DATE-ADDED PIC 9(8).
   05 NR-OWNER      PIC X(10).
   05 NR-REC-STATUS PIC X.
   05 NR-VALID-UNTIL PIC 9(8).
   05 NR-SEQ        PIC 9(9).
   05 NR-CHECK      PIC 9(9).
01 FEED-VALID-UNTIL PIC X(8).
*> per-run tallies -- reset at entry, since WORKING-STORAGE survives
*> between CALLs from the menu
01 ROWS-IN-WINDOW PIC 9(7) VALUE 0.
01 ADD-COUNT PIC 9(7) VALUE 0.
01 CHANGE-COUNT PIC 9(7) VALUE 0.
01 RETIRE-COUNT PIC 9(7) VALUE 0.
01 DELETE-COUNT PIC 9(7) VALUE 0.
01 DETAIL-COUNT PIC 9(7) VALUE 0.
01 NETTED-OUT-COUNT PIC 9(7) VALUE 0.
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
*> extract run with no console prompting.
01 BATCH-ACTION PIC X.

*> Running the extract touches only the feed's own files, so a
*> maintainer may do it; recording an acknowledgement by hand moves
*> the high-water mark for good, so it is supervisor only.  Status
*> is open to everyone.  The unattended chain comes in through
*> BATCH-ACTION, past the interactive role gate.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE BATCH-ACTION.
FeedBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    MOVE SIGNON-OPERATOR TO OPERATOR-ID.
    IF BATCH-ACTION = 'B'
       PERFORM RUN-CHANGE-FEED
       GOBACK
    END-IF.
    DISPLAY "Run the change feed, record an acknowledgement, or "
            "show status (R/A/S)?".
    ACCEPT FEED-CHOICE.
    EVALUATE FEED-CHOICE
      WHEN 'R'
        IF SIGNON-ROLE = 'M' OR SIGNON-ROLE = 'S'
           PERFORM RUN-CHANGE-FEED
        ELSE
           DISPLAY "Action not permitted for your role "
                   "(inquiry only)."
        END-IF
      WHEN 'A'
        IF SIGNON-ROLE = 'S'
           PERFORM ACKNOWLEDGE-BY-HAND
        ELSE
           DISPLAY "Recording an acknowledgement is supervisor "
                   "only."
        END-IF
      WHEN 'S' PERFORM SHOW-FEED-STATUS
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: R A S"
    END-EVALUATE.
    GOBACK.

*> Reads the system control file for the data directory, then
*> builds every physical file name -- same convention as rurl.cbl.
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
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

BUILD-FILE-NAMES.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO ARC-CTL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-ARC.CTL"
           DELIMITED BY SIZE INTO ARC-CTL-NAME.
    MOVE SPACES TO FEED-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FEEDSORT.DAT"
           DELIMITED BY SIZE INTO FEED-SORT-FILE-NAME.
    MOVE SPACES TO FEED-NEW-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FEED.NEW"
           DELIMITED BY SIZE INTO FEED-NEW-NAME.
    MOVE SPACES TO FEED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FEED.CSV"
           DELIMITED BY SIZE INTO FEED-FILE-NAME.
    MOVE SPACES TO FEED-ACK-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FEED.ACK"
           DELIMITED BY SIZE INTO FEED-ACK-NAME.
    MOVE SPACES TO HWM-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FEED-HWM.DAT"
           DELIMITED BY SIZE INTO HWM-FILE-NAME.
    MOVE SPACES TO LOCK-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.LOCK"
           DELIMITED BY SIZE INTO LOCK-FILE-NAME.

*> One extract: settle the previous extract's acknowledgement, cut
*> the window under the master lock (so no audit row lands half in
*> and half out of it), collapse and write the file, publish it, and
*> only then record it as the extract awaiting acknowledgement.
RUN-CHANGE-FEED.
    MOVE 'N' TO FEED-FAILED.
    MOVE 0 TO ROWS-IN-WINDOW.
    MOVE 0 TO ADD-COUNT.
    MOVE 0 TO CHANGE-COUNT.
    MOVE 0 TO RETIRE-COUNT.
    MOVE 0 TO DELETE-COUNT.
    MOVE 0 TO DETAIL-COUNT.
    MOVE 0 TO NETTED-OUT-COUNT.
    PERFORM READ-FEED-HWM.
    IF FEED-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-FEED-ACK.
    IF FEED-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF.
    IF HWM-PENDING-ID = SPACES
       MOVE "NEW" TO RESEND-FLAG
    ELSE
       MOVE "RESEND" TO RESEND-FLAG
    END-IF.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    MOVE SPACES TO EXTRACT-ID.
    STRING CurrentDate CurrentTime(1:6)
           DELIMITED BY SIZE INTO EXTRACT-ID.
    MOVE HWM-SHIPPED-TS TO WINDOW-FROM.
    MOVE HWM-SHIPPED-TS TO WINDOW-TO.
    PERFORM ACQUIRE-LOCK.
    IF LOCK-ACQUIRED NOT = 'Y'
       DISPLAY "Change feed not run -- high-water mark unchanged."
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF.
    SORT SORT-WORK-FILE
         ON ASCENDING KEY SW-UID
         ON ASCENDING KEY SW-DATE
         ON ASCENDING KEY SW-TIME
         WITH DUPLICATES IN ORDER
         INPUT PROCEDURE IS FEED-WINDOW-ROWS
         GIVING FEED-SORT-FILE.
    PERFORM RELEASE-LOCK.
    PERFORM WRITE-FEED-FILE.
    CALL "CBL_DELETE_FILE" USING FEED-SORT-FILE-NAME
         RETURNING DELETE-RESULT.
    IF FEED-FAILED NOT = 'Y'
       PERFORM PUBLISH-FEED-FILE
    END-IF.
    IF FEED-FAILED NOT = 'Y'
       MOVE EXTRACT-ID TO HWM-PENDING-ID
       MOVE WINDOW-FROM TO HWM-PENDING-FROM
       MOVE WINDOW-TO TO HWM-PENDING-TO
       MOVE DETAIL-COUNT TO HWM-PENDING-ROWS
       PERFORM WRITE-FEED-HWM
       IF HWM-WRITE-OK NOT = 'Y'
          MOVE 'Y' TO FEED-FAILED
       END-IF
    END-IF.
    IF FEED-FAILED = 'Y'
       DISPLAY "Change feed FAILED -- high-water mark unchanged at "
               HWM-SHIPPED-TS "."
       MOVE 8 TO RETURN-CODE
    ELSE
       DISPLAY "Change feed " EXTRACT-ID " (" Trim(RESEND-FLAG)
               "): window " WINDOW-FROM " to " WINDOW-TO ", "
               ROWS-IN-WINDOW " audit row(s)."
       DISPLAY "  " ADD-COUNT " added, " CHANGE-COUNT " changed, "
               RETIRE-COUNT " retired, " DELETE-COUNT " deleted ("
               NETTED-OUT-COUNT " netted out). "
               "Written to RURL-FEED.CSV; awaiting acknowledgement."
    END-IF.

*> The feed's state record.  No file yet is the first run: nothing
*> shipped, so the first extract is every link's history -- the
*> receivers' initial load.
READ-FEED-HWM.
    MOVE ZEROS TO HWM-SHIPPED-TS.
    MOVE SPACES TO HWM-PENDING-ID.
    MOVE ZEROS TO HWM-PENDING-FROM.
    MOVE ZEROS TO HWM-PENDING-TO.
    MOVE 0 TO HWM-PENDING-ROWS.
    MOVE SPACES TO HWM-LAST-ACK-ID.
    MOVE 0 TO HWM-LAST-ACK-DATE.
    OPEN INPUT HWM-FILE.
    IF HWM-STATUS = "35"
       CLOSE HWM-FILE
       EXIT PARAGRAPH
    END-IF.
    IF HWM-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-FEED-HWM.DAT (file status "
               HWM-STATUS ")."
       MOVE 'Y' TO FEED-FAILED
       EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO HWM-REL-KEY.
    READ HWM-FILE
      INVALID KEY
        MOVE ZEROS TO HWM-SHIPPED-TS
        MOVE SPACES TO HWM-PENDING-ID
    END-READ.
    CLOSE HWM-FILE.

WRITE-FEED-HWM.
    MOVE 'N' TO HWM-WRITE-OK.
    OPEN I-O HWM-FILE.
    IF HWM-STATUS = "35"
       OPEN OUTPUT HWM-FILE
       CLOSE HWM-FILE
       OPEN I-O HWM-FILE
    END-IF.
    IF HWM-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-FEED-HWM.DAT (file status "
               HWM-STATUS ")."
       EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO HWM-REL-KEY.
    REWRITE HWM-RECORD
      INVALID KEY
        WRITE HWM-RECORD
          INVALID KEY
            DISPLAY "Could not write the feed high-water mark."
          NOT INVALID KEY
            MOVE 'Y' TO HWM-WRITE-OK
        END-WRITE
      NOT INVALID KEY
        MOVE 'Y' TO HWM-WRITE-OK
    END-REWRITE.
    CLOSE HWM-FILE.

*> Has the receiver acknowledged the outstanding extract?  Only an
*> exact match on extract id and detail row count counts; anything
*> else leaves the mark where it is and the window goes out again.
CHECK-FEED-ACK.
    IF HWM-PENDING-ID = SPACES
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO ACK-MATCHED.
    OPEN INPUT FEED-ACK-FILE.
    IF FEED-ACK-STATUS NOT = "00"
       CLOSE FEED-ACK-FILE
    ELSE
       MOVE 'N' TO EOF-FEED-ACK
       PERFORM UNTIL EOF-FEED-ACK = 'Y'
         READ FEED-ACK-FILE
           AT END MOVE 'Y' TO EOF-FEED-ACK
           NOT AT END
             MOVE SPACES TO ACK-TAG ACK-ID ACK-ROWS-TEXT
             UNSTRING FEED-ACK-LINE DELIMITED BY ","
                 INTO ACK-TAG ACK-ID ACK-ROWS-TEXT
             IF Upper-case(Trim(ACK-TAG)) = "ACK"
                AND ACK-ID = HWM-PENDING-ID
                AND ACK-ROWS-TEXT NOT = SPACES
                AND Numval(ACK-ROWS-TEXT) = HWM-PENDING-ROWS
                MOVE 'Y' TO ACK-MATCHED
             END-IF
         END-READ
       END-PERFORM
       CLOSE FEED-ACK-FILE
    END-IF.
    IF ACK-MATCHED = 'Y'
       PERFORM COMMIT-PENDING-WINDOW
       IF HWM-WRITE-OK = 'Y'
          CALL "CBL_DELETE_FILE" USING FEED-ACK-NAME
               RETURNING DELETE-RESULT
          DISPLAY "Extract " HWM-LAST-ACK-ID " acknowledged; "
                  "high-water mark now " HWM-SHIPPED-TS "."
       ELSE
          MOVE 'Y' TO FEED-FAILED
       END-IF
    ELSE
       DISPLAY "Extract " HWM-PENDING-ID " not acknowledged -- "
               "high-water mark stays at " HWM-SHIPPED-TS
               " and its window is sent again."
    END-IF.

*> The outstanding extract is safely received: its window end
*> becomes the high-water mark.
COMMIT-PENDING-WINDOW.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE HWM-PENDING-TO TO HWM-SHIPPED-TS.
    MOVE HWM-PENDING-ID TO HWM-LAST-ACK-ID.
    MOVE CurrentDate TO HWM-LAST-ACK-DATE.
    MOVE SPACES TO HWM-PENDING-ID.
    MOVE ZEROS TO HWM-PENDING-FROM.
    MOVE ZEROS TO HWM-PENDING-TO.
    MOVE 0 TO HWM-PENDING-ROWS.
    PERFORM WRITE-FEED-HWM.

*> For the receiver who confirms by telephone rather than by file.
ACKNOWLEDGE-BY-HAND.
    MOVE 'N' TO FEED-FAILED.
    PERFORM READ-FEED-HWM.
    IF FEED-FAILED = 'Y'
       EXIT PARAGRAPH
    END-IF.
    IF HWM-PENDING-ID = SPACES
       DISPLAY "No extract is awaiting acknowledgement."
       EXIT PARAGRAPH
    END-IF.
    DISPLAY "Extract " HWM-PENDING-ID ": window " HWM-PENDING-FROM
            " to " HWM-PENDING-TO ", " HWM-PENDING-ROWS
            " detail row(s).".
    DISPLAY "Receiver confirmed it has this extract in full (Y/N)?".
    ACCEPT CONFIRM-ANSWER.
    IF CONFIRM-ANSWER NOT = 'Y'
       DISPLAY "Nothing recorded."
    ELSE
       PERFORM COMMIT-PENDING-WINDOW
       IF HWM-WRITE-OK = 'Y'
          DISPLAY "Acknowledged; high-water mark now "
                  HWM-SHIPPED-TS "."
       END-IF
    END-IF.

SHOW-FEED-STATUS.
    MOVE 'N' TO FEED-FAILED.
    PERFORM READ-FEED-HWM.
    IF FEED-FAILED = 'Y'
       EXIT PARAGRAPH
    END-IF.
    IF HWM-SHIPPED-TS = ZEROS
       DISPLAY "High-water mark: nothing acknowledged yet."
    ELSE
       DISPLAY "High-water mark: " HWM-SHIPPED-TS
    END-IF.
    IF HWM-LAST-ACK-ID NOT = SPACES
       DISPLAY "Last acknowledged extract: " HWM-LAST-ACK-ID
               " on " HWM-LAST-ACK-DATE
    END-IF.
    IF HWM-PENDING-ID = SPACES
       DISPLAY "No extract awaiting acknowledgement."
    ELSE
       DISPLAY "Awaiting acknowledgement: extract " HWM-PENDING-ID
               ", window " HWM-PENDING-FROM " to " HWM-PENDING-TO
               ", " HWM-PENDING-ROWS " detail row(s)."
    END-IF.

*> Releases every audit row stamped after the high-water mark: first
*> the archived generations registered in RURL-AUDIT-ARC.CTL, then
*> the live file.  WINDOW-TO follows the latest row released.
FEED-WINDOW-ROWS.
    MOVE 0 TO ARC-INCLUDED-COUNT.
    OPEN INPUT ARC-CTL-FILE.
    IF ARC-CTL-STATUS = "00"
       MOVE 'N' TO EOF-ARC-CTL
       PERFORM UNTIL EOF-ARC-CTL = 'Y'
         READ ARC-CTL-FILE
           AT END MOVE 'Y' TO EOF-ARC-CTL
           NOT AT END
             IF ARC-CTL-LINE NOT = SPACES
                MOVE ARC-CTL-LINE TO ARC-AUDIT-NAME
                PERFORM FEED-ONE-ARCHIVE-FILE
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
             MOVE AUDIT-RECORD TO SORT-WORK-RECORD
             PERFORM RELEASE-IF-IN-WINDOW
         END-READ
       END-PERFORM
       CLOSE AUDIT-FILE
    END-IF.

FEED-ONE-ARCHIVE-FILE.
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
             MOVE ARC-AUDIT-RECORD TO SORT-WORK-RECORD
             PERFORM RELEASE-IF-IN-WINDOW
         END-READ
       END-PERFORM
       CLOSE ARC-AUDIT-FILE
    END-IF.

RELEASE-IF-IN-WINDOW.
    MOVE SW-DATE TO ROW-TS-DATE.
    MOVE SW-TIME TO ROW-TS-TIME.
    IF ROW-TS > WINDOW-FROM
       ADD 1 TO ROWS-IN-WINDOW
       IF ROW-TS > WINDOW-TO
          MOVE ROW-TS TO WINDOW-TO
       END-IF
       RELEASE SORT-WORK-RECORD
    END-IF.

*> Writes header, one net row per UID, and trailer to the temporary
*> file.  Any write failure fails the run.
WRITE-FEED-FILE.
    OPEN OUTPUT FEED-FILE.
    IF FEED-STATUS NOT = "00"
       DISPLAY "Cannot create RURL-FEED.NEW (file status "
               FEED-STATUS ")."
       MOVE 'Y' TO FEED-FAILED
       EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO FEED-LINE.
    STRING "H,RURLFEED," EXTRACT-ID "," WINDOW-FROM "," WINDOW-TO
           "," Trim(RESEND-FLAG)
           DELIMITED BY SIZE INTO FEED-LINE.
    PERFORM WRITE-FEED-LINE.
    MOVE 'N' TO GROUP-OPEN.
    OPEN INPUT FEED-SORT-FILE.
    MOVE 'N' TO EOF-FEED-SORT.
    PERFORM UNTIL EOF-FEED-SORT = 'Y'
      READ FEED-SORT-FILE
        AT END MOVE 'Y' TO EOF-FEED-SORT
        NOT AT END
          PERFORM TAKE-FEED-ROW
      END-READ
    END-PERFORM.
    CLOSE FEED-SORT-FILE.
    IF GROUP-OPEN = 'Y'
       PERFORM EMIT-NET-CHANGE
    END-IF.
    MOVE SPACES TO FEED-LINE.
    STRING "T," EXTRACT-ID "," WINDOW-FROM "," WINDOW-TO ","
           ADD-COUNT "," CHANGE-COUNT "," RETIRE-COUNT ","
           DELETE-COUNT "," DETAIL-COUNT
           DELIMITED BY SIZE INTO FEED-LINE.
    PERFORM WRITE-FEED-LINE.
    CLOSE FEED-FILE.

WRITE-FEED-LINE.
    WRITE FEED-LINE.
    IF FEED-STATUS NOT = "00"
       IF FEED-FAILED NOT = 'Y'
          DISPLAY "Write to RURL-FEED.NEW failed (file status "
                  FEED-STATUS ")."
       END-IF
       MOVE 'Y' TO FEED-FAILED
    END-IF.

*> One sorted row.  A new UID closes off the previous one; the first
*> row of a UID decides what the receivers could see before the
*> window; the last row, kept in NET-ROW, decides what they see
*> after it and supplies the content shipped.
TAKE-FEED-ROW.
    IF FS-ACTION = "DUPOVR" OR FS-ACTION = "ATTEST"
       OR FS-ACTION = "REPAIR"
       EXIT PARAGRAPH
    END-IF.
    IF GROUP-OPEN = 'Y' AND FS-UID NOT = GROUP-UID
       PERFORM EMIT-NET-CHANGE
       MOVE 'N' TO GROUP-OPEN
    END-IF.
    IF GROUP-OPEN = 'N'
       MOVE 'Y' TO GROUP-OPEN
       MOVE FS-UID TO GROUP-UID
       PERFORM JUDGE-VISIBLE-BEFORE
    END-IF.
    MOVE FEED-SORT-RECORD TO NET-ROW.

*> CREATE and REINST bring a UID (back) into the live file; APPROV
*> and REJECT only ever act on a pending record.  Any other row
*> leaves the approval state as it found it, so its own status
*> byte tells whether the link was visible going in.
JUDGE-VISIBLE-BEFORE.
    EVALUATE FS-ACTION
      WHEN "CREATE"
      WHEN "REINST"
      WHEN "APPROV"
      WHEN "REJECT"
        MOVE 'N' TO VISIBLE-BEFORE
      WHEN OTHER
        IF FS-REC-STATUS = 'P'
           MOVE 'N' TO VISIBLE-BEFORE
        ELSE
           MOVE 'Y' TO VISIBLE-BEFORE
        END-IF
    END-EVALUATE.

EMIT-NET-CHANGE.
    IF NR-ACTION = "DELETE" OR NR-ACTION = "REJECT"
       OR NR-ACTION = "RETIRE" OR NR-REC-STATUS = 'P'
       MOVE 'N' TO VISIBLE-AFTER
    ELSE
       MOVE 'Y' TO VISIBLE-AFTER
    END-IF.
    EVALUATE TRUE
      WHEN VISIBLE-BEFORE = 'N' AND VISIBLE-AFTER = 'Y'
        MOVE 'A' TO NET-ACTION-CODE
        ADD 1 TO ADD-COUNT
      WHEN VISIBLE-BEFORE = 'Y' AND VISIBLE-AFTER = 'Y'
        MOVE 'C' TO NET-ACTION-CODE
        ADD 1 TO CHANGE-COUNT
      WHEN VISIBLE-BEFORE = 'Y' AND NR-ACTION = "RETIRE"
        MOVE 'R' TO NET-ACTION-CODE
        ADD 1 TO RETIRE-COUNT
      WHEN VISIBLE-BEFORE = 'Y'
        MOVE 'D' TO NET-ACTION-CODE
        ADD 1 TO DELETE-COUNT
      WHEN OTHER
        ADD 1 TO NETTED-OUT-COUNT
        EXIT PARAGRAPH
    END-EVALUATE.
    ADD 1 TO DETAIL-COUNT.
    *> rows from before the expiry column read back blank
    IF NR-VALID-UNTIL IS NUMERIC AND NR-VALID-UNTIL > 0
       MOVE NR-VALID-UNTIL TO FEED-VALID-UNTIL
    ELSE
       MOVE SPACES TO FEED-VALID-UNTIL
    END-IF.
    MOVE SPACES TO FEED-LINE.
    STRING "D," NET-ACTION-CODE "," NR-UID "," NR-DATE NR-TIME ","
           Trim(NR-URL) "," Trim(NR-DESCRIPTION) ","
           Trim(NR-CATEGORY) "," Trim(NR-OWNER) "," NR-DATE-ADDED
           "," Trim(FEED-VALID-UNTIL)
           DELIMITED BY SIZE INTO FEED-LINE.
    PERFORM WRITE-FEED-LINE.

*> The finished file replaces last night's under the published
*> name; a receiver never sees a half-written extract.
PUBLISH-FEED-FILE.
    CALL "CBL_DELETE_FILE" USING FEED-FILE-NAME
         RETURNING DELETE-RESULT.
    CALL "CBL_RENAME_FILE" USING FEED-NEW-NAME FEED-FILE-NAME
         RETURNING RENAME-RESULT.
    IF RENAME-RESULT NOT = 0
       DISPLAY "Could not rename RURL-FEED.NEW to RURL-FEED.CSV."
       MOVE 'Y' TO FEED-FAILED
    END-IF.

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
