*>
*> The checker (hack-asynch) appends one row per check it actually
*> performs -- UID, date, and result ('O' reachable, 'D' hard
*> failure, 'T' timed out, 'M' permanent redirect, 'H' failed while
*> its whole host was down) -- because the
*> master only keeps the latest verdict and "how reliable has this
*> link been this quarter" needs the trail.  This program (menu
*> option H) answers from it:
*>   (RURL-UPTIME-REPORT.TXT): a link that alternates OK and DEAD
*>   is flagged FLAPPING, because a flapper needs different
*>   handling from a link that died once and stayed dead;
*>   HOSTS   -- per-host reliability from the host master the
*>   checker keeps (RURL-HOST.DAT): checks, availability, HOST DOWN
*>   outages and the current outage streak, so a vendor whose server
*>   keeps falling over shows up as one line, not as twenty links
*>   (RURL-HOST-REPORT.TXT);
*>   CERTS   -- https certificates expiring within CERT-WARN-DAYS
*>   (system control, default 30) from the certificate side file the
*>   checker keeps (RURL-CERT.DAT), already-expired and untrusted
*>   ones included, grouped by RURL-OWNER and soonest first, so each
*>   owner can chase their vendors before the browsers start
*>   complaining (RURL-CERT-REPORT.TXT);
*>   DORMANT -- per-link lookup evidence from the usage side file
*>   (RURL-USAGE.DAT, bumped by QUERY and SEARCH in rurl.cbl):
*>   links with no lookup inside a chosen number of months, oldest
   SELECT DORMANT-REPORT-FILE ASSIGN USING DORMANT-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DORMANT-REPORT-STATUS.
   SELECT HOST-FILE ASSIGN USING HOST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS HOST-NAME
          FILE STATUS IS HOST-STATUS.
   SELECT HOST-REPORT-FILE ASSIGN USING HOST-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HOST-REPORT-STATUS.
   SELECT CERT-FILE ASSIGN USING CERT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CRT-UID
          FILE STATUS IS CERT-STATUS.
   SELECT CERT-SORT-WORK-FILE ASSIGN TO "SORTWK6".
   SELECT CERT-SORT-FILE ASSIGN USING CERT-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-SORT-STATUS.
   SELECT CERT-REPORT-FILE ASSIGN USING CERT-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
   05 RURL-FAIL-COUNT  PIC 9(3).
   05 RURL-OWNER       PIC X(10).
   05 RURL-REC-STATUS  PIC X.
   05 RURL-VALID-UNTIL PIC 9(8).

*> raw image of a history row -- same 16-byte layout.
FD ARCHIVE-FILE.
FD DORMANT-REPORT-FILE.
01 DORMANT-REPORT-LINE PIC X(320).

*> Must stay in step with the host-record layout in cobsys.cob.
FD HOST-FILE.
01 HOST-RECORD.
   05 HOST-NAME         PIC X(60).
   05 HOST-LINKS        PIC 9(5).
   05 HOST-CHECKS       PIC 9(9).
   05 HOST-FAILS        PIC 9(9).
   05 HOST-RUNS         PIC 9(5).
   05 HOST-OUTAGES      PIC 9(5).
   05 HOST-FIRST-SEEN   PIC 9(8).
   05 HOST-LAST-CHECKED PIC 9(8).
   05 HOST-LAST-OUTAGE  PIC 9(8).
   05 HOST-DOWN-STREAK  PIC 9(3).

FD HOST-REPORT-FILE.
01 HOST-REPORT-LINE PIC X(320).

*> Must stay in step with the cert-record layout in cobsys.cob.
FD CERT-FILE.
01 CERT-RECORD.
   05 CRT-UID     PIC 9(7).
   05 CRT-HOST    PIC X(60).
   05 CRT-EXPIRY  PIC 9(8).
   05 CRT-CHECKED PIC 9(8).
   05 CRT-STATE   PIC X.

SD CERT-SORT-WORK-FILE.
01 CERT-SORT-WORK-RECORD.
   05 CW-OWNER  PIC X(10).
   05 CW-EXPIRY PIC 9(8).
   05 CW-UID    PIC 9(7).
   05 CW-STATE  PIC X.
   05 CW-HOST   PIC X(60).
   05 CW-URL    PIC X(250).

FD CERT-SORT-FILE.
01 CERT-SORT-RECORD.
   05 CS-OWNER  PIC X(10).
   05 CS-EXPIRY PIC 9(8).
   05 CS-UID    PIC 9(7).
   05 CS-STATE  PIC X.
   05 CS-HOST   PIC X(60).
   05 CS-URL    PIC X(250).

FD CERT-REPORT-FILE.
01 CERT-REPORT-LINE PIC X(320).

FD SYSCTL-FILE.
01 SYSCTL-LINE PIC X(100).

01 DORMANT-SLOT PIC 9(3).
01 DORMANT-OVERFLOW PIC X VALUE 'N'.
01 SCANNED-COUNT PIC 9(5) VALUE 0.
*> Host report state.
01 HOST-FILE-NAME PIC X(100).
01 HOST-REPORT-NAME PIC X(100).
01 HOST-STATUS PIC XX.
01 HOST-REPORT-STATUS PIC XX.
01 EOF-HOST-FILE PIC X VALUE 'N'.
01 HOST-TOTAL PIC 9(5) VALUE 0.
01 HOST-DOWN-TOTAL PIC 9(5) VALUE 0.
01 HOST-LINKS-EDITED PIC ZZZZ9.
01 HOST-CHECKS-EDITED PIC ZZZZZZZZ9.
01 HOST-OUTAGES-EDITED PIC ZZZZ9.
01 HOST-STREAK-EDITED PIC ZZ9.
*> Certificate report state.  A certificate is listed when its
*> expiry falls on or before today plus CERT-WARN-DAYS, or when the
*> checker last found it expired or untrusted whatever the date.
01 CERT-FILE-NAME PIC X(100).
01 CERT-SORT-FILE-NAME PIC X(100).
01 CERT-REPORT-NAME PIC X(100).
01 CERT-STATUS PIC XX.
01 CERT-SORT-STATUS PIC XX.
01 CERT-REPORT-STATUS PIC XX.
01 CERT-WARN-DAYS PIC 9(3) VALUE 30.
01 EOF-CERT-FILE PIC X VALUE 'N'.
01 EOF-CERT-SORT PIC X VALUE 'N'.
01 CERT-TODAY PIC 9(8).
01 CERT-TODAY-INT PIC S9(9).
01 CERT-CUTOFF PIC 9(8).
01 CERT-DAYS-LEFT PIC S9(6).
01 CERT-DAYS-EDITED PIC -(5)9.
01 CERT-STATE-TEXT PIC X(9).
01 CERT-GROUP-OWNER PIC X(10).
01 CERT-GROUP-OPEN PIC X.
01 CERT-GROUP-COUNT PIC 9(5).
01 CERT-TOTAL PIC 9(5) VALUE 0.
01 CERT-EXPIRED-TOTAL PIC 9(5) VALUE 0.
01 CERT-OWNER-TOTAL PIC 9(5) VALUE 0.
*> Archive state.
01 CUTOFF-DATE PIC X(8).
01 ARCHIVED-COUNT PIC 9(7) VALUE 0.
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 CERT-HOLD-LINE PIC X(320).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40) VALUE "RURL LINK UPTIME REPORT".

PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE.
HistBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    DISPLAY "UPTIME REPORT, HOST RELIABILITY, CERTIFICATE EXPIRY, "
            "DORMANT LINKS, or ARCHIVE old history (U/H/C/D/A)?".
    ACCEPT HIST-CHOICE.
    EVALUATE HIST-CHOICE
      WHEN 'U' PERFORM UPTIME-REPORT
      WHEN 'H' PERFORM HOST-REPORT
      WHEN 'C' PERFORM CERT-REPORT
      WHEN 'D' PERFORM DORMANT-REPORT
      WHEN 'A'
        IF SIGNON-ROLE = 'M' OR SIGNON-ROLE = 'S'
           DISPLAY "Archiving history is for maintainers and "
                   "supervisors."
        END-IF
      WHEN OTHER DISPLAY "INPUT ERROR. ENTER ONE OF: U H C D A"
    END-EVALUATE
    GOBACK.

        END-IF
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN "CERT-WARN-DAYS"
        MOVE Numval(CTL-VALUE) TO CERT-WARN-DAYS
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    MOVE SPACES TO DORMANT-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-DORMANT-REPORT.TXT"
           DELIMITED BY SIZE INTO DORMANT-REPORT-NAME.
    MOVE SPACES TO HOST-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-HOST.DAT"
           DELIMITED BY SIZE INTO HOST-FILE-NAME.
    MOVE SPACES TO HOST-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-HOST-REPORT.TXT"
           DELIMITED BY SIZE INTO HOST-REPORT-NAME.
    MOVE SPACES TO CERT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CERT.DAT"
           DELIMITED BY SIZE INTO CERT-FILE-NAME.
    MOVE SPACES TO CERT-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CERTSORT.DAT"
           DELIMITED BY SIZE INTO CERT-SORT-FILE-NAME.
    MOVE SPACES TO CERT-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CERT-REPORT.TXT"
           DELIMITED BY SIZE INTO CERT-REPORT-NAME.

*> Sorts the history by UID and date, then one group pass per UID:
*> checks performed, share that found the link up, and the number
WRITE-UPTIME-LINE.
    WRITE UPTIME-REPORT-LINE.

*> One line per host on the master, in host-name order: links seen
*> on the last run, link checks to date, the share of them that got
*> an answer, HOST DOWN outages and the date of the last one, and
*> the current outage streak.  DOWN NOW means the last run met the
*> outage test; a host past the checker's grace runs is counted
*> against its links again, which is the cue to retire or re-point
*> them.
HOST-REPORT.
    OPEN INPUT HOST-FILE.
    IF HOST-STATUS NOT = "00"
       DISPLAY "No host master yet (RURL-HOST.DAT). "
               "Run the link check first."
       CLOSE HOST-FILE
    ELSE
       OPEN OUTPUT HOST-REPORT-FILE
       MOVE 0 TO PAGE-NUMBER
       MOVE 0 TO LINES-ON-PAGE
       MOVE 0 TO HOST-TOTAL
       MOVE 0 TO HOST-DOWN-TOTAL
       MOVE "RURL HOST RELIABILITY REPORT" TO REPORT-TITLE
       PERFORM WRITE-HOST-HEADER
       MOVE 'N' TO EOF-HOST-FILE
       PERFORM UNTIL EOF-HOST-FILE = 'Y'
         READ HOST-FILE NEXT
           AT END MOVE 'Y' TO EOF-HOST-FILE
           NOT AT END
             PERFORM WRITE-HOST-DETAIL
         END-READ
       END-PERFORM
       CLOSE HOST-FILE
       MOVE SPACES TO HOST-REPORT-LINE
       PERFORM WRITE-HOST-LINE
       MOVE SPACES TO HOST-REPORT-LINE
       STRING "HOSTS: " HOST-TOTAL "  DOWN ON THE LAST RUN: "
              HOST-DOWN-TOTAL
              DELIMITED BY SIZE INTO HOST-REPORT-LINE
       PERFORM WRITE-HOST-LINE
       CLOSE HOST-REPORT-FILE
       MOVE "RURL LINK UPTIME REPORT" TO REPORT-TITLE
       DISPLAY "Host reliability for " HOST-TOTAL " host(s) ("
               HOST-DOWN-TOTAL " down on the last run) written to "
               "RURL-HOST-REPORT.TXT."
    END-IF.

WRITE-HOST-DETAIL.
    ADD 1 TO HOST-TOTAL.
    IF HOST-CHECKS > 0
       COMPUTE UPTIME-PCT ROUNDED =
           (HOST-CHECKS - HOST-FAILS) * 100 / HOST-CHECKS
    ELSE
       MOVE 0 TO UPTIME-PCT
    END-IF.
    MOVE UPTIME-PCT TO PCT-EDITED.
    MOVE HOST-LINKS TO HOST-LINKS-EDITED.
    MOVE HOST-CHECKS TO HOST-CHECKS-EDITED.
    MOVE HOST-OUTAGES TO HOST-OUTAGES-EDITED.
    MOVE HOST-DOWN-STREAK TO HOST-STREAK-EDITED.
    EVALUATE TRUE
      WHEN HOST-DOWN-STREAK > 0
        MOVE "DOWN NOW" TO VERDICT-TEXT
        ADD 1 TO HOST-DOWN-TOTAL
      WHEN HOST-OUTAGES > 0
        MOVE "OUTAGES" TO VERDICT-TEXT
      WHEN OTHER
        MOVE "STEADY" TO VERDICT-TEXT
    END-EVALUATE.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       PERFORM WRITE-HOST-HEADER
    END-IF.
    MOVE SPACES TO HOST-REPORT-LINE.
    STRING HOST-LINKS-EDITED "  " HOST-CHECKS-EDITED "  "
           PCT-EDITED "%  " HOST-OUTAGES-EDITED "  "
           HOST-LAST-OUTAGE "  " HOST-STREAK-EDITED "  "
           VERDICT-TEXT "  " Trim(HOST-NAME)
           DELIMITED BY SIZE INTO HOST-REPORT-LINE.
    PERFORM WRITE-HOST-LINE.
    ADD 1 TO LINES-ON-PAGE.

*> Title and column headings on every page -- a host list runs long.
WRITE-HOST-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO HOST-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO HOST-REPORT-LINE.
    PERFORM WRITE-HOST-LINE.
    MOVE SPACES TO HOST-REPORT-LINE.
    PERFORM WRITE-HOST-LINE.
    MOVE "LINKS     CHECKS  AVAIL%  OUTGS  LAST OUT  RUN  VERDICT     HOST"
         TO HOST-REPORT-LINE.
    PERFORM WRITE-HOST-LINE.
    MOVE "-----  ---------  ------  -----  --------  ---  ----------  ----"
         TO HOST-REPORT-LINE.
    PERFORM WRITE-HOST-LINE.

WRITE-HOST-LINE.
    WRITE HOST-REPORT-LINE.

*> Certificates due within the warning window, sorted by owner and
*> then expiry, one heading per owner so the report can be cut up
*> and handed out.  DAYS is negative once a certificate has lapsed.
CERT-REPORT.
    OPEN INPUT CERT-FILE.
    IF CERT-STATUS NOT = "00"
       DISPLAY "No certificate file yet (RURL-CERT.DAT). "
               "Run the link check first."
       CLOSE CERT-FILE
    ELSE
       CLOSE CERT-FILE
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE CurrentDate TO CERT-TODAY
       COMPUTE CERT-TODAY-INT = FUNCTION INTEGER-OF-DATE(CERT-TODAY)
       COMPUTE CERT-CUTOFF =
           FUNCTION DATE-OF-INTEGER(CERT-TODAY-INT + CERT-WARN-DAYS)
       SORT CERT-SORT-WORK-FILE
            ON ASCENDING KEY CW-OWNER
            ON ASCENDING KEY CW-EXPIRY
            ON ASCENDING KEY CW-UID
            INPUT PROCEDURE IS FEED-CERT-ROWS
            GIVING CERT-SORT-FILE
       OPEN OUTPUT CERT-REPORT-FILE
       MOVE 0 TO PAGE-NUMBER
       MOVE 0 TO LINES-ON-PAGE
       MOVE 0 TO CERT-TOTAL
       MOVE 0 TO CERT-EXPIRED-TOTAL
       MOVE 0 TO CERT-OWNER-TOTAL
       MOVE 'N' TO CERT-GROUP-OPEN
       MOVE "RURL CERTIFICATE EXPIRY REPORT" TO REPORT-TITLE
       PERFORM WRITE-CERT-HEADER
       OPEN INPUT CERT-SORT-FILE
       MOVE 'N' TO EOF-CERT-SORT
       PERFORM UNTIL EOF-CERT-SORT = 'Y'
         READ CERT-SORT-FILE
           AT END MOVE 'Y' TO EOF-CERT-SORT
           NOT AT END
             IF CERT-GROUP-OPEN = 'N' OR CS-OWNER NOT = CERT-GROUP-OWNER
                PERFORM START-CERT-OWNER-GROUP
             END-IF
             PERFORM WRITE-ONE-CERT-ROW
         END-READ
       END-PERFORM
       CLOSE CERT-SORT-FILE
       MOVE SPACES TO CERT-REPORT-LINE
       PERFORM WRITE-CERT-DETAIL
       MOVE SPACES TO CERT-REPORT-LINE
       STRING "CERTIFICATES: " CERT-TOTAL "  ALREADY EXPIRED OR "
              "INVALID: " CERT-EXPIRED-TOTAL "  OWNERS: "
              CERT-OWNER-TOTAL
              DELIMITED BY SIZE INTO CERT-REPORT-LINE
       PERFORM WRITE-CERT-DETAIL
       CLOSE CERT-REPORT-FILE
       CALL "CBL_DELETE_FILE" USING CERT-SORT-FILE-NAME
            RETURNING DELETE-RESULT
       MOVE "RURL LINK UPTIME REPORT" TO REPORT-TITLE
       DISPLAY CERT-TOTAL " certificate(s) due by " CERT-CUTOFF " ("
               CERT-EXPIRED-TOTAL " already expired or invalid) "
               "written to RURL-CERT-REPORT.TXT."
    END-IF.

*> Releases one sort row per certificate in the window, with the
*> owner and URL off the master.  A link since deleted, or one that
*> no longer starts https://, has nothing left to chase.
FEED-CERT-ROWS.
    OPEN INPUT CERT-FILE.
    OPEN INPUT RURL-FILE.
    MOVE 'N' TO EOF-CERT-FILE.
    PERFORM UNTIL EOF-CERT-FILE = 'Y'
      READ CERT-FILE NEXT
        AT END MOVE 'Y' TO EOF-CERT-FILE
        NOT AT END
          IF CRT-STATE = 'E' OR CRT-STATE = 'I'
             OR (CRT-EXPIRY > 0 AND CRT-EXPIRY <= CERT-CUTOFF)
             MOVE CRT-UID TO UID
             READ RURL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF Lower-case(URL(1:8)) = "https://"
                    MOVE RURL-OWNER TO CW-OWNER
                    MOVE CRT-EXPIRY TO CW-EXPIRY
                    MOVE CRT-UID TO CW-UID
                    MOVE CRT-STATE TO CW-STATE
                    MOVE CRT-HOST TO CW-HOST
                    MOVE URL TO CW-URL
                    RELEASE CERT-SORT-WORK-RECORD
                 END-IF
             END-READ
          END-IF
      END-READ
    END-PERFORM.
    CLOSE RURL-FILE.
    CLOSE CERT-FILE.

START-CERT-OWNER-GROUP.
    MOVE CS-OWNER TO CERT-GROUP-OWNER.
    MOVE 'Y' TO CERT-GROUP-OPEN.
    ADD 1 TO CERT-OWNER-TOTAL.
    MOVE SPACES TO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-DETAIL.
    MOVE SPACES TO CERT-REPORT-LINE.
    IF CS-OWNER = SPACES
       MOVE "OWNER (UNASSIGNED)" TO CERT-REPORT-LINE
    ELSE
       STRING "OWNER " Trim(CS-OWNER)
              DELIMITED BY SIZE INTO CERT-REPORT-LINE
    END-IF.
    PERFORM WRITE-CERT-DETAIL.

WRITE-ONE-CERT-ROW.
    ADD 1 TO CERT-TOTAL.
    EVALUATE TRUE
      WHEN CS-STATE = 'E'
        MOVE "EXPIRED" TO CERT-STATE-TEXT
        ADD 1 TO CERT-EXPIRED-TOTAL
      WHEN CS-STATE = 'I'
        MOVE "INVALID" TO CERT-STATE-TEXT
        ADD 1 TO CERT-EXPIRED-TOTAL
      WHEN CS-STATE = 'U'
        MOVE "NO ANSWER" TO CERT-STATE-TEXT
      WHEN OTHER
        MOVE "DUE" TO CERT-STATE-TEXT
    END-EVALUATE.
    MOVE SPACES TO CERT-REPORT-LINE.
    IF CS-EXPIRY > 0
       COMPUTE CERT-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE(CS-EXPIRY) - CERT-TODAY-INT
       MOVE CERT-DAYS-LEFT TO CERT-DAYS-EDITED
       STRING "  " CS-EXPIRY "  " CERT-DAYS-EDITED "  "
              CERT-STATE-TEXT "  " CS-UID "  " Trim(CS-HOST) "  "
              Trim(CS-URL)
              DELIMITED BY SIZE INTO CERT-REPORT-LINE
              ON OVERFLOW
                 DISPLAY "WARNING: certificate line for UID "
                         CS-UID " truncated."
       END-STRING
    ELSE
       STRING "  (none)              " CERT-STATE-TEXT "  " CS-UID
              "  " Trim(CS-HOST) "  " Trim(CS-URL)
              DELIMITED BY SIZE INTO CERT-REPORT-LINE
              ON OVERFLOW
                 DISPLAY "WARNING: certificate line for UID "
                         CS-UID " truncated."
       END-STRING
    END-IF.
    PERFORM WRITE-CERT-DETAIL.

*> Title, window and column headings on every page.
WRITE-CERT-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO CERT-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-LINE.
    MOVE SPACES TO CERT-REPORT-LINE.
    STRING "CERTIFICATES EXPIRING BY " CERT-CUTOFF " ("
           CERT-WARN-DAYS " DAYS), EXPIRED AND INVALID INCLUDED"
           DELIMITED BY SIZE INTO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-LINE.
    MOVE SPACES TO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-LINE.
    MOVE "  EXPIRES     DAYS  STATE      UID      HOST  URL"
         TO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-LINE.
    MOVE "  --------  ------  ---------  -------  ----  ---"
         TO CERT-REPORT-LINE.
    PERFORM WRITE-CERT-LINE.

*> The row is already built in CERT-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-CERT-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE CERT-REPORT-LINE TO CERT-HOLD-LINE
       PERFORM WRITE-CERT-HEADER
       MOVE CERT-HOLD-LINE TO CERT-REPORT-LINE
    END-IF.
    PERFORM WRITE-CERT-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-CERT-LINE.
    WRITE CERT-REPORT-LINE.

*> Splits the live history on a cutoff date, same shape as the
*> audit archive in rurlaud.cbl: old rows append to the generation
*> file (EXTEND, so a re-run is safe), the rest replace the live
