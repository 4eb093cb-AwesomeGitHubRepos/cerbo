*>     not the long-dead ones everybody already knows about);
*>   - links newly flagged for retirement (failures exactly at the
*>     threshold);
*>   - hosts the checker found down last night, one line per host
*>     however many links sit on it (from the host master);
*>   - how many findings await triage, and how many of those are
*>     MOVED or CONTENT (suspect or sharply changed pages), and how
*>     many CERT (expired or untrusted certificates);
*>   - https certificates due to expire within CERT-WARN-DAYS, from
*>     the certificate side file the checker keeps;
*>   - how long since the last backup generation was taken.
*> Runs at the end of every chain, successful or not -- a failed
*> night is exactly when the 8am check matters most.
   SELECT BKP-CTL-FILE ASSIGN USING BKP-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BKP-CTL-STATUS.
   SELECT HOST-FILE ASSIGN USING HOST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS HOST-NAME
          FILE STATUS IS HOST-STATUS.
   SELECT CERT-FILE ASSIGN USING CERT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CRT-UID
          FILE STATUS IS CERT-STATUS.
   SELECT BULLETIN-FILE ASSIGN USING BULLETIN-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BULLETIN-STATUS.
   05 RURL-FAIL-COUNT  PIC 9(3).
   05 RURL-OWNER       PIC X(10).
   05 RURL-REC-STATUS  PIC X.
   05 RURL-VALID-UNTIL PIC 9(8).

*> Must stay in step with the findings-record layout in cobsys.cob.
FD FINDINGS-FILE.
FD BKP-CTL-FILE.
01 BKP-CTL-LINE PIC X(100).

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

*> Must stay in step with the cert-record layout in cobsys.cob.
FD CERT-FILE.
01 CERT-RECORD.
   05 CRT-UID     PIC 9(7).
   05 CRT-HOST    PIC X(60).
   05 CRT-EXPIRY  PIC 9(8).
   05 CRT-CHECKED PIC 9(8).
   05 CRT-STATE   PIC X.

FD BULLETIN-FILE.
01 BULLETIN-LINE PIC X(320).

01 FINDINGS-FILE-NAME PIC X(100).
01 BKP-CTL-NAME PIC X(100).
01 BULLETIN-NAME PIC X(100).
01 HOST-FILE-NAME PIC X(100).
01 HOST-STATUS PIC XX.
01 EOF-HOST-FILE PIC X VALUE 'N'.
01 HOST-DOWN-COUNT PIC 9(5) VALUE 0.
*> certificates still valid but expiring within CERT-WARN-DAYS; the
*> lapsed ones are already findings and counted in the triage line.
01 CERT-FILE-NAME PIC X(100).
01 CERT-STATUS PIC XX.
01 EOF-CERT-FILE PIC X VALUE 'N'.
01 CERT-WARN-DAYS PIC 9(3) VALUE 30.
01 CERT-DUE-COUNT PIC 9(5) VALUE 0.
01 CERT-DAYS-LEFT PIC S9(6).
01 CERT-DAYS-EDITED PIC ZZZZ9.
01 CERT-FINDING-COUNT PIC 9(5) VALUE 0.
01 JOBLOG-STATUS PIC XX.
01 RURL-STATUS PIC XX.
01 FINDINGS-STATUS PIC XX.
01 NEW-RETIRE-COUNT PIC 9(5) VALUE 0.
01 FINDINGS-COUNT PIC 9(5) VALUE 0.
01 MOVED-COUNT PIC 9(5) VALUE 0.
01 CONTENT-COUNT PIC 9(5) VALUE 0.
01 LAST-BKP-NAME PIC X(100).
01 LAST-BKP-DATE PIC 9(8).
01 BKP-SCAN-IX PIC 9(3).
    MOVE 0 TO NEW-RETIRE-COUNT.
    MOVE 0 TO FINDINGS-COUNT.
    MOVE 0 TO MOVED-COUNT.
    MOVE 0 TO CONTENT-COUNT.
    MOVE 0 TO LAST-BKP-DATE.
    MOVE 0 TO HOST-DOWN-COUNT.
    MOVE 0 TO CERT-DUE-COUNT.
    MOVE 0 TO CERT-FINDING-COUNT.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
    PERFORM GATHER-LAST-RUN.
    PERFORM WRITE-BULLETIN-HEADER.
    PERFORM WRITE-RUN-SECTION.
    PERFORM WRITE-LINK-SECTIONS.
    PERFORM WRITE-HOST-SECTION.
    PERFORM WRITE-CERT-SECTION.
    PERFORM WRITE-TRIAGE-SECTION.
    PERFORM WRITE-BACKUP-SECTION.
    CLOSE BULLETIN-FILE.
        MOVE Numval(CTL-VALUE) TO RETIRE-THRESHOLD
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN "CERT-WARN-DAYS"
        MOVE Numval(CTL-VALUE) TO CERT-WARN-DAYS
      WHEN OTHER
        CONTINUE
    END-EVALUATE.
    MOVE SPACES TO BULLETIN-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-BULLETIN.TXT"
           DELIMITED BY SIZE INTO BULLETIN-NAME.
    MOVE SPACES TO HOST-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-HOST.DAT"
           DELIMITED BY SIZE INTO HOST-FILE-NAME.
    MOVE SPACES TO CERT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CERT.DAT"
           DELIMITED BY SIZE INTO CERT-FILE-NAME.

*> One pass over the joblog; the table restarts at every RUN START,
*> so it finishes holding the newest run's lines.
             IF Trim(FND-REASON) = "MOVED"
                ADD 1 TO MOVED-COUNT
             END-IF
             IF FND-REASON(1:8) = "CONTENT "
                ADD 1 TO CONTENT-COUNT
             END-IF
             IF FND-REASON(1:5) = "CERT "
                ADD 1 TO CERT-FINDING-COUNT
             END-IF
         END-READ
       END-PERFORM
       CLOSE FINDINGS-FILE
       END-IF
    END-IF.

*> Hosts whose last outage was tonight or last night -- the same
*> window the newly-dead section uses.  Their links are not in the
*> dead list above: the checker held the failures against the host.
WRITE-HOST-SECTION.
    MOVE "HOSTS DOWN LAST NIGHT" TO BULLETIN-LINE.
    PERFORM WRITE-BULLETIN-DETAIL.
    OPEN INPUT HOST-FILE.
    IF HOST-STATUS NOT = "00"
       CLOSE HOST-FILE
    ELSE
       MOVE 'N' TO EOF-HOST-FILE
       PERFORM UNTIL EOF-HOST-FILE = 'Y'
         READ HOST-FILE NEXT
           AT END MOVE 'Y' TO EOF-HOST-FILE
           NOT AT END
             IF HOST-LAST-OUTAGE NOT = 0
                AND TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(HOST-LAST-OUTAGE) <= 1
                ADD 1 TO HOST-DOWN-COUNT
                MOVE SPACES TO BULLETIN-LINE
                STRING "  " Trim(HOST-NAME) "  (" HOST-LINKS
                       " LINK(S), OUTAGE " HOST-DOWN-STREAK
                       " RUN(S) RUNNING)"
                       DELIMITED BY SIZE INTO BULLETIN-LINE
                PERFORM WRITE-BULLETIN-DETAIL
             END-IF
         END-READ
       END-PERFORM
       CLOSE HOST-FILE
    END-IF.
    IF HOST-DOWN-COUNT = 0
       MOVE "  None." TO BULLETIN-LINE
       PERFORM WRITE-BULLETIN-DETAIL
    END-IF.
    MOVE SPACES TO BULLETIN-LINE.
    PERFORM WRITE-BULLETIN-DETAIL.

*> Certificates the checker last saw valid whose expiry falls within
*> the warning window, one line per link, so the owner can chase the
*> vendor before the browsers start complaining.
WRITE-CERT-SECTION.
    MOVE SPACES TO BULLETIN-LINE.
    STRING "CERTIFICATES EXPIRING WITHIN " CERT-WARN-DAYS " DAYS"
           DELIMITED BY SIZE INTO BULLETIN-LINE.
    PERFORM WRITE-BULLETIN-DETAIL.
    OPEN INPUT CERT-FILE.
    IF CERT-STATUS NOT = "00"
       CLOSE CERT-FILE
    ELSE
       MOVE 'N' TO EOF-CERT-FILE
       PERFORM UNTIL EOF-CERT-FILE = 'Y'
         READ CERT-FILE NEXT
           AT END MOVE 'Y' TO EOF-CERT-FILE
           NOT AT END
             IF CRT-STATE = 'V' AND CRT-EXPIRY >= TODAY-DATE
                COMPUTE CERT-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(CRT-EXPIRY) - TODAY-INT
                IF CERT-DAYS-LEFT <= CERT-WARN-DAYS
                   ADD 1 TO CERT-DUE-COUNT
                   MOVE CERT-DAYS-LEFT TO CERT-DAYS-EDITED
                   MOVE SPACES TO BULLETIN-LINE
                   STRING "  " CRT-UID "  " CRT-EXPIRY "  ("
                          CERT-DAYS-EDITED " DAY(S))  "
                          Trim(CRT-HOST)
                          DELIMITED BY SIZE INTO BULLETIN-LINE
                   PERFORM WRITE-BULLETIN-DETAIL
                END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE CERT-FILE
    END-IF.
    IF CERT-DUE-COUNT = 0
       MOVE "  None." TO BULLETIN-LINE
       PERFORM WRITE-BULLETIN-DETAIL
    END-IF.
    MOVE SPACES TO BULLETIN-LINE.
    PERFORM WRITE-BULLETIN-DETAIL.

WRITE-TRIAGE-SECTION.
    MOVE SPACES TO BULLETIN-LINE.
    STRING "FINDINGS AWAITING TRIAGE: " FINDINGS-COUNT
           " (OF WHICH MOVED: " MOVED-COUNT
           ", CONTENT: " CONTENT-COUNT
           ", CERT: " CERT-FINDING-COUNT ")"
           DELIMITED BY SIZE INTO BULLETIN-LINE.
    PERFORM WRITE-BULLETIN-DETAIL.
    MOVE SPACES TO BULLETIN-LINE.
