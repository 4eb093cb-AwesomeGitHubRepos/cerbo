*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlkpi.so rurlkpi.cbl
*> Month-end KPI snapshot and twelve-month trend report.
*>
*> The summary report (rurlsummary) shows the file as it stands
*> today; management also wants to see which way things are going.
*> Once a month the nightly chain (step KPI, BATCH-ACTION 'B', first
*> of the month) takes a snapshot of the month just ended and keeps
*> it as one row of RURL-KPI.DAT, keyed by the month:
*>   - live links (not pending), pending links, dead links and links
*>     flagged for retirement (dead at RETIRE-THRESHOLD failures or
*>     more, rurlretire's rule) -- as the files stand when the
*>     snapshot is taken;
*>   - links retired during the month, from RET-RETIRED-DATE in
*>     RURL-RETIRED.DAT;
*>   - average uptime for the month from RURL-HISTORY.DAT: checks
*>     answering 'O' or 'M' over all checks dated in the month, the
*>     rule rurlhistory's uptime report uses;
*>   - findings outstanding in RURL-FINDINGS.DAT;
*>   - creates, updates and deletes dated in the month on the audit
*>     trail, the registered archive generations as well as
*>     RURL-AUDIT.DAT, so the monthly archive run cannot hide them;
*>   - live links per RURL-CATEGORY (40 categories to a row; any
*>     beyond that are carried together as "(OTHER)").
*> Taking the snapshot again for the same month replaces the row.
*>
*> The trend report (RURL-KPI-TREND.TXT) prints the last twelve
*> snapshots side by side, each measure with its month-over-month
*> change beneath it, and marks WORSE x3 against any measure whose
*> last three changes have all gone the wrong way -- up for
*> pending, dead, flagged and findings, down for live links and
*> uptime.  Retirements, audit activity and category sizes have no
*> right or wrong direction and are never marked.  The marked
*> measures are listed again at the foot of the report.
*>
*> Menu option S offers the trend report to everyone and a snapshot
*> taken by hand -- of last month or a month given -- to maintainers
*> and supervisors.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlkpi.
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
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS UID
          FILE STATUS IS RURL-STATUS.
   SELECT RETIRED-FILE ASSIGN USING RETIRED-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS RET-UID
          FILE STATUS IS RETIRED-STATUS.
   SELECT HISTORY-FILE ASSIGN USING HISTORY-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HISTORY-STATUS.
   SELECT FINDINGS-FILE ASSIGN USING FINDINGS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINDINGS-STATUS.
   SELECT AUDIT-FILE ASSIGN USING AUDIT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AUDIT-STATUS.
*> archived audit generations (register written by rurlaudit)
   SELECT ARC-CTL-FILE ASSIGN USING ARC-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-CTL-STATUS.
   SELECT ARC-AUDIT-FILE ASSIGN USING ARC-AUDIT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARC-AUDIT-STATUS.
*> the snapshots, one row per month
   SELECT KPI-FILE ASSIGN USING KPI-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KPI-MONTH
          FILE STATUS IS KPI-STATUS.
   SELECT TREND-REPORT-FILE ASSIGN USING TREND-REPORT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TREND-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> Must stay in step with the RETIRED-RECORD layout in rurlret.cbl.
FD RETIRED-FILE.
01 RETIRED-RECORD.
   05 RET-UID  PIC 9(7).
   05 RET-URL PIC X(250).
   05 RET-DESCRIPTION PIC X(40).
   05 RET-CATEGORY    PIC X(10).
   05 RET-DATE-ADDED  PIC 9(8).
   05 RET-LINK-STATUS PIC X.
   05 RET-LAST-CHECKED PIC 9(8).
   05 RET-FAIL-COUNT  PIC 9(3).
   05 RET-OWNER       PIC X(10).
   05 RET-REC-STATUS  PIC X.
   05 RET-RETIRED-DATE PIC 9(8).

*> Must stay in step with the HIST-RECORD layout in rurlhist.cbl.
FD HISTORY-FILE.
01 HIST-RECORD.
   05 HIS-UID    PIC 9(7).
   05 HIS-DATE   PIC 9(8).
   05 HIS-RESULT PIC X.

*> Must stay in step with the findings-record layout in cobsys.cob.
FD FINDINGS-FILE.
01 FINDINGS-RECORD.
   05 FND-UID     PIC 9(7).
   05 FND-REASON  PIC X(20).
   05 FND-DATE    PIC 9(8).
   05 FND-NEW-URL PIC X(250).

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

*> an archived AUDIT-RECORD -- same 384-byte layout; only the
*> action and date are looked at.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD.
   05 ARC-UID       PIC 9(7).
   05 ARC-ACTION    PIC X(6).
   05 ARC-DATE      PIC X(8).
   05 FILLER        PIC X(363).

FD KPI-FILE.
01 KPI-RECORD.
   05 KPI-MONTH      PIC 9(6).
   05 KPI-TAKEN-DATE PIC 9(8).
   05 KPI-LIVE       PIC 9(7).
   05 KPI-PENDING    PIC 9(7).
   05 KPI-RETIRED    PIC 9(7).
   05 KPI-DEAD       PIC 9(7).
   05 KPI-FLAGGED    PIC 9(7).
   *> history rows dated in the month, and the share of them up
   05 KPI-CHECKS     PIC 9(7).
   05 KPI-UPTIME     PIC 9(3)V99.
   05 KPI-FINDINGS   PIC 9(7).
   05 KPI-CREATES    PIC 9(7).
   05 KPI-UPDATES    PIC 9(7).
   05 KPI-DELETES    PIC 9(7).
   05 KPI-CAT-COUNT  PIC 9(3).
   05 KPI-CAT-ENTRY OCCURS 40.
      10 KPI-CAT-CODE  PIC X(10).
      10 KPI-CAT-LINKS PIC 9(7).

FD TREND-REPORT-FILE.
01 TREND-REPORT-LINE PIC X(160).

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
01 RURL-FILE-NAME PIC X(100).
01 RETIRED-FILE-NAME PIC X(100).
01 HISTORY-FILE-NAME PIC X(100).
01 FINDINGS-FILE-NAME PIC X(100).
01 AUDIT-FILE-NAME PIC X(100).
01 ARC-CTL-NAME PIC X(100).
01 ARC-AUDIT-NAME PIC X(100).
01 KPI-FILE-NAME PIC X(100).
01 TREND-REPORT-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 RETIRED-STATUS PIC XX.
01 HISTORY-STATUS PIC XX.
01 FINDINGS-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
01 ARC-CTL-STATUS PIC XX.
01 ARC-AUDIT-STATUS PIC XX.
01 KPI-STATUS PIC XX.
01 TREND-REPORT-STATUS PIC XX.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-RETIRED-FILE PIC X VALUE 'N'.
01 EOF-HISTORY-FILE PIC X VALUE 'N'.
01 EOF-FINDINGS-FILE PIC X VALUE 'N'.
01 EOF-AUDIT-FILE PIC X VALUE 'N'.
01 EOF-ARC-CTL PIC X VALUE 'N'.
01 EOF-ARC-AUDIT PIC X VALUE 'N'.
01 EOF-KPI-FILE PIC X VALUE 'N'.
01 KPI-CHOICE PIC X.
01 MONTH-ANSWER PIC X(10).
*> dead links at this many consecutive failures are flagged for
*> retirement -- the same sysctl key the checker and rurlretire use
01 RETIRE-THRESHOLD PIC 9(3) VALUE 3.
*> The month being snapshotted, YYYYMM, and its pieces.
01 TARGET-MONTH PIC 9(6).
01 TARGET-MONTH-X REDEFINES TARGET-MONTH.
   05 TARGET-YEAR  PIC 9(4).
   05 TARGET-MM    PIC 9(2).
01 THIS-MONTH PIC 9(6).
01 SNAPSHOT-OK PIC X VALUE 'N'.
01 UP-CHECKS PIC 9(7) VALUE 0.
01 CAT-IX PIC 9(3).
01 CAT-FOUND PIC X.
01 ARC-INCLUDED-COUNT PIC 9(3) VALUE 0.
*> The last twelve snapshots, oldest first, each laid out exactly as
*> KPI-RECORD so a row is moved in whole.
01 SNAP-TABLE.
   05 SNAP-COUNT PIC 9(3) VALUE 0.
   05 SNAP-ENTRY OCCURS 12.
      10 SN-MONTH      PIC 9(6).
      10 SN-TAKEN-DATE PIC 9(8).
      10 SN-LIVE       PIC 9(7).
      10 SN-PENDING    PIC 9(7).
      10 SN-RETIRED    PIC 9(7).
      10 SN-DEAD       PIC 9(7).
      10 SN-FLAGGED    PIC 9(7).
      10 SN-CHECKS     PIC 9(7).
      10 SN-UPTIME     PIC 9(3)V99.
      10 SN-FINDINGS   PIC 9(7).
      10 SN-CREATES    PIC 9(7).
      10 SN-UPDATES    PIC 9(7).
      10 SN-DELETES    PIC 9(7).
      10 SN-CAT-COUNT  PIC 9(3).
      10 SN-CAT-ENTRY OCCURS 40.
         15 SN-CAT-CODE  PIC X(10).
         15 SN-CAT-LINKS PIC 9(7).
01 SNAP-IX PIC 9(3).
01 SNAP-JX PIC 9(3).
01 SNAPS-ON-FILE PIC 9(5) VALUE 0.
*> One measure across the columns, ready to print: its label, which
*> way is worse ('U' up, 'D' down, 'N' neither), whether it is a
*> percentage, and the value per column.
01 MEASURE-LABEL PIC X(20).
01 MEASURE-WORSE PIC X.
01 MEASURE-IS-PCT PIC X.
01 MEASURE-VALUES.
   05 MV-VALUE PIC S9(7)V99 OCCURS 12.
01 MEASURE-CHANGE PIC S9(7)V99.
01 WORSE-RUN PIC 9(3).
01 MEASURE-NO PIC 9(3).
01 CAT-CODE-WANTED PIC X(10).
*> measures flagged WORSE x3, for the closing section
01 FLAGGED-TABLE.
   05 FLAGGED-COUNT PIC 9(3) VALUE 0.
   05 FLAGGED-LABEL PIC X(20) OCCURS 60.
01 FLAG-IX PIC 9(3).
*> report line building
01 TREND-PTR PIC 9(3).
01 MONTH-HEADING PIC X(160).
01 COUNT-EDITED PIC Z(7)9.
01 PCT-EDITED PIC Z(4)9.99.
01 CHANGE-EDITED PIC -(7)9.
01 PCT-CHANGE-EDITED PIC -(4)9.99.
01 CELL-TEXT PIC X(8).
*> Report paging, same cadence as the link reports in rurl.cbl.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(3) VALUE 0.
01 TREND-HOLD-LINE PIC X(160).
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40)
      VALUE "RURL TWELVE-MONTH KPI TREND".

*> YYYYMMDD
01 CurrentDate.
   02  CurrentYear     PIC 9(4).
   02  CurrentMonth    PIC 99.
   02  CurrentDay      PIC 99.

LINKAGE SECTION.
01 SIGNON-OPERATOR PIC X(10).
01 SIGNON-ROLE PIC X.
*> 'B' from the nightly chain: snapshot last month, no prompting.
*> From the menu, 'T' for the trend report or 'K' for a snapshot
*> taken by hand; space asks which.
01 BATCH-ACTION PIC X.

*> The trend report only reads, so it is open to everyone; a
*> snapshot writes the statistics file, so it is for maintainers
*> and supervisors.  The unattended chain comes in through
*> BATCH-ACTION, past the interactive role gate.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE BATCH-ACTION.
KpiBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    COMPUTE THIS-MONTH = CurrentYear * 100 + CurrentMonth.
    MOVE BATCH-ACTION TO KPI-CHOICE.
    IF KPI-CHOICE = SPACE
       DISPLAY "KPI trend report or snapshot now (T/K)?"
       ACCEPT KPI-CHOICE
    END-IF.
    EVALUATE KPI-CHOICE
      WHEN 'B'
        PERFORM SET-LAST-MONTH
        PERFORM TAKE-KPI-SNAPSHOT
        IF SNAPSHOT-OK NOT = 'Y'
           MOVE 8 TO RETURN-CODE
        END-IF
      WHEN 'K'
        IF SIGNON-ROLE = 'M' OR SIGNON-ROLE = 'S'
           PERFORM ACCEPT-TARGET-MONTH
           IF TARGET-MONTH NOT = 0
              PERFORM TAKE-KPI-SNAPSHOT
           END-IF
        ELSE
           DISPLAY "Action not permitted for your role "
                   "(inquiry only)."
        END-IF
      WHEN 'T'
        PERFORM WRITE-TREND-REPORT
      WHEN OTHER
        DISPLAY "INPUT ERROR. ENTER ONE OF: T K"
    END-EVALUATE.
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
      WHEN "RETIRE-THRESHOLD"
        MOVE Numval(CTL-VALUE) TO RETIRE-THRESHOLD
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

BUILD-FILE-NAMES.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO RETIRED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-RETIRED.DAT"
           DELIMITED BY SIZE INTO RETIRED-FILE-NAME.
    MOVE SPACES TO HISTORY-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-HISTORY.DAT"
           DELIMITED BY SIZE INTO HISTORY-FILE-NAME.
    MOVE SPACES TO FINDINGS-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FINDINGS.DAT"
           DELIMITED BY SIZE INTO FINDINGS-FILE-NAME.
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO ARC-CTL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-ARC.CTL"
           DELIMITED BY SIZE INTO ARC-CTL-NAME.
    MOVE SPACES TO KPI-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-KPI.DAT"
           DELIMITED BY SIZE INTO KPI-FILE-NAME.
    MOVE SPACES TO TREND-REPORT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-KPI-TREND.TXT"
           DELIMITED BY SIZE INTO TREND-REPORT-NAME.

*> The chain runs on the first of the month, so "last month" is the
*> one just ended.
SET-LAST-MONTH.
    IF CurrentMonth = 1
       COMPUTE TARGET-YEAR = CurrentYear - 1
       MOVE 12 TO TARGET-MM
    ELSE
       MOVE CurrentYear TO TARGET-YEAR
       COMPUTE TARGET-MM = CurrentMonth - 1
    END-IF.

*> A month typed by hand: blank takes last month, anything else must
*> be a real YYYYMM no later than this month.  TARGET-MONTH comes
*> back zero when the answer is refused.
ACCEPT-TARGET-MONTH.
    DISPLAY "Month to snapshot (YYYYMM, blank = last month): ".
    MOVE SPACES TO MONTH-ANSWER.
    ACCEPT MONTH-ANSWER.
    IF MONTH-ANSWER = SPACES
       PERFORM SET-LAST-MONTH
    ELSE
       MOVE 0 TO TARGET-MONTH
       IF MONTH-ANSWER(1:6) IS NUMERIC
          AND MONTH-ANSWER(7:4) = SPACES
          MOVE MONTH-ANSWER(1:6) TO TARGET-MONTH
          IF TARGET-MM < 1 OR TARGET-MM > 12
             OR TARGET-MONTH > THIS-MONTH
             MOVE 0 TO TARGET-MONTH
          END-IF
       END-IF
       IF TARGET-MONTH = 0
          DISPLAY "Month must be YYYYMM and not in the future. "
                  "No snapshot taken."
       END-IF
    END-IF.

*> Gathers every measure for TARGET-MONTH into KPI-RECORD and files
*> it, replacing any earlier snapshot of the same month.  Sources
*> that are missing count as empty; only a failure to write the
*> statistics file fails the run.
TAKE-KPI-SNAPSHOT.
    MOVE 'N' TO SNAPSHOT-OK.
    INITIALIZE KPI-RECORD.
    MOVE TARGET-MONTH TO KPI-MONTH.
    MOVE CurrentDate TO KPI-TAKEN-DATE.
    PERFORM TALLY-MASTER.
    PERFORM TALLY-RETIRED.
    PERFORM TALLY-HISTORY.
    PERFORM TALLY-FINDINGS.
    PERFORM TALLY-AUDIT.
    OPEN I-O KPI-FILE.
    IF KPI-STATUS = "35"
       OPEN OUTPUT KPI-FILE
       CLOSE KPI-FILE
       OPEN I-O KPI-FILE
    END-IF.
    IF KPI-STATUS NOT = "00"
       DISPLAY "Cannot open RURL-KPI.DAT (file status " KPI-STATUS
               "). No snapshot taken."
       EXIT PARAGRAPH
    END-IF.
    WRITE KPI-RECORD
      INVALID KEY
        REWRITE KPI-RECORD
          INVALID KEY
            DISPLAY "Cannot file the snapshot for " TARGET-MONTH
                    " (file status " KPI-STATUS ")."
          NOT INVALID KEY
            MOVE 'Y' TO SNAPSHOT-OK
        END-REWRITE
      NOT INVALID KEY
        MOVE 'Y' TO SNAPSHOT-OK
    END-WRITE.
    CLOSE KPI-FILE.
    IF SNAPSHOT-OK = 'Y'
       MOVE KPI-UPTIME TO PCT-EDITED
       DISPLAY "KPI snapshot for " TARGET-MONTH " filed: "
               KPI-LIVE " live, " KPI-PENDING " pending, "
               KPI-DEAD " dead, " KPI-FLAGGED " flagged, "
               KPI-RETIRED " retired."
       DISPLAY "  Uptime " Trim(PCT-EDITED) "% over " KPI-CHECKS
               " check(s); " KPI-FINDINGS " finding(s) outstanding; "
               KPI-CREATES " created, " KPI-UPDATES " updated, "
               KPI-DELETES " deleted."
    END-IF.

*> Point-in-time counts from the master, and live links per
*> category.
TALLY-MASTER.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found -- link counts taken as zero."
       CLOSE RURL-FILE
    ELSE
       MOVE 'N' TO EOF-RURL-FILE
       PERFORM UNTIL EOF-RURL-FILE = 'Y'
         READ RURL-FILE NEXT
           AT END MOVE 'Y' TO EOF-RURL-FILE
           NOT AT END
             IF RURL-REC-STATUS = 'P'
                ADD 1 TO KPI-PENDING
             ELSE
                ADD 1 TO KPI-LIVE
                IF RURL-LINK-STATUS = 'D'
                   ADD 1 TO KPI-DEAD
                   IF RURL-FAIL-COUNT >= RETIRE-THRESHOLD
                      ADD 1 TO KPI-FLAGGED
                   END-IF
                END-IF
                PERFORM TALLY-ONE-CATEGORY
             END-IF
         END-READ
       END-PERFORM
       CLOSE RURL-FILE
    END-IF.

*> First come, first slotted; the 40th slot becomes "(OTHER)" and
*> takes every category met after the row is full.
TALLY-ONE-CATEGORY.
    MOVE 'N' TO CAT-FOUND.
    PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX > KPI-CAT-COUNT OR CAT-FOUND = 'Y'
      IF KPI-CAT-CODE(CAT-IX) = RURL-CATEGORY
         ADD 1 TO KPI-CAT-LINKS(CAT-IX)
         MOVE 'Y' TO CAT-FOUND
      END-IF
    END-PERFORM.
    IF CAT-FOUND = 'N'
       IF KPI-CAT-COUNT < 39
          ADD 1 TO KPI-CAT-COUNT
          MOVE RURL-CATEGORY TO KPI-CAT-CODE(KPI-CAT-COUNT)
          MOVE 1 TO KPI-CAT-LINKS(KPI-CAT-COUNT)
       ELSE
          IF KPI-CAT-COUNT = 39
             MOVE 40 TO KPI-CAT-COUNT
             MOVE "(OTHER)" TO KPI-CAT-CODE(40)
             MOVE 0 TO KPI-CAT-LINKS(40)
          END-IF
          ADD 1 TO KPI-CAT-LINKS(40)
       END-IF
    END-IF.

TALLY-RETIRED.
    OPEN INPUT RETIRED-FILE.
    IF RETIRED-STATUS NOT = "00"
       CLOSE RETIRED-FILE
    ELSE
       MOVE 'N' TO EOF-RETIRED-FILE
       PERFORM UNTIL EOF-RETIRED-FILE = 'Y'
         READ RETIRED-FILE NEXT
           AT END MOVE 'Y' TO EOF-RETIRED-FILE
           NOT AT END
             IF RET-RETIRED-DATE(1:6) = TARGET-MONTH
                ADD 1 TO KPI-RETIRED
             END-IF
         END-READ
       END-PERFORM
       CLOSE RETIRED-FILE
    END-IF.

*> Average uptime across every check dated in the month.  'M' and
*> 'O' both count as up, as in rurlhistory; a month with no checks
*> shows zero over zero checks.
TALLY-HISTORY.
    MOVE 0 TO UP-CHECKS.
    OPEN INPUT HISTORY-FILE.
    IF HISTORY-STATUS NOT = "00"
       CLOSE HISTORY-FILE
    ELSE
       MOVE 'N' TO EOF-HISTORY-FILE
       PERFORM UNTIL EOF-HISTORY-FILE = 'Y'
         READ HISTORY-FILE
           AT END MOVE 'Y' TO EOF-HISTORY-FILE
           NOT AT END
             IF HIS-DATE(1:6) = TARGET-MONTH
                ADD 1 TO KPI-CHECKS
                IF HIS-RESULT = 'O' OR HIS-RESULT = 'M'
                   ADD 1 TO UP-CHECKS
                END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE HISTORY-FILE
    END-IF.
    IF KPI-CHECKS > 0
       COMPUTE KPI-UPTIME ROUNDED = UP-CHECKS * 100 / KPI-CHECKS
    END-IF.

TALLY-FINDINGS.
    OPEN INPUT FINDINGS-FILE.
    IF FINDINGS-STATUS NOT = "00"
       CLOSE FINDINGS-FILE
    ELSE
       MOVE 'N' TO EOF-FINDINGS-FILE
       PERFORM UNTIL EOF-FINDINGS-FILE = 'Y'
         READ FINDINGS-FILE
           AT END MOVE 'Y' TO EOF-FINDINGS-FILE
           NOT AT END
             ADD 1 TO KPI-FINDINGS
         END-READ
       END-PERFORM
       CLOSE FINDINGS-FILE
    END-IF.

*> The archived generations registered in RURL-AUDIT-ARC.CTL, then
*> the live file -- as rurlfeed reads them.
TALLY-AUDIT.
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
                PERFORM TALLY-ONE-ARCHIVE-FILE
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
             IF AUD-DATE(1:6) = TARGET-MONTH
                EVALUATE AUD-ACTION
                  WHEN "CREATE" ADD 1 TO KPI-CREATES
                  WHEN "UPDATE" ADD 1 TO KPI-UPDATES
                  WHEN "DELETE" ADD 1 TO KPI-DELETES
                END-EVALUATE
             END-IF
         END-READ
       END-PERFORM
       CLOSE AUDIT-FILE
    END-IF.

TALLY-ONE-ARCHIVE-FILE.
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
             IF ARC-DATE(1:6) = TARGET-MONTH
                EVALUATE ARC-ACTION
                  WHEN "CREATE" ADD 1 TO KPI-CREATES
                  WHEN "UPDATE" ADD 1 TO KPI-UPDATES
                  WHEN "DELETE" ADD 1 TO KPI-DELETES
                END-EVALUATE
             END-IF
         END-READ
       END-PERFORM
       CLOSE ARC-AUDIT-FILE
    END-IF.

*> The last twelve snapshots on file, oldest on the left.  Each
*> measure prints as a value row and a change row; "WORSE x3" goes
*> at the end of the value row when the last three changes have all
*> gone the wrong way, which needs four snapshots to judge.  The
*> changes are snapshot to snapshot, so a month with no snapshot is
*> simply stepped over.
WRITE-TREND-REPORT.
    MOVE 0 TO SNAP-COUNT.
    MOVE 0 TO SNAPS-ON-FILE.
    MOVE 0 TO FLAGGED-COUNT.
    PERFORM LOAD-LAST-SNAPSHOTS.
    IF SNAP-COUNT = 0
       DISPLAY "No KPI snapshots on file (RURL-KPI.DAT). The "
               "month-end step takes the first one."
       EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TREND-REPORT-FILE.
    MOVE 0 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    MOVE SPACES TO MONTH-HEADING.
    MOVE 1 TO TREND-PTR.
    STRING "MEASURE               " DELIMITED BY SIZE
           INTO MONTH-HEADING WITH POINTER TREND-PTR.
    PERFORM VARYING SNAP-IX FROM 1 BY 1 UNTIL SNAP-IX > SNAP-COUNT
      STRING "    " SN-MONTH(SNAP-IX) DELIMITED BY SIZE
             INTO MONTH-HEADING WITH POINTER TREND-PTR
    END-PERFORM.
    PERFORM WRITE-TREND-HEADER.
    PERFORM VARYING MEASURE-NO FROM 1 BY 1 UNTIL MEASURE-NO > 11
      PERFORM LOAD-ONE-MEASURE
      PERFORM PRINT-ONE-MEASURE
    END-PERFORM.
    MOVE SPACES TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-DETAIL.
    MOVE "LIVE LINKS BY CATEGORY (categories of the latest snapshot)"
         TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-DETAIL.
    PERFORM VARYING CAT-IX FROM 1 BY 1
            UNTIL CAT-IX > SN-CAT-COUNT(SNAP-COUNT)
      MOVE SN-CAT-CODE(SNAP-COUNT, CAT-IX) TO CAT-CODE-WANTED
      PERFORM LOAD-ONE-CATEGORY
      PERFORM PRINT-ONE-MEASURE
    END-PERFORM.
    MOVE SPACES TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-DETAIL.
    MOVE "MEASURES WORSE THREE MONTHS RUNNING" TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-DETAIL.
    MOVE "-----------------------------------" TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-DETAIL.
    IF SNAP-COUNT < 4
       MOVE "(needs four snapshots -- not yet judged)"
            TO TREND-REPORT-LINE
       PERFORM WRITE-TREND-DETAIL
    ELSE
       IF FLAGGED-COUNT = 0
          MOVE "None." TO TREND-REPORT-LINE
          PERFORM WRITE-TREND-DETAIL
       END-IF
       PERFORM VARYING FLAG-IX FROM 1 BY 1
               UNTIL FLAG-IX > FLAGGED-COUNT
         MOVE SPACES TO TREND-REPORT-LINE
         STRING "  " FLAGGED-LABEL(FLAG-IX)
                DELIMITED BY SIZE INTO TREND-REPORT-LINE
         PERFORM WRITE-TREND-DETAIL
       END-PERFORM
    END-IF.
    CLOSE TREND-REPORT-FILE.
    DISPLAY "KPI trend for " SNAP-COUNT " month(s) written to "
            "RURL-KPI-TREND.TXT; " FLAGGED-COUNT
            " measure(s) worse three months running.".

*> Reads the statistics file in month order, keeping a rolling
*> window of the last twelve rows.
LOAD-LAST-SNAPSHOTS.
    OPEN INPUT KPI-FILE.
    IF KPI-STATUS NOT = "00"
       CLOSE KPI-FILE
       EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO EOF-KPI-FILE.
    PERFORM UNTIL EOF-KPI-FILE = 'Y'
      READ KPI-FILE NEXT
        AT END MOVE 'Y' TO EOF-KPI-FILE
        NOT AT END
          ADD 1 TO SNAPS-ON-FILE
          IF SNAP-COUNT < 12
             ADD 1 TO SNAP-COUNT
          ELSE
             PERFORM VARYING SNAP-JX FROM 1 BY 1 UNTIL SNAP-JX > 11
               MOVE SNAP-ENTRY(SNAP-JX + 1) TO SNAP-ENTRY(SNAP-JX)
             END-PERFORM
          END-IF
          MOVE KPI-RECORD TO SNAP-ENTRY(SNAP-COUNT)
      END-READ
    END-PERFORM.
    CLOSE KPI-FILE.

*> MEASURE-NO picks one of the fixed measures and fills the label,
*> its worse direction and the value per column.
LOAD-ONE-MEASURE.
    MOVE 'N' TO MEASURE-IS-PCT.
    EVALUATE MEASURE-NO
      WHEN 1
        MOVE "LIVE LINKS" TO MEASURE-LABEL
        MOVE 'D' TO MEASURE-WORSE
      WHEN 2
        MOVE "PENDING" TO MEASURE-LABEL
        MOVE 'U' TO MEASURE-WORSE
      WHEN 3
        MOVE "RETIRED IN MONTH" TO MEASURE-LABEL
        MOVE 'N' TO MEASURE-WORSE
      WHEN 4
        MOVE "DEAD" TO MEASURE-LABEL
        MOVE 'U' TO MEASURE-WORSE
      WHEN 5
        MOVE "FLAGGED TO RETIRE" TO MEASURE-LABEL
        MOVE 'U' TO MEASURE-WORSE
      WHEN 6
        MOVE "AVERAGE UPTIME %" TO MEASURE-LABEL
        MOVE 'D' TO MEASURE-WORSE
        MOVE 'Y' TO MEASURE-IS-PCT
      WHEN 7
        MOVE "CHECKS IN MONTH" TO MEASURE-LABEL
        MOVE 'N' TO MEASURE-WORSE
      WHEN 8
        MOVE "FINDINGS OUTSTANDING" TO MEASURE-LABEL
        MOVE 'U' TO MEASURE-WORSE
      WHEN 9
        MOVE "CREATES" TO MEASURE-LABEL
        MOVE 'N' TO MEASURE-WORSE
      WHEN 10
        MOVE "UPDATES" TO MEASURE-LABEL
        MOVE 'N' TO MEASURE-WORSE
      WHEN 11
        MOVE "DELETES" TO MEASURE-LABEL
        MOVE 'N' TO MEASURE-WORSE
    END-EVALUATE.
    PERFORM VARYING SNAP-IX FROM 1 BY 1 UNTIL SNAP-IX > SNAP-COUNT
      EVALUATE MEASURE-NO
        WHEN 1  MOVE SN-LIVE(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 2  MOVE SN-PENDING(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 3  MOVE SN-RETIRED(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 4  MOVE SN-DEAD(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 5  MOVE SN-FLAGGED(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 6  MOVE SN-UPTIME(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 7  MOVE SN-CHECKS(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 8  MOVE SN-FINDINGS(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 9  MOVE SN-CREATES(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 10 MOVE SN-UPDATES(SNAP-IX) TO MV-VALUE(SNAP-IX)
        WHEN 11 MOVE SN-DELETES(SNAP-IX) TO MV-VALUE(SNAP-IX)
      END-EVALUATE
    END-PERFORM.

*> One category's live links per column; zero in a month whose
*> snapshot did not carry the code.
LOAD-ONE-CATEGORY.
    MOVE SPACES TO MEASURE-LABEL.
    STRING "  " CAT-CODE-WANTED DELIMITED BY SIZE INTO MEASURE-LABEL.
    MOVE 'N' TO MEASURE-WORSE.
    MOVE 'N' TO MEASURE-IS-PCT.
    PERFORM VARYING SNAP-IX FROM 1 BY 1 UNTIL SNAP-IX > SNAP-COUNT
      MOVE 0 TO MV-VALUE(SNAP-IX)
      PERFORM VARYING SNAP-JX FROM 1 BY 1
              UNTIL SNAP-JX > SN-CAT-COUNT(SNAP-IX)
        IF SN-CAT-CODE(SNAP-IX, SNAP-JX) = CAT-CODE-WANTED
           MOVE SN-CAT-LINKS(SNAP-IX, SNAP-JX) TO MV-VALUE(SNAP-IX)
        END-IF
      END-PERFORM
    END-PERFORM.

*> The value row (with the WORSE x3 mark when earned) and the change
*> row beneath it.
PRINT-ONE-MEASURE.
    MOVE 0 TO WORSE-RUN.
    MOVE SPACES TO TREND-REPORT-LINE.
    MOVE 1 TO TREND-PTR.
    STRING MEASURE-LABEL "  " DELIMITED BY SIZE
           INTO TREND-REPORT-LINE WITH POINTER TREND-PTR.
    PERFORM VARYING SNAP-IX FROM 1 BY 1 UNTIL SNAP-IX > SNAP-COUNT
      IF MEASURE-IS-PCT = 'Y'
         MOVE MV-VALUE(SNAP-IX) TO PCT-EDITED
         MOVE PCT-EDITED TO CELL-TEXT
      ELSE
         MOVE MV-VALUE(SNAP-IX) TO COUNT-EDITED
         MOVE COUNT-EDITED TO CELL-TEXT
      END-IF
      STRING "  " CELL-TEXT DELIMITED BY SIZE
             INTO TREND-REPORT-LINE WITH POINTER TREND-PTR
      IF SNAP-IX > SNAP-COUNT - 3 AND SNAP-IX > 1
         COMPUTE MEASURE-CHANGE =
             MV-VALUE(SNAP-IX) - MV-VALUE(SNAP-IX - 1)
         IF (MEASURE-WORSE = 'U' AND MEASURE-CHANGE > 0)
            OR (MEASURE-WORSE = 'D' AND MEASURE-CHANGE < 0)
            ADD 1 TO WORSE-RUN
         END-IF
      END-IF
    END-PERFORM.
    IF SNAP-COUNT >= 4 AND WORSE-RUN = 3
       STRING "  WORSE x3" DELIMITED BY SIZE
              INTO TREND-REPORT-LINE WITH POINTER TREND-PTR
       IF FLAGGED-COUNT < 60
          ADD 1 TO FLAGGED-COUNT
          MOVE MEASURE-LABEL TO FLAGGED-LABEL(FLAGGED-COUNT)
       END-IF
    END-IF.
    PERFORM WRITE-TREND-DETAIL.
    MOVE SPACES TO TREND-REPORT-LINE.
    MOVE 1 TO TREND-PTR.
    STRING "    change            " DELIMITED BY SIZE
           INTO TREND-REPORT-LINE WITH POINTER TREND-PTR.
    PERFORM VARYING SNAP-IX FROM 1 BY 1 UNTIL SNAP-IX > SNAP-COUNT
      IF SNAP-IX = 1
         MOVE SPACES TO CELL-TEXT
      ELSE
         COMPUTE MEASURE-CHANGE =
             MV-VALUE(SNAP-IX) - MV-VALUE(SNAP-IX - 1)
         IF MEASURE-IS-PCT = 'Y'
            MOVE MEASURE-CHANGE TO PCT-CHANGE-EDITED
            MOVE PCT-CHANGE-EDITED TO CELL-TEXT
         ELSE
            MOVE MEASURE-CHANGE TO CHANGE-EDITED
            MOVE CHANGE-EDITED TO CELL-TEXT
         END-IF
      END-IF
      STRING "  " CELL-TEXT DELIMITED BY SIZE
             INTO TREND-REPORT-LINE WITH POINTER TREND-PTR
    END-PERFORM.
    PERFORM WRITE-TREND-DETAIL.

*> Title, then the month heading on every page so a column can be
*> read without turning back.
WRITE-TREND-HEADER.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE SPACES TO TREND-REPORT-LINE.
    STRING Trim(REPORT-TITLE) " " CurrentDate " " "PAGE " PAGE-NUMBER
           DELIMITED BY SIZE INTO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-LINE.
    MOVE SPACES TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-LINE.
    MOVE MONTH-HEADING TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-LINE.
    MOVE SPACES TO TREND-REPORT-LINE.
    PERFORM WRITE-TREND-LINE.

*> The row is already built in TREND-REPORT-LINE, which the page
*> header reuses -- it is held across the header, not lost.
WRITE-TREND-DETAIL.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       MOVE TREND-REPORT-LINE TO TREND-HOLD-LINE
       PERFORM WRITE-TREND-HEADER
       MOVE TREND-HOLD-LINE TO TREND-REPORT-LINE
    END-IF.
    PERFORM WRITE-TREND-LINE.
    ADD 1 TO LINES-ON-PAGE.

WRITE-TREND-LINE.
    WRITE TREND-REPORT-LINE.
