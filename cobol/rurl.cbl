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
   SELECT REPORT-FILE ASSIGN USING REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REPORT-STATUS.
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS NEXTUID-REL-KEY
          FILE STATUS IS NEXTUID-STATUS.
*> where a UID that is no longer on the master went -- written by
*> rurldedupe (merged), rurlretire/rurlattest (retired) and
*> rurltriage (replaced); read here so QUERY and the UID search can
*> follow an old UID to the record that took its place.
   SELECT FORWARD-FILE ASSIGN USING FORWARD-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FWD-UID
          FILE STATUS IS FORWARD-STATUS.
DATA DIVISION.
FILE SECTION.
FD RURL-FILE.
*> straight to live.  Blank (records from before the field existed)
*> reads as live.
   05 RURL-REC-STATUS  PIC X.
*> Last day a temporary link is wanted (YYYYMMDD), or zero for a
*> link that never expires.  Once the date has passed the link drops
*> out of the exports, the bookmarks file and the sorted listing the
*> same way a pending one does, and the nightly EXPIRE step
*> (rurlretire, action E) moves it to the retired archive.
   05 RURL-VALID-UNTIL PIC 9(8).

*> One row per CREATE/UPDATE/DELETE made against RURL-FILE, so a
*> mysteriously changed or missing URL can be traced to who did it.
*> The row also carries the record content as written (URL,
*> description, category, date added, owner, approval state and
*> valid-until date), which is what makes
*> point-in-time restore possible: rurlbackup replays CREATE/UPDATE
*> rows from here on top of a snapshot.  Rows written before the
*> content columns existed read back with the tail blank -- they
*> still serve inquiry, just not replay.  AUD-SEQ and AUD-CHECK make
*> the trail tamper-evident (see SEAL-AUDIT-RECORD); rows from before
*> the chain existed read back with them blank.
FD AUDIT-FILE.
01 AUDIT-RECORD.
   05 AUD-UID       PIC 9(7).
   05 AUD-DATE-ADDED PIC 9(8).
   05 AUD-OWNER     PIC X(10).
   05 AUD-REC-STATUS PIC X.
   05 AUD-VALID-UNTIL PIC 9(8).
   05 AUD-SEQ       PIC 9(9).
   05 AUD-CHECK     PIC 9(9).

*> The audit chain's running state -- see SEAL-AUDIT-RECORD.
FD AUDSEQ-FILE.
01 AUDSEQ-RECORD.
   05 AUDSEQ-LAST-SEQ   PIC 9(9).
   05 AUDSEQ-LAST-CHECK PIC 9(9).

*> DUMP's printed report -- title/date header, UID/URL column
*> headings repeated every REPORT-PAGE-SIZE lines, footer total.
*> Same worst-case sizing as REPORT-LINE above.
01 SORTED-REPORT-LINE PIC X(370).

*> Bulk CSV interchange -- UID,URL,DESCRIPTION,CATEGORY,OWNER,TAGS,
*> VALID-UNTIL one row per line (tags space-separated within their
*> column, and export-only: IMPORT-CSV skips that column and leaves
*> tagging to rurltags; valid-until blank for no expiry).  Sized for
*> the worst case: UID(7) + "," + URL(250) + "," + DESCRIPTION(40) +
*> "," + CATEGORY(10) + "," + OWNER(10) + "," + TAGS(60) + "," +
*> VALID-UNTIL(8) = 393.
FD IMPORT-FILE.
01 IMPORT-LINE PIC X(400).

FD EXPORT-FILE.
01 EXPORT-LINE PIC X(400).

*> A rejected import row as read, plus its reason as one more CSV
*> column.
FD REJECT-FILE.
01 REJECT-LINE PIC X(430).

*> Must stay in step with the findings-record layout in cobsys.cob
*> and rurltri.cbl.
   05 CAT-CODE        PIC X(10).
   05 CAT-DESCRIPTION PIC X(30).
   05 CAT-PARENT      PIC X(10).
   05 CAT-REVIEW-DAYS PIC 9(4).

*> The tag cross-reference maintained by rurltags -- one row per
*> label on a link, read here by the tag search, carried on the CSV
   05 OPER-FAIL-COUNT  PIC 9(2).
   05 OPER-LOCKED      PIC X.
   05 OPER-MUST-CHANGE PIC X.
   05 OPER-EMAIL       PIC X(60).
   05 OPER-MAIL-OPTOUT PIC X.

*> Netscape bookmark format (the one every browser imports) -- one
*> folder per category, nested to match the category hierarchy.
   05 BW-CATEGORY     PIC X(10).
   05 BW-LINK-STATUS  PIC X.
   05 BW-REC-STATUS   PIC X.
   05 BW-VALID-UNTIL  PIC 9(8).

FD BOOK-SORT-OUTPUT-FILE.
01 BOOK-OUT-RECORD.
   05 BO-CATEGORY     PIC X(10).
   05 BO-LINK-STATUS  PIC X.
   05 BO-REC-STATUS   PIC X.
   05 BO-VALID-UNTIL  PIC 9(8).

*> Used by SORTED-LISTING to produce a URL-ordered report, as a
*> separate option from DUMP's UID-ordered one.
   05 SW-FAIL-COUNT   PIC 9(3).
   05 SW-OWNER        PIC X(10).
   05 SW-REC-STATUS   PIC X.
   05 SW-VALID-UNTIL  PIC 9(8).

FD SORT-OUTPUT-FILE.
01 SORT-OUTPUT-RECORD.
   05 SO-FAIL-COUNT   PIC 9(3).
   05 SO-OWNER        PIC X(10).
   05 SO-REC-STATUS   PIC X.
   05 SO-VALID-UNTIL  PIC 9(8).

*> Simple lock-file convention so two operators running CREATE,
*> UPDATE or DELETE at the same time queue instead of racing.
   05 RET-REC-STATUS  PIC X.
   05 RET-RETIRED-DATE PIC 9(8).

*> Must stay in step with the FORWARD-RECORD layout in rurldup.cbl.
*> FWD-REASON is MERGED, RETIRE or REPLAC; a RETIRE row points at
*> itself (the archive copy keeps the UID).
FD FORWARD-FILE.
01 FORWARD-RECORD.
   05 FWD-UID       PIC 9(7).
   05 FWD-TO-UID    PIC 9(7).
   05 FWD-REASON    PIC X(6).
   05 FWD-DATE      PIC 9(8).
   05 FWD-OPERATOR  PIC X(10).

*> KEY=VALUE lines -- the data directory and the shop's tunables,
*> maintained through rurlctl.
FD SYSCTL-FILE.
01 EOF-RETIRED PIC X VALUE 'N'.
01 INCLUDE-RETIRED PIC X VALUE 'N'.
01 RETIRED-MATCH-COUNT PIC 9(5) VALUE 0.
*> following a UID through RURL-FORWARD.DAT (RESOLVE-UID): the UID
*> the operator asked for, how many forwards were taken, and where
*> the walk ended -- L live record, R retired copy, N nothing.
01 FORWARD-FILE-NAME PIC X(100).
01 FORWARD-STATUS PIC XX.
01 FORWARD-OPEN PIC X VALUE 'N'.
01 FORWARD-DONE PIC X VALUE 'N'.
01 FORWARD-ASKED-UID PIC 9(7).
01 FORWARD-HOPS PIC 99 VALUE 0.
01 LOOKUP-RESULT PIC X VALUE 'N'.
01 NEXTUID-STATUS PIC XX.
01 NEXTUID-REL-KEY PIC 9(4) VALUE 1.
01 NEXTUID-FOUND PIC X.
01 NEXTUID-WORK PIC 9(8).
01 RURL-STATUS PIC XX.
01 AUDIT-STATUS PIC XX.
*> audit chain state, see SEAL-AUDIT-RECORD
01 AUDSEQ-STATUS PIC XX.
01 AUDSEQ-FILE-NAME PIC X(100).
01 AUDSEQ-REL-KEY PIC 9(4) VALUE 1.
01 AUDSEQ-FOUND PIC X.
01 CHAIN-ACC PIC 9(9).
01 CHAIN-IX PIC 9(3).
01 REPORT-STATUS PIC XX.
01 SORTED-REPORT-STATUS PIC XX.
*> Which physical file WRITE-REPORT-HEADER/DETAIL/FOOTER write to --
01 CSV-DESCRIPTION PIC X(40).
01 CSV-CATEGORY PIC X(10).
01 CSV-OWNER PIC X(10).
01 CSV-TAGS PIC X(100).
01 CSV-VALID-UNTIL PIC X(10).
01 CSV-VALID-UNTIL-DATE PIC 9(8).
*> Import-mode state: 'A' add-only (the original behaviour and the
*> batch default) or 'S' synchronize, with the dry-run and
*> flag-absent switches, the reject-file plumbing, and the table of
01 DUP-MATCH-URL PIC X(250).
01 DUP-ACCEPTED PIC X.
01 DUP-OVERRIDE PIC X VALUE 'N'.
01 SAVED-RURL-RECORD PIC X(346).
*> URL normalisation state -- must stay in step with NORMALISE-URL
*> in rurldup.cbl, or the online check and the dedupe run will
*> disagree about what "the same link" means.
01 OPER-STATUS PIC XX.
01 OWNER-VALID PIC X VALUE 'N'.
01 OWNER-ANSWER PIC X(10).
*> Valid-until entry state -- VALID-UNTIL-OK is the verdict on the
*> answer CHECK-VALID-UNTIL last looked at, VALID-UNTIL-DATE the
*> date it read.  EXPIRY-TODAY is what the listing, the bookmarks
*> and the CSV export compare against to leave lapsed links out.
01 VALID-UNTIL-ANSWER PIC X(10).
01 VALID-UNTIL-DATE PIC 9(8).
01 VALID-UNTIL-OK PIC X VALUE 'N'.
01 EXPIRY-TODAY PIC 9(8).
01 EXPORT-VALID-UNTIL PIC X(8).
01 EXPORT-EXPIRED-SKIPPED PIC 9(5) VALUE 0.
*> Bookmarks export state -- which folder is open at each of the
*> three hierarchy levels, and what was skipped because the checker
*> knows it dead or approval hasn't released it.
01 BOOKMARK-COUNT PIC 9(5) VALUE 0.
01 BOOKMARK-DEAD-SKIPPED PIC 9(5) VALUE 0.
01 BOOKMARK-PENDING-SKIPPED PIC 9(5) VALUE 0.
01 BOOKMARK-EXPIRED-SKIPPED PIC 9(5) VALUE 0.
01 CURRENT-F1 PIC X(10).
01 CURRENT-F2 PIC X(10).
01 CURRENT-F3 PIC X(10).
    MOVE SPACES TO AUDIT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT.DAT"
           DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
    MOVE SPACES TO AUDSEQ-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-AUDIT-SEQ.DAT"
           DELIMITED BY SIZE INTO AUDSEQ-FILE-NAME.
    MOVE SPACES TO REPORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-REPORT.TXT"
           DELIMITED BY SIZE INTO REPORT-FILE-NAME.
    MOVE SPACES TO RETIRED-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-RETIRED.DAT"
           DELIMITED BY SIZE INTO RETIRED-FILE-NAME.
    MOVE SPACES TO FORWARD-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-FORWARD.DAT"
           DELIMITED BY SIZE INTO FORWARD-FILE-NAME.

*> The actions that change RURL-FILE -- CREATE, UPDATE, DELETE,
*> IMPORT -- need a maintainer or supervisor sign-on; inquiry-only
               END-IF
            END-IF
          END-PERFORM
          MOVE 'N' TO VALID-UNTIL-OK
          PERFORM UNTIL VALID-UNTIL-OK = 'Y'
            DISPLAY "Valid until YYYYMMDD (blank = no expiry): "
            ACCEPT VALID-UNTIL-ANSWER
            MOVE Trim(VALID-UNTIL-ANSWER) TO VALID-UNTIL-ANSWER
            IF VALID-UNTIL-ANSWER = SPACES
               MOVE 0 TO RURL-VALID-UNTIL
               MOVE 'Y' TO VALID-UNTIL-OK
            ELSE
               PERFORM CHECK-VALID-UNTIL
               IF VALID-UNTIL-OK = 'Y'
                  MOVE VALID-UNTIL-DATE TO RURL-VALID-UNTIL
               ELSE
                  DISPLAY "Enter a real date as YYYYMMDD, today or "
                          "later."
               END-IF
            END-IF
          END-PERFORM
          PERFORM STRIP-COMMAS-FROM-DESC-CAT
          PERFORM WRITE-RURL-RECORD
       END-IF
       PERFORM RELEASE-LOCK
    END-IF.

*> Accepts VALID-UNTIL-ANSWER (already trimmed) as an expiry date
*> only when it is eight digits, a real calendar date, and not
*> already behind us -- a link entered as expired would just be
*> retired again that night.  CREATE, UPDATE-RECORD and IMPORT-CSV
*> all come through here.
CHECK-VALID-UNTIL.
    MOVE 'N' TO VALID-UNTIL-OK.
    MOVE 0 TO VALID-UNTIL-DATE.
    IF VALID-UNTIL-ANSWER(1:8) IS NUMERIC
       AND VALID-UNTIL-ANSWER(9:2) = SPACES
       MOVE VALID-UNTIL-ANSWER(1:8) TO VALID-UNTIL-DATE
       IF FUNCTION TEST-DATE-YYYYMMDD(VALID-UNTIL-DATE) = 0
          ACCEPT CurrentDate FROM DATE YYYYMMDD
          MOVE CurrentDate TO CURRENT-DATE-NUM
          IF VALID-UNTIL-DATE >= CURRENT-DATE-NUM
             MOVE 'Y' TO VALID-UNTIL-OK
          END-IF
       END-IF
    END-IF.

*> Rejects a blank URL, one without an http/https scheme, or one that
*> carries a shell metacharacter or a comma -- CREATE, UPDATE-RECORD
*> and IMPORT-CSV all run new/changed URLs through this before
       MOVE 0 TO PAGE-NUMBER
       MOVE 0 TO LINES-ON-PAGE
       PERFORM WRITE-REPORT-HEADER
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE CurrentDate TO EXPIRY-TODAY
       OPEN INPUT SORT-OUTPUT-FILE
       MOVE 'N' TO EOF-SORT-OUTPUT-FILE
       PERFORM UNTIL EOF-SORT-OUTPUT-FILE = 'Y'
           AT END MOVE 'Y' TO EOF-SORT-OUTPUT-FILE
           NOT AT END
             *> pending links stay off the listing just as they
             *> stay out of the exports, and so do lapsed ones the
             *> nightly EXPIRE step hasn't moved out yet
             IF SO-REC-STATUS = 'P'
                OR (SO-VALID-UNTIL > 0
                    AND SO-VALID-UNTIL < EXPIRY-TODAY)
                CONTINUE
             ELSE
                ADD 1 TO RECORD-COUNT
                MOVE SO-FAIL-COUNT TO RURL-FAIL-COUNT
                MOVE SO-OWNER TO RURL-OWNER
                MOVE SO-REC-STATUS TO RURL-REC-STATUS
                MOVE SO-VALID-UNTIL TO RURL-VALID-UNTIL
                PERFORM WRITE-REPORT-DETAIL
             END-IF
         END-READ
IMPORT-ONE-ROW.
    MOVE 0 TO CSV-UID.
    MOVE SPACES TO CSV-URL CSV-DESCRIPTION CSV-CATEGORY.
    MOVE SPACES TO CSV-OWNER CSV-TAGS CSV-VALID-UNTIL.
    UNSTRING IMPORT-LINE DELIMITED BY ","
        INTO CSV-UID CSV-URL CSV-DESCRIPTION CSV-CATEGORY
             CSV-OWNER CSV-TAGS CSV-VALID-UNTIL.
    MOVE Trim(CSV-URL) TO CSV-URL.
    MOVE Trim(CSV-DESCRIPTION) TO CSV-DESCRIPTION.
    MOVE Upper-case(Trim(CSV-CATEGORY)) TO CSV-CATEGORY.
    ELSE
       MOVE Upper-case(Trim(CSV-OWNER)) TO CSV-OWNER
    END-IF.
    *> the valid-until column rides after the tags, as EXPORT-CSV
    *> writes it; absent or blank means no expiry
    MOVE Trim(CSV-VALID-UNTIL) TO VALID-UNTIL-ANSWER.
    IF VALID-UNTIL-ANSWER = SPACES
       MOVE 0 TO CSV-VALID-UNTIL-DATE
       MOVE 'Y' TO VALID-UNTIL-OK
    ELSE
       PERFORM CHECK-VALID-UNTIL
       MOVE VALID-UNTIL-DATE TO CSV-VALID-UNTIL-DATE
    END-IF.
    INSPECT CSV-DESCRIPTION REPLACING ALL "," BY " ".
    INSPECT CSV-CATEGORY REPLACING ALL "," BY " ".
    MOVE CSV-UID TO UID.
    MOVE CSV-DESCRIPTION TO RURL-DESCRIPTION.
    MOVE CSV-CATEGORY TO RURL-CATEGORY.
    MOVE CSV-OWNER TO RURL-OWNER.
    MOVE CSV-VALID-UNTIL-DATE TO RURL-VALID-UNTIL.
    PERFORM CHECK-URL.
    PERFORM CHECK-CATEGORY.
    PERFORM CHECK-OWNER.
                Trim(RURL-OWNER)
        MOVE "UNKNOWN OWNER" TO REJECT-REASON
        PERFORM WRITE-REJECT-ROW
      WHEN VALID-UNTIL-OK NOT = 'Y'
        DISPLAY "Rejected UID " UID " - bad valid-until date: "
                Trim(CSV-VALID-UNTIL)
        MOVE "INVALID VALID-UNTIL DATE" TO REJECT-REASON
        PERFORM WRITE-REJECT-ROW
      WHEN OTHER
        PERFORM JUDGE-IMPORT-DUPLICATE
        IF DUP-FOUND = 'Y' AND DUP-ACCEPTED NOT = 'Y'
           MOVE CSV-DESCRIPTION TO RURL-DESCRIPTION
           MOVE CSV-CATEGORY TO RURL-CATEGORY
           MOVE CSV-OWNER TO RURL-OWNER
           MOVE CSV-VALID-UNTIL-DATE TO RURL-VALID-UNTIL
           PERFORM WRITE-RURL-RECORD
           IF RECORD-WRITTEN = 'Y'
              ADD 1 TO IMPORT-COUNT
           AND RURL-DESCRIPTION = CSV-DESCRIPTION
           AND RURL-CATEGORY = CSV-CATEGORY
           AND RURL-OWNER = CSV-OWNER
           AND RURL-VALID-UNTIL = CSV-VALID-UNTIL-DATE
           ADD 1 TO SYNC-UNCHANGED-COUNT
        ELSE
           IF DRY-RUN = 'Y'
              MOVE CSV-DESCRIPTION TO RURL-DESCRIPTION
              MOVE CSV-CATEGORY TO RURL-CATEGORY
              MOVE CSV-OWNER TO RURL-OWNER
              MOVE CSV-VALID-UNTIL-DATE TO RURL-VALID-UNTIL
              REWRITE RURL-RECORD
                INVALID KEY
                  DISPLAY "Sync update failed for UID " UID
    END-STRING.
    WRITE REJECT-LINE.

*> Writes every live RURL-RECORD out as UID,URL,DESCRIPTION,
*> CATEGORY,OWNER,TAGS,VALID-UNTIL to RURL-EXPORT.CSV (valid-until
*> blank for a link with no expiry).  Pending links stay out, and so
*> do expired ones the EXPIRE step has not retired yet -- IMPORT-CSV
*> would refuse their past date, so every row written re-imports as
*> it stands.  Date-added isn't carried -- it's re-stamped on
*> whatever import eventually re-creates the record.
EXPORT-CSV.
    OPEN INPUT RURL-FILE.
       OPEN OUTPUT EXPORT-FILE
       MOVE 0 TO EXPORT-COUNT
       MOVE 0 TO PENDING-SKIPPED-COUNT
       MOVE 0 TO EXPORT-EXPIRED-SKIPPED
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE CurrentDate TO EXPIRY-TODAY
       MOVE 'N' TO EOF-RURL-FILE
       PERFORM UNTIL EOF-RURL-FILE = 'Y'
         READ RURL-FILE NEXT
           AT END MOVE 'Y' TO EOF-RURL-FILE
           NOT AT END
             EVALUATE TRUE
               WHEN RURL-REC-STATUS = 'P'
                 ADD 1 TO PENDING-SKIPPED-COUNT
               WHEN RURL-VALID-UNTIL > 0
                    AND RURL-VALID-UNTIL < EXPIRY-TODAY
                 ADD 1 TO EXPORT-EXPIRED-SKIPPED
               WHEN OTHER
                 PERFORM WRITE-EXPORT-ROW
             END-EVALUATE
         END-READ
       END-PERFORM
       CLOSE EXPORT-FILE
       DISPLAY "Exported " EXPORT-COUNT " record(s) to "
               "RURL-EXPORT.CSV, skipped " EXPORT-EXPIRED-SKIPPED
               " expired and " PENDING-SKIPPED-COUNT
               " pending approval."
    END-IF.
    CLOSE RURL-FILE.

WRITE-EXPORT-ROW.
    PERFORM GET-RECORD-TAGS.
    IF RURL-VALID-UNTIL = 0
       MOVE SPACES TO EXPORT-VALID-UNTIL
    ELSE
       MOVE RURL-VALID-UNTIL TO EXPORT-VALID-UNTIL
    END-IF.
    MOVE SPACES TO EXPORT-LINE.
    STRING UID "," Trim(URL) ","
           Trim(RURL-DESCRIPTION) ","
           Trim(RURL-CATEGORY) "," Trim(RURL-OWNER) ","
           Trim(TAG-LIST) "," Trim(EXPORT-VALID-UNTIL)
           DELIMITED BY SIZE INTO EXPORT-LINE
           ON OVERFLOW
              DISPLAY "WARNING: export row for UID " UID
                      " truncated to fit EXPORT-LINE."
    END-STRING.
    WRITE EXPORT-LINE.
    ADD 1 TO EXPORT-COUNT.

*> Writes the inventory as a Netscape-format bookmarks file
*> (RURL-BOOKMARKS.HTML) -- the format every browser's "import
*> bookmarks" accepts -- with one folder per RURL-CATEGORY, nested
       MOVE 0 TO BOOKMARK-COUNT
       MOVE 0 TO BOOKMARK-DEAD-SKIPPED
       MOVE 0 TO BOOKMARK-PENDING-SKIPPED
       MOVE 0 TO BOOKMARK-EXPIRED-SKIPPED
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE CurrentDate TO EXPIRY-TODAY
       MOVE 'N' TO F1-OPEN
       MOVE 'N' TO F2-OPEN
       MOVE 'N' TO F3-OPEN
         READ BOOK-SORT-OUTPUT-FILE
           AT END MOVE 'Y' TO EOF-BOOK-SORT
           NOT AT END
             EVALUATE TRUE
               WHEN BO-REC-STATUS = 'P'
                 ADD 1 TO BOOKMARK-PENDING-SKIPPED
               WHEN BO-VALID-UNTIL > 0
                    AND BO-VALID-UNTIL < EXPIRY-TODAY
                 ADD 1 TO BOOKMARK-EXPIRED-SKIPPED
               WHEN BO-LINK-STATUS = 'D'
                 ADD 1 TO BOOKMARK-DEAD-SKIPPED
               WHEN OTHER
                 PERFORM WRITE-ONE-BOOKMARK
             END-EVALUATE
         END-READ
       END-PERFORM
       CLOSE BOOK-SORT-OUTPUT-FILE
            RETURNING LOCK-CMD-RESULT
       DISPLAY "Wrote " BOOKMARK-COUNT " bookmark(s) to "
               "RURL-BOOKMARKS.HTML, skipped "
               BOOKMARK-DEAD-SKIPPED " dead link(s), "
               BOOKMARK-EXPIRED-SKIPPED " expired and "
               BOOKMARK-PENDING-SKIPPED " pending approval."
    END-IF.

          MOVE RURL-CATEGORY TO BW-CATEGORY
          MOVE RURL-LINK-STATUS TO BW-LINK-STATUS
          MOVE RURL-REC-STATUS TO BW-REC-STATUS
          MOVE RURL-VALID-UNTIL TO BW-VALID-UNTIL
          RELEASE BOOK-SORT-RECORD
      END-READ
    END-PERFORM.
    ELSE
       DISPLAY "Enter UID to query: "
       ACCEPT UID
       PERFORM RESOLVE-UID
       PERFORM SHOW-RESOLVED-UID
       CLOSE RURL-FILE
    END-IF.

*> Looks up the UID in UID on the (open) master, and when it isn't
*> there follows RURL-FORWARD.DAT: a merged or replaced UID moves on
*> to the record that took its place, a retired one ends at its
*> archive copy.  Each forward taken is announced.  Writers re-point
*> older forwards when they add a new one, so chains stay short; the
*> hop limit only guards against a damaged file.  A UID with no
*> forward is still tried against the archive, which covers links
*> retired before forwards were kept.
RESOLVE-UID.
    MOVE UID TO FORWARD-ASKED-UID.
    MOVE 0 TO FORWARD-HOPS.
    MOVE 'N' TO LOOKUP-RESULT.
    MOVE 'N' TO FORWARD-DONE.
    MOVE 'N' TO FORWARD-OPEN.
    OPEN INPUT FORWARD-FILE.
    IF FORWARD-STATUS = "00"
       MOVE 'Y' TO FORWARD-OPEN
    END-IF.
    PERFORM UNTIL FORWARD-DONE = 'Y'
      READ RURL-FILE
        INVALID KEY
          PERFORM TAKE-ONE-FORWARD
        NOT INVALID KEY
          MOVE 'L' TO LOOKUP-RESULT
          MOVE 'Y' TO FORWARD-DONE
      END-READ
    END-PERFORM.
    IF FORWARD-OPEN = 'Y'
       CLOSE FORWARD-FILE
    END-IF.
    IF LOOKUP-RESULT = 'N'
       PERFORM FIND-RETIRED-COPY
    END-IF.

TAKE-ONE-FORWARD.
    MOVE 'Y' TO FORWARD-DONE.
    IF FORWARD-OPEN = 'Y' AND FORWARD-HOPS < 10
       MOVE UID TO FWD-UID
       READ FORWARD-FILE
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ADD 1 TO FORWARD-HOPS
           EVALUATE FWD-REASON
             WHEN "MERGED"
               DISPLAY "UID " FWD-UID " was merged into UID "
                       FWD-TO-UID " on " FWD-DATE "."
             WHEN "REPLAC"
               DISPLAY "UID " FWD-UID " was replaced by UID "
                       FWD-TO-UID " on " FWD-DATE "."
             WHEN OTHER
               DISPLAY "UID " FWD-UID " was retired on " FWD-DATE "."
           END-EVALUATE
           IF FWD-REASON NOT = "RETIRE"
              MOVE FWD-TO-UID TO UID
              MOVE 'N' TO FORWARD-DONE
           END-IF
       END-READ
    END-IF.

FIND-RETIRED-COPY.
    OPEN INPUT RETIRED-FILE.
    IF RETIRED-STATUS NOT = "00"
       CLOSE RETIRED-FILE
    ELSE
       MOVE UID TO RET-UID
       READ RETIRED-FILE
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM STAGE-RETIRED-RECORD
           MOVE 'R' TO LOOKUP-RESULT
       END-READ
       CLOSE RETIRED-FILE
    END-IF.

*> Shows whatever RESOLVE-UID ended on, saying where the operator
*> was redirected from.  Only a live record bumps the usage
*> counters, as in SEARCH-RETIRED-RECORDS.
SHOW-RESOLVED-UID.
    IF LOOKUP-RESULT NOT = 'N' AND UID NOT = FORWARD-ASKED-UID
       DISPLAY "Redirected from UID " FORWARD-ASKED-UID "."
    END-IF.
    EVALUATE LOOKUP-RESULT
      WHEN 'L'
        PERFORM SHOW-RURL-DETAIL
        PERFORM BUMP-USAGE
      WHEN 'R'
        PERFORM SHOW-RURL-DETAIL
        DISPLAY "*** RETIRED " RET-RETIRED-DATE " ***"
      WHEN OTHER
        IF FORWARD-HOPS > 0
           DISPLAY "UID " UID " is no longer on file either."
        ELSE
           DISPLAY "No record found for UID " UID
        END-IF
    END-EVALUATE.

*> The one detail layout for a single record on the console --
*> QUERY shows its hit through this, and SEARCH-RECORDS shows every
*> match the same way, so the two never drift apart.
    IF RURL-REC-STATUS = 'P'
       DISPLAY "*** PENDING SUPERVISOR APPROVAL ***"
    END-IF.
    IF RURL-VALID-UNTIL > 0
       DISPLAY "Valid until: " RURL-VALID-UNTIL
       ACCEPT CurrentDate FROM DATE YYYYMMDD
       MOVE CurrentDate TO EXPIRY-TODAY
       IF RURL-VALID-UNTIL < EXPIRY-TODAY
          DISPLAY "*** EXPIRED -- retired by the next EXPIRE run ***"
       END-IF
    END-IF.

*> Records that the link whose key is in UID was actually looked at
*> -- one count and a last-used date in the usage side file, so the
*> Full-file scan for operators who don't know the UID: exact
*> category match, substring of URL, or word/fragment of the
*> description, all case-blind, each hit shown in QUERY's layout.
*> Mode I takes an old UID instead and follows it like QUERY.
SEARCH-RECORDS.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
    ELSE
       DISPLAY "Search by Category, URL substring, Description word, Tag, or UID (C/U/D/T/I)?"
       ACCEPT SEARCH-MODE
       IF SEARCH-MODE NOT = 'C' AND SEARCH-MODE NOT = 'U'
          AND SEARCH-MODE NOT = 'D' AND SEARCH-MODE NOT = 'T'
          AND SEARCH-MODE NOT = 'I'
          DISPLAY "INPUT ERROR. ENTER ONE OF: C U D T I"
       ELSE
          DISPLAY "Enter search value: "
          ACCEPT SEARCH-VALUE
          IF SEARCH-VALUE = SPACES
             DISPLAY "Search value must not be blank."
          ELSE
             IF SEARCH-MODE = 'I'
                PERFORM SEARCH-BY-UID
             ELSE
                MOVE 'N' TO SUBTREE-WANTED
                IF SEARCH-MODE = 'C'
                   DISPLAY "Include subcategories of that category "
                           "(Y/N)?"
                   ACCEPT SUBTREE-WANTED
                   IF SUBTREE-WANTED = 'Y'
                      PERFORM LOAD-PARENT-MAP
                   ELSE
                      MOVE 'N' TO SUBTREE-WANTED
                   END-IF
                END-IF
                DISPLAY "Include retired records (Y/N)?"
                ACCEPT INCLUDE-RETIRED
                IF INCLUDE-RETIRED NOT = 'Y'
                   MOVE 'N' TO INCLUDE-RETIRED
                END-IF
                MOVE 0 TO SEARCH-MATCH-COUNT
                MOVE 'N' TO EOF-RURL-FILE
                PERFORM UNTIL EOF-RURL-FILE = 'Y'
                  READ RURL-FILE NEXT
                    AT END MOVE 'Y' TO EOF-RURL-FILE
                    NOT AT END
                      PERFORM MATCH-ONE-RECORD
                      IF SCAN-FOUND = 'Y'
                         ADD 1 TO SEARCH-MATCH-COUNT
                         DISPLAY " "
                         PERFORM SHOW-RURL-DETAIL
                         PERFORM BUMP-USAGE
                      END-IF
                  END-READ
                END-PERFORM
                IF INCLUDE-RETIRED = 'Y'
                   PERFORM SEARCH-RETIRED-RECORDS
                END-IF
                DISPLAY " "
                DISPLAY "MATCHES FOUND: " SEARCH-MATCH-COUNT
                IF INCLUDE-RETIRED = 'Y'
                   DISPLAY "(OF WHICH RETIRED: " RETIRED-MATCH-COUNT
                           ")"
                END-IF
             END-IF
          END-IF
       END-IF
         READ RETIRED-FILE NEXT
           AT END MOVE 'Y' TO EOF-RETIRED
           NOT AT END
             PERFORM STAGE-RETIRED-RECORD
             PERFORM MATCH-ONE-RECORD
             IF SCAN-FOUND = 'Y'
                ADD 1 TO SEARCH-MATCH-COUNT
       CLOSE RETIRED-FILE
    END-IF.

*> The archive keeps no valid-until date -- a retired link has no
*> expiry left to run.
STAGE-RETIRED-RECORD.
    MOVE RET-UID TO UID.
    MOVE RET-URL TO URL.
    MOVE RET-DESCRIPTION TO RURL-DESCRIPTION.
    MOVE RET-CATEGORY TO RURL-CATEGORY.
    MOVE RET-DATE-ADDED TO RURL-DATE-ADDED.
    MOVE RET-LINK-STATUS TO RURL-LINK-STATUS.
    MOVE RET-LAST-CHECKED TO RURL-LAST-CHECKED.
    MOVE RET-FAIL-COUNT TO RURL-FAIL-COUNT.
    MOVE RET-OWNER TO RURL-OWNER.
    MOVE RET-REC-STATUS TO RURL-REC-STATUS.
    MOVE 0 TO RURL-VALID-UNTIL.

*> UID mode is a keyed lookup, not a scan: the UID is followed
*> through any forwards exactly as QUERY does, so an operator
*> holding an old UID from a bookmark or e-mail still lands on the
*> record that replaced it.
SEARCH-BY-UID.
    IF SEARCH-VALUE-LEN > 7
       OR SEARCH-VALUE(1:SEARCH-VALUE-LEN) IS NOT NUMERIC
       DISPLAY "A UID is a number of up to 7 digits."
    ELSE
       COMPUTE UID = Numval(SEARCH-VALUE(1:SEARCH-VALUE-LEN))
       DISPLAY " "
       PERFORM RESOLVE-UID
       PERFORM SHOW-RESOLVED-UID
    END-IF.

*> Decides whether the RURL-RECORD currently in the buffer matches
*> SEARCH-VALUE under SEARCH-MODE, leaving the verdict in SCAN-FOUND.
*> Category compares whole-value (operators quote the code exactly);
                   END-IF
                END-IF
              END-PERFORM
              IF RURL-VALID-UNTIL = 0
                 DISPLAY "Current valid-until: none (no expiry)"
              ELSE
                 DISPLAY "Current valid-until: " RURL-VALID-UNTIL
              END-IF
              MOVE 'N' TO VALID-UNTIL-OK
              PERFORM UNTIL VALID-UNTIL-OK = 'Y'
                DISPLAY "New valid-until YYYYMMDD (blank to keep, "
                        "- for no expiry): "
                ACCEPT VALID-UNTIL-ANSWER
                MOVE Trim(VALID-UNTIL-ANSWER) TO VALID-UNTIL-ANSWER
                EVALUATE TRUE
                  WHEN VALID-UNTIL-ANSWER = SPACES
                    MOVE 'Y' TO VALID-UNTIL-OK
                  WHEN VALID-UNTIL-ANSWER = "-"
                    MOVE 0 TO RURL-VALID-UNTIL
                    MOVE 'Y' TO VALID-UNTIL-OK
                  WHEN OTHER
                    PERFORM CHECK-VALID-UNTIL
                    IF VALID-UNTIL-OK = 'Y'
                       MOVE VALID-UNTIL-DATE TO RURL-VALID-UNTIL
                    ELSE
                       DISPLAY "Enter a real date as YYYYMMDD, today "
                               "or later."
                    END-IF
                END-EVALUATE
              END-PERFORM
              PERFORM STRIP-COMMAS-FROM-DESC-CAT
              *> The stored verdict belonged to the old URL -- the
              *> replacement starts over as unchecked so a dead flag
    MOVE RURL-DATE-ADDED TO AUD-DATE-ADDED.
    MOVE RURL-OWNER TO AUD-OWNER.
    MOVE RURL-REC-STATUS TO AUD-REC-STATUS.
    MOVE RURL-VALID-UNTIL TO AUD-VALID-UNTIL.
    PERFORM SEAL-AUDIT-RECORD.
    WRITE AUDIT-RECORD.
    CLOSE AUDIT-FILE.

*> Stamps the row built in AUDIT-RECORD with the next sequence
*> number and a check value chained from the row before it: the
*> check starts from the previous row's check and folds in every
*> byte of this row up to and including AUD-SEQ, so editing,
*> removing or reordering any row breaks the chain from that row on
*> (rurlaudit's VERIFY walks it).  The last sequence number and
*> check are kept in RURL-AUDIT-SEQ.DAT; the first row ever chains
*> from zero.  Every program that writes audit rows carries this
*> same paragraph -- keep the copies in step.
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

