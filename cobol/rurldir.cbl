*> Compile: cobc -m -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurldirectory.so rurldir.cbl
*> Published link directory with a keyword index.
*>
*> DUMP and SORTED-LISTING are one record per line and the bookmarks
*> file is for browsers; departments that still want the links on
*> paper get this instead (menu option Z, RURL-DIRECTORY.TXT):
*>   - a table of contents of the category hierarchy from CAT-PARENT
*>     (roots, children and grandchildren indented, as rurlsummary
*>     prints them) with the page each section starts on;
*>   - one section per category, each top-level category on a fresh
*>     page, listing every link's description, URL, owner and tags
*>     in description order;
*>   - an alphabetical keyword index of the words in
*>     RURL-DESCRIPTION and the tag codes, each with the pages it
*>     appears on.
*> Pending links, links the checker has marked dead and links past
*> their valid-until date are left out, as EXPORT-BOOKMARKS leaves
*> them out.  The operator may name the categories wanted; naming a
*> category takes its sub-categories with it, so a department can
*> print just its own part of the tree.  Categories on links but not
*> in the category master follow the tree at the end.
*>
*> Page numbers in the contents and index have to be known before
*> the pages are written, so the directory is laid out twice by the
*> same paragraphs: a counting pass that writes nothing, noting
*> where each section starts and feeding every keyword and its page
*> to the index sort, then the printing pass.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurldirectory.
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
   SELECT CAT-FILE ASSIGN USING CAT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CAT-CODE
          FILE STATUS IS CAT-STATUS.
   SELECT TAG-FILE ASSIGN USING TAG-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TAG-KEY
          FILE STATUS IS TAG-STATUS.
   SELECT DIR-SORT-WORK-FILE ASSIGN TO "SORTWK12".
   SELECT DIR-SORT-FILE ASSIGN USING DIR-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DIR-SORT-STATUS.
   SELECT INDEX-SORT-WORK-FILE ASSIGN TO "SORTWK13".
   SELECT INDEX-SORT-FILE ASSIGN USING INDEX-SORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INDEX-SORT-STATUS.
   SELECT DIRECTORY-FILE ASSIGN USING DIRECTORY-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DIRECTORY-STATUS.

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

*> Must stay in step with the CAT-RECORD layout in rurlcat.cbl.
FD CAT-FILE.
01 CAT-RECORD.
   05 CAT-CODE        PIC X(10).
   05 CAT-DESCRIPTION PIC X(30).
   05 CAT-PARENT      PIC X(10).
   05 CAT-REVIEW-DAYS PIC 9(4).

*> One row per label on a link.  Must stay in step with the
*> TAG-RECORD layout in rurltag.cbl.
FD TAG-FILE.
01 TAG-RECORD.
   05 TAG-KEY.
      10 TAG-UID  PIC 9(7).
      10 TAG-CODE PIC X(10).

*> One printable link, keyed on its category's place in the
*> contents so the sort delivers the sections in print order.
SD DIR-SORT-WORK-FILE.
01 DIR-SORT-WORK-RECORD.
   05 DW-POS         PIC 9(3).
   05 DW-DESCRIPTION PIC X(40).
   05 DW-UID         PIC 9(7).
   05 DW-URL         PIC X(250).
   05 DW-OWNER       PIC X(10).

FD DIR-SORT-FILE.
01 DIR-SORT-RECORD.
   05 DS-POS         PIC 9(3).
   05 DS-DESCRIPTION PIC X(40).
   05 DS-UID         PIC 9(7).
   05 DS-URL         PIC X(250).
   05 DS-OWNER       PIC X(10).

*> One keyword occurrence and the page it fell on.
SD INDEX-SORT-WORK-FILE.
01 INDEX-SORT-WORK-RECORD.
   05 IW-WORD PIC X(40).
   05 IW-PAGE PIC 9(4).

FD INDEX-SORT-FILE.
01 INDEX-SORT-RECORD.
   05 IS-WORD PIC X(40).
   05 IS-PAGE PIC 9(4).

FD DIRECTORY-FILE.
01 DIRECTORY-LINE PIC X(132).

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
01 CAT-FILE-NAME PIC X(100).
01 TAG-FILE-NAME PIC X(100).
01 DIR-SORT-FILE-NAME PIC X(100).
01 INDEX-SORT-FILE-NAME PIC X(100).
01 DIRECTORY-FILE-NAME PIC X(100).
01 RURL-STATUS PIC XX.
01 CAT-STATUS PIC XX.
01 TAG-STATUS PIC XX.
01 TAG-FILE-OPEN PIC X VALUE 'N'.
01 DIR-SORT-STATUS PIC XX.
01 INDEX-SORT-STATUS PIC XX.
01 DIRECTORY-STATUS PIC XX.
01 EOF-RURL-FILE PIC X VALUE 'N'.
01 EOF-CAT-FILE PIC X VALUE 'N'.
01 EOF-TAG-FILE PIC X VALUE 'N'.
01 EOF-DIR-SORT PIC X VALUE 'N'.
01 EOF-INDEX-SORT PIC X VALUE 'N'.
01 DELETE-RESULT PIC 9(9) COMP-5.
01 TODAY-DATE PIC 9(8).
*> The category master (code, description, parent), read whole.
01 PMAP-TABLE.
   05 PMAP-COUNT PIC 9(3) VALUE 0.
   05 PMAP-ENTRY OCCURS 200.
      10 PM-CODE        PIC X(10).
      10 PM-DESCRIPTION PIC X(30).
      10 PM-PARENT      PIC X(10).
      10 PM-PLACED      PIC X.
01 PM1 PIC 9(3).
01 PM2 PIC 9(3).
01 PM3 PIC 9(3).
01 PM-IX PIC 9(3).
01 PM-FOUND-IX PIC 9(3).
01 PM-LOOKUP-CODE PIC X(10).
01 PLACE-LEVEL PIC 9.
*> The contents in print order: every category once, with its
*> depth, whether it was selected, how many links it has and the
*> page its section starts on.  Categories met on links but not in
*> the master are added at the end as they are found.
01 ORD-TABLE.
   05 ORD-COUNT PIC 9(3) VALUE 0.
   05 ORD-ENTRY OCCURS 250.
      10 ORD-CODE        PIC X(10).
      10 ORD-DESCRIPTION PIC X(30).
      10 ORD-PARENT      PIC X(10).
      10 ORD-LEVEL       PIC 9.
      10 ORD-SELECTED    PIC X.
      10 ORD-LINKS       PIC 9(5).
      10 ORD-PAGE        PIC 9(4).
01 ORD-IX PIC 9(3).
01 ORD-FOUND-IX PIC 9(3).
01 ORD-LOOKUP-CODE PIC X(10).
01 ORD-OVERFLOW PIC X VALUE 'N'.
01 SELECTED-SECTIONS PIC 9(3) VALUE 0.
*> The categories the operator asked for (none = all).
01 SELECT-ANSWER PIC X(200).
01 SEL-TABLE.
   05 SEL-COUNT PIC 9(3) VALUE 0.
   05 SEL-CODE PIC X(10) OCCURS 20.
01 SEL-IX PIC 9(3).
01 SEL-PTR PIC 9(3).
01 SEL-WORD PIC X(10).
01 SEL-HIT PIC X.
01 ANCESTOR-CODE PIC X(10).
01 ANCESTOR-STEPS PIC 9.
*> Layout state shared by both passes.  LAYOUT-MODE 'C' counts and
*> feeds the index sort; 'P' writes.
01 LAYOUT-MODE PIC X.
01 LINES-ON-PAGE PIC 9(3) VALUE 0.
01 PAGE-NUMBER PIC 9(4) VALUE 0.
01 PAGE-EDITED PIC ZZZ9.
01 REPORT-PAGE-SIZE PIC 9(3) VALUE 20.
01 REPORT-TITLE PIC X(40)
      VALUE "RURL LINK DIRECTORY".
01 TOC-PAGES PIC 9(4) VALUE 0.
01 INDEX-PAGE PIC 9(4) VALUE 0.
01 FIRST-SECTION PIC X.
01 ENTRY-LINES PIC 9(3).
01 URL-LENGTH PIC 9(3).
01 OUT-LINE PIC X(132).
01 OUT-PTR PIC 9(3).
01 TOC-TEXT PIC X(132).
01 TOC-PTR PIC 9(3).
01 SECTION-NAME PIC X(60).
*> the tags on the link being laid out
01 TAG-LIST PIC X(100).
01 TAG-LIST-PTR PIC 9(3).
*> keyword extraction
01 WORD-SOURCE PIC X(40).
01 WORD-PTR PIC 9(3).
01 WORD-TEXT PIC X(40).
01 WORD-LENGTH PIC 9(3).
01 WORD-STOP PIC X.
*> index printing
01 INDEX-WORD PIC X(40).
01 INDEX-LAST-PAGE PIC 9(4).
01 INDEX-WORD-COUNT PIC 9(5) VALUE 0.
*> per-run tallies
01 LINK-COUNT PIC 9(7) VALUE 0.
01 PENDING-SKIPPED PIC 9(7) VALUE 0.
01 DEAD-SKIPPED PIC 9(7) VALUE 0.
01 EXPIRED-SKIPPED PIC 9(7) VALUE 0.
01 UNSELECTED-SKIPPED PIC 9(7) VALUE 0.
01 UNPLACED-SKIPPED PIC 9(7) VALUE 0.

*> YYYYMMDD
01 CurrentDate.
   02  CurrentYear     PIC 9(4).
   02  CurrentMonth    PIC 99.
   02  CurrentDay      PIC 99.

LINKAGE SECTION.
01 SIGNON-OPERATOR PIC X(10).
01 SIGNON-ROLE PIC X.

*> Read-only, so open to every role.
PROCEDURE DIVISION USING SIGNON-OPERATOR SIGNON-ROLE.
DirectoryBegin.
    PERFORM LOAD-SYSTEM-CONTROL.
*> this module is CALLed from the menu, so WORKING-STORAGE survives
*> between runs -- every table and tally must start from zero here.
    MOVE 0 TO ORD-COUNT.
    MOVE 'N' TO ORD-OVERFLOW.
    MOVE 0 TO SEL-COUNT.
    MOVE 0 TO SELECTED-SECTIONS.
    MOVE 0 TO LINK-COUNT.
    MOVE 0 TO PENDING-SKIPPED.
    MOVE 0 TO DEAD-SKIPPED.
    MOVE 0 TO EXPIRED-SKIPPED.
    MOVE 0 TO UNSELECTED-SKIPPED.
    MOVE 0 TO UNPLACED-SKIPPED.
    MOVE 0 TO INDEX-WORD-COUNT.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    MOVE CurrentDate TO TODAY-DATE.
    OPEN INPUT RURL-FILE.
    IF RURL-STATUS NOT = "00"
       DISPLAY "RURL-FILE not found."
       CLOSE RURL-FILE
       GOBACK
    END-IF.
    CLOSE RURL-FILE.
    PERFORM ACCEPT-CATEGORY-SELECTION.
    PERFORM LOAD-PARENT-MAP.
    PERFORM BUILD-CONTENTS-ORDER.
    SORT DIR-SORT-WORK-FILE
         ON ASCENDING KEY DW-POS
         ON ASCENDING KEY DW-DESCRIPTION
         ON ASCENDING KEY DW-UID
         INPUT PROCEDURE IS FEED-DIRECTORY-RECORDS
         GIVING DIR-SORT-FILE.
    PERFORM MARK-SELECTED-CATEGORIES.
    IF SELECTED-SECTIONS = 0
       DISPLAY "None of the categories asked for exists -- no "
               "directory written."
       CALL "CBL_DELETE_FILE" USING DIR-SORT-FILE-NAME
            RETURNING DELETE-RESULT
       GOBACK
    END-IF.
*> counting pass: the contents first, to learn how many pages it
*> takes, then the sections, which feed the index sort
    MOVE 'C' TO LAYOUT-MODE.
    MOVE 0 TO PAGE-NUMBER.
    PERFORM LAYOUT-CONTENTS.
    MOVE PAGE-NUMBER TO TOC-PAGES.
    SORT INDEX-SORT-WORK-FILE
         ON ASCENDING KEY IW-WORD
         ON ASCENDING KEY IW-PAGE
         INPUT PROCEDURE IS LAYOUT-SECTIONS
         GIVING INDEX-SORT-FILE.
    COMPUTE INDEX-PAGE = PAGE-NUMBER + 1.
*> printing pass
    MOVE 'P' TO LAYOUT-MODE.
    OPEN OUTPUT DIRECTORY-FILE.
    MOVE 0 TO PAGE-NUMBER.
    PERFORM LAYOUT-CONTENTS.
    PERFORM LAYOUT-SECTIONS.
    PERFORM WRITE-KEYWORD-INDEX.
    CLOSE DIRECTORY-FILE.
    CALL "CBL_DELETE_FILE" USING DIR-SORT-FILE-NAME
         RETURNING DELETE-RESULT.
    CALL "CBL_DELETE_FILE" USING INDEX-SORT-FILE-NAME
         RETURNING DELETE-RESULT.
    DISPLAY "Directory of " LINK-COUNT " link(s) in "
            SELECTED-SECTIONS " categorie(s), " PAGE-NUMBER
            " page(s), " INDEX-WORD-COUNT " index keyword(s), written"
            " to RURL-DIRECTORY.TXT.".
    DISPLAY "  Left out: " PENDING-SKIPPED " pending, "
            DEAD-SKIPPED " dead, " EXPIRED-SKIPPED " expired, "
            UNSELECTED-SKIPPED " in categories not asked for.".
    IF ORD-OVERFLOW = 'Y'
       DISPLAY "WARNING: more than 250 categories -- "
               UNPLACED-SKIPPED " link(s) in categories met after "
               "the contents filled are not in the directory."
    END-IF.
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
      WHEN "REPORT-PAGE-SIZE"
        MOVE Numval(CTL-VALUE) TO REPORT-PAGE-SIZE
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

BUILD-FILE-NAMES.
    MOVE SPACES TO RURL-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO RURL-FILE-NAME.
    MOVE SPACES TO CAT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT"
           DELIMITED BY SIZE INTO CAT-FILE-NAME.
    MOVE SPACES TO TAG-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-TAGS.DAT"
           DELIMITED BY SIZE INTO TAG-FILE-NAME.
    MOVE SPACES TO DIR-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-DIRSORT.DAT"
           DELIMITED BY SIZE INTO DIR-SORT-FILE-NAME.
    MOVE SPACES TO INDEX-SORT-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-DIRINDEX.DAT"
           DELIMITED BY SIZE INTO INDEX-SORT-FILE-NAME.
    MOVE SPACES TO DIRECTORY-FILE-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-DIRECTORY.TXT"
           DELIMITED BY SIZE INTO DIRECTORY-FILE-NAME.

*> Up to 20 category codes, separated by spaces or commas; blank
*> prints the whole directory.
ACCEPT-CATEGORY-SELECTION.
    DISPLAY "Categories to print (codes separated by spaces, "
            "blank = all): ".
    MOVE SPACES TO SELECT-ANSWER.
    ACCEPT SELECT-ANSWER.
    MOVE Upper-case(SELECT-ANSWER) TO SELECT-ANSWER.
    INSPECT SELECT-ANSWER REPLACING ALL "," BY SPACE.
    MOVE 1 TO SEL-PTR.
    PERFORM UNTIL SEL-PTR > 200 OR SEL-COUNT >= 20
      MOVE SPACES TO SEL-WORD
      UNSTRING SELECT-ANSWER DELIMITED BY ALL SPACE
               INTO SEL-WORD
               WITH POINTER SEL-PTR
      END-UNSTRING
      IF SEL-WORD NOT = SPACES
         ADD 1 TO SEL-COUNT
         MOVE SEL-WORD TO SEL-CODE(SEL-COUNT)
      END-IF
    END-PERFORM.

LOAD-PARENT-MAP.
    MOVE 0 TO PMAP-COUNT.
    OPEN INPUT CAT-FILE.
    IF CAT-STATUS NOT = "00"
       CLOSE CAT-FILE
    ELSE
       MOVE 'N' TO EOF-CAT-FILE
       PERFORM UNTIL EOF-CAT-FILE = 'Y'
         READ CAT-FILE NEXT
           AT END MOVE 'Y' TO EOF-CAT-FILE
           NOT AT END
             IF PMAP-COUNT < 200
                ADD 1 TO PMAP-COUNT
                MOVE CAT-CODE TO PM-CODE(PMAP-COUNT)
                MOVE CAT-DESCRIPTION TO PM-DESCRIPTION(PMAP-COUNT)
                MOVE CAT-PARENT TO PM-PARENT(PMAP-COUNT)
                MOVE 'N' TO PM-PLACED(PMAP-COUNT)
             END-IF
         END-READ
       END-PERFORM
       CLOSE CAT-FILE
    END-IF.

*> The contents order: each root (no parent, or a parent not in the
*> master) followed by its children and their children, in code
*> order.  Anything deeper, or caught in a parent loop, is placed
*> after the tree at top level so no category can vanish.
BUILD-CONTENTS-ORDER.
    PERFORM VARYING PM1 FROM 1 BY 1 UNTIL PM1 > PMAP-COUNT
      MOVE PM-PARENT(PM1) TO PM-LOOKUP-CODE
      PERFORM LOOKUP-PMAP
      IF PM-PARENT(PM1) = SPACES OR PM-FOUND-IX = 0
         MOVE PM1 TO PM-IX
         MOVE 1 TO PLACE-LEVEL
         PERFORM PLACE-MASTER-CATEGORY
         PERFORM VARYING PM2 FROM 1 BY 1 UNTIL PM2 > PMAP-COUNT
           IF PM-PARENT(PM2) = PM-CODE(PM1) AND PM2 NOT = PM1
              MOVE PM2 TO PM-IX
              MOVE 2 TO PLACE-LEVEL
              PERFORM PLACE-MASTER-CATEGORY
              PERFORM VARYING PM3 FROM 1 BY 1 UNTIL PM3 > PMAP-COUNT
                IF PM-PARENT(PM3) = PM-CODE(PM2) AND PM3 NOT = PM2
                   MOVE PM3 TO PM-IX
                   MOVE 3 TO PLACE-LEVEL
                   PERFORM PLACE-MASTER-CATEGORY
                END-IF
              END-PERFORM
           END-IF
         END-PERFORM
      END-IF
    END-PERFORM.
    PERFORM VARYING PM1 FROM 1 BY 1 UNTIL PM1 > PMAP-COUNT
      IF PM-PLACED(PM1) = 'N'
         MOVE PM1 TO PM-IX
         MOVE 1 TO PLACE-LEVEL
         PERFORM PLACE-MASTER-CATEGORY
      END-IF
    END-PERFORM.

PLACE-MASTER-CATEGORY.
    IF PM-PLACED(PM-IX) = 'N' AND ORD-COUNT < 250
       MOVE 'Y' TO PM-PLACED(PM-IX)
       ADD 1 TO ORD-COUNT
       MOVE PM-CODE(PM-IX) TO ORD-CODE(ORD-COUNT)
       MOVE PM-DESCRIPTION(PM-IX) TO ORD-DESCRIPTION(ORD-COUNT)
       MOVE PM-PARENT(PM-IX) TO ORD-PARENT(ORD-COUNT)
       MOVE PLACE-LEVEL TO ORD-LEVEL(ORD-COUNT)
       MOVE 'N' TO ORD-SELECTED(ORD-COUNT)
       MOVE 0 TO ORD-LINKS(ORD-COUNT)
       MOVE 0 TO ORD-PAGE(ORD-COUNT)
    END-IF.

LOOKUP-PMAP.
    MOVE 0 TO PM-FOUND-IX.
    IF PM-LOOKUP-CODE NOT = SPACES
       PERFORM VARYING PM-IX FROM 1 BY 1 UNTIL PM-IX > PMAP-COUNT
         IF PM-CODE(PM-IX) = PM-LOOKUP-CODE
            MOVE PM-IX TO PM-FOUND-IX
         END-IF
       END-PERFORM
    END-IF.

LOOKUP-ORD.
    MOVE 0 TO ORD-FOUND-IX.
    PERFORM VARYING ORD-IX FROM 1 BY 1
            UNTIL ORD-IX > ORD-COUNT OR ORD-FOUND-IX > 0
      IF ORD-CODE(ORD-IX) = ORD-LOOKUP-CODE
         MOVE ORD-IX TO ORD-FOUND-IX
      END-IF
    END-PERFORM.

*> Whether ORD-LOOKUP-CODE, or any category above it, was asked
*> for.  Three steps up covers the deepest the contents go.
CHECK-CATEGORY-WANTED.
    MOVE 'N' TO SEL-HIT.
    IF SEL-COUNT = 0
       MOVE 'Y' TO SEL-HIT
    ELSE
       MOVE ORD-LOOKUP-CODE TO ANCESTOR-CODE
       MOVE 0 TO ANCESTOR-STEPS
       PERFORM UNTIL SEL-HIT = 'Y' OR ANCESTOR-STEPS > 3
               OR ANCESTOR-CODE = SPACES
         PERFORM VARYING SEL-IX FROM 1 BY 1 UNTIL SEL-IX > SEL-COUNT
           IF SEL-CODE(SEL-IX) = ANCESTOR-CODE
              MOVE 'Y' TO SEL-HIT
           END-IF
         END-PERFORM
         MOVE ANCESTOR-CODE TO PM-LOOKUP-CODE
         PERFORM LOOKUP-PMAP
         IF PM-FOUND-IX = 0
            MOVE SPACES TO ANCESTOR-CODE
         ELSE
            MOVE PM-PARENT(PM-FOUND-IX) TO ANCESTOR-CODE
         END-IF
         ADD 1 TO ANCESTOR-STEPS
       END-PERFORM
    END-IF.

*> Releases every link fit to print, with its category's place in
*> the contents.  A category not in the master is added to the end
*> of the contents the first time a link is found in it.
FEED-DIRECTORY-RECORDS.
    OPEN INPUT RURL-FILE.
    MOVE 'N' TO EOF-RURL-FILE.
    PERFORM UNTIL EOF-RURL-FILE = 'Y'
      READ RURL-FILE NEXT
        AT END MOVE 'Y' TO EOF-RURL-FILE
        NOT AT END
          EVALUATE TRUE
            WHEN RURL-REC-STATUS = 'P'
              ADD 1 TO PENDING-SKIPPED
            WHEN RURL-VALID-UNTIL > 0
                 AND RURL-VALID-UNTIL < TODAY-DATE
              ADD 1 TO EXPIRED-SKIPPED
            WHEN RURL-LINK-STATUS = 'D'
              ADD 1 TO DEAD-SKIPPED
            WHEN OTHER
              PERFORM RELEASE-DIRECTORY-RECORD
          END-EVALUATE
      END-READ
    END-PERFORM.
    CLOSE RURL-FILE.

RELEASE-DIRECTORY-RECORD.
    MOVE RURL-CATEGORY TO ORD-LOOKUP-CODE.
    PERFORM CHECK-CATEGORY-WANTED.
    IF SEL-HIT = 'N'
       ADD 1 TO UNSELECTED-SKIPPED
       EXIT PARAGRAPH
    END-IF.
    PERFORM LOOKUP-ORD.
    IF ORD-FOUND-IX = 0
       IF ORD-COUNT >= 250
          MOVE 'Y' TO ORD-OVERFLOW
          ADD 1 TO UNPLACED-SKIPPED
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO ORD-COUNT
       MOVE ORD-COUNT TO ORD-FOUND-IX
       MOVE RURL-CATEGORY TO ORD-CODE(ORD-COUNT)
       IF RURL-CATEGORY = SPACES
          MOVE "(no category)" TO ORD-DESCRIPTION(ORD-COUNT)
       ELSE
          MOVE "(not in the category master)"
               TO ORD-DESCRIPTION(ORD-COUNT)
       END-IF
       MOVE SPACES TO ORD-PARENT(ORD-COUNT)
       MOVE 1 TO ORD-LEVEL(ORD-COUNT)
       MOVE 'N' TO ORD-SELECTED(ORD-COUNT)
       MOVE 0 TO ORD-LINKS(ORD-COUNT)
       MOVE 0 TO ORD-PAGE(ORD-COUNT)
    END-IF.
    ADD 1 TO ORD-LINKS(ORD-FOUND-IX).
    ADD 1 TO LINK-COUNT.
    MOVE ORD-FOUND-IX TO DW-POS.
    MOVE RURL-DESCRIPTION TO DW-DESCRIPTION.
    MOVE UID TO DW-UID.
    MOVE URL TO DW-URL.
    MOVE RURL-OWNER TO DW-OWNER.
    RELEASE DIR-SORT-WORK-RECORD.

*> A master category is printed when it (or a category above it)
*> was asked for; one found only on links was added because it
*> had a wanted link, so it is printed too.
MARK-SELECTED-CATEGORIES.
    MOVE 0 TO SELECTED-SECTIONS.
    PERFORM VARYING ORD-IX FROM 1 BY 1 UNTIL ORD-IX > ORD-COUNT
      MOVE ORD-CODE(ORD-IX) TO PM-LOOKUP-CODE
      PERFORM LOOKUP-PMAP
      IF PM-FOUND-IX = 0 OR ORD-CODE(ORD-IX) = SPACES
         MOVE 'Y' TO ORD-SELECTED(ORD-IX)
      ELSE
         MOVE ORD-CODE(ORD-IX) TO ORD-LOOKUP-CODE
         PERFORM CHECK-CATEGORY-WANTED
         MOVE SEL-HIT TO ORD-SELECTED(ORD-IX)
      END-IF
      IF ORD-SELECTED(ORD-IX) = 'Y'
         ADD 1 TO SELECTED-SECTIONS
      END-IF
    END-PERFORM.

*> The contents: one line per printed category, indented by depth,
*> dotted out to its page number, then the index.
LAYOUT-CONTENTS.
    MOVE 0 TO LINES-ON-PAGE.
    PERFORM START-DIRECTORY-PAGE.
    MOVE "CONTENTS" TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE "--------" TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    IF SEL-COUNT = 0
       MOVE "All categories." TO OUT-LINE
    ELSE
       STRING "Categories selected: " Trim(SELECT-ANSWER)
              DELIMITED BY SIZE INTO OUT-LINE
    END-IF.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    PERFORM VARYING ORD-IX FROM 1 BY 1 UNTIL ORD-IX > ORD-COUNT
      IF ORD-SELECTED(ORD-IX) = 'Y'
         MOVE ORD-PAGE(ORD-IX) TO PAGE-EDITED
         PERFORM BUILD-SECTION-NAME
         MOVE SPACES TO TOC-TEXT
         MOVE 1 TO TOC-PTR
         EVALUATE ORD-LEVEL(ORD-IX)
           WHEN 2 STRING "  " DELIMITED BY SIZE INTO TOC-TEXT
                         WITH POINTER TOC-PTR
           WHEN 3 STRING "    " DELIMITED BY SIZE INTO TOC-TEXT
                         WITH POINTER TOC-PTR
         END-EVALUATE
         STRING Trim(SECTION-NAME) " " DELIMITED BY SIZE
                INTO TOC-TEXT WITH POINTER TOC-PTR
         PERFORM FORMAT-CONTENTS-LINE
         PERFORM EMIT-DIRECTORY-LINE
      END-IF
    END-PERFORM.
    MOVE SPACES TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE INDEX-PAGE TO PAGE-EDITED.
    MOVE SPACES TO TOC-TEXT.
    MOVE "KEYWORD INDEX " TO TOC-TEXT.
    MOVE 15 TO TOC-PTR.
    PERFORM FORMAT-CONTENTS-LINE.
    PERFORM EMIT-DIRECTORY-LINE.

*> TOC-TEXT (its length in TOC-PTR) dotted out to column 72, page
*> number after.
FORMAT-CONTENTS-LINE.
    MOVE SPACES TO OUT-LINE.
    MOVE ALL "." TO OUT-LINE(1:72).
    IF TOC-PTR > 71
       MOVE 71 TO TOC-PTR
    END-IF.
    MOVE TOC-TEXT(1:TOC-PTR - 1) TO OUT-LINE(1:TOC-PTR - 1).
    MOVE " " TO OUT-LINE(72:1).
    MOVE PAGE-EDITED TO OUT-LINE(73:4).

*> "CODE  Description" for headings and the contents.
BUILD-SECTION-NAME.
    MOVE SPACES TO SECTION-NAME.
    IF ORD-CODE(ORD-IX) = SPACES
       STRING Trim(ORD-DESCRIPTION(ORD-IX))
              DELIMITED BY SIZE INTO SECTION-NAME
    ELSE
       STRING Trim(ORD-CODE(ORD-IX)) "  "
              Trim(ORD-DESCRIPTION(ORD-IX))
              DELIMITED BY SIZE INTO SECTION-NAME
    END-IF.

*> Every printed category in contents order, its links drawn from
*> the sorted file as they come.  Each top-level category starts a
*> page; a sub-category starts one only if its heading and first
*> link would not fit.  In the counting pass this is also the
*> index sort's input procedure.
LAYOUT-SECTIONS.
    MOVE TOC-PAGES TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    MOVE 'Y' TO FIRST-SECTION.
    OPEN INPUT TAG-FILE.
    IF TAG-STATUS = "00"
       MOVE 'Y' TO TAG-FILE-OPEN
    ELSE
       MOVE 'N' TO TAG-FILE-OPEN
    END-IF.
    OPEN INPUT DIR-SORT-FILE.
    MOVE 'N' TO EOF-DIR-SORT.
    PERFORM READ-DIR-SORT.
    PERFORM VARYING ORD-IX FROM 1 BY 1 UNTIL ORD-IX > ORD-COUNT
      IF ORD-SELECTED(ORD-IX) = 'Y'
         PERFORM LAYOUT-ONE-SECTION
      END-IF
    END-PERFORM.
    CLOSE DIR-SORT-FILE.
    IF TAG-FILE-OPEN = 'Y'
       CLOSE TAG-FILE
    END-IF.

READ-DIR-SORT.
    READ DIR-SORT-FILE
      AT END MOVE 'Y' TO EOF-DIR-SORT
    END-READ.

LAYOUT-ONE-SECTION.
    IF FIRST-SECTION = 'Y' OR ORD-LEVEL(ORD-IX) = 1
       OR LINES-ON-PAGE + 7 > REPORT-PAGE-SIZE
       PERFORM START-DIRECTORY-PAGE
       MOVE 'N' TO FIRST-SECTION
    END-IF.
    IF LAYOUT-MODE = 'C'
       MOVE PAGE-NUMBER TO ORD-PAGE(ORD-IX)
    END-IF.
    PERFORM BUILD-SECTION-NAME.
    MOVE SECTION-NAME TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    MOVE ALL "=" TO OUT-LINE(1:Length(Trim(SECTION-NAME))).
    PERFORM EMIT-DIRECTORY-LINE.
    IF ORD-LINKS(ORD-IX) = 0
       MOVE "  (no links in this category)" TO OUT-LINE
       PERFORM EMIT-DIRECTORY-LINE
       MOVE SPACES TO OUT-LINE
       PERFORM EMIT-DIRECTORY-LINE
    END-IF.
    PERFORM UNTIL EOF-DIR-SORT = 'Y' OR DS-POS NOT = ORD-IX
      PERFORM LAYOUT-ONE-LINK
      PERFORM READ-DIR-SORT
    END-PERFORM.

*> Description, URL (on two lines when it will not fit on one),
*> owner and tags, and a blank line -- kept together on a page, with
*> the section name carried over when a page breaks mid-section.
LAYOUT-ONE-LINK.
    PERFORM GET-LINK-TAGS.
    MOVE Length(Trim(DS-URL)) TO URL-LENGTH.
    IF URL-LENGTH > 126
       MOVE 5 TO ENTRY-LINES
    ELSE
       MOVE 4 TO ENTRY-LINES
    END-IF.
    IF LINES-ON-PAGE + ENTRY-LINES > REPORT-PAGE-SIZE
       PERFORM START-DIRECTORY-PAGE
       MOVE SPACES TO OUT-LINE
       STRING Trim(SECTION-NAME) " (continued)"
              DELIMITED BY SIZE INTO OUT-LINE
       PERFORM EMIT-DIRECTORY-LINE
    END-IF.
    MOVE SPACES TO OUT-LINE.
    IF DS-DESCRIPTION = SPACES
       STRING "(no description)   UID " DS-UID
              DELIMITED BY SIZE INTO OUT-LINE
    ELSE
       STRING Trim(DS-DESCRIPTION) "   UID " DS-UID
              DELIMITED BY SIZE INTO OUT-LINE
    END-IF.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    IF URL-LENGTH > 126
       MOVE DS-URL(1:126) TO OUT-LINE(5:126)
       PERFORM EMIT-DIRECTORY-LINE
       MOVE SPACES TO OUT-LINE
       MOVE DS-URL(127:124) TO OUT-LINE(5:124)
    ELSE
       MOVE DS-URL(1:126) TO OUT-LINE(5:126)
    END-IF.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    IF TAG-LIST = SPACES
       STRING "    Owner: " Trim(DS-OWNER)
              DELIMITED BY SIZE INTO OUT-LINE
    ELSE
       STRING "    Owner: " Trim(DS-OWNER) "   Tags: " Trim(TAG-LIST)
              DELIMITED BY SIZE INTO OUT-LINE
    END-IF.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    IF LAYOUT-MODE = 'C'
       PERFORM RELEASE-LINK-KEYWORDS
    END-IF.

*> The link's tag codes, space-separated, by a keyed start on the
*> cross-reference as GET-RECORD-TAGS does in rurl.cbl.  The tag
*> file is opened once for the whole pass; no file, no tags.
GET-LINK-TAGS.
    MOVE SPACES TO TAG-LIST.
    MOVE 1 TO TAG-LIST-PTR.
    IF TAG-FILE-OPEN = 'Y'
       MOVE DS-UID TO TAG-UID
       MOVE LOW-VALUES TO TAG-CODE
       START TAG-FILE KEY IS NOT LESS THAN TAG-KEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE 'N' TO EOF-TAG-FILE
           PERFORM UNTIL EOF-TAG-FILE = 'Y'
             READ TAG-FILE NEXT
               AT END MOVE 'Y' TO EOF-TAG-FILE
               NOT AT END
                 IF TAG-UID = DS-UID
                    STRING Trim(TAG-CODE) " " DELIMITED BY SIZE
                           INTO TAG-LIST
                           WITH POINTER TAG-LIST-PTR
                           ON OVERFLOW MOVE 'Y' TO EOF-TAG-FILE
                    END-STRING
                 ELSE
                    MOVE 'Y' TO EOF-TAG-FILE
                 END-IF
             END-READ
           END-PERFORM
       END-START
    END-IF.

*> Index entries for one link: every word of three letters or more
*> in the description, less the common little words, and every tag
*> code -- all against the page the link's first line fell on.
RELEASE-LINK-KEYWORDS.
    MOVE Upper-case(DS-DESCRIPTION) TO WORD-SOURCE.
    INSPECT WORD-SOURCE CONVERTING ",.;:()[]/&!?'""" TO SPACES.
    MOVE 1 TO WORD-PTR.
    PERFORM UNTIL WORD-PTR > 40
      MOVE SPACES TO WORD-TEXT
      UNSTRING WORD-SOURCE DELIMITED BY ALL SPACE
               INTO WORD-TEXT
               WITH POINTER WORD-PTR
      END-UNSTRING
      IF WORD-TEXT NOT = SPACES
         PERFORM JUDGE-STOP-WORD
         IF WORD-STOP = 'N'
            MOVE WORD-TEXT TO IW-WORD
            MOVE PAGE-NUMBER TO IW-PAGE
            RELEASE INDEX-SORT-WORK-RECORD
         END-IF
      END-IF
    END-PERFORM.
    MOVE 1 TO WORD-PTR.
    PERFORM UNTIL WORD-PTR > 100
      MOVE SPACES TO WORD-TEXT
      UNSTRING TAG-LIST DELIMITED BY ALL SPACE
               INTO WORD-TEXT
               WITH POINTER WORD-PTR
      END-UNSTRING
      IF WORD-TEXT NOT = SPACES
         MOVE Upper-case(WORD-TEXT) TO IW-WORD
         MOVE PAGE-NUMBER TO IW-PAGE
         RELEASE INDEX-SORT-WORK-RECORD
      END-IF
    END-PERFORM.

JUDGE-STOP-WORD.
    MOVE 'N' TO WORD-STOP.
    MOVE Length(Trim(WORD-TEXT)) TO WORD-LENGTH.
    IF WORD-LENGTH < 3
       MOVE 'Y' TO WORD-STOP
    ELSE
       EVALUATE WORD-TEXT
         WHEN "THE"  WHEN "AND"  WHEN "FOR"  WHEN "WITH"
         WHEN "FROM" WHEN "INTO" WHEN "OUR"  WHEN "YOUR"
         WHEN "ARE"  WHEN "NOT"  WHEN "ALL"  WHEN "ITS"
         WHEN "THIS" WHEN "THAT" WHEN "HOW"  WHEN "WHAT"
           MOVE 'Y' TO WORD-STOP
       END-EVALUATE
    END-IF.

*> The index: each keyword once, then the pages it appears on, a
*> page listed once however often the word falls on it.
WRITE-KEYWORD-INDEX.
    MOVE 0 TO LINES-ON-PAGE.
    PERFORM START-DIRECTORY-PAGE.
    MOVE "KEYWORD INDEX" TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE "-------------" TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO OUT-LINE.
    PERFORM EMIT-DIRECTORY-LINE.
    MOVE SPACES TO INDEX-WORD.
    MOVE SPACES TO OUT-LINE.
    OPEN INPUT INDEX-SORT-FILE.
    MOVE 'N' TO EOF-INDEX-SORT.
    PERFORM UNTIL EOF-INDEX-SORT = 'Y'
      READ INDEX-SORT-FILE
        AT END
          MOVE 'Y' TO EOF-INDEX-SORT
          IF INDEX-WORD NOT = SPACES
             PERFORM EMIT-DIRECTORY-LINE
          END-IF
        NOT AT END
          IF IS-WORD NOT = INDEX-WORD
             IF INDEX-WORD NOT = SPACES
                PERFORM EMIT-DIRECTORY-LINE
             END-IF
             ADD 1 TO INDEX-WORD-COUNT
             MOVE IS-WORD TO INDEX-WORD
             MOVE INDEX-WORD TO OUT-LINE
             COMPUTE OUT-PTR = Length(Trim(INDEX-WORD)) + 3
             IF OUT-PTR < 26
                MOVE 26 TO OUT-PTR
             END-IF
             MOVE IS-PAGE TO PAGE-EDITED
             STRING Trim(PAGE-EDITED) DELIMITED BY SIZE
                    INTO OUT-LINE WITH POINTER OUT-PTR
             MOVE IS-PAGE TO INDEX-LAST-PAGE
          ELSE
             IF IS-PAGE NOT = INDEX-LAST-PAGE
                PERFORM ADD-INDEX-PAGE
             END-IF
          END-IF
      END-READ
    END-PERFORM.
    CLOSE INDEX-SORT-FILE.

*> ", n" onto the keyword's line, carried to an indented line of its
*> own when the line is full.
ADD-INDEX-PAGE.
    IF OUT-PTR > 120
       PERFORM EMIT-DIRECTORY-LINE
       MOVE SPACES TO OUT-LINE
       MOVE 26 TO OUT-PTR
    ELSE
       STRING ", " DELIMITED BY SIZE
              INTO OUT-LINE WITH POINTER OUT-PTR
    END-IF.
    MOVE IS-PAGE TO PAGE-EDITED.
    STRING Trim(PAGE-EDITED) DELIMITED BY SIZE
           INTO OUT-LINE WITH POINTER OUT-PTR.
    MOVE IS-PAGE TO INDEX-LAST-PAGE.

*> A new page: in the printing pass the heading is written; in both
*> passes the page is counted, so the two agree line for line.
START-DIRECTORY-PAGE.
    ADD 1 TO PAGE-NUMBER.
    MOVE 0 TO LINES-ON-PAGE.
    IF LAYOUT-MODE = 'P'
       MOVE SPACES TO DIRECTORY-LINE
       STRING Trim(REPORT-TITLE) " " TODAY-DATE " " "PAGE "
              PAGE-NUMBER
              DELIMITED BY SIZE INTO DIRECTORY-LINE
       WRITE DIRECTORY-LINE
       MOVE SPACES TO DIRECTORY-LINE
       WRITE DIRECTORY-LINE
    END-IF.

*> One body line; a full page turns over first.
EMIT-DIRECTORY-LINE.
    IF LINES-ON-PAGE >= REPORT-PAGE-SIZE
       PERFORM START-DIRECTORY-PAGE
    END-IF.
    IF LAYOUT-MODE = 'P'
       MOVE OUT-LINE TO DIRECTORY-LINE
       WRITE DIRECTORY-LINE
    END-IF.
    ADD 1 TO LINES-ON-PAGE.
