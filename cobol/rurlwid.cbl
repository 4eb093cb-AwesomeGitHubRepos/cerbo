*> Compile: cobc -x -free -fintrinsics=ALL -std=ibm -Wno-unsupported \
*>          -o rurlwiden rurlwid.cbl
*> One-time conversion of the indexed masters widened since the
*> rurlupgrade run:
*>     RURL-CAT.DAT    50 ->  54 bytes (attestation review interval)
*>     RURL.DAT       338 -> 346 bytes (valid-until date)
*>     RURL-OPER.DAT   25 ->  86 bytes (owner mail address, opt-out)
*> An indexed file carries its record length, so a file written
*> under the old layout refuses to OPEN under the new FDs (file
*> status 39) -- without this run category validation in CREATE and
*> UPDATE, the summary and the integrity sweep all fail at the
*> category master, and every program that reads the link master
*> fails at RURL.DAT, and sign-on itself fails at RURL-OPER.DAT.
*>
*> Run once, standalone, with nothing else touching the files --
*> the same drill as rurlupgrade.  Each file is read under its old
*> layout, rewritten under the new one, and cut over:
*>     RURL-CAT.DAT  -> RURL-CAT.DAT.OLD   RURL-CAT-NEW.DAT  -> RURL-CAT.DAT
*>     RURL.DAT      -> RURL.DAT.OLD       RURL-NEW.DAT      -> RURL.DAT
*>     RURL-OPER.DAT -> RURL-OPER.DAT.OLD  RURL-OPER-NEW.DAT -> RURL-OPER.DAT
*> The old files stay on disk under .OLD until someone is happy.
*> The new columns start at their resting values: review interval
*> zero (every category reviewed on the installation default,
*> ATTEST-REVIEW-DAYS, until someone sets it in rurlcat) and
*> valid-until zero (no link expires until someone gives it a date),
*> mail address blank and opt-out 'N' (nobody is mailed until an
*> address is set in rurloper or under menu option W).
*>
*> A file already converted (or missing) simply refuses to open
*> under its old layout and is reported and skipped, so a second
*> run is harmless.
IDENTIFICATION DIVISION.
PROGRAM-ID.  rurlwiden.
AUTHOR.  Michael Coughlan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Every data file lives under CTL-DATA-DIR, which comes from the
*> system control file read at start-up -- same convention as
*> rurl.cbl, so the converter upgrades whichever installation the
*> RURL_SYSCTL environment variable points at.  ASSIGN USING, not
*> ASSIGN TO: under the IBM dialect a bare ASSIGN TO data-name is
*> read as an external assignment-name, not as the variable
*> holding the path.
   SELECT SYSCTL-FILE ASSIGN USING SYSCTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SYSCTL-STATUS.
   SELECT OLD-CAT-FILE ASSIGN USING OLD-CAT-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OLD-CAT-CODE
          FILE STATUS IS OLD-CAT-STATUS.
   SELECT NEW-CAT-FILE ASSIGN USING NEW-CAT-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NEW-CAT-CODE
          FILE STATUS IS NEW-CAT-STATUS.
   SELECT OLD-RURL-FILE ASSIGN USING OLD-RURL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OLD-UID
          FILE STATUS IS OLD-RURL-STATUS.
   SELECT NEW-RURL-FILE ASSIGN USING NEW-RURL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NEW-UID
          FILE STATUS IS NEW-RURL-STATUS.
   SELECT OLD-OPER-FILE ASSIGN USING OLD-OPER-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OLD-OPER-ID
          FILE STATUS IS OLD-OPER-STATUS.
   SELECT NEW-OPER-FILE ASSIGN USING NEW-OPER-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NEW-OPER-ID
          FILE STATUS IS NEW-OPER-STATUS.

DATA DIVISION.
FILE SECTION.
*> The category layout as rurlupgrade left it, with the parent
*> code but before the review interval.
FD OLD-CAT-FILE.
01 OLD-CAT-RECORD.
   05 OLD-CAT-CODE        PIC X(10).
   05 OLD-CAT-DESCRIPTION PIC X(30).
   05 OLD-CAT-PARENT      PIC X(10).

*> Must stay in step with the CAT-RECORD layout in rurlcat.cbl.
FD NEW-CAT-FILE.
01 NEW-CAT-RECORD.
   05 NEW-CAT-CODE        PIC X(10).
   05 NEW-CAT-DESCRIPTION PIC X(30).
   05 NEW-CAT-PARENT      PIC X(10).
   05 NEW-CAT-REVIEW-DAYS PIC 9(4).

*> The link master as rurlupgrade left it, with owner and approval
*> status but before the valid-until date.
FD OLD-RURL-FILE.
01 OLD-RURL-RECORD.
   05 OLD-UID               PIC 9(7).
   05 OLD-URL               PIC X(250).
   05 OLD-RURL-DESCRIPTION  PIC X(40).
   05 OLD-RURL-CATEGORY     PIC X(10).
   05 OLD-RURL-DATE-ADDED   PIC 9(8).
   05 OLD-RURL-LINK-STATUS  PIC X.
   05 OLD-RURL-LAST-CHECKED PIC 9(8).
   05 OLD-RURL-FAIL-COUNT   PIC 9(3).
   05 OLD-RURL-OWNER        PIC X(10).
   05 OLD-RURL-REC-STATUS   PIC X.

*> Must stay in step with the RURL-RECORD layout in rurl.cbl.
FD NEW-RURL-FILE.
01 NEW-RURL-RECORD.
   05 NEW-UID               PIC 9(7).
   05 NEW-URL               PIC X(250).
   05 NEW-RURL-DESCRIPTION  PIC X(40).
   05 NEW-RURL-CATEGORY     PIC X(10).
   05 NEW-RURL-DATE-ADDED   PIC 9(8).
   05 NEW-RURL-LINK-STATUS  PIC X.
   05 NEW-RURL-LAST-CHECKED PIC 9(8).
   05 NEW-RURL-FAIL-COUNT   PIC 9(3).
   05 NEW-RURL-OWNER        PIC X(10).
   05 NEW-RURL-REC-STATUS   PIC X.
   05 NEW-RURL-VALID-UNTIL  PIC 9(8).

*> The operator layout as rurlupgrade left it, before the mail
*> address.
FD OLD-OPER-FILE.
01 OLD-OPER-RECORD.
   05 OLD-OPER-ID          PIC X(10).
   05 OLD-OPER-PASSWORD    PIC X(10).
   05 OLD-OPER-ROLE        PIC X.
   05 OLD-OPER-FAIL-COUNT  PIC 9(2).
   05 OLD-OPER-LOCKED      PIC X.
   05 OLD-OPER-MUST-CHANGE PIC X.

*> Must stay in step with the OPER-RECORD layout in rurloper.cbl.
FD NEW-OPER-FILE.
01 NEW-OPER-RECORD.
   05 NEW-OPER-ID          PIC X(10).
   05 NEW-OPER-PASSWORD    PIC X(10).
   05 NEW-OPER-ROLE        PIC X.
   05 NEW-OPER-FAIL-COUNT  PIC 9(2).
   05 NEW-OPER-LOCKED      PIC X.
   05 NEW-OPER-MUST-CHANGE PIC X.
   05 NEW-OPER-EMAIL       PIC X(60).
   05 NEW-OPER-MAIL-OPTOUT PIC X.

FD SYSCTL-FILE.
01 SYSCTL-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 SYSCTL-STATUS PIC XX.
01 SYSCTL-NAME PIC X(100)
      VALUE "/home/mcarter/dbase/RURL-SYSCTL.DAT".
01 CTL-DATA-DIR PIC X(60) VALUE "/home/mcarter/dbase".
01 CTL-KEY PIC X(30).
01 CTL-VALUE PIC X(70).
01 EOF-SYSCTL PIC X VALUE 'N'.
01 OLD-CAT-STATUS PIC XX.
01 NEW-CAT-STATUS PIC XX.
01 EOF-OLD-CAT PIC X VALUE 'N'.
01 CAT-CONVERTED PIC 9(3) VALUE 0.
01 RENAME-RESULT PIC 9(9) COMP-5.
01 OLD-CAT-NAME PIC X(100).
01 OLD-CAT-SAVED PIC X(100).
01 NEW-CAT-NAME PIC X(100).
01 OLD-RURL-STATUS PIC XX.
01 NEW-RURL-STATUS PIC XX.
01 EOF-OLD-RURL PIC X VALUE 'N'.
01 RURL-CONVERTED PIC 9(7) VALUE 0.
01 OLD-RURL-NAME PIC X(100).
01 OLD-RURL-SAVED PIC X(100).
01 NEW-RURL-NAME PIC X(100).
01 OLD-OPER-STATUS PIC XX.
01 NEW-OPER-STATUS PIC XX.
01 EOF-OLD-OPER PIC X VALUE 'N'.
01 OPER-CONVERTED PIC 9(3) VALUE 0.
01 OLD-OPER-NAME PIC X(100).
01 OLD-OPER-SAVED PIC X(100).
01 NEW-OPER-NAME PIC X(100).

PROCEDURE DIVISION.
WidenBegin.
    DISPLAY "Record-layout conversion: category review interval, "
            "link valid-until date, operator mail address.".
    PERFORM LOAD-SYSTEM-CONTROL.
    PERFORM CONVERT-CATEGORIES.
    PERFORM CONVERT-MASTER.
    PERFORM CONVERT-OPERATORS.
    IF CAT-CONVERTED > 0 OR RURL-CONVERTED > 0 OR OPER-CONVERTED > 0
       PERFORM CUT-OVER
    ELSE
       DISPLAY "Nothing converted; nothing cut over."
    END-IF.
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
             MOVE SPACES TO CTL-KEY CTL-VALUE
             UNSTRING SYSCTL-LINE DELIMITED BY "="
                 INTO CTL-KEY CTL-VALUE
             IF Upper-case(Trim(CTL-KEY)) = "DATA-DIR"
                AND CTL-VALUE NOT = SPACES
                MOVE Trim(CTL-VALUE) TO CTL-DATA-DIR
             END-IF
         END-READ
       END-PERFORM
       CLOSE SYSCTL-FILE
    END-IF.
    PERFORM BUILD-FILE-NAMES.

BUILD-FILE-NAMES.
    MOVE SPACES TO OLD-CAT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT"
           DELIMITED BY SIZE INTO OLD-CAT-NAME.
    MOVE SPACES TO OLD-CAT-SAVED.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT.DAT.OLD"
           DELIMITED BY SIZE INTO OLD-CAT-SAVED.
    MOVE SPACES TO NEW-CAT-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-CAT-NEW.DAT"
           DELIMITED BY SIZE INTO NEW-CAT-NAME.
    MOVE SPACES TO OLD-RURL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT"
           DELIMITED BY SIZE INTO OLD-RURL-NAME.
    MOVE SPACES TO OLD-RURL-SAVED.
    STRING Trim(CTL-DATA-DIR) "/RURL.DAT.OLD"
           DELIMITED BY SIZE INTO OLD-RURL-SAVED.
    MOVE SPACES TO NEW-RURL-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-NEW.DAT"
           DELIMITED BY SIZE INTO NEW-RURL-NAME.
    MOVE SPACES TO OLD-OPER-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT"
           DELIMITED BY SIZE INTO OLD-OPER-NAME.
    MOVE SPACES TO OLD-OPER-SAVED.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER.DAT.OLD"
           DELIMITED BY SIZE INTO OLD-OPER-SAVED.
    MOVE SPACES TO NEW-OPER-NAME.
    STRING Trim(CTL-DATA-DIR) "/RURL-OPER-NEW.DAT"
           DELIMITED BY SIZE INTO NEW-OPER-NAME.

*> Each converter opens the file under its OLD layout; a file
*> already converted (its stored record length no longer matches)
*> or missing refuses that open, and the file is reported and
*> skipped rather than mangled -- the guard that makes a second
*> run harmless.
CONVERT-CATEGORIES.
    OPEN INPUT OLD-CAT-FILE.
    IF OLD-CAT-STATUS NOT = "00"
       DISPLAY "RURL-CAT.DAT not converted (file status "
               OLD-CAT-STATUS " under the old layout -- missing, "
               "or already converted)."
       CLOSE OLD-CAT-FILE
    ELSE
       OPEN OUTPUT NEW-CAT-FILE
       IF NEW-CAT-STATUS NOT = "00"
          DISPLAY "Cannot create RURL-CAT-NEW.DAT (file status "
                  NEW-CAT-STATUS "). Category conversion "
                  "abandoned."
          CLOSE OLD-CAT-FILE
       ELSE
          MOVE 'N' TO EOF-OLD-CAT
          PERFORM UNTIL EOF-OLD-CAT = 'Y'
            READ OLD-CAT-FILE NEXT
              AT END MOVE 'Y' TO EOF-OLD-CAT
              NOT AT END
                MOVE OLD-CAT-CODE TO NEW-CAT-CODE
                MOVE OLD-CAT-DESCRIPTION TO NEW-CAT-DESCRIPTION
                MOVE OLD-CAT-PARENT TO NEW-CAT-PARENT
                *> installation default until someone sets it in
                *> rurlcat
                MOVE 0 TO NEW-CAT-REVIEW-DAYS
                WRITE NEW-CAT-RECORD
                  INVALID KEY
                    DISPLAY "Duplicate category "
                            Trim(NEW-CAT-CODE)
                            " while converting. Skipped."
                  NOT INVALID KEY
                    ADD 1 TO CAT-CONVERTED
                END-WRITE
            END-READ
          END-PERFORM
          CLOSE NEW-CAT-FILE
          CLOSE OLD-CAT-FILE
          DISPLAY "Converted " CAT-CONVERTED " categorie(s)."
       END-IF
    END-IF.

CONVERT-MASTER.
    OPEN INPUT OLD-RURL-FILE.
    IF OLD-RURL-STATUS NOT = "00"
       DISPLAY "RURL.DAT not converted (file status "
               OLD-RURL-STATUS " under the old layout -- missing, "
               "or already converted)."
       CLOSE OLD-RURL-FILE
    ELSE
       OPEN OUTPUT NEW-RURL-FILE
       IF NEW-RURL-STATUS NOT = "00"
          DISPLAY "Cannot create RURL-NEW.DAT (file status "
                  NEW-RURL-STATUS "). Master conversion abandoned."
          CLOSE OLD-RURL-FILE
       ELSE
          MOVE 'N' TO EOF-OLD-RURL
          PERFORM UNTIL EOF-OLD-RURL = 'Y'
            READ OLD-RURL-FILE NEXT
              AT END MOVE 'Y' TO EOF-OLD-RURL
              NOT AT END
                MOVE OLD-UID TO NEW-UID
                MOVE OLD-URL TO NEW-URL
                MOVE OLD-RURL-DESCRIPTION TO NEW-RURL-DESCRIPTION
                MOVE OLD-RURL-CATEGORY TO NEW-RURL-CATEGORY
                MOVE OLD-RURL-DATE-ADDED TO NEW-RURL-DATE-ADDED
                MOVE OLD-RURL-LINK-STATUS TO NEW-RURL-LINK-STATUS
                MOVE OLD-RURL-LAST-CHECKED TO NEW-RURL-LAST-CHECKED
                MOVE OLD-RURL-FAIL-COUNT TO NEW-RURL-FAIL-COUNT
                MOVE OLD-RURL-OWNER TO NEW-RURL-OWNER
                MOVE OLD-RURL-REC-STATUS TO NEW-RURL-REC-STATUS
                *> every link on file today was entered as permanent
                MOVE 0 TO NEW-RURL-VALID-UNTIL
                WRITE NEW-RURL-RECORD
                  INVALID KEY
                    DISPLAY "Duplicate UID " NEW-UID
                            " while converting. Skipped."
                  NOT INVALID KEY
                    ADD 1 TO RURL-CONVERTED
                END-WRITE
            END-READ
          END-PERFORM
          CLOSE NEW-RURL-FILE
          CLOSE OLD-RURL-FILE
          DISPLAY "Converted " RURL-CONVERTED " link record(s)."
       END-IF
    END-IF.

CONVERT-OPERATORS.
    OPEN INPUT OLD-OPER-FILE.
    IF OLD-OPER-STATUS NOT = "00"
       DISPLAY "RURL-OPER.DAT not converted (file status "
               OLD-OPER-STATUS " under the old layout -- missing, "
               "or already converted)."
       CLOSE OLD-OPER-FILE
    ELSE
       OPEN OUTPUT NEW-OPER-FILE
       IF NEW-OPER-STATUS NOT = "00"
          DISPLAY "Cannot create RURL-OPER-NEW.DAT (file status "
                  NEW-OPER-STATUS "). Operator conversion "
                  "abandoned."
          CLOSE OLD-OPER-FILE
       ELSE
          MOVE 'N' TO EOF-OLD-OPER
          PERFORM UNTIL EOF-OLD-OPER = 'Y'
            READ OLD-OPER-FILE NEXT
              AT END MOVE 'Y' TO EOF-OLD-OPER
              NOT AT END
                MOVE OLD-OPER-ID TO NEW-OPER-ID
                MOVE OLD-OPER-PASSWORD TO NEW-OPER-PASSWORD
                MOVE OLD-OPER-ROLE TO NEW-OPER-ROLE
                MOVE OLD-OPER-FAIL-COUNT TO NEW-OPER-FAIL-COUNT
                MOVE OLD-OPER-LOCKED TO NEW-OPER-LOCKED
                MOVE OLD-OPER-MUST-CHANGE TO NEW-OPER-MUST-CHANGE
                *> no address yet, so no mail until one is set
                MOVE SPACES TO NEW-OPER-EMAIL
                MOVE 'N' TO NEW-OPER-MAIL-OPTOUT
                WRITE NEW-OPER-RECORD
                  INVALID KEY
                    DISPLAY "Duplicate operator "
                            Trim(NEW-OPER-ID)
                            " while converting. Skipped."
                  NOT INVALID KEY
                    ADD 1 TO OPER-CONVERTED
                END-WRITE
            END-READ
          END-PERFORM
          CLOSE NEW-OPER-FILE
          CLOSE OLD-OPER-FILE
          DISPLAY "Converted " OPER-CONVERTED " operator(s)."
       END-IF
    END-IF.

*> Swap the new files into place, keeping the originals as .OLD.
*> Only the files actually converted are touched, so a partial run
*> cuts over only what it rebuilt.
CUT-OVER.
    IF CAT-CONVERTED > 0
       CALL "CBL_RENAME_FILE"
            USING OLD-CAT-NAME OLD-CAT-SAVED
            RETURNING RENAME-RESULT
       CALL "CBL_RENAME_FILE"
            USING NEW-CAT-NAME OLD-CAT-NAME
            RETURNING RENAME-RESULT
       DISPLAY "RURL-CAT.DAT cut over; previous file kept as "
               "RURL-CAT.DAT.OLD."
    END-IF.
    IF RURL-CONVERTED > 0
       CALL "CBL_RENAME_FILE"
            USING OLD-RURL-NAME OLD-RURL-SAVED
            RETURNING RENAME-RESULT
       CALL "CBL_RENAME_FILE"
            USING NEW-RURL-NAME OLD-RURL-NAME
            RETURNING RENAME-RESULT
       DISPLAY "RURL.DAT cut over; previous file kept as "
               "RURL.DAT.OLD."
    END-IF.
    IF OPER-CONVERTED > 0
       CALL "CBL_RENAME_FILE"
            USING OLD-OPER-NAME OLD-OPER-SAVED
            RETURNING RENAME-RESULT
       CALL "CBL_RENAME_FILE"
            USING NEW-OPER-NAME OLD-OPER-NAME
            RETURNING RENAME-RESULT
       DISPLAY "RURL-OPER.DAT cut over; previous file kept as "
               "RURL-OPER.DAT.OLD."
    END-IF.
