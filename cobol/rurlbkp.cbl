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

*> First line is a "HDR" stamp (date+time of the snapshot); every
*> further line is a raw RURL-RECORD image.  Sized for the larger of
*> the two: "HDR"(3)+date(8)+time(8) = 19, record image = 346.
FD BACKUP-FILE.
01 BACKUP-LINE PIC X(350).

FD CONTROL-FILE.
01 CONTROL-LINE PIC X(100).
FD ARC-CTL-FILE.
01 ARC-CTL-LINE PIC X(100).

*> raw image of an archived AUDIT-RECORD -- same 384-byte layout.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD PIC X(384).

FD LOCK-FILE.
01 LOCK-LINE.
      READ BACKUP-FILE
        AT END MOVE 'Y' TO EOF-BACKUP-FILE
        NOT AT END
          MOVE BACKUP-LINE(1:346) TO RURL-RECORD
          *> a generation taken before the valid-until column existed
          *> reads back short, space-filled -- no expiry
          IF RURL-VALID-UNTIL NOT NUMERIC
             MOVE 0 TO RURL-VALID-UNTIL
          END-IF
          WRITE RURL-RECORD
            INVALID KEY
              DISPLAY "Duplicate UID " UID
           MOVE 'U' TO RURL-LINK-STATUS
           MOVE 0 TO RURL-LAST-CHECKED
           MOVE 0 TO RURL-FAIL-COUNT
           *> rows from before the expiry column read back blank
           IF AUD-VALID-UNTIL IS NUMERIC
              MOVE AUD-VALID-UNTIL TO RURL-VALID-UNTIL
           ELSE
              MOVE 0 TO RURL-VALID-UNTIL
           END-IF
           WRITE RURL-RECORD
             INVALID KEY
               ADD 1 TO REPLAY-SKIP-COUNT
               MOVE 'U' TO RURL-LINK-STATUS
               MOVE 0 TO RURL-LAST-CHECKED
               MOVE 0 TO RURL-FAIL-COUNT
               *> an UPDATE may set or clear the expiry; a row from
               *> before the column existed leaves it as it stands
               IF AUD-VALID-UNTIL IS NUMERIC
                  MOVE AUD-VALID-UNTIL TO RURL-VALID-UNTIL
               END-IF
               REWRITE RURL-RECORD
                 INVALID KEY
                   ADD 1 TO REPLAY-SKIP-COUNT
      *> already carries the content
      WHEN "DUPOVR"
        CONTINUE
      *> an owner's attestation changes nothing on the master; a
      *> correction made with it has its own UPDATE row
      WHEN "ATTEST"
        CONTINUE
      *> an integrity repair removed a side-file row or reseated the
      *> UID counter; the master itself was not touched
      WHEN "REPAIR"
        CONTINUE
      *> a retirement removed the record from the live master (its
      *> archive copy is rurlretire's affair, outside this restore);
      *> a reinstatement put it back with fresh health columns.
        MOVE 'U' TO RURL-LINK-STATUS
        MOVE 0 TO RURL-LAST-CHECKED
        MOVE 0 TO RURL-FAIL-COUNT
        IF AUD-VALID-UNTIL IS NUMERIC
           MOVE AUD-VALID-UNTIL TO RURL-VALID-UNTIL
        ELSE
           MOVE 0 TO RURL-VALID-UNTIL
        END-IF
        WRITE RURL-RECORD
          INVALID KEY
            ADD 1 TO REPLAY-SKIP-COUNT
