*> UID and timestamp, collapses each UID's history to its net effect
*> (the last action wins: CREATE/UPDATE/APPROV/REINST means the
*> record should exist, DELETE, REJECT or RETIRE means it should
*> not; DUPOVR, ATTEST and REPAIR rows say nothing about whether it
*> exists and are left out), and match-merges that against
*> a sequential read of the master.  Three kinds of exception land
*> on RURL-RECON-REPORT.TXT:
*>   NO PROVENANCE      -- in the master, no audit history at all
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

SD SORT-WORK-FILE.
01 SORT-WORK-RECORD.
FD ARC-CTL-FILE.
01 ARC-CTL-LINE PIC X(100).

*> raw image of an archived AUDIT-RECORD -- same 384-byte layout.
FD ARC-AUDIT-FILE.
01 ARC-AUDIT-RECORD PIC X(384).

FD RECON-REPORT-FILE.
01 RECON-REPORT-LINE PIC X(320).
        AT END MOVE 'Y' TO EOF-AUDIT-FILE
        NOT AT END
          MOVE AUDIT-RECORD TO SORT-WORK-RECORD
          PERFORM RELEASE-RECON-ROW
      END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
           AT END MOVE 'Y' TO EOF-ARC-AUDIT
           NOT AT END
             MOVE ARC-AUDIT-RECORD TO SORT-WORK-RECORD
             PERFORM RELEASE-RECON-ROW
         END-READ
       END-PERFORM
       CLOSE ARC-AUDIT-FILE
    END-IF.

*> Informational rows -- an override note, an owner's attestation,
*> an integrity repair to a side file -- leave the master as it was,
*> so they must not become a UID's net effect.
RELEASE-RECON-ROW.
    IF SW-ACTION NOT = "DUPOVR" AND SW-ACTION NOT = "ATTEST"
       AND SW-ACTION NOT = "REPAIR"
       RELEASE SORT-WORK-RECORD
    END-IF.

*> Next master record in UID order, or 999999999 when that side is done.
READ-MASTER-SIDE.
    IF EOF-RURL-FILE = 'Y'
