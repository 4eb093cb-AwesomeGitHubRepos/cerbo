*>                                       the monthly generation)
*>   BACKUP     - backup generation     (no parameters)
*>   RECON      - reconciliation        (no parameters)
*>   INTEGRITY  - cross-file integrity  (no parameters; check only)
*>   EXPIRE     - expiry run            (no parameters; links past
*>                                       their valid-until date move
*>                                       to the retired archive)
*>   FEED       - change feed extract   (no parameters; audit rows
*>                                       since the acknowledged
*>                                       high-water mark)
*>   INTAKE     - link request intake   (no parameters; takes in
*>                                       RURL-REQUEST-IN.CSV)
*>   MAIL       - owner mail spool      (no parameters; one message
*>                                       per link owner with
*>                                       something to report)
*>   KPI        - month-end KPI snapshot (no parameters; snapshot of
*>                                       the month just ended into
*>                                       RURL-KPI.DAT)
*> This program (menu option E) lists and edits the rows, and can
*> seed the standard schedule into an empty file.
IDENTIFICATION DIVISION.
       CLOSE SCHED-FILE
    END-IF.

*> Writes the standard schedule so a shop picking this up starts
*> from known-good settings instead of an empty file.  Daily:
*> INTAKE (1), EXPIRE (5), EXPORT (10), FEED (15), LINKCHECK (20,
*> incremental at 7 days, no budget), MAIL (25), UIDREPORT (30) and
*> INTEGRITY (70).  Monthly on the 1st: AUDITARCH (40, keeping 90
*> days live), BACKUP (50), RECON (60) and KPI (80).
SEED-STANDARD-SCHEDULE.
    OPEN I-O SCHED-FILE.
    IF SCHED-STATUS = "35"
    MOVE 60 TO SCH-SEQ.
    MOVE "RECON" TO SCH-STEP.
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 70 TO SCH-SEQ.
    MOVE "INTEGRITY" TO SCH-STEP.
    *> nightly, so broken references are on the report before the
    *> morning shift meets them in triage or SEARCH
    MOVE 'D' TO SCH-FREQ.
    MOVE 0 TO SCH-DAY.
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 5 TO SCH-SEQ.
    MOVE "EXPIRE" TO SCH-STEP.
    *> nightly and ahead of the export, so a lapsed temporary link
    *> is in the archive before anything downstream sees the master
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 15 TO SCH-SEQ.
    MOVE "FEED" TO SCH-STEP.
    *> nightly, straight after the export the receivers used to take
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 1 TO SCH-SEQ.
    MOVE "INTAKE" TO SCH-STEP.
    *> nightly and first, so the day's requests are queued and the
    *> duplicates turned away before the morning shift works them
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 25 TO SCH-SEQ.
    MOVE "MAIL" TO SCH-STEP.
    *> nightly, straight after the link check, so the owners hear
    *> about last night's dead and moved links this morning
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.
    MOVE 80 TO SCH-SEQ.
    MOVE "KPI" TO SCH-STEP.
    *> on the 1st, last of the chain, so the snapshot of the month
    *> just ended sees the night's retirements and archive run
    MOVE 'M' TO SCH-FREQ.
    MOVE 1 TO SCH-DAY.
    WRITE SCHED-RECORD INVALID KEY CONTINUE END-WRITE.

ACCEPT-STEP-DETAILS.
    MOVE 'N' TO STEP-CODE-VALID.
    DISPLAY "Step code (EXPORT/LINKCHECK/UIDREPORT/AUDITARCH/"
            "BACKUP/RECON/INTEGRITY/EXPIRE/FEED/INTAKE/MAIL/KPI): ".
    ACCEPT ANSWER-STEP.
    MOVE Upper-case(Trim(ANSWER-STEP)) TO ANSWER-STEP.
    PERFORM VALIDATE-STEP-CODE.
    IF ANSWER-STEP = "EXPORT" OR ANSWER-STEP = "LINKCHECK"
       OR ANSWER-STEP = "UIDREPORT" OR ANSWER-STEP = "AUDITARCH"
       OR ANSWER-STEP = "BACKUP" OR ANSWER-STEP = "RECON"
       OR ANSWER-STEP = "INTEGRITY" OR ANSWER-STEP = "EXPIRE"
       OR ANSWER-STEP = "FEED" OR ANSWER-STEP = "INTAKE"
       OR ANSWER-STEP = "MAIL" OR ANSWER-STEP = "KPI"
       MOVE 'Y' TO STEP-CODE-VALID
    ELSE
       MOVE 'N' TO STEP-CODE-VALID
