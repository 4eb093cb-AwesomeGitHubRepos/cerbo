*> per-step summaries -- start, end, elapsed time, return code --
*> prints the last N runs in a table (RURL-JOBHIST-REPORT.TXT, also
*> echoed to the console), and flags any step whose elapsed time
*> grew over each of its last three runs.  A link check split into
*> streams logs one STREAM line per stream inside its step; those
*> are listed under the step, and a closing section sets the nights
*> side by side by how many streams ran, so the effect of
*> CHECK-STREAMS on links checked per minute can be read off.
*> The ROTATE action
*> renames the live log to a dated generation
*> (RURL-JOBLOG-G<date><time>.TXT) so the live file stays small,
*> the way rurlaudit moves old audit rows aside.
         15 RTS-RC         PIC 9(4).
         15 RTS-ELAPSED    PIC S9(9).
         15 RTS-DONE       PIC X.
*> the STREAM lines logged inside the step, in the order written
         15 RTS-STREAM-COUNT PIC 9.
         15 RTS-STREAM OCCURS 8.
            20 RTSS-STREAM  PIC 9(2).
            20 RTSS-LOW     PIC 9(7).
            20 RTSS-HIGH    PIC 9(7).
            20 RTSS-CHECKED PIC 9(5).
            20 RTSS-FAILED  PIC 9(5).
            20 RTSS-ELAPSED PIC 9(6).
            20 RTSS-STATE   PIC X(7).
01 RUN-IX PIC 9(3).
01 STEP-IX PIC 9(2).
01 SHIFT-IX PIC 9(3).
01 LINE-KIND PIC X(11).
01 LINE-STEP-NAME PIC X(12).
01 LINE-RC PIC 9(4).
*> Must stay in step with write-stream-joblog-line in cobsys.cob:
*> STREAM nn UIDS low-high CHECKED n FAILED n ELAPSED n state.
01 STREAM-WORDS.
   05 SW-WORD PIC X(20) OCCURS 12.
01 SW-IX PIC 9(2).
01 STREAM-RANGE-LOW PIC X(10).
01 STREAM-RANGE-HIGH PIC X(10).
01 STREAM-IX PIC 9.
*> Elapsed-time arithmetic: date+time collapsed to seconds.
01 STAMP-SECONDS PIC S9(12).
01 START-SECONDS PIC S9(12).
01 TR-FOUND PIC X.
01 TREND-FLAGGED PIC 9(2) VALUE 0.
01 STATUS-TEXT PIC X(10).
*> Link-check steps grouped by the number of streams they ran:
*> how many, links checked and step seconds between them.
01 STREAM-COUNT-TABLE.
   05 SC-ENTRY OCCURS 8.
      10 SC-RUNS    PIC 9(3).
      10 SC-CHECKED PIC 9(9).
      10 SC-ELAPSED PIC S9(9).
01 SC-IX PIC 9.
01 SC-SHOWN PIC 9 VALUE 0.
01 STEP-CHECKED PIC 9(9).
01 CHECKS-PER-MINUTE PIC ZZZZZZ9.
01 CHECKED-EDITED PIC ZZZZZZZZ9.
*> Rotation state.
01 JOBLOG-NAME PIC X(100).
01 ROTATED-NAME PIC X(100).
           PERFORM CLOSE-STEP-FAIL
         WHEN LINE-KIND(1:7) = "RUN END"
           PERFORM CLOSE-RUN
         WHEN LINE-KIND(1:6) = "STREAM"
           PERFORM NOTE-STEP-STREAM
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       MOVE 0 TO RTS-RC(RUN-COUNT, STEP-IX)
       MOVE 0 TO RTS-ELAPSED(RUN-COUNT, STEP-IX)
       MOVE 'N' TO RTS-DONE(RUN-COUNT, STEP-IX)
       MOVE 0 TO RTS-STREAM-COUNT(RUN-COUNT, STEP-IX)
    END-IF.

*> A STREAM line belongs to the run's newest still-open step (the
*> link check).  One written by a link check run from the menu,
*> outside any chain run, has no step to go with and is passed by.
NOTE-STEP-STREAM.
    IF RUN-OPEN = 'Y' AND RT-STEP-COUNT(RUN-COUNT) > 0
       MOVE RT-STEP-COUNT(RUN-COUNT) TO STEP-IX
       IF RTS-DONE(RUN-COUNT, STEP-IX) = 'N'
          AND RTS-STREAM-COUNT(RUN-COUNT, STEP-IX) < 8
          MOVE SPACES TO STREAM-WORDS
          UNSTRING JOBLOG-LINE(19:) DELIMITED BY ALL SPACE
              INTO SW-WORD(1) SW-WORD(2) SW-WORD(3) SW-WORD(4)
                   SW-WORD(5) SW-WORD(6) SW-WORD(7) SW-WORD(8)
                   SW-WORD(9) SW-WORD(10) SW-WORD(11)
          END-UNSTRING
          MOVE SPACES TO STREAM-RANGE-LOW STREAM-RANGE-HIGH
          UNSTRING SW-WORD(4) DELIMITED BY "-"
              INTO STREAM-RANGE-LOW STREAM-RANGE-HIGH
          END-UNSTRING
          ADD 1 TO RTS-STREAM-COUNT(RUN-COUNT, STEP-IX)
          MOVE RTS-STREAM-COUNT(RUN-COUNT, STEP-IX) TO STREAM-IX
          MOVE Numval(SW-WORD(2))
               TO RTSS-STREAM(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE Numval(STREAM-RANGE-LOW)
               TO RTSS-LOW(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE Numval(STREAM-RANGE-HIGH)
               TO RTSS-HIGH(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE Numval(SW-WORD(6))
               TO RTSS-CHECKED(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE Numval(SW-WORD(8))
               TO RTSS-FAILED(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE Numval(SW-WORD(10))
               TO RTSS-ELAPSED(RUN-COUNT, STEP-IX, STREAM-IX)
          MOVE SW-WORD(11)
               TO RTSS-STATE(RUN-COUNT, STEP-IX, STREAM-IX)
       END-IF
    END-IF.

CLOSE-STEP-PASS.
            TO JOBHIST-REPORT-LINE
       PERFORM WRITE-JOBHIST-DETAIL
    END-IF.
    PERFORM WRITE-STREAM-COMPARISON.
    CLOSE JOBHIST-REPORT-FILE.

*> Every finished link-check step in the digest that logged its
*> streams, grouped by how many streams ran that night.  Step
*> seconds are the wall clock from STEP START to its result, so
*> checks per minute shows what the extra streams actually bought.
WRITE-STREAM-COMPARISON.
    INITIALIZE STREAM-COUNT-TABLE.
    MOVE 0 TO SC-SHOWN.
    PERFORM VARYING RUN-IX FROM 1 BY 1 UNTIL RUN-IX > RUN-COUNT
      PERFORM VARYING STEP-IX FROM 1 BY 1
              UNTIL STEP-IX > RT-STEP-COUNT(RUN-IX)
        IF RTS-DONE(RUN-IX, STEP-IX) = 'Y'
           AND RTS-STREAM-COUNT(RUN-IX, STEP-IX) > 0
           PERFORM NOTE-STEP-STREAM-COUNT
        END-IF
      END-PERFORM
    END-PERFORM.
    IF SC-SHOWN = 0
       EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO JOBHIST-REPORT-LINE.
    PERFORM WRITE-JOBHIST-DETAIL.
    MOVE "LINK CHECK BY STREAM COUNT (ALL DIGESTED RUNS)"
         TO JOBHIST-REPORT-LINE.
    PERFORM WRITE-JOBHIST-DETAIL.
    MOVE "STREAMS  RUNS  LINKS CHECKED  STEP SECONDS  CHECKS/MIN"
         TO JOBHIST-REPORT-LINE.
    PERFORM WRITE-JOBHIST-DETAIL.
    PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > 8
      IF SC-RUNS(SC-IX) > 0
         IF SC-ELAPSED(SC-IX) > 0
            COMPUTE CHECKS-PER-MINUTE ROUNDED =
                SC-CHECKED(SC-IX) * 60 / SC-ELAPSED(SC-IX)
         ELSE
            MOVE 0 TO CHECKS-PER-MINUTE
         END-IF
         MOVE SC-CHECKED(SC-IX) TO CHECKED-EDITED
         MOVE SC-ELAPSED(SC-IX) TO ELAPSED-EDITED
         MOVE SPACES TO JOBHIST-REPORT-LINE
         STRING "      " SC-IX "   " SC-RUNS(SC-IX) "      "
                CHECKED-EDITED "       " ELAPSED-EDITED
                "      " CHECKS-PER-MINUTE
                DELIMITED BY SIZE INTO JOBHIST-REPORT-LINE
         PERFORM WRITE-JOBHIST-DETAIL
         DISPLAY SC-IX " stream(s): " SC-RUNS(SC-IX) " run(s), "
                 Trim(CHECKS-PER-MINUTE) " check(s) a minute"
      END-IF
    END-PERFORM.

NOTE-STEP-STREAM-COUNT.
    MOVE RTS-STREAM-COUNT(RUN-IX, STEP-IX) TO SC-IX.
    MOVE 0 TO STEP-CHECKED.
    PERFORM VARYING STREAM-IX FROM 1 BY 1 UNTIL STREAM-IX > SC-IX
      ADD RTSS-CHECKED(RUN-IX, STEP-IX, STREAM-IX) TO STEP-CHECKED
    END-PERFORM.
    ADD 1 TO SC-RUNS(SC-IX).
    ADD STEP-CHECKED TO SC-CHECKED(SC-IX).
    ADD RTS-ELAPSED(RUN-IX, STEP-IX) TO SC-ELAPSED(SC-IX).
    MOVE 1 TO SC-SHOWN.

REPORT-ONE-RUN.
    EVALUATE RT-STATUS(RUN-IX)
      WHEN 'O' MOVE "OK" TO STATUS-TEXT
                DELIMITED BY SIZE INTO JOBHIST-REPORT-LINE
      END-IF
      PERFORM WRITE-JOBHIST-DETAIL
      PERFORM VARYING STREAM-IX FROM 1 BY 1
              UNTIL STREAM-IX > RTS-STREAM-COUNT(RUN-IX, STEP-IX)
        PERFORM REPORT-ONE-STREAM
      END-PERFORM
    END-PERFORM.

REPORT-ONE-STREAM.
    MOVE RTSS-ELAPSED(RUN-IX, STEP-IX, STREAM-IX) TO ELAPSED-EDITED.
    MOVE SPACES TO JOBHIST-REPORT-LINE.
    STRING "        STREAM " RTSS-STREAM(RUN-IX, STEP-IX, STREAM-IX)
           "  UIDS " RTSS-LOW(RUN-IX, STEP-IX, STREAM-IX)
           "-" RTSS-HIGH(RUN-IX, STEP-IX, STREAM-IX)
           "  CHECKED " RTSS-CHECKED(RUN-IX, STEP-IX, STREAM-IX)
           "  FAILED " RTSS-FAILED(RUN-IX, STEP-IX, STREAM-IX)
           "  ELAPSED " ELAPSED-EDITED " s  "
           RTSS-STATE(RUN-IX, STEP-IX, STREAM-IX)
           DELIMITED BY SIZE INTO JOBHIST-REPORT-LINE.
    PERFORM WRITE-JOBHIST-DETAIL.

*> Renames the live log to a dated generation and lets the next
*> chain run start a fresh one (open-joblog in rurlsys creates the
*> file when it is missing).
