      *    expected each day in required order; expected programs
      *    with no OPSLOG record are reported MISSING, and runs
      *    whose timestamps contradict the required order are
      *    flagged OUT-OF-SEQ.  Steps the RUNGATE predecessor gate
      *    refused, and runs an operator forced past it, are listed
      *    with the gate's reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 OL-STATUS PIC X(8).
          05 FILLER PIC X.
          05 OL-ELAPSED PIC 9(6).
          05 FILLER PIC X.
          05 OL-REASON PIC X(40).
      *       why RUNGATE wrote a REFUSED or FORCED record
       FD RUN-REPORT.
       01 REPORT-LINE PIC X(120).
       FD SCHED-FILE.
               PERFORM ACCUM-HISTORY
           END-IF.
           IF OL-DATE = REPORT-DATE
               AND (OL-STATUS = "REFUSED" OR OL-STATUS = "FORCED")
               PERFORM PRINT-GATE-RECORD
           END-IF.
           IF OL-DATE = REPORT-DATE
               AND OL-STATUS NOT = "REFUSED"
               AND OL-STATUS NOT = "FORCED"
               PERFORM FIND-HIST-ENTRY
               PERFORM MARK-SCHED-SEEN
               IF OL-STATUS = "START"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-GATE-RECORD.
      *    A refused step never started; a forced one went ahead
      *    without its predecessors' clean finish.  Both want a look.
           ADD 1 TO RUNS-FLAGGED.
           IF OL-STATUS = "REFUSED"
               MOVE "*** GATE REFUSED" TO FLAG-TEXT
           ELSE
               MOVE "*** OPERATOR FORCED" TO FLAG-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING OL-PROGRAM " " OL-TIME
                  " " FLAG-TEXT
                  " " OL-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-SLOW-RUN.
      *    Flag a run that took half again as long as this program's
      *    average over its logged history; three prior runs are

       ACCUM-HISTORY.
           IF OL-STATUS NOT = "START" AND OL-ELAPSED NUMERIC
               AND OL-STATUS NOT = "REFUSED"
               AND OL-STATUS NOT = "FORCED"
               PERFORM FIND-HIST-ENTRY
               IF HIST-FOUND > ZERO
                   ADD OL-ELAPSED TO HIST-ELAPSED-SUM(HIST-FOUND)
