       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNGATE.
      *    Predecessor-completion gate for the batch suite.  A batch
      *    program calls here first, before its RUNLOG START record,
      *    with its own name.  The SCHEDLE order says which programs
      *    must run before it; each of those needs a successful end
      *    record (status OK) in OPSLOG for the run date, the latest
      *    end record deciding when a step was rerun.  If one has
      *    none, the gate refuses: an OPSLOG record with status
      *    REFUSED and the reason is written, and the caller is
      *    handed return code 20 to end the step with, so a bad day
      *    is stopped at the step instead of found by RUNRPT the
      *    morning after.  An operator-forced run (GC-FORCE = F,
      *    from the caller's parm) always proceeds but is logged
      *    with status FORCED and what it overrode.  A program not
      *    on the schedule, or no schedule at all, is not gated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-LOG ASSIGN TO "OPSLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPS.
           SELECT SCHED-FILE ASSIGN TO "SCHEDLE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SCHED.
       DATA DIVISION.
       FILE SECTION.
       FD OPS-LOG.
       01 OPS-REC.
          05 OL-PROGRAM PIC X(8).
          05 FILLER PIC X.
          05 OL-DATE PIC 9(8).
          05 FILLER PIC X.
          05 OL-TIME PIC 9(6).
          05 FILLER PIC X.
          05 OL-INPUT-COUNT PIC 9(9).
          05 FILLER PIC X.
          05 OL-OUTPUT-COUNT PIC 9(9).
          05 FILLER PIC X.
          05 OL-ERROR-COUNT PIC 9(9).
          05 FILLER PIC X.
          05 OL-STATUS PIC X(8).
          05 FILLER PIC X.
          05 OL-ELAPSED PIC 9(6).
          05 FILLER PIC X.
          05 OL-REASON PIC X(40).
      *       why a REFUSED or FORCED record was written
       FD SCHED-FILE.
       01 SCHED-REC.
          05 SC-PROGRAM PIC X(8).
          05 FILLER PIC X.
          05 SC-SEQ PIC 9(3).
          05 FILLER PIC X(8).
       WORKING-STORAGE SECTION.
       01 FS-OPS PIC 9(02).
          88 FS-OPS-OK VALUE 0.
       01 FS-SCHED PIC 9(02).
          88 FS-SCHED-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 WS-SCHED-EOF PIC X VALUE 'N'.
          88 SCHED-IS-EOF VALUE 'Y'.
       01 STAMP.
          05 STAMP-DATE PIC 9(8).
          05 STAMP-TIME PIC 9(6).
          05 FILLER PIC X(7).
       01 SCHED-COUNT PIC 9(3) VALUE ZERO.
       01 SCHED-IDX PIC 9(3) VALUE ZERO.
       01 OWN-SEQ PIC 9(3) VALUE ZERO.
       01 OWN-FOUND PIC X VALUE 'N'.
          88 ON-SCHEDULE VALUE 'Y'.
       01 BLOCK-IDX PIC 9(3) VALUE ZERO.
       01 SCHED-TABLE.
          05 SCHED-ENTRY OCCURS 50.
             10 SCHED-PROGRAM PIC X(8).
             10 SCHED-SEQ PIC 9(3).
             10 SCHED-STATE PIC X.
      *          N - no end record on the run date
      *          Y - latest end record is OK
      *          F - latest end record is not OK
       LINKAGE SECTION.
       01 GATE-CONTROL.
          05 GC-PROGRAM PIC X(8).
          05 GC-FORCE PIC X.
             88 GC-FORCED VALUE 'F'.
          05 GC-RESULT PIC X(8).
      *       PROCEED, FORCED or REFUSED
          05 GC-RETURN-CODE PIC 9(4).
      *       0 - carry on, 20 - refused, end the step with it
          05 GC-REASON PIC X(40).
       PROCEDURE DIVISION USING GATE-CONTROL.
       CHECK-PREDECESSORS.
           MOVE FUNCTION CURRENT-DATE TO STAMP.
           MOVE "PROCEED" TO GC-RESULT.
           MOVE ZERO TO GC-RETURN-CODE.
           MOVE SPACES TO GC-REASON.
           MOVE ZERO TO SCHED-COUNT.
           MOVE 'N' TO OWN-FOUND.
           MOVE ZERO TO BLOCK-IDX.
           PERFORM LOAD-SCHEDULE.
           IF ON-SCHEDULE
               PERFORM SCAN-OPS-LOG
               PERFORM FIND-BLOCKER
           END-IF.
           IF BLOCK-IDX > ZERO
               IF SCHED-STATE(BLOCK-IDX) = 'F'
                   STRING "PREDECESSOR " SCHED-PROGRAM(BLOCK-IDX)
                          " DID NOT END OK"
                          DELIMITED BY SIZE INTO GC-REASON
               ELSE
                   STRING "PREDECESSOR " SCHED-PROGRAM(BLOCK-IDX)
                          " HAS NOT RUN"
                          DELIMITED BY SIZE INTO GC-REASON
               END-IF
           END-IF.
           IF GC-FORCED
               MOVE "FORCED" TO GC-RESULT
               IF BLOCK-IDX = ZERO
                   MOVE "OPERATOR OVERRIDE - NOTHING OUTSTANDING"
                       TO GC-REASON
               END-IF
               PERFORM WRITE-GATE-RECORD
               DISPLAY "RUNGATE: " GC-PROGRAM " FORCED BY OPERATOR - "
                       GC-REASON
           ELSE
               IF BLOCK-IDX > ZERO
                   MOVE "REFUSED" TO GC-RESULT
                   MOVE 20 TO GC-RETURN-CODE
                   PERFORM WRITE-GATE-RECORD
                   DISPLAY "RUNGATE: " GC-PROGRAM " REFUSED - "
                           GC-REASON
               END-IF
           END-IF.
           GOBACK.

       LOAD-SCHEDULE.
           MOVE 'N' TO WS-SCHED-EOF.
           OPEN INPUT SCHED-FILE.
           IF NOT FS-SCHED-OK
               DISPLAY "RUNGATE: NO SCHEDULE FILE, " GC-PROGRAM
                       " NOT GATED"
           ELSE
               PERFORM READ-SCHED-RECORD
               PERFORM STORE-SCHED-RECORD UNTIL SCHED-IS-EOF
               CLOSE SCHED-FILE
           END-IF.

       READ-SCHED-RECORD.
           READ SCHED-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF
           END-READ.

       STORE-SCHED-RECORD.
           IF SC-PROGRAM NOT = SPACES AND SCHED-COUNT < 50
               ADD 1 TO SCHED-COUNT
               MOVE SC-PROGRAM TO SCHED-PROGRAM(SCHED-COUNT)
               IF SC-SEQ NUMERIC
                   MOVE SC-SEQ TO SCHED-SEQ(SCHED-COUNT)
               ELSE
                   MOVE SCHED-COUNT TO SCHED-SEQ(SCHED-COUNT)
               END-IF
               MOVE 'N' TO SCHED-STATE(SCHED-COUNT)
               IF SC-PROGRAM = GC-PROGRAM AND NOT ON-SCHEDULE
                   MOVE 'Y' TO OWN-FOUND
                   MOVE SCHED-SEQ(SCHED-COUNT) TO OWN-SEQ
               END-IF
           END-IF.
           PERFORM READ-SCHED-RECORD.

       SCAN-OPS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPS-LOG.
           IF NOT FS-OPS-OK
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM READ-OPS-RECORD
               PERFORM NOTE-END-RECORD UNTIL WS-IS-EOF
               CLOSE OPS-LOG
           END-IF.

       READ-OPS-RECORD.
           READ OPS-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-END-RECORD.
      *    START and FORCED records say a step began, not how it
      *    ended; every other status on the run date is an end.
           IF OL-DATE = STAMP-DATE
               AND OL-STATUS NOT = "START"
               AND OL-STATUS NOT = "FORCED"
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
                   IF SCHED-PROGRAM(SCHED-IDX) = OL-PROGRAM
                       IF OL-STATUS = "OK"
                           MOVE 'Y' TO SCHED-STATE(SCHED-IDX)
                       ELSE
                           MOVE 'F' TO SCHED-STATE(SCHED-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-OPS-RECORD.

       FIND-BLOCKER.
      *    The earliest required predecessor without a good end.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-SEQ(SCHED-IDX) < OWN-SEQ
                   AND SCHED-STATE(SCHED-IDX) NOT = 'Y'
                   IF BLOCK-IDX = ZERO
                       MOVE SCHED-IDX TO BLOCK-IDX
                   ELSE
                       IF SCHED-SEQ(SCHED-IDX) < SCHED-SEQ(BLOCK-IDX)
                           MOVE SCHED-IDX TO BLOCK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-GATE-RECORD.
           OPEN EXTEND OPS-LOG.
           IF NOT FS-OPS-OK
               OPEN OUTPUT OPS-LOG
           END-IF.
           IF NOT FS-OPS-OK
               DISPLAY "RUNGATE: OPSLOG UNAVAILABLE, STATUS " FS-OPS
           ELSE
               MOVE SPACES TO OPS-REC
               MOVE GC-PROGRAM TO OL-PROGRAM
               MOVE STAMP-DATE TO OL-DATE
               MOVE STAMP-TIME TO OL-TIME
               MOVE ZERO TO OL-INPUT-COUNT
               MOVE ZERO TO OL-OUTPUT-COUNT
               MOVE ZERO TO OL-ERROR-COUNT
               MOVE ZERO TO OL-ELAPSED
               MOVE GC-RESULT TO OL-STATUS
               MOVE GC-REASON TO OL-REASON
               WRITE OPS-REC
               CLOSE OPS-LOG
           END-IF.
