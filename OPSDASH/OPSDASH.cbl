       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSDASH.
      *    Morning operations dashboard: one page that says whether
      *    the night was clean, in place of RUNRPT, the IB4OP01
      *    trailer, KPIRPT, the ATMFRAUD report, the suspense
      *    register, the reject recycle counts and AESARPT read one
      *    after the other.  For the report date (default yesterday,
      *    as RUNRPT) it prints
      *      - a red/amber/green status per subsystem (batch, orders,
      *        ATM, AES) with the reason,
      *      - run status by program from OPSLOG, with SCHEDLE
      *        programs that never ran shown MISSING and runs ending
      *        after their SCHEDLE finish-by time shown LATE,
      *      - volumes against the average of the previous 30 days:
      *        each program's input count, the IB4OP01 KPI snapshot
      *        (KPIHST), ATM journal (SETLJRNL) transactions and AES
      *        jobs (AESAUDIT),
      *      - open exceptions by area: the suspense (SUSPNS) and
      *        reject recycle (REJOUT) files left by the last IB4OP01
      *        run, the ATMFRAUD patterns flagged (its OPSLOG output
      *        count), and failed or raw-key AES jobs.
      *    A volume is out of line when it is over half again, or
      *    under half, its average; three days of history are
      *    needed before the average means anything.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-LOG ASSIGN TO "OPSLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPS.
           SELECT SCHED-FILE ASSIGN TO "SCHEDLE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SCHED.
           SELECT KPI-FILE ASSIGN TO UT-S-KPIHST
                  FILE STATUS IS FS-KPI.
           SELECT SUSP-FILE ASSIGN TO UT-S-SUSPNS
                  FILE STATUS IS FS-SUSP.
           SELECT REJO-FILE ASSIGN TO UT-S-REJOUT
                  FILE STATUS IS FS-REJO.
           SELECT SETTLE-FILE ASSIGN TO "SETLJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SETL.
           SELECT AUDIT-LOG ASSIGN TO 'AESAUDIT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS IS FS-AUD.
           SELECT DASH-REPORT ASSIGN TO "OPSDASH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
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
       FD SCHED-FILE.
       01 SCHED-REC.
          05 SC-PROGRAM PIC X(8).
          05 FILLER PIC X.
          05 SC-SEQ PIC 9(3).
          05 FILLER PIC X.
          05 SC-DUE-TIME PIC X(6).
      *       HHMMSS the program should have ended by, blank - none
          05 FILLER PIC X.
       FD KPI-FILE RECORDING MODE F BLOCK 0 RECORDS.
       01 KPI-REC.
          05 KP-DATE PIC 9(8).
          05 KP-ADD PIC 9(7).
          05 KP-UPD-ACT PIC 9(7).
          05 KP-DEL PIC 9(7).
          05 KP-SCRAP PIC 9(7).
          05 KP-ERRORS PIC 9(7).
          05 KP-OPEN-ORDERS PIC 9(7).
          05 KP-BKLG-QTY PIC 9(9).
          05 KP-BKLG-AMT PIC 9(9)V99.
          05 FILLER PIC X(10).
       FD SUSP-FILE RECORDING MODE F BLOCK 0 RECORDS.
       01 SUSP-REC.
          05 SU-DATA PIC X(80).
          05 FILLER PIC XX.
          05 SU-REASON PIC X(20).
          05 SU-SOURCE-ID PIC X(4).
       FD REJO-FILE RECORDING MODE F BLOCK 0 RECORDS.
       01 REJO-REC.
          05 RO-DATA PIC X(80).
          05 FILLER PIC XX.
          05 RO-REASON-CDS PIC X(40).
          05 RO-RECYCLE-CNT PIC 9(3).
          05 RO-SOURCE-ID PIC X(4).
       FD SETTLE-FILE.
       01 SETTLE-REC.
          05 SJ-DATE PIC X(8).
          05 SJ-TIME PIC X(6).
          05 SJ-ACCT PIC 9(4).
          05 SJ-TYPE PIC X(10).
          05 SJ-AMOUNT PIC 9(5)V99.
          05 SJ-TERM PIC X(4).
       FD AUDIT-LOG LABEL RECORD STANDARD.
       01 LOG-REC.
          05 LOG-LEVEL PIC 9(01).
          05 FILLER PIC X(01).
          05 LOG-TEXT.
             10 LT-TAG PIC X(3).
             10 FILLER PIC X(1).
             10 LT-DATE PIC X(8).
             10 FILLER PIC X(1).
             10 LT-TIME PIC X(6).
             10 FILLER PIC X(1).
             10 LT-ACTION PIC X(8).
             10 FILLER PIC X(1).
             10 LT-MODE PIC X(3).
             10 FILLER PIC X(1).
             10 LT-KEY-ID PIC X(16).
             10 FILLER PIC X(1).
             10 LT-BLOCKS PIC X(9).
             10 FILLER PIC X(1).
             10 LT-STATUS PIC X(3).
             10 FILLER PIC X(65).
       FD DASH-REPORT.
       01 REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 FS-OPS PIC 9(02).
          88 FS-OPS-OK VALUE 0.
       01 FS-SCHED PIC 9(02).
          88 FS-SCHED-OK VALUE 0.
       01 FS-KPI PIC 9(02).
          88 FS-KPI-OK VALUE 0.
       01 FS-SUSP PIC 9(02).
          88 FS-SUSP-OK VALUE 0.
       01 FS-REJO PIC 9(02).
          88 FS-REJO-OK VALUE 0.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-AUD PIC 9(02).
          88 FS-AUD-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 REPORT-DATE PIC 9(8) VALUE ZERO.
       01 REPORT-DATE-R REDEFINES REPORT-DATE PIC X(8).
       01 REPORT-DATE-X PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 DAY-NUMBER PIC 9(9) VALUE ZERO.
       01 WINDOW-FROM PIC 9(8) VALUE ZERO.
       01 WINDOW-FROM-R REDEFINES WINDOW-FROM PIC X(8).
      *    first day of the 30-day history window; the window ends
      *    the day before the report date
       01 STAMP.
          05 STAMP-DATE PIC 9(8).
          05 STAMP-TIME PIC 9(6).
          05 FILLER PIC X(7).
       01 OPSLOG-FOUND PIC X VALUE 'N'.
       01 SUSP-FOUND PIC X VALUE 'N'.
       01 REJO-FOUND PIC X VALUE 'N'.
       01 AES-FOUND PIC X VALUE 'N'.
       01 FRAUD-RAN PIC X VALUE 'N'.
       01 FRAUD-FLAGS PIC 9(9) VALUE ZERO.
       01 SUSP-COUNT PIC 9(7) VALUE ZERO.
       01 REJ-COUNT PIC 9(7) VALUE ZERO.
       01 REJ-RECYCLED PIC 9(7) VALUE ZERO.
       01 AES-FAILED PIC 9(5) VALUE ZERO.
       01 AES-RAW PIC 9(5) VALUE ZERO.
       01 RED-JOBS PIC 9(3) VALUE ZERO.
       01 AMBER-JOBS PIC 9(3) VALUE ZERO.
       01 PGM-COUNT PIC 9(3) VALUE ZERO.
       01 PGM-IDX PIC 9(3) VALUE ZERO.
       01 PGM-FOUND PIC 9(3) VALUE ZERO.
       01 PGM-OVERFLOW PIC X VALUE 'N'.
       01 PGM-LINES PIC 9(3) VALUE ZERO.
       01 PGM-HIDDEN PIC 9(3) VALUE ZERO.
       01 PGM-MAX-LINES PIC 9(3) VALUE 25.
      *    program lines that still leave the page on one sheet
       01 PGM-TABLE.
          05 PGM-ENTRY OCCURS 100.
             10 PGM-NAME PIC X(8).
             10 PGM-SCHEDULED PIC X.
             10 PGM-DUE PIC X(6).
             10 PGM-SEEN PIC X.
             10 PGM-STARTS PIC 9(5).
             10 PGM-ENDS PIC 9(5).
             10 PGM-LAST-STATUS PIC X(8).
             10 PGM-LAST-TIME PIC 9(6).
             10 PGM-LAST-ELAPSED PIC 9(6).
             10 PGM-LAST-INPUT PIC 9(9).
             10 PGM-FORCED PIC X.
             10 PGM-HIST-SUM PIC 9(13).
             10 PGM-HIST-RUNS PIC 9(5).
             10 PGM-AVG PIC 9(9).
             10 PGM-VAR PIC S9(5).
             10 PGM-STATE PIC X(8).
             10 PGM-FLAG PIC X(16).
             10 PGM-SEVERITY PIC X.
      *          R - red, A - amber, space - clean
       01 VOL-IDX PIC 9 VALUE ZERO.
       01 VOL-TABLE.
          05 VOL-ENTRY OCCURS 6.
             10 VOL-TODAY PIC 9(11).
             10 VOL-SUM PIC 9(13).
             10 VOL-N PIC 9(5).
      *          runs (KPIHST) or days with activity in the window
             10 VOL-LAST-DAY PIC X(8).
             10 VOL-AVG PIC 9(11).
             10 VOL-VAR PIC S9(5).
             10 VOL-BAND PIC X.
      *          H - over half again the average, L - under half
       01 VOL-LABELS.
          05 FILLER PIC X(28) VALUE "ORDER ADDS       (KPIHST)".
          05 FILLER PIC X(28) VALUE "ORDER UPDATES    (KPIHST)".
          05 FILLER PIC X(28) VALUE "ORDER ERRORS     (KPIHST)".
          05 FILLER PIC X(28) VALUE "OPEN ORDERS      (KPIHST)".
          05 FILLER PIC X(28) VALUE "ATM TRANSACTIONS (SETLJRNL)".
          05 FILLER PIC X(28) VALUE "AES JOBS         (AESAUDIT)".
       01 VOL-LABEL-R REDEFINES VOL-LABELS.
          05 VOL-LABEL PIC X(28) OCCURS 6.
       01 RAG-IDX PIC 9 VALUE ZERO.
       01 RAG-TABLE.
          05 RAG-ENTRY OCCURS 4.
             10 RAG-NAME PIC X(8).
             10 RAG-COLOUR PIC X(5).
             10 RAG-COUNT PIC 9(7).
             10 RAG-WHY PIC X(45).
       01 EDIT-IN PIC ZZZ,ZZZ,ZZ9.
       01 EDIT-IN-X REDEFINES EDIT-IN PIC X(11).
       01 EDIT-AVG PIC ZZZ,ZZZ,ZZ9.
       01 EDIT-AVG-X REDEFINES EDIT-AVG PIC X(11).
       01 EDIT-VAR PIC ++++9.
       01 EDIT-VAR-X REDEFINES EDIT-VAR PIC X(5).
       01 EDIT-ELAPSED PIC ZZZ,ZZ9.
       01 EDIT-ELAPSED-X REDEFINES EDIT-ELAPSED PIC X(7).
       01 EDIT-DAYS PIC ZZ9.
       01 EDIT-CNT PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
       01 EDIT-TIME PIC X(6).
       01 WINDOW-DAY PIC X(8).
       01 FLAG-TEXT PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Report date (YYYYMMDD, blank = yesterday): ".
           ACCEPT REPORT-DATE-X.
           IF REPORT-DATE-X = SPACES OR REPORT-DATE-X = "0"
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
               COMPUTE REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
           ELSE
               COMPUTE REPORT-DATE = FUNCTION NUMVAL(REPORT-DATE-X)
           END-IF.
           COMPUTE DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(REPORT-DATE) - 30.
           COMPUTE WINDOW-FROM = FUNCTION DATE-OF-INTEGER(DAY-NUMBER).
           MOVE FUNCTION CURRENT-DATE TO STAMP.
           INITIALIZE VOL-TABLE.
           PERFORM LOAD-SCHEDULE.
           PERFORM SCAN-OPS-LOG.
           PERFORM SCAN-KPI-HISTORY.
           PERFORM COUNT-SUSPENSE.
           PERFORM COUNT-REJECTS.
           PERFORM SCAN-SETTLEMENT.
           PERFORM SCAN-AES-AUDIT.
           PERFORM JUDGE-PROGRAMS.
           PERFORM JUDGE-VOLUMES.
           PERFORM JUDGE-SUBSYSTEMS.
           OPEN OUTPUT DASH-REPORT.
           IF NOT FS-RPT-OK
               DISPLAY "OPSDASH: REPORT UNAVAILABLE, STATUS " FS-RPT
           ELSE
               PERFORM PRINT-HEADING
               PERFORM PRINT-SUBSYSTEMS
               PERFORM PRINT-PROGRAMS
               PERFORM PRINT-VOLUMES
               PERFORM PRINT-EXCEPTIONS
               CLOSE DASH-REPORT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    Gathering
      *----------------------------------------------------------------
       LOAD-SCHEDULE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SCHED-FILE.
           IF NOT FS-SCHED-OK
               DISPLAY "OPSDASH: NO SCHEDULE FILE, MISSING AND LATE"
               DISPLAY "  JOB CHECKS SKIPPED"
           ELSE
               PERFORM READ-SCHED-RECORD
               PERFORM STORE-SCHED-RECORD UNTIL WS-IS-EOF
               CLOSE SCHED-FILE
           END-IF.

       READ-SCHED-RECORD.
           READ SCHED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       STORE-SCHED-RECORD.
           IF SC-PROGRAM NOT = SPACES
               MOVE SC-PROGRAM TO OL-PROGRAM
               PERFORM FIND-PGM-ENTRY
               IF PGM-FOUND > ZERO
                   MOVE 'Y' TO PGM-SCHEDULED(PGM-FOUND)
                   IF SC-DUE-TIME NUMERIC
                       MOVE SC-DUE-TIME TO PGM-DUE(PGM-FOUND)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-SCHED-RECORD.

       FIND-PGM-ENTRY.
           MOVE ZERO TO PGM-FOUND.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PGM-COUNT OR PGM-FOUND > ZERO
               IF PGM-NAME(PGM-IDX) = OL-PROGRAM
                   MOVE PGM-IDX TO PGM-FOUND
               END-IF
           END-PERFORM.
           IF PGM-FOUND = ZERO
               IF PGM-COUNT < 100
                   ADD 1 TO PGM-COUNT
                   MOVE PGM-COUNT TO PGM-FOUND
                   INITIALIZE PGM-ENTRY(PGM-FOUND)
                   MOVE OL-PROGRAM TO PGM-NAME(PGM-FOUND)
                   MOVE 'N' TO PGM-SCHEDULED(PGM-FOUND)
                   MOVE 'N' TO PGM-SEEN(PGM-FOUND)
                   MOVE 'N' TO PGM-FORCED(PGM-FOUND)
               ELSE
                   IF PGM-OVERFLOW = 'N'
                       MOVE 'Y' TO PGM-OVERFLOW
                       DISPLAY "OPSDASH: PROGRAM TABLE FULL -"
                       DISPLAY "  LATE ARRIVALS NOT SHOWN"
                   END-IF
               END-IF
           END-IF.

       SCAN-OPS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPS-LOG.
           IF NOT FS-OPS-OK
               DISPLAY "OPSDASH: OPSLOG UNAVAILABLE, STATUS " FS-OPS
           ELSE
               MOVE 'Y' TO OPSLOG-FOUND
               PERFORM READ-OPS-RECORD
               PERFORM NOTE-OPS-RECORD UNTIL WS-IS-EOF
               CLOSE OPS-LOG
           END-IF.

       READ-OPS-RECORD.
           READ OPS-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-OPS-RECORD.
           IF OL-DATE = REPORT-DATE
               PERFORM FIND-PGM-ENTRY
               IF PGM-FOUND > ZERO
                   PERFORM NOTE-TODAY-RECORD
               END-IF
               IF OL-PROGRAM = "ATMFRAUD" AND OL-STATUS = "OK"
                   MOVE 'Y' TO FRAUD-RAN
                   MOVE OL-OUTPUT-COUNT TO FRAUD-FLAGS
               END-IF
           ELSE
               IF OL-DATE >= WINDOW-FROM AND OL-DATE < REPORT-DATE
                   AND OL-STATUS = "OK"
                   AND OL-INPUT-COUNT NUMERIC
                   PERFORM FIND-PGM-ENTRY
                   IF PGM-FOUND > ZERO
                       ADD OL-INPUT-COUNT TO PGM-HIST-SUM(PGM-FOUND)
                       ADD 1 TO PGM-HIST-RUNS(PGM-FOUND)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-OPS-RECORD.

       NOTE-TODAY-RECORD.
      *    The latest end record decides a rerun; a RUNGATE refusal
      *    counts as how the step ended but not as a run.
           MOVE 'Y' TO PGM-SEEN(PGM-FOUND).
           EVALUATE OL-STATUS
               WHEN "START"
                   ADD 1 TO PGM-STARTS(PGM-FOUND)
               WHEN "FORCED"
                   MOVE 'Y' TO PGM-FORCED(PGM-FOUND)
               WHEN OTHER
                   IF OL-STATUS NOT = "REFUSED"
                       ADD 1 TO PGM-ENDS(PGM-FOUND)
                   END-IF
                   MOVE OL-STATUS TO PGM-LAST-STATUS(PGM-FOUND)
                   MOVE OL-TIME TO PGM-LAST-TIME(PGM-FOUND)
                   MOVE OL-ELAPSED TO PGM-LAST-ELAPSED(PGM-FOUND)
                   MOVE OL-INPUT-COUNT TO PGM-LAST-INPUT(PGM-FOUND)
           END-EVALUATE.

       SCAN-KPI-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KPI-FILE.
           IF NOT FS-KPI-OK
               DISPLAY "OPSDASH: NO KPI HISTORY, ORDER VOLUMES SKIPPED"
           ELSE
               PERFORM READ-KPI-RECORD
               PERFORM NOTE-KPI-RECORD UNTIL WS-IS-EOF
               CLOSE KPI-FILE
           END-IF.

       READ-KPI-RECORD.
           READ KPI-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-KPI-RECORD.
      *    Adds, updates and errors are summed over the day's runs;
      *    open orders is a level, so the last run's figure stands.
           IF KP-DATE NUMERIC
               IF KP-DATE = REPORT-DATE
                   ADD KP-ADD TO VOL-TODAY(1)
                   ADD KP-UPD-ACT TO VOL-TODAY(2)
                   ADD KP-ERRORS TO VOL-TODAY(3)
                   MOVE KP-OPEN-ORDERS TO VOL-TODAY(4)
               ELSE
                   IF KP-DATE >= WINDOW-FROM AND KP-DATE < REPORT-DATE
                       ADD KP-ADD TO VOL-SUM(1)
                       ADD KP-UPD-ACT TO VOL-SUM(2)
                       ADD KP-ERRORS TO VOL-SUM(3)
                       ADD KP-OPEN-ORDERS TO VOL-SUM(4)
                       PERFORM VARYING VOL-IDX FROM 1 BY 1
                           UNTIL VOL-IDX > 4
                           ADD 1 TO VOL-N(VOL-IDX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-KPI-RECORD.

       COUNT-SUSPENSE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SUSP-FILE.
           IF NOT FS-SUSP-OK
               DISPLAY "OPSDASH: NO SUSPENSE FILE"
           ELSE
               MOVE 'Y' TO SUSP-FOUND
               PERFORM READ-SUSP-RECORD UNTIL WS-IS-EOF
               CLOSE SUSP-FILE
           END-IF.

       READ-SUSP-RECORD.
           READ SUSP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO SUSP-COUNT
           END-READ.

       COUNT-REJECTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJO-FILE.
           IF NOT FS-REJO-OK
               DISPLAY "OPSDASH: NO REJECT RECYCLE FILE"
           ELSE
               MOVE 'Y' TO REJO-FOUND
               PERFORM READ-REJO-RECORD UNTIL WS-IS-EOF
               CLOSE REJO-FILE
           END-IF.

       READ-REJO-RECORD.
      *    A recycle count above 1 is a reject that never came back
      *    corrected - the ones data control is chased about.
           READ REJO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO REJ-COUNT
                   IF RO-RECYCLE-CNT NUMERIC AND RO-RECYCLE-CNT > 1
                       ADD 1 TO REJ-RECYCLED
                   END-IF
           END-READ.

       SCAN-SETTLEMENT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SETTLE-FILE.
           IF NOT FS-SETL-OK
               DISPLAY "OPSDASH: NO SETTLEMENT JOURNAL"
           ELSE
               PERFORM READ-SETTLE-RECORD
               PERFORM NOTE-SETTLE-RECORD UNTIL WS-IS-EOF
               CLOSE SETTLE-FILE
           END-IF.

       READ-SETTLE-RECORD.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-SETTLE-RECORD.
           MOVE 5 TO VOL-IDX.
           IF SJ-DATE = REPORT-DATE-R
               ADD 1 TO VOL-TODAY(VOL-IDX)
           ELSE
               IF SJ-DATE >= WINDOW-FROM-R AND SJ-DATE < REPORT-DATE-R
                   MOVE SJ-DATE TO WINDOW-DAY
                   PERFORM COUNT-WINDOW-DAY
               END-IF
           END-IF.
           PERFORM READ-SETTLE-RECORD.

       COUNT-WINDOW-DAY.
      *    The journals are in date order, so a change of date is a
      *    new day with activity.
           ADD 1 TO VOL-SUM(VOL-IDX).
           IF WINDOW-DAY NOT = VOL-LAST-DAY(VOL-IDX)
               ADD 1 TO VOL-N(VOL-IDX)
               MOVE WINDOW-DAY TO VOL-LAST-DAY(VOL-IDX)
           END-IF.

       SCAN-AES-AUDIT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDIT-LOG.
           IF NOT FS-AUD-OK
               DISPLAY "OPSDASH: AESAUDIT UNAVAILABLE, STATUS " FS-AUD
           ELSE
               MOVE 'Y' TO AES-FOUND
               PERFORM READ-AUDIT-RECORD
               PERFORM NOTE-AUDIT-RECORD UNTIL WS-IS-EOF
               CLOSE AUDIT-LOG
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       NOTE-AUDIT-RECORD.
      *    Only the JOB summary lines are jobs, as in AESARPT.
           MOVE 6 TO VOL-IDX.
           IF LT-TAG = 'JOB' AND LT-DATE NUMERIC
               IF LT-DATE = REPORT-DATE-R
                   ADD 1 TO VOL-TODAY(VOL-IDX)
                   IF LT-STATUS NOT = 'OK '
                       ADD 1 TO AES-FAILED
                   END-IF
                   IF LT-KEY-ID = '*INSTREAM*'
                       ADD 1 TO AES-RAW
                   END-IF
               ELSE
                   IF LT-DATE >= WINDOW-FROM-R
                       AND LT-DATE < REPORT-DATE-R
                       MOVE LT-DATE TO WINDOW-DAY
                       PERFORM COUNT-WINDOW-DAY
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-AUDIT-RECORD.

      *----------------------------------------------------------------
      *    Judging
      *----------------------------------------------------------------
       JUDGE-PROGRAMS.
           MOVE ZERO TO RED-JOBS.
           MOVE ZERO TO AMBER-JOBS.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PGM-COUNT
               IF PGM-SEEN(PGM-IDX) = 'Y'
                   OR PGM-SCHEDULED(PGM-IDX) = 'Y'
                   PERFORM JUDGE-ONE-PROGRAM
                   IF PGM-SEVERITY(PGM-IDX) = 'R'
                       ADD 1 TO RED-JOBS
                   END-IF
                   IF PGM-SEVERITY(PGM-IDX) = 'A'
                       ADD 1 TO AMBER-JOBS
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-ONE-PROGRAM.
           MOVE ZERO TO PGM-AVG(PGM-IDX).
           MOVE ZERO TO PGM-VAR(PGM-IDX).
           IF PGM-HIST-RUNS(PGM-IDX) > ZERO
               COMPUTE PGM-AVG(PGM-IDX) ROUNDED =
                   PGM-HIST-SUM(PGM-IDX) / PGM-HIST-RUNS(PGM-IDX)
           END-IF.
           IF PGM-AVG(PGM-IDX) > ZERO
               COMPUTE PGM-VAR(PGM-IDX) ROUNDED =
                   (PGM-LAST-INPUT(PGM-IDX) - PGM-AVG(PGM-IDX))
                   * 100 / PGM-AVG(PGM-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO PGM-VAR(PGM-IDX)
               END-COMPUTE
           END-IF.
           MOVE PGM-LAST-STATUS(PGM-IDX) TO PGM-STATE(PGM-IDX).
           MOVE SPACES TO PGM-FLAG(PGM-IDX).
           MOVE 'R' TO PGM-SEVERITY(PGM-IDX).
           EVALUATE TRUE
               WHEN PGM-SEEN(PGM-IDX) = 'N'
                   MOVE "MISSING" TO PGM-STATE(PGM-IDX)
                   MOVE "*** MISSING" TO PGM-FLAG(PGM-IDX)
               WHEN PGM-STARTS(PGM-IDX) > PGM-ENDS(PGM-IDX)
                   MOVE "STARTED" TO PGM-STATE(PGM-IDX)
                   MOVE "*** NEVER ENDED" TO PGM-FLAG(PGM-IDX)
               WHEN PGM-LAST-STATUS(PGM-IDX) = SPACES
                   MOVE "FORCED" TO PGM-STATE(PGM-IDX)
                   MOVE "*** NO END" TO PGM-FLAG(PGM-IDX)
               WHEN PGM-LAST-STATUS(PGM-IDX) = "REFUSED"
                   MOVE "*** GATE REFUSED" TO PGM-FLAG(PGM-IDX)
               WHEN PGM-LAST-STATUS(PGM-IDX) NOT = "OK"
                   MOVE "*** FAILED" TO PGM-FLAG(PGM-IDX)
               WHEN OTHER
                   MOVE SPACE TO PGM-SEVERITY(PGM-IDX)
                   PERFORM JUDGE-CLEAN-RUN
           END-EVALUATE.

       JUDGE-CLEAN-RUN.
           IF PGM-DUE(PGM-IDX) NUMERIC
               AND PGM-DUE(PGM-IDX) NOT = "000000"
               AND PGM-LAST-TIME(PGM-IDX) > PGM-DUE(PGM-IDX)
               MOVE 'A' TO PGM-SEVERITY(PGM-IDX)
               MOVE "LATE" TO PGM-FLAG(PGM-IDX)
           ELSE
               IF PGM-FORCED(PGM-IDX) = 'Y'
                   MOVE 'A' TO PGM-SEVERITY(PGM-IDX)
                   MOVE "OPERATOR FORCED" TO PGM-FLAG(PGM-IDX)
               ELSE
                   IF PGM-HIST-RUNS(PGM-IDX) >= 3
                       AND PGM-AVG(PGM-IDX) > ZERO
                       IF PGM-VAR(PGM-IDX) > 50
                           MOVE 'A' TO PGM-SEVERITY(PGM-IDX)
                           MOVE "VOLUME HIGH" TO PGM-FLAG(PGM-IDX)
                       END-IF
                       IF PGM-VAR(PGM-IDX) < -50
                           MOVE 'A' TO PGM-SEVERITY(PGM-IDX)
                           MOVE "VOLUME LOW" TO PGM-FLAG(PGM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       JUDGE-VOLUMES.
      *    Fewer order errors than usual is no cause for alarm.
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > 6
               MOVE ZERO TO VOL-AVG(VOL-IDX)
               MOVE ZERO TO VOL-VAR(VOL-IDX)
               MOVE SPACE TO VOL-BAND(VOL-IDX)
               IF VOL-N(VOL-IDX) > ZERO
                   COMPUTE VOL-AVG(VOL-IDX) ROUNDED =
                       VOL-SUM(VOL-IDX) / VOL-N(VOL-IDX)
               END-IF
               IF VOL-AVG(VOL-IDX) > ZERO
                   COMPUTE VOL-VAR(VOL-IDX) ROUNDED =
                       (VOL-TODAY(VOL-IDX) - VOL-AVG(VOL-IDX))
                       * 100 / VOL-AVG(VOL-IDX)
                       ON SIZE ERROR
                           MOVE 9999 TO VOL-VAR(VOL-IDX)
                   END-COMPUTE
                   IF VOL-N(VOL-IDX) >= 3
                       IF VOL-VAR(VOL-IDX) > 50
                           MOVE 'H' TO VOL-BAND(VOL-IDX)
                       END-IF
                       IF VOL-VAR(VOL-IDX) < -50 AND VOL-IDX NOT = 3
                           MOVE 'L' TO VOL-BAND(VOL-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-SUBSYSTEMS.
           INITIALIZE RAG-TABLE.
           MOVE "BATCH" TO RAG-NAME(1).
           MOVE "ORDERS" TO RAG-NAME(2).
           MOVE "ATM" TO RAG-NAME(3).
           MOVE "AES" TO RAG-NAME(4).
           PERFORM VARYING RAG-IDX FROM 1 BY 1 UNTIL RAG-IDX > 4
               MOVE "GREEN" TO RAG-COLOUR(RAG-IDX)
           END-PERFORM.
      *    Batch: any job failed, refused, hung or missing is red;
      *    late, forced or off-volume jobs are amber.
           EVALUATE TRUE
               WHEN OPSLOG-FOUND = 'N'
                   MOVE "RED" TO RAG-COLOUR(1)
                   MOVE "NO OPSLOG - RUN STATUS UNKNOWN" TO RAG-WHY(1)
               WHEN RED-JOBS > ZERO
                   MOVE "RED" TO RAG-COLOUR(1)
                   MOVE RED-JOBS TO RAG-COUNT(1)
                   MOVE "JOBS FAILED, REFUSED, HUNG OR MISSING"
                       TO RAG-WHY(1)
               WHEN AMBER-JOBS > ZERO
                   MOVE "AMBER" TO RAG-COLOUR(1)
                   MOVE AMBER-JOBS TO RAG-COUNT(1)
                   MOVE "JOBS LATE, FORCED OR OFF VOLUME"
                       TO RAG-WHY(1)
               WHEN OTHER
                   MOVE "ALL JOBS ENDED OK" TO RAG-WHY(1)
           END-EVALUATE.
      *    Orders: IB4OP01 itself, then what it left to be worked.
           MOVE "IB4OP01" TO OL-PROGRAM.
           PERFORM FIND-PGM-ENTRY.
           EVALUATE TRUE
               WHEN PGM-FOUND = ZERO
                   MOVE "RED" TO RAG-COLOUR(2)
                   MOVE "IB4OP01 DID NOT RUN" TO RAG-WHY(2)
               WHEN PGM-SEEN(PGM-FOUND) = 'N'
                   MOVE "RED" TO RAG-COLOUR(2)
                   MOVE "IB4OP01 DID NOT RUN" TO RAG-WHY(2)
               WHEN PGM-SEVERITY(PGM-FOUND) = 'R'
                   MOVE "RED" TO RAG-COLOUR(2)
                   MOVE "IB4OP01 DID NOT END OK" TO RAG-WHY(2)
               WHEN SUSP-COUNT > ZERO
                   MOVE "AMBER" TO RAG-COLOUR(2)
                   MOVE SUSP-COUNT TO RAG-COUNT(2)
                   MOVE "TRANSACTIONS IN SUSPENSE" TO RAG-WHY(2)
               WHEN REJ-RECYCLED > ZERO
                   MOVE "AMBER" TO RAG-COLOUR(2)
                   MOVE REJ-RECYCLED TO RAG-COUNT(2)
                   MOVE "REJECTS NEVER CORRECTED" TO RAG-WHY(2)
               WHEN VOL-BAND(1) NOT = SPACE
                   OR VOL-BAND(2) NOT = SPACE
                   OR VOL-BAND(3) NOT = SPACE
                   OR VOL-BAND(4) NOT = SPACE
                   MOVE "AMBER" TO RAG-COLOUR(2)
                   MOVE "ORDER VOLUMES OUT OF LINE" TO RAG-WHY(2)
               WHEN OTHER
                   MOVE "IB4OP01 CLEAN, NOTHING OUTSTANDING"
                       TO RAG-WHY(2)
           END-EVALUATE.
      *    ATM: any fraud pattern is red; no fraud scan is amber.
           EVALUATE TRUE
               WHEN FRAUD-FLAGS > ZERO
                   MOVE "RED" TO RAG-COLOUR(3)
                   MOVE FRAUD-FLAGS TO RAG-COUNT(3)
                   MOVE "FRAUD PATTERNS FLAGGED" TO RAG-WHY(3)
               WHEN FRAUD-RAN = 'N'
                   MOVE "AMBER" TO RAG-COLOUR(3)
                   MOVE "ATMFRAUD DID NOT END OK" TO RAG-WHY(3)
               WHEN VOL-BAND(5) NOT = SPACE
                   MOVE "AMBER" TO RAG-COLOUR(3)
                   MOVE "ATM VOLUME OUT OF LINE" TO RAG-WHY(3)
               WHEN OTHER
                   MOVE "NO FRAUD PATTERNS" TO RAG-WHY(3)
           END-EVALUATE.
      *    AES: a failed job is red; a raw in-stream key is amber.
           EVALUATE TRUE
               WHEN AES-FOUND = 'N'
                   MOVE "AMBER" TO RAG-COLOUR(4)
                   MOVE "NO AESAUDIT LOG" TO RAG-WHY(4)
               WHEN AES-FAILED > ZERO
                   MOVE "RED" TO RAG-COLOUR(4)
                   MOVE AES-FAILED TO RAG-COUNT(4)
                   MOVE "ENCRYPTION JOBS FAILED" TO RAG-WHY(4)
               WHEN AES-RAW > ZERO
                   MOVE "AMBER" TO RAG-COLOUR(4)
                   MOVE AES-RAW TO RAG-COUNT(4)
                   MOVE "JOBS RUN WITH A RAW IN-STREAM KEY"
                       TO RAG-WHY(4)
               WHEN VOL-BAND(6) NOT = SPACE
                   MOVE "AMBER" TO RAG-COLOUR(4)
                   MOVE "AES JOB VOLUME OUT OF LINE" TO RAG-WHY(4)
               WHEN OTHER
                   MOVE "ALL ENCRYPTION JOBS OK" TO RAG-WHY(4)
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Printing
      *----------------------------------------------------------------
       PRINT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATIONS DASHBOARD FOR " REPORT-DATE
                  "     PRODUCED " STAMP-DATE " " STAMP-TIME
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AVERAGES OVER " WINDOW-FROM " TO THE DAY BEFORE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SUBSYSTEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUBSYSTEM STATUS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING RAG-IDX FROM 1 BY 1 UNTIL RAG-IDX > 4
               MOVE RAG-COUNT(RAG-IDX) TO EDIT-CNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " RAG-NAME(RAG-IDX)
                      " " RAG-COLOUR(RAG-IDX)
                      " " EDIT-CNT
                      " " RAG-WHY(RAG-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       PRINT-PROGRAMS.
      *    Flagged programs first, so a long night still shows every
      *    problem on the page even when clean runs are left off.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN STATUS BY PROGRAM" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PROGRAM  STATUS    ENDED     SECS   DUE   "
                  "      INPUT  30-DAY AVG   VAR%  FLAG"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO PGM-LINES.
           MOVE ZERO TO PGM-HIDDEN.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PGM-COUNT
               IF PGM-SEVERITY(PGM-IDX) NOT = SPACE
                   PERFORM PRINT-PROGRAM-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PGM-COUNT
               IF PGM-SEVERITY(PGM-IDX) = SPACE
                   AND (PGM-SEEN(PGM-IDX) = 'Y'
                        OR PGM-SCHEDULED(PGM-IDX) = 'Y')
                   PERFORM PRINT-PROGRAM-LINE
               END-IF
           END-PERFORM.
           IF PGM-HIDDEN > ZERO
               MOVE PGM-HIDDEN TO EDIT-CNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " EDIT-CNT " MORE PROGRAMS ENDED OK"
                      " - SEE RUNRPT"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-PROGRAM-LINE.
           IF PGM-LINES >= PGM-MAX-LINES
               ADD 1 TO PGM-HIDDEN
           ELSE
               ADD 1 TO PGM-LINES
               MOVE SPACES TO EDIT-TIME
               MOVE SPACES TO EDIT-ELAPSED-X
               MOVE SPACES TO EDIT-IN-X
               MOVE SPACES TO EDIT-AVG-X
               MOVE SPACES TO EDIT-VAR-X
               IF PGM-ENDS(PGM-IDX) > ZERO
                   MOVE PGM-LAST-TIME(PGM-IDX) TO EDIT-TIME
                   MOVE PGM-LAST-ELAPSED(PGM-IDX) TO EDIT-ELAPSED
                   MOVE PGM-LAST-INPUT(PGM-IDX) TO EDIT-IN
               END-IF
               IF PGM-LAST-STATUS(PGM-IDX) = "REFUSED"
                   MOVE PGM-LAST-TIME(PGM-IDX) TO EDIT-TIME
               END-IF
               IF PGM-HIST-RUNS(PGM-IDX) > ZERO
                   MOVE PGM-AVG(PGM-IDX) TO EDIT-AVG
                   IF PGM-ENDS(PGM-IDX) > ZERO
                       MOVE PGM-VAR(PGM-IDX) TO EDIT-VAR
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " PGM-NAME(PGM-IDX)
                      " " PGM-STATE(PGM-IDX)
                      "  " EDIT-TIME
                      " " EDIT-ELAPSED
                      " " PGM-DUE(PGM-IDX)
                      " " EDIT-IN
                      " " EDIT-AVG
                      " " EDIT-VAR
                      "  " PGM-FLAG(PGM-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-VOLUMES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VOLUMES AGAINST 30-DAY AVERAGE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                                   "
                  "   TODAY     AVERAGE  DAYS   VAR%"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > 6
               MOVE VOL-TODAY(VOL-IDX) TO EDIT-IN
               MOVE VOL-AVG(VOL-IDX) TO EDIT-AVG
               MOVE VOL-N(VOL-IDX) TO EDIT-DAYS
               MOVE SPACES TO EDIT-VAR-X
               IF VOL-N(VOL-IDX) > ZERO
                   MOVE VOL-VAR(VOL-IDX) TO EDIT-VAR
               END-IF
               MOVE SPACES TO FLAG-TEXT
               IF VOL-BAND(VOL-IDX) = 'H'
                   MOVE "HIGH" TO FLAG-TEXT
               END-IF
               IF VOL-BAND(VOL-IDX) = 'L'
                   MOVE "LOW" TO FLAG-TEXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " VOL-LABEL(VOL-IDX)
                      " " EDIT-IN
                      " " EDIT-AVG
                      "  " EDIT-DAYS
                      "  " EDIT-VAR
                      "  " FLAG-TEXT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN EXCEPTIONS BY AREA" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUSP-COUNT TO EDIT-IN.
           IF SUSP-FOUND = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  ORDERS   SUSPENSE (SUSPNS)              "
                      "  NO FILE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  ORDERS   SUSPENSE (SUSPNS)              "
                      EDIT-IN
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE REJ-COUNT TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           IF REJO-FOUND = 'N'
               STRING "  ORDERS   REJECTS TO RECYCLE (REJOUT)    "
                      "  NO FILE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  ORDERS   REJECTS TO RECYCLE (REJOUT)    "
                      EDIT-IN
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE REJ-RECYCLED TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ORDERS     OF WHICH NEVER CORRECTED     "
                  EDIT-IN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE VOL-TODAY(3) TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ORDERS   TRANSACTION ERRORS (KPIHST)    "
                  EDIT-IN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FRAUD-FLAGS TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           IF FRAUD-RAN = 'N'
               STRING "  ATM      FRAUD PATTERNS (ATMFRAUD)      "
                      "  NOT RUN"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  ATM      FRAUD PATTERNS (ATMFRAUD)      "
                      EDIT-IN
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE AES-FAILED TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AES      FAILED JOBS (AESAUDIT)         "
                  EDIT-IN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AES-RAW TO EDIT-IN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AES      RAW IN-STREAM KEYS (AESAUDIT)  "
                  EDIT-IN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
