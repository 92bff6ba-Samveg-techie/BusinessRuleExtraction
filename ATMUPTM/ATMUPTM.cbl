       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMUPTM.
      *    Daily fleet uptime report from the TERMLOG event log the
      *    ATMs write.  For each terminal the day is followed event
      *    by event, starting from the state the earlier log left it
      *    in, and the minutes are counted while the machine was:
      *      - down: after an OUT-SERV start-up failure, or from the
      *        last thing an abnormally ended session logged (a new
      *        STARTUP with no SHUTDOWN before it) - until the next
      *        good STARTUP.
      *      - cashed out: any cassette empty, until a REPLENISH.
      *      - out of cash: every cassette empty.
      *    Uptime is the day less the minutes down or out of cash.
      *    Event counts per terminal follow, with fleet totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "TERMLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EVT.
           SELECT REPORT-FILE ASSIGN TO "UPTMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       01 EVENT-REC.
           05 EV-DATE PIC X(8).
           05 EV-TIME.
              10 EV-HH PIC 9(2).
              10 EV-MI PIC 9(2).
              10 EV-SS PIC 9(2).
           05 EV-TERM PIC X(4).
           05 EV-EVENT PIC X(10).
           05 EV-DENOM PIC 9(3).
           05 EV-AMOUNT PIC 9(5)V99.
           05 EV-ACCT PIC 9(4).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-EVT PIC 9(02).
          88 FS-EVT-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 TODAY-DATE PIC 9(8).
       01 DAY-NUMBER PIC 9(8).
       01 REPORT-DATE PIC 9(8) VALUE ZERO.
       01 REPORT-DATE-R REDEFINES REPORT-DATE PIC X(8).
       01 REPORT-DATE-X PIC X(8) VALUE SPACES.
       01 DAY-MINUTES PIC 9(4) VALUE 1440.
       01 EVENT-MINUTE PIC 9(4) VALUE ZERO.
       01 PRIOR-MINUTE PIC 9(4) VALUE ZERO.
       01 ELAPSED PIC 9(4) VALUE ZERO.
       01 I PIC 9(3) VALUE ZERO.
       01 J PIC 9(3) VALUE ZERO.
       01 FOUND-SLOT PIC 9(3) VALUE ZERO.
       01 EMPTY-COUNT PIC 9 VALUE ZERO.
       01 DENOM-VALUES.
          05 FILLER PIC 9(3) VALUE 500.
          05 FILLER PIC 9(3) VALUE 200.
          05 FILLER PIC 9(3) VALUE 100.
          05 FILLER PIC 9(3) VALUE 50.
          05 FILLER PIC 9(3) VALUE 10.
       01 DENOM-TABLE REDEFINES DENOM-VALUES.
          05 DENOMINATION PIC 9(3) OCCURS 5 TIMES.
       01 TERM-COUNT PIC 9(3) VALUE ZERO.
       01 TERM-TABLE.
          05 TERM-ENTRY OCCURS 50 TIMES.
             10 TS-TERM PIC X(4).
             10 TS-ACTIVE-TODAY PIC X.
      *          state carried from event to event
             10 TS-SESSION-OPEN PIC X.
             10 TS-DOWN PIC X.
             10 TS-EMPTY PIC X OCCURS 5 TIMES.
             10 TS-LAST-MINUTE PIC 9(4).
      *          minutes in the report day
             10 TS-DOWN-MIN PIC 9(4).
             10 TS-CASHOUT-MIN PIC 9(4).
             10 TS-NOCASH-MIN PIC 9(4).
             10 TS-OUT-MIN PIC 9(4).
      *          events in the report day
             10 TS-STARTS PIC 9(4).
             10 TS-ABENDS PIC 9(4).
             10 TS-OUT-SERV PIC 9(4).
             10 TS-OPER PIC 9(4).
             10 TS-EMPTIES PIC 9(4).
             10 TS-REFUSED PIC 9(4).
             10 TS-REPLEN PIC 9(4).
       01 FLEET-TOTALS.
          05 FT-DOWN-MIN PIC 9(7) VALUE ZERO.
          05 FT-CASHOUT-MIN PIC 9(7) VALUE ZERO.
          05 FT-OUT-MIN PIC 9(7) VALUE ZERO.
          05 FT-STARTS PIC 9(5) VALUE ZERO.
          05 FT-ABENDS PIC 9(5) VALUE ZERO.
          05 FT-OPER PIC 9(5) VALUE ZERO.
          05 FT-EMPTIES PIC 9(5) VALUE ZERO.
          05 FT-REFUSED PIC 9(5) VALUE ZERO.
          05 FT-REPLEN PIC 9(5) VALUE ZERO.
       01 RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 DAY-EVENT-COUNT PIC 9(7) VALUE ZERO.
       01 UPTIME-PCT PIC 9(3)V9 VALUE ZERO.
       01 EDIT-PCT PIC ZZ9.9.
       01 EDIT-MIN PIC Z,ZZ9.
       01 EDIT-CASHOUT PIC Z,ZZ9.
       01 EDIT-NOCASH PIC Z,ZZ9.
       01 EDIT-CNT PIC ZZZ9.
       01 EDIT-CNT2 PIC ZZZ9.
       01 EDIT-CNT3 PIC ZZZ9.
       01 EDIT-CNT4 PIC ZZZ9.
       01 EDIT-CNT5 PIC ZZZ9.
       01 EDIT-CNT6 PIC ZZZ9.
       01 EDIT-TOTAL-MIN PIC ZZZ,ZZ9.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMUPTM ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMUPTM".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
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
           OPEN INPUT EVENT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-EVT-OK
               DISPLAY "UNABLE TO OPEN TERMINAL EVENT LOG ", FS-EVT
               MOVE "ERROR" TO RC-STATUS
           ELSE IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN UPTIME REPORT ", FS-RPT
               MOVE "ERROR" TO RC-STATUS
           ELSE
               PERFORM READ-EVENT
               PERFORM PROCESS-EVENT UNTIL WS-IS-EOF
               PERFORM CLOSE-THE-DAY
               PERFORM WRITE-REPORT
           END-IF.
           CLOSE EVENT-FILE REPORT-FILE.
           MOVE RECORD-COUNT TO RC-INPUT-COUNT.
           MOVE TERM-COUNT TO RC-OUTPUT-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "EVENTS READ:      " RECORD-COUNT.
           DISPLAY "TERMINALS:        " TERM-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMUPTM".
           STOP RUN.

       READ-EVENT.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       PROCESS-EVENT.
      *    Events after the report day are left for its own run.
           ADD 1 TO RECORD-COUNT.
           IF EV-DATE NOT > REPORT-DATE-R
               PERFORM FIND-TERMINAL
               IF FOUND-SLOT > ZERO
                   IF EV-DATE < REPORT-DATE-R
                       MOVE ZERO TO EVENT-MINUTE
                   ELSE
                       ADD 1 TO DAY-EVENT-COUNT
                       MOVE 'Y' TO TS-ACTIVE-TODAY (FOUND-SLOT)
                       COMPUTE EVENT-MINUTE = EV-HH * 60 + EV-MI
                   END-IF
                   PERFORM ACCRUE-MINUTES
                   PERFORM APPLY-EVENT
               END-IF
           END-IF.
           PERFORM READ-EVENT.

       FIND-TERMINAL.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TERM-COUNT OR FOUND-SLOT > 0
               IF TS-TERM (I) = EV-TERM
                   MOVE I TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND TERM-COUNT < 50
               ADD 1 TO TERM-COUNT
               MOVE TERM-COUNT TO FOUND-SLOT
               INITIALIZE TERM-ENTRY (FOUND-SLOT)
               MOVE EV-TERM TO TS-TERM (FOUND-SLOT)
               MOVE 'N' TO TS-ACTIVE-TODAY (FOUND-SLOT)
               MOVE 'N' TO TS-SESSION-OPEN (FOUND-SLOT)
               MOVE 'N' TO TS-DOWN (FOUND-SLOT)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   MOVE 'N' TO TS-EMPTY (FOUND-SLOT, J)
               END-PERFORM
           END-IF.
           IF FOUND-SLOT = ZERO
               ADD 1 TO RC-ERROR-COUNT
           END-IF.

       ACCRUE-MINUTES.
      *    The state has held since the terminal's last event; book
      *    the minutes up to this one against it.
           MOVE TS-LAST-MINUTE (FOUND-SLOT) TO PRIOR-MINUTE.
           IF EVENT-MINUTE > TS-LAST-MINUTE (FOUND-SLOT)
               COMPUTE ELAPSED =
                   EVENT-MINUTE - TS-LAST-MINUTE (FOUND-SLOT)
               PERFORM COUNT-EMPTY-CASSETTES
               IF TS-DOWN (FOUND-SLOT) = 'Y'
                   ADD ELAPSED TO TS-DOWN-MIN (FOUND-SLOT)
               END-IF
               IF EMPTY-COUNT > ZERO
                   ADD ELAPSED TO TS-CASHOUT-MIN (FOUND-SLOT)
               END-IF
               IF EMPTY-COUNT = 5
                   ADD ELAPSED TO TS-NOCASH-MIN (FOUND-SLOT)
               END-IF
               IF TS-DOWN (FOUND-SLOT) = 'Y' OR EMPTY-COUNT = 5
                   ADD ELAPSED TO TS-OUT-MIN (FOUND-SLOT)
               END-IF
           END-IF.
           IF EVENT-MINUTE > TS-LAST-MINUTE (FOUND-SLOT)
               MOVE EVENT-MINUTE TO TS-LAST-MINUTE (FOUND-SLOT)
           END-IF.

       COUNT-EMPTY-CASSETTES.
           MOVE ZERO TO EMPTY-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               IF TS-EMPTY (FOUND-SLOT, J) = 'Y'
                   ADD 1 TO EMPTY-COUNT
               END-IF
           END-PERFORM.

       APPLY-EVENT.
           EVALUATE EV-EVENT
               WHEN "STARTUP"
                   IF TS-SESSION-OPEN (FOUND-SLOT) = 'Y'
                       PERFORM BOOK-ABNORMAL-END
                   END-IF
                   MOVE 'Y' TO TS-SESSION-OPEN (FOUND-SLOT)
                   MOVE 'N' TO TS-DOWN (FOUND-SLOT)
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-STARTS (FOUND-SLOT)
                   END-IF
               WHEN "OUT-SERV"
                   MOVE 'Y' TO TS-DOWN (FOUND-SLOT)
                   MOVE 'N' TO TS-SESSION-OPEN (FOUND-SLOT)
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-OUT-SERV (FOUND-SLOT)
                   END-IF
               WHEN "SHUTDOWN"
                   MOVE 'N' TO TS-SESSION-OPEN (FOUND-SLOT)
               WHEN "OPER-ENTRY"
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-OPER (FOUND-SLOT)
                   END-IF
               WHEN "CASS-EMPTY"
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                       IF DENOMINATION (J) = EV-DENOM
                           MOVE 'Y' TO TS-EMPTY (FOUND-SLOT, J)
                       END-IF
                   END-PERFORM
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-EMPTIES (FOUND-SLOT)
                   END-IF
               WHEN "DISP-REFUS"
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-REFUSED (FOUND-SLOT)
                   END-IF
               WHEN "REPLENISH"
      *            cassettes still empty after the load are logged
      *            again straight after it
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                       MOVE 'N' TO TS-EMPTY (FOUND-SLOT, J)
                   END-PERFORM
                   IF EV-DATE = REPORT-DATE-R
                       ADD 1 TO TS-REPLEN (FOUND-SLOT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BOOK-ABNORMAL-END.
      *    The previous session never logged its shutdown: the
      *    machine is taken as down from its last event until now.
      *    Those minutes were booked as in service when they were
      *    accrued, so they are booked again here as down.
           IF EV-DATE = REPORT-DATE-R
               ADD 1 TO TS-ABENDS (FOUND-SLOT)
           END-IF.
           MOVE ZERO TO ELAPSED.
           IF EVENT-MINUTE > PRIOR-MINUTE
               COMPUTE ELAPSED = EVENT-MINUTE - PRIOR-MINUTE
           END-IF.
           PERFORM COUNT-EMPTY-CASSETTES.
           ADD ELAPSED TO TS-DOWN-MIN (FOUND-SLOT).
           IF EMPTY-COUNT < 5
               ADD ELAPSED TO TS-OUT-MIN (FOUND-SLOT)
           END-IF.

       CLOSE-THE-DAY.
      *    Whatever state each terminal ended in runs to midnight.
           MOVE DAY-MINUTES TO EVENT-MINUTE.
           PERFORM VARYING FOUND-SLOT FROM 1 BY 1
                   UNTIL FOUND-SLOT > TERM-COUNT
               PERFORM ACCRUE-MINUTES
           END-PERFORM.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATM FLEET UPTIME REPORT FOR " REPORT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "------ MINUTES -----" TO REPORT-LINE (14:20).
           MOVE "--------------- EVENTS --------------"
               TO REPORT-LINE (35:37).
           WRITE REPORT-LINE.
           MOVE "TERM UPTIME%  DOWN CASHOUT NOCASH" TO REPORT-LINE.
           MOVE "START ABEND  OPER EMPTY REFUSE REPLEN"
               TO REPORT-LINE (35:37).
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TERM-COUNT
               PERFORM WRITE-TERMINAL-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TERM-COUNT > ZERO
               COMPUTE UPTIME-PCT ROUNDED =
                   (TERM-COUNT * DAY-MINUTES - FT-OUT-MIN) * 100
                   / (TERM-COUNT * DAY-MINUTES)
           END-IF.
           MOVE UPTIME-PCT TO EDIT-PCT.
           MOVE FT-OUT-MIN TO EDIT-TOTAL-MIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "FLEET UPTIME " EDIT-PCT "%  MINUTES OUT OF SERVICE "
                  EDIT-TOTAL-MIN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FT-DOWN-MIN TO EDIT-TOTAL-MIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DOWN MINUTES     " EDIT-TOTAL-MIN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FT-CASHOUT-MIN TO EDIT-TOTAL-MIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CASH-OUT MINUTES " EDIT-TOTAL-MIN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FT-STARTS TO EDIT-CNT.
           MOVE FT-ABENDS TO EDIT-CNT2.
           MOVE FT-OPER TO EDIT-CNT3.
           MOVE FT-EMPTIES TO EDIT-CNT4.
           MOVE FT-REFUSED TO EDIT-CNT5.
           MOVE FT-REPLEN TO EDIT-CNT6.
           MOVE SPACES TO REPORT-LINE.
           STRING "  STARTS " EDIT-CNT "  ABENDS " EDIT-CNT2
                  "  OPER " EDIT-CNT3 "  EMPTY " EDIT-CNT4
                  "  REFUSED " EDIT-CNT5 "  LOADS " EDIT-CNT6
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TERMINAL-LINE.
           COMPUTE UPTIME-PCT ROUNDED =
               (DAY-MINUTES - TS-OUT-MIN (I)) * 100 / DAY-MINUTES.
           ADD TS-DOWN-MIN (I) TO FT-DOWN-MIN.
           ADD TS-CASHOUT-MIN (I) TO FT-CASHOUT-MIN.
           ADD TS-OUT-MIN (I) TO FT-OUT-MIN.
           ADD TS-STARTS (I) TO FT-STARTS.
           ADD TS-ABENDS (I) TO FT-ABENDS.
           ADD TS-OPER (I) TO FT-OPER.
           ADD TS-EMPTIES (I) TO FT-EMPTIES.
           ADD TS-REFUSED (I) TO FT-REFUSED.
           ADD TS-REPLEN (I) TO FT-REPLEN.
           MOVE UPTIME-PCT TO EDIT-PCT.
           MOVE TS-DOWN-MIN (I) TO EDIT-MIN.
           MOVE TS-CASHOUT-MIN (I) TO EDIT-CASHOUT.
           MOVE TS-NOCASH-MIN (I) TO EDIT-NOCASH.
           MOVE TS-STARTS (I) TO EDIT-CNT.
           MOVE TS-ABENDS (I) TO EDIT-CNT2.
           MOVE TS-OPER (I) TO EDIT-CNT3.
           MOVE TS-EMPTIES (I) TO EDIT-CNT4.
           MOVE TS-REFUSED (I) TO EDIT-CNT5.
           MOVE TS-REPLEN (I) TO EDIT-CNT6.
           MOVE SPACES TO REPORT-LINE.
           STRING TS-TERM (I) "   " EDIT-PCT " " EDIT-MIN
                  "   " EDIT-CASHOUT "  " EDIT-NOCASH
                  "  " EDIT-CNT "  " EDIT-CNT2 "  " EDIT-CNT3
                  "  " EDIT-CNT4 "   " EDIT-CNT5 "   " EDIT-CNT6
                  DELIMITED BY SIZE INTO REPORT-LINE.
           IF TS-ACTIVE-TODAY (I) NOT = 'Y'
               MOVE "IDLE" TO REPORT-LINE (73:4)
           END-IF.
           IF TS-OUT-SERV (I) > ZERO
               MOVE "OUT-SERV" TO REPORT-LINE (73:8)
           END-IF.
           WRITE REPORT-LINE.
