      *    consecutive days, and rapid-fire transfers out - and
      *    writes an exception report quoting the triggering journal
      *    lines, so problems surface the next morning instead of at
      *    month-end complaint time.  Every account flagged also gets
      *    an ACCTMNT status transaction appended to ACCTTRAN putting
      *    it on hold (status H) with the pattern as reason code -
      *    PF PIN failures, LW limit withdrawals, RX rapid transfers -
      *    so the account is stopped by that night's maintenance run
      *    rather than when somebody reads the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "FRAUDRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
           SELECT HOLD-TRAN-FILE ASSIGN TO "ACCTTRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HOLD.
       DATA DIVISION.
       FILE SECTION.
       FD SETTLE-FILE.
           05 SJ-TERM PIC X(4).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD HOLD-TRAN-FILE.
      *    ACCTMNT transaction layout
       01 HOLD-TRAN-REC.
          05 HT-TRAN PIC X.
          05 FILLER PIC X.
          05 HT-ACCT PIC 9(4).
          05 FILLER PIC X.
          05 HT-PIN PIC 9(4).
          05 FILLER PIC X.
          05 HT-BALANCE PIC 9(5)V99.
          05 FILLER PIC X.
          05 HT-STATUS PIC X.
          05 FILLER PIC X.
          05 HT-REASON PIC X(2).
          05 FILLER PIC X(6).
       WORKING-STORAGE SECTION.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 FS-HOLD PIC 9(02).
          88 FS-HOLD-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 FLAG-COUNT PIC 9(5) VALUE ZERO.
       01 HOLD-COUNT PIC 9(5) VALUE ZERO.
       01 I PIC 9(4) VALUE ZERO.
       01 J PIC 9(4) VALUE ZERO.
       01 K PIC 9(4) VALUE ZERO.
       01 FOUND-SLOT PIC 9(4) VALUE ZERO.
       01 DAILY-LIMIT PIC 9(5)V99 VALUE 500.00.
       01 PINFAIL-THRESHOLD PIC 9(2) VALUE 3.
             10 XF-SECONDS PIC 9(7).
             10 XF-LINE PIC X(40).
             10 XF-FLAGGED PIC X.
       01 HOLD-ACCT-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-ACCTS.
          05 HOLD-ACCT OCCURS 500 TIMES PIC 9(4).
       01 HOLD-REASON PIC X(2).
       01 ACCT-FAILS PIC 9(4) VALUE ZERO.
       01 SCAN-ACCT PIC 9(4) VALUE ZERO.
       01 WORK-SECONDS PIC 9(7) VALUE ZERO.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           OPEN INPUT SETTLE-FILE OUTPUT REPORT-FILE.
           OPEN EXTEND HOLD-TRAN-FILE.
           IF NOT FS-HOLD-OK
               OPEN OUTPUT HOLD-TRAN-FILE
           END-IF.
           IF NOT FS-SETL-OK
               DISPLAY "UNABLE TO OPEN SETTLEMENT JOURNAL ", FS-SETL
           ELSE IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN FRAUD REPORT ", FS-RPT
           ELSE IF NOT FS-HOLD-OK
               DISPLAY "UNABLE TO OPEN ACCOUNT TRANSACTIONS ", FS-HOLD
           ELSE
               MOVE "ATM FRAUD PATTERN EXCEPTIONS" TO REPORT-LINE
               WRITE REPORT-LINE
               STRING "PATTERNS FLAGGED: " EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE HOLD-COUNT TO EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "HOLDS REQUESTED:  " EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE SETTLE-FILE REPORT-FILE HOLD-TRAN-FILE.
           MOVE RECORD-COUNT TO RC-INPUT-COUNT.
           MOVE FLAG-COUNT TO RC-OUTPUT-COUNT.
           MOVE ZERO TO RC-ERROR-COUNT.
                               WRITE REPORT-LINE
                           END-IF
                       END-PERFORM
                       MOVE "PF" TO HOLD-REASON
                       PERFORM REQUEST-HOLD
                   END-IF
               END-IF
           END-PERFORM.
                                      DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               WRITE REPORT-LINE
                               MOVE WD-ACCT (I) TO SCAN-ACCT
                               MOVE "LW" TO HOLD-REASON
                               PERFORM REQUEST-HOLD
                           END-IF
                       END-IF
                   END-PERFORM
                               WRITE REPORT-LINE
                           END-IF
                       END-PERFORM
                       MOVE XF-ACCT (I) TO SCAN-ACCT
                       MOVE "RX" TO HOLD-REASON
                       PERFORM REQUEST-HOLD
                   END-IF
               END-IF
           END-PERFORM.

       REQUEST-HOLD.
      *    One hold per account per run - the first pattern found
      *    supplies the reason code, later ones only add report
      *    lines.  ACCTMNT rejects a hold on an account that is
      *    already held, closed or an operator card.  Account 0000
      *    is no account at all and is never held.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > HOLD-ACCT-COUNT OR FOUND-SLOT > 0
               IF HOLD-ACCT (K) = SCAN-ACCT
                   MOVE K TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND HOLD-ACCT-COUNT < 500
                   AND SCAN-ACCT NOT = ZERO
               ADD 1 TO HOLD-ACCT-COUNT
               MOVE SCAN-ACCT TO HOLD-ACCT (HOLD-ACCT-COUNT)
               MOVE SPACES TO HOLD-TRAN-REC
               MOVE "S" TO HT-TRAN
               MOVE SCAN-ACCT TO HT-ACCT
               MOVE ZERO TO HT-PIN HT-BALANCE
               MOVE "H" TO HT-STATUS
               MOVE HOLD-REASON TO HT-REASON
               WRITE HOLD-TRAN-REC
               ADD 1 TO HOLD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  HOLD REQUESTED ACCOUNT " SCAN-ACCT
                      " REASON " HOLD-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
