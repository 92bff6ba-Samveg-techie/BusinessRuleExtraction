       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSTMT.
      *    Monthly ATM account statement print.  Reads the settled
      *    journal days rolled off SETLJRNL (SETLARCH) together with
      *    the current SETLJRNL and prints one statement per customer
      *    account on ACCTMST: opening balance, every withdrawal,
      *    deposit and transfer with date, time and terminal, fees,
      *    and closing balance - so branch staff stop reading the
      *    raw journal to cardholders.
      *
      *    The opening balance is the closing balance the previous
      *    month's run carried forward on STMTBAL.  Before a
      *    statement is printed, its closing balance plus any journal
      *    activity dated after the month must tie to MS-BALANCE; an
      *    account that does not tie gets no statement and is listed
      *    on the control report instead.  An account with nothing
      *    carried forward (the first statement run, or an account
      *    opened during the month) has its opening balance worked
      *    back from the master and is listed as not checked, the
      *    same way ATMSETTL treats an account with no baseline.
      *    Rerunning a month reuses that month's opening balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "SETLARCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARCH.
           SELECT SETTLE-FILE ASSIGN TO "SETLJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SETL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT BALANCE-FILE ASSIGN TO "STMTBAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-BAL.
           SELECT STATEMENT-FILE ASSIGN TO "STMTPRT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-STMT.
           SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CTL.
           SELECT SORT-FILE ASSIGN TO "STMTSORT".
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
      *    Settled journal days, same layout as SETLJRNL.
       01 ARCHIVE-REC PIC X(39).
       FD SETTLE-FILE.
       01 SETTLE-REC PIC X(39).
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           05 MS-ACCT-NO PIC 9(4).
           05 MS-PIN-KEY-VER PIC 9(4).
           05 MS-BALANCE PIC 9(5)V99.
           05 MS-WITHDRAWN-TODAY PIC 9(5)V99.
           05 MS-STATUS PIC X.
              88 MS-STATUS-ACTIVE VALUE 'A'.
              88 MS-STATUS-CLOSED VALUE 'C'.
              88 MS-STATUS-OPERATOR VALUE 'O'.
           05 MS-LAST-WDR-DATE PIC X(8).
           05 MS-PENDING-DEP PIC 9(5)V99.
           05 FILLER PIC X(2).
           05 MS-PIN-BLOCK PIC X(32).
       FD BALANCE-FILE.
      *    Statement balances carried from month to month - the
      *    opening and closing balance of the last month printed.
       01 BAL-REC.
           05 SB-ACCT PIC 9(4).
           05 FILLER PIC X.
           05 SB-MONTH PIC 9(6).
           05 FILLER PIC X.
           05 SB-OPENING PIC 9(5)V99.
           05 FILLER PIC X.
           05 SB-CLOSING PIC 9(5)V99.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).
       FD CONTROL-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT PIC 9(4).
           05 SR-DATE PIC X(8).
           05 SR-TIME PIC X(6).
           05 SR-SEQ PIC 9(7).
           05 SR-TYPE PIC X(10).
           05 SR-AMOUNT PIC 9(5)V99.
           05 SR-TERM PIC X(4).
           05 SR-KIND PIC X.
      *       D - debit   C - credit   F - fee
       WORKING-STORAGE SECTION.
       01 FS-ARCH PIC 9(02).
          88 FS-ARCH-OK VALUE 0.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-BAL PIC 9(02).
          88 FS-BAL-OK VALUE 0.
       01 FS-STMT PIC 9(02).
          88 FS-STMT-OK VALUE 0.
       01 FS-CTL PIC 9(02).
          88 FS-CTL-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 WS-MST-EOF PIC X VALUE 'N'.
          88 MST-IS-EOF VALUE 'Y'.
       01 WS-BAL-EOF PIC X VALUE 'N'.
          88 BAL-IS-EOF VALUE 'Y'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
          88 SORT-IS-EOF VALUE 'Y'.
       01 MASTER-READY PIC X VALUE 'N'.
          88 MASTER-IS-READY VALUE 'Y'.
       01 JOURNAL-ENTRY.
           05 SJ-DATE PIC X(8).
           05 SJ-TIME PIC X(6).
           05 SJ-ACCT PIC 9(4).
           05 SJ-TYPE PIC X(10).
           05 SJ-AMOUNT PIC 9(5)V99.
           05 SJ-TERM PIC X(4).
       01 ENTRY-KIND PIC X VALUE SPACE.
       01 STMT-MONTH-X PIC X(6).
       01 STMT-MONTH PIC 9(6) VALUE ZERO.
       01 STMT-MONTH-R REDEFINES STMT-MONTH.
           05 STMT-YYYY PIC 9(4).
           05 STMT-MM PIC 9(2).
       01 PRIOR-MONTH PIC 9(6) VALUE ZERO.
       01 PRIOR-MONTH-R REDEFINES PRIOR-MONTH.
           05 PRIOR-YYYY PIC 9(4).
           05 PRIOR-MM PIC 9(2).
       01 ENTRY-MONTH PIC X(6).
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 TODAY-DATE-R REDEFINES TODAY-DATE.
           05 TODAY-YYYY PIC 9(4).
           05 TODAY-MM PIC 9(2).
           05 TODAY-DD PIC 9(2).
       01 RELEASE-SEQ PIC 9(7) VALUE ZERO.
       01 ARCHIVE-COUNT PIC 9(7) VALUE ZERO.
       01 JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       01 I PIC 9(3) VALUE ZERO.
       01 FOUND-SLOT PIC 9(3) VALUE ZERO.
       01 BAL-SLOT PIC 9(3) VALUE ZERO.
       01 ACCT-TOTAL-COUNT PIC 9(3) VALUE ZERO.
       01 ACCT-TOTALS.
          05 ACCT-TOTAL-ENTRY OCCURS 500 TIMES.
             10 AT-ACCT PIC 9(4).
             10 AT-LINES PIC 9(5).
             10 AT-DEBITS PIC 9(7)V99.
             10 AT-CREDITS PIC 9(7)V99.
             10 AT-FEES PIC 9(7)V99.
             10 AT-AFTER-NET PIC S9(7)V99.
      *          movement dated after the statement month, already
      *          in MS-BALANCE but belonging on next month's statement
       01 BAL-COUNT PIC 9(3) VALUE ZERO.
       01 BAL-TABLE.
          05 BAL-ENTRY OCCURS 500 TIMES.
             10 BL-ACCT PIC 9(4).
             10 BL-MONTH PIC 9(6).
             10 BL-OPENING PIC 9(5)V99.
             10 BL-CLOSING PIC 9(5)V99.
             10 BL-KEEP PIC X.
       01 MONTH-DEBITS PIC 9(7)V99 VALUE ZERO.
       01 MONTH-CREDITS PIC 9(7)V99 VALUE ZERO.
       01 MONTH-FEES PIC 9(7)V99 VALUE ZERO.
       01 MONTH-LINES PIC 9(5) VALUE ZERO.
       01 AFTER-NET PIC S9(7)V99 VALUE ZERO.
       01 OPENING-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 CLOSING-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 EXPECTED-MASTER PIC S9(7)V99 VALUE ZERO.
       01 MASTER-CLOSING PIC S9(7)V99 VALUE ZERO.
       01 RUNNING-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 OPENING-SOURCE PIC X VALUE SPACE.
          88 OPENING-CARRIED VALUE 'C'.
          88 OPENING-DERIVED VALUE 'D'.
       01 ORPHAN-ACCT PIC 9(4) VALUE ZERO.
       01 MASTER-COUNT PIC 9(5) VALUE ZERO.
       01 STATEMENT-COUNT PIC 9(5) VALUE ZERO.
       01 EXCLUDED-COUNT PIC 9(5) VALUE ZERO.
       01 UNCHECKED-COUNT PIC 9(5) VALUE ZERO.
       01 ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 EDIT-DATE.
           05 ED-YYYY PIC X(4).
           05 FILLER PIC X VALUE "/".
           05 ED-MM PIC X(2).
           05 FILLER PIC X VALUE "/".
           05 ED-DD PIC X(2).
       01 EDIT-TIME.
           05 ET-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 ET-MM PIC X(2).
       01 EDIT-MONTH.
           05 EM-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 EM-MM PIC 9(2).
       01 EDIT-DESC PIC X(16).
       01 EDIT-DEBIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
       01 EDIT-CREDIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
       01 EDIT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 EDIT-BALANCE PIC ---,--9.99.
       01 EDIT-EXPECTED PIC ---,--9.99.
       01 EDIT-ACTUAL PIC ---,--9.99.
       01 EDIT-DELTA PIC ---,--9.99.
       01 EDIT-COUNT PIC ZZ,ZZ9.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMSTMT ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMSTMT".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           PERFORM SET-STATEMENT-MONTH.
           IF RC-STATUS = "OK"
               OPEN OUTPUT STATEMENT-FILE CONTROL-FILE
               IF NOT FS-STMT-OK
                   DISPLAY "UNABLE TO OPEN STATEMENT FILE ", FS-STMT
                   MOVE "ERROR" TO RC-STATUS
               END-IF
               IF NOT FS-CTL-OK
                   DISPLAY "UNABLE TO OPEN CONTROL REPORT ", FS-CTL
                   MOVE "ERROR" TO RC-STATUS
               END-IF
               IF RC-STATUS = "OK"
                   PERFORM LOAD-BALANCES
                   PERFORM WRITE-CONTROL-HEADING
                   SORT SORT-FILE
                       ON ASCENDING KEY SR-ACCT SR-DATE SR-TIME SR-SEQ
                       INPUT PROCEDURE IS RELEASE-JOURNALS
                       OUTPUT PROCEDURE IS PRINT-STATEMENTS
                   IF MASTER-IS-READY
                       PERFORM SAVE-BALANCES
                   ELSE
                       MOVE "ERROR" TO RC-STATUS
                   END-IF
                   PERFORM WRITE-CONTROL-TOTALS
               END-IF
               CLOSE STATEMENT-FILE CONTROL-FILE
           END-IF.
           COMPUTE RC-INPUT-COUNT = ARCHIVE-COUNT + JOURNAL-COUNT.
           MOVE STATEMENT-COUNT TO RC-OUTPUT-COUNT.
           COMPUTE RC-ERROR-COUNT = EXCLUDED-COUNT + ORPHAN-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "STATEMENTS PRINTED: " STATEMENT-COUNT.
           DISPLAY "ACCOUNTS EXCLUDED:  " EXCLUDED-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMSTMT".
           STOP RUN.

       SET-STATEMENT-MONTH.
      *    Blank means the month just ended, the normal month-end
      *    run; a month can be keyed to reprint an earlier one.
           DISPLAY "Statement month (YYYYMM, blank = last month): ".
           ACCEPT STMT-MONTH-X.
           IF STMT-MONTH-X = SPACES OR STMT-MONTH-X = "0"
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               IF TODAY-MM = 1
                   COMPUTE STMT-YYYY = TODAY-YYYY - 1
                   MOVE 12 TO STMT-MM
               ELSE
                   MOVE TODAY-YYYY TO STMT-YYYY
                   COMPUTE STMT-MM = TODAY-MM - 1
               END-IF
           ELSE
               IF STMT-MONTH-X IS NUMERIC
                   MOVE STMT-MONTH-X TO STMT-MONTH
               ELSE
                   MOVE ZERO TO STMT-MONTH
               END-IF
           END-IF.
           IF STMT-MM < 1 OR STMT-MM > 12 OR STMT-YYYY < 1900
               DISPLAY "INVALID STATEMENT MONTH " STMT-MONTH-X
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE STMT-MONTH TO STMT-MONTH-X
               IF STMT-MM = 1
                   COMPUTE PRIOR-YYYY = STMT-YYYY - 1
                   MOVE 12 TO PRIOR-MM
               ELSE
                   MOVE STMT-YYYY TO PRIOR-YYYY
                   COMPUTE PRIOR-MM = STMT-MM - 1
               END-IF
               MOVE STMT-YYYY TO EM-YYYY
               MOVE STMT-MM TO EM-MM
               DISPLAY "STATEMENT MONTH " EDIT-MONTH
           END-IF.

       LOAD-BALANCES.
      *    A missing balance file is the first statement run - every
      *    opening balance is then worked back from the master.
           OPEN INPUT BALANCE-FILE.
           IF NOT FS-BAL-OK
               DISPLAY "NO STATEMENT BALANCES - FIRST RUN ASSUMED"
               MOVE 'Y' TO WS-BAL-EOF
           ELSE
               PERFORM READ-BALANCE UNTIL BAL-IS-EOF
               CLOSE BALANCE-FILE
           END-IF.

       READ-BALANCE.
           READ BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF
               NOT AT END
                   IF BAL-COUNT < 500
                       ADD 1 TO BAL-COUNT
                       MOVE SB-ACCT TO BL-ACCT (BAL-COUNT)
                       MOVE SB-MONTH TO BL-MONTH (BAL-COUNT)
                       MOVE SB-OPENING TO BL-OPENING (BAL-COUNT)
                       MOVE SB-CLOSING TO BL-CLOSING (BAL-COUNT)
                       MOVE 'N' TO BL-KEEP (BAL-COUNT)
                   END-IF
           END-READ.

       RELEASE-JOURNALS.
      *    Archived days first, then the current journal, so the
      *    sequence number keeps same-second entries in the order
      *    the machine wrote them.  Nothing dated before the
      *    statement month is wanted; entries after it are kept to
      *    tie the statement to today's master balance.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT FS-ARCH-OK
               DISPLAY "NO ARCHIVED JOURNAL DAYS (SETLARCH) ", FS-ARCH
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-ARCHIVE
               PERFORM RELEASE-ARCHIVE UNTIL WS-IS-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT SETTLE-FILE.
           IF NOT FS-SETL-OK
               DISPLAY "NO CURRENT SETTLEMENT JOURNAL ", FS-SETL
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-JOURNAL
               PERFORM RELEASE-JOURNAL UNTIL WS-IS-EOF
               CLOSE SETTLE-FILE
           END-IF.

       READ-ARCHIVE.
           READ ARCHIVE-FILE INTO JOURNAL-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       RELEASE-ARCHIVE.
           ADD 1 TO ARCHIVE-COUNT.
           PERFORM RELEASE-ENTRY.
           PERFORM READ-ARCHIVE.

       READ-JOURNAL.
           READ SETTLE-FILE INTO JOURNAL-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       RELEASE-JOURNAL.
           ADD 1 TO JOURNAL-COUNT.
           PERFORM RELEASE-ENTRY.
           PERFORM READ-JOURNAL.

       RELEASE-ENTRY.
      *    Only money movements reach a statement; PIN and balance
      *    enquiry lines are left out.  A balance enquiry carries
      *    the balance in SJ-AMOUNT and must never be counted.
           MOVE SPACE TO ENTRY-KIND.
           EVALUATE SJ-TYPE
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "DEP-SHORT"
                   MOVE 'D' TO ENTRY-KIND
               WHEN "DEPOSIT"
               WHEN "XFER-IN"
               WHEN "INTEREST"
               WHEN "REFUND"
               WHEN "DEP-OVER"
                   MOVE 'C' TO ENTRY-KIND
               WHEN "FEE"
                   MOVE 'F' TO ENTRY-KIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SJ-DATE (1:6) TO ENTRY-MONTH.
           IF ENTRY-KIND NOT = SPACE
               AND ENTRY-MONTH NOT < STMT-MONTH-X
               ADD 1 TO RELEASE-SEQ
               MOVE SJ-ACCT TO SR-ACCT
               MOVE SJ-DATE TO SR-DATE
               MOVE SJ-TIME TO SR-TIME
               MOVE RELEASE-SEQ TO SR-SEQ
               MOVE SJ-TYPE TO SR-TYPE
               MOVE SJ-AMOUNT TO SR-AMOUNT
               MOVE SJ-TERM TO SR-TERM
               MOVE ENTRY-KIND TO SR-KIND
               RELEASE SORT-REC
               PERFORM TALLY-ACCOUNT
           END-IF.

       TALLY-ACCOUNT.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > ACCT-TOTAL-COUNT OR FOUND-SLOT > 0
               IF AT-ACCT (I) = SJ-ACCT
                   MOVE I TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND ACCT-TOTAL-COUNT < 500
               ADD 1 TO ACCT-TOTAL-COUNT
               MOVE ACCT-TOTAL-COUNT TO FOUND-SLOT
               INITIALIZE ACCT-TOTAL-ENTRY (FOUND-SLOT)
               MOVE SJ-ACCT TO AT-ACCT (FOUND-SLOT)
           END-IF.
           IF FOUND-SLOT > ZERO
               IF ENTRY-MONTH = STMT-MONTH-X
                   ADD 1 TO AT-LINES (FOUND-SLOT)
                   EVALUATE ENTRY-KIND
                       WHEN 'D'
                           ADD SJ-AMOUNT TO AT-DEBITS (FOUND-SLOT)
                       WHEN 'C'
                           ADD SJ-AMOUNT TO AT-CREDITS (FOUND-SLOT)
                       WHEN 'F'
                           ADD SJ-AMOUNT TO AT-FEES (FOUND-SLOT)
                   END-EVALUATE
               ELSE
                   IF ENTRY-KIND = 'C'
                       ADD SJ-AMOUNT TO AT-AFTER-NET (FOUND-SLOT)
                   ELSE
                       SUBTRACT SJ-AMOUNT FROM AT-AFTER-NET (FOUND-SLOT)
                   END-IF
               END-IF
           END-IF.

       PRINT-STATEMENTS.
      *    The sorted journal and the master are both in account
      *    order, so they are walked together: journal accounts
      *    below the current master key are not on the master.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT FS-MST-OK
               DISPLAY "ACCOUNT MASTER UNAVAILABLE ", FS-MST
               DISPLAY "NO STATEMENTS PRINTED"
           ELSE
               MOVE 'Y' TO MASTER-READY
               PERFORM RETURN-SORTED
               MOVE ZERO TO MS-ACCT-NO
               START ACCOUNT-MASTER KEY NOT < MS-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-MST-EOF
               END-START
               PERFORM READ-ONE-ACCOUNT UNTIL MST-IS-EOF
               PERFORM LIST-ORPHAN-ACCOUNT UNTIL SORT-IS-EOF
               CLOSE ACCOUNT-MASTER
           END-IF.

       RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       READ-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                   ADD 1 TO MASTER-COUNT
                   PERFORM STATEMENT-ONE-ACCOUNT
           END-READ.

       LIST-ORPHAN-ACCOUNT.
           MOVE SR-ACCT TO ORPHAN-ACCT.
           ADD 1 TO ORPHAN-COUNT.
           PERFORM RETURN-SORTED
               UNTIL SORT-IS-EOF OR SR-ACCT NOT = ORPHAN-ACCT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACCOUNT " ORPHAN-ACCT
                  " IN THE JOURNAL BUT NOT ON ACCTMST"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SKIP-ACCOUNT-ENTRIES.
           PERFORM RETURN-SORTED
               UNTIL SORT-IS-EOF OR SR-ACCT NOT = MS-ACCT-NO.

       STATEMENT-ONE-ACCOUNT.
           PERFORM LIST-ORPHAN-ACCOUNT
               UNTIL SORT-IS-EOF OR SR-ACCT NOT < MS-ACCT-NO.
           IF MS-STATUS-OPERATOR
               PERFORM SKIP-ACCOUNT-ENTRIES
           ELSE
               PERFORM FIND-ACCOUNT-FIGURES
               PERFORM FIND-OPENING-BALANCE
               COMPUTE CLOSING-BALANCE = OPENING-BALANCE
                   + MONTH-CREDITS - MONTH-DEBITS - MONTH-FEES
               COMPUTE EXPECTED-MASTER = CLOSING-BALANCE + AFTER-NET
               COMPUTE MASTER-CLOSING = MS-BALANCE - AFTER-NET
               EVALUATE TRUE
                   WHEN OPENING-BALANCE < ZERO
                       PERFORM EXCLUDE-NEGATIVE-OPENING
                   WHEN EXPECTED-MASTER NOT = MS-BALANCE
                       PERFORM EXCLUDE-OUT-OF-BALANCE
                   WHEN MS-STATUS-CLOSED AND MONTH-LINES = ZERO
                        AND MS-BALANCE = ZERO
                       PERFORM SKIP-ACCOUNT-ENTRIES
                   WHEN OTHER
                       PERFORM PRINT-ONE-STATEMENT
                       IF OPENING-DERIVED
                           PERFORM LIST-UNCHECKED
                       END-IF
               END-EVALUATE
               PERFORM CARRY-BALANCE-FORWARD
           END-IF.

       FIND-ACCOUNT-FIGURES.
           MOVE ZERO TO MONTH-DEBITS MONTH-CREDITS MONTH-FEES
                        MONTH-LINES AFTER-NET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-TOTAL-COUNT
               IF AT-ACCT (I) = MS-ACCT-NO
                   MOVE AT-DEBITS (I) TO MONTH-DEBITS
                   MOVE AT-CREDITS (I) TO MONTH-CREDITS
                   MOVE AT-FEES (I) TO MONTH-FEES
                   MOVE AT-LINES (I) TO MONTH-LINES
                   MOVE AT-AFTER-NET (I) TO AFTER-NET
               END-IF
           END-PERFORM.

       FIND-OPENING-BALANCE.
      *    A rerun of the same month reuses that month's opening;
      *    otherwise last month's closing balance opens this one.
           MOVE ZERO TO BAL-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BAL-COUNT OR BAL-SLOT > 0
               IF BL-ACCT (I) = MS-ACCT-NO
                   MOVE I TO BAL-SLOT
               END-IF
           END-PERFORM.
           MOVE 'D' TO OPENING-SOURCE.
           IF BAL-SLOT > ZERO
               IF BL-MONTH (BAL-SLOT) = STMT-MONTH
                   MOVE BL-OPENING (BAL-SLOT) TO OPENING-BALANCE
                   MOVE 'C' TO OPENING-SOURCE
               END-IF
               IF BL-MONTH (BAL-SLOT) = PRIOR-MONTH
                   MOVE BL-CLOSING (BAL-SLOT) TO OPENING-BALANCE
                   MOVE 'C' TO OPENING-SOURCE
               END-IF
           END-IF.
           IF OPENING-DERIVED
               COMPUTE OPENING-BALANCE = MS-BALANCE - AFTER-NET
                   - MONTH-CREDITS + MONTH-DEBITS + MONTH-FEES
           END-IF.

       CARRY-BALANCE-FORWARD.
      *    The closing balance carried forward is the master's, not
      *    the statement's, so an account that broke this month
      *    starts next month from the balance the bank holds.  A
      *    later month already on file is left alone.
           IF BAL-SLOT = ZERO AND BAL-COUNT < 500
               ADD 1 TO BAL-COUNT
               MOVE BAL-COUNT TO BAL-SLOT
               MOVE MS-ACCT-NO TO BL-ACCT (BAL-SLOT)
               MOVE ZERO TO BL-MONTH (BAL-SLOT)
           END-IF.
           IF BAL-SLOT > ZERO
               MOVE 'Y' TO BL-KEEP (BAL-SLOT)
               IF BL-MONTH (BAL-SLOT) NOT > STMT-MONTH
                   MOVE STMT-MONTH TO BL-MONTH (BAL-SLOT)
                   IF OPENING-BALANCE < ZERO
                       MOVE ZERO TO BL-OPENING (BAL-SLOT)
                   ELSE
                       MOVE OPENING-BALANCE TO BL-OPENING (BAL-SLOT)
                   END-IF
                   IF MASTER-CLOSING < ZERO
                       MOVE ZERO TO BL-CLOSING (BAL-SLOT)
                   ELSE
                       MOVE MASTER-CLOSING TO BL-CLOSING (BAL-SLOT)
                   END-IF
               END-IF
           END-IF.

       EXCLUDE-OUT-OF-BALANCE.
           ADD 1 TO EXCLUDED-COUNT.
           PERFORM SKIP-ACCOUNT-ENTRIES.
           MOVE EXPECTED-MASTER TO EDIT-EXPECTED.
           MOVE MS-BALANCE TO EDIT-ACTUAL.
           COMPUTE EXPECTED-MASTER = MS-BALANCE - EXPECTED-MASTER.
           MOVE EXPECTED-MASTER TO EDIT-DELTA.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACCOUNT " MS-ACCT-NO
                  " EXPECTED " EDIT-EXPECTED
                  " MASTER " EDIT-ACTUAL
                  " DELTA " EDIT-DELTA
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       EXCLUDE-NEGATIVE-OPENING.
           ADD 1 TO EXCLUDED-COUNT.
           PERFORM SKIP-ACCOUNT-ENTRIES.
           MOVE OPENING-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACCOUNT " MS-ACCT-NO
                  " OPENING WORKED BACK FROM MASTER IS "
                  EDIT-BALANCE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-UNCHECKED.
           ADD 1 TO UNCHECKED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACCOUNT " MS-ACCT-NO
                  " NEW - OPENING FROM MASTER, NOT CHECKED"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ONE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "ATM ACCOUNT STATEMENT" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ACCOUNT " MS-ACCT-NO
                  "        STATEMENT MONTH " EDIT-MONTH
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "DATE       TIME  TERM TRANSACTION"
               TO STATEMENT-LINE.
           MOVE "DEBIT" TO STATEMENT-LINE (45:5).
           MOVE "CREDIT" TO STATEMENT-LINE (55:6).
           MOVE "BALANCE" TO STATEMENT-LINE (66:7).
           WRITE STATEMENT-LINE.
           MOVE OPENING-BALANCE TO RUNNING-BALANCE.
           MOVE OPENING-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "                      OPENING BALANCE"
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE EDIT-BALANCE TO STATEMENT-LINE (63:10).
           WRITE STATEMENT-LINE.
           PERFORM PRINT-STATEMENT-ENTRY
               UNTIL SORT-IS-EOF OR SR-ACCT NOT = MS-ACCT-NO.
           IF MONTH-LINES = ZERO
               MOVE "                      NO TRANSACTIONS THIS MONTH"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE MONTH-DEBITS TO EDIT-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  WITHDRAWALS AND TRANSFERS OUT   " EDIT-TOTAL
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE MONTH-CREDITS TO EDIT-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  DEPOSITS AND TRANSFERS IN       " EDIT-TOTAL
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE MONTH-FEES TO EDIT-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  FEES                            " EDIT-TOTAL
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE CLOSING-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  CLOSING BALANCE                  " EDIT-BALANCE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       PRINT-STATEMENT-ENTRY.
      *    Entries dated after the month were only needed for the
      *    tie to the master and are passed over here.
           IF SR-DATE (1:6) = STMT-MONTH-X
               MOVE ZERO TO EDIT-DEBIT EDIT-CREDIT
               EVALUATE SR-KIND
                   WHEN 'C'
                       ADD SR-AMOUNT TO RUNNING-BALANCE
                       MOVE SR-AMOUNT TO EDIT-CREDIT
                   WHEN OTHER
                       SUBTRACT SR-AMOUNT FROM RUNNING-BALANCE
                       MOVE SR-AMOUNT TO EDIT-DEBIT
               END-EVALUATE
               EVALUATE SR-TYPE
                   WHEN "WITHDRAW"
                       MOVE "CASH WITHDRAWAL" TO EDIT-DESC
                   WHEN "DEPOSIT"
                       MOVE "DEPOSIT" TO EDIT-DESC
                   WHEN "XFER-OUT"
                       MOVE "TRANSFER OUT" TO EDIT-DESC
                   WHEN "XFER-IN"
                       MOVE "TRANSFER IN" TO EDIT-DESC
                   WHEN "FEE"
                       MOVE "FEE" TO EDIT-DESC
                   WHEN "INTEREST"
                       MOVE "INTEREST" TO EDIT-DESC
                   WHEN "REFUND"
                       MOVE "DISPUTE REFUND" TO EDIT-DESC
                   WHEN "DEP-SHORT"
                   WHEN "DEP-OVER"
                       MOVE "DEPOSIT ADJUSTED" TO EDIT-DESC
                   WHEN OTHER
                       MOVE SR-TYPE TO EDIT-DESC
               END-EVALUATE
               MOVE SR-DATE (1:4) TO ED-YYYY
               MOVE SR-DATE (5:2) TO ED-MM
               MOVE SR-DATE (7:2) TO ED-DD
               MOVE SR-TIME (1:2) TO ET-HH
               MOVE SR-TIME (3:2) TO ET-MM
               MOVE RUNNING-BALANCE TO EDIT-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING EDIT-DATE " " EDIT-TIME " " SR-TERM " "
                      EDIT-DESC "  " EDIT-DEBIT "  " EDIT-CREDIT
                      "  " EDIT-BALANCE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM RETURN-SORTED.

       SAVE-BALANCES.
      *    Rewritten in full for every account still on the master.
           OPEN OUTPUT BALANCE-FILE.
           IF NOT FS-BAL-OK
               DISPLAY "STATEMENT BALANCE UPDATE FAILED ", FS-BAL
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
                   IF BL-KEEP (I) = 'Y'
                       MOVE SPACES TO BAL-REC
                       MOVE BL-ACCT (I) TO SB-ACCT
                       MOVE BL-MONTH (I) TO SB-MONTH
                       MOVE BL-OPENING (I) TO SB-OPENING
                       MOVE BL-CLOSING (I) TO SB-CLOSING
                       WRITE BAL-REC
                   END-IF
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       WRITE-CONTROL-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATM STATEMENT CONTROL REPORT FOR " EDIT-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS EXCLUDED OR NOT CHECKED" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ARCHIVE-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVED JOURNAL RECORDS READ:   " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE JOURNAL-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CURRENT JOURNAL RECORDS READ:    " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MASTER-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS ON MASTER:              " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STATEMENT-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENTS PRINTED:              " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCLUDED-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXCLUDED - DO NOT TIE TO MASTER: " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE UNCHECKED-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRINTED BUT NOT CHECKED:         " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ORPHAN-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL ACCOUNTS NOT ON MASTER:  " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
