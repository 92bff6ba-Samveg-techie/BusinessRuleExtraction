       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMACCR.
      *    Month-end interest accrual and fee batch for the ATM
      *    account master.  Each active account earns interest on
      *    its daily closing balance through the month, rebuilt from
      *    the settlement journal (archived days in SETLARCH plus the
      *    current SETLJRNL) working forward from the balance the
      *    master implies at the start of the month.  Each active
      *    account is then charged the monthly maintenance fee and a
      *    per-transaction fee for every withdrawal, deposit and
      *    transfer out above the free allowance.  Rate, fees and
      *    allowance come from the ATMRATES table.
      *
      *    Interest and fees are posted to MS-BALANCE and journaled
      *    to SETLJRNL as INTEREST and FEE entries dated the last day
      *    of the month, so the next ATMSETTL run still ties the
      *    master and the statements show them.  A fee is never
      *    taken below a zero balance; what could not be collected
      *    is shown on the accrual register.  ACCRCTL holds the last
      *    month posted and a month is never accrued twice.
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
           SELECT RATE-FILE ASSIGN TO "ATMRATES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RATE.
           SELECT CONTROL-FILE ASSIGN TO "ACCRCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CTL.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
           SELECT SORT-FILE ASSIGN TO "ACCRSORT".
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
      *    Settled journal days, same layout as SETLJRNL.
       01 ARCHIVE-REC PIC X(39).
       FD SETTLE-FILE.
       01 SETTLE-REC.
           05 SJ-DATE PIC X(8).
           05 SJ-TIME PIC X(6).
           05 SJ-ACCT PIC 9(4).
           05 SJ-TYPE PIC X(10).
           05 SJ-AMOUNT PIC 9(5)V99.
           05 SJ-TERM PIC X(4).
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
              88 MS-STATUS-HELD VALUE 'H'.
           05 MS-LAST-WDR-DATE PIC X(8).
           05 MS-PENDING-DEP PIC 9(5)V99.
           05 FILLER PIC X(2).
           05 MS-PIN-BLOCK PIC X(32).
       FD RATE-FILE.
      *    One record per product setting:
      *       INTR - annual interest rate, percent
      *       MFEE - monthly maintenance fee
      *       TFEE - fee per transaction above the allowance
      *       FREE - free transactions per month
       01 RATE-REC.
           05 RT-CODE PIC X(4).
           05 FILLER PIC X.
           05 RT-VALUE PIC 9(5)V9(4).
       FD CONTROL-FILE.
       01 CONTROL-REC.
           05 CT-LAST-MONTH PIC 9(6).
           05 FILLER PIC X(14).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT PIC 9(4).
           05 SR-DATE PIC X(8).
           05 SR-TIME PIC X(6).
           05 SR-SEQ PIC 9(7).
           05 SR-TYPE PIC X(10).
           05 SR-AMOUNT PIC 9(5)V99.
           05 SR-KIND PIC X.
      *       D - debit   C - credit   F - fee
       WORKING-STORAGE SECTION.
       01 FS-ARCH PIC 9(02).
          88 FS-ARCH-OK VALUE 0.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-RATE PIC 9(02).
          88 FS-RATE-OK VALUE 0.
       01 FS-CTL PIC 9(02).
          88 FS-CTL-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 WS-MST-EOF PIC X VALUE 'N'.
          88 MST-IS-EOF VALUE 'Y'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
          88 SORT-IS-EOF VALUE 'Y'.
       01 MASTER-READY PIC X VALUE 'N'.
          88 MASTER-IS-READY VALUE 'Y'.
       01 JOURNAL-ENTRY.
           05 JE-DATE PIC X(8).
           05 JE-TIME PIC X(6).
           05 JE-ACCT PIC 9(4).
           05 JE-TYPE PIC X(10).
           05 JE-AMOUNT PIC 9(5)V99.
           05 JE-TERM PIC X(4).
       01 ENTRY-KIND PIC X VALUE SPACE.
       01 ENTRY-MONTH PIC X(6).
       01 ACCR-MONTH-X PIC X(6).
       01 ACCR-MONTH PIC 9(6) VALUE ZERO.
       01 ACCR-MONTH-R REDEFINES ACCR-MONTH.
           05 ACCR-YYYY PIC 9(4).
           05 ACCR-MM PIC 9(2).
       01 NEXT-MONTH PIC 9(6) VALUE ZERO.
       01 NEXT-MONTH-R REDEFINES NEXT-MONTH.
           05 NEXT-YYYY PIC 9(4).
           05 NEXT-MM PIC 9(2).
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 TODAY-DATE-R REDEFINES TODAY-DATE.
           05 TODAY-YYYY PIC 9(4).
           05 TODAY-MM PIC 9(2).
           05 TODAY-DD PIC 9(2).
       01 MONTH-START PIC 9(8) VALUE ZERO.
       01 MONTH-END PIC 9(8) VALUE ZERO.
       01 DAYS-IN-MONTH PIC 9(2) VALUE ZERO.
       01 LAST-ACCRUED PIC 9(6) VALUE ZERO.
       01 ANNUAL-RATE PIC 9(3)V9(4) VALUE ZERO.
       01 MAINT-FEE PIC 9(3)V99 VALUE ZERO.
       01 TRAN-FEE PIC 9(3)V99 VALUE ZERO.
       01 FREE-ALLOWANCE PIC 9(3) VALUE ZERO.
       01 RATES-FOUND PIC 9(2) VALUE ZERO.
       01 RELEASE-SEQ PIC 9(7) VALUE ZERO.
       01 ARCHIVE-COUNT PIC 9(7) VALUE ZERO.
       01 JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       01 I PIC 9(3) VALUE ZERO.
       01 FOUND-SLOT PIC 9(3) VALUE ZERO.
       01 ACCT-TOTAL-COUNT PIC 9(3) VALUE ZERO.
       01 ACCT-TOTALS.
          05 ACCT-TOTAL-ENTRY OCCURS 500 TIMES.
             10 AT-ACCT PIC 9(4).
             10 AT-MONTH-NET PIC S9(7)V99.
             10 AT-AFTER-NET PIC S9(7)V99.
       01 MONTH-NET PIC S9(7)V99 VALUE ZERO.
       01 AFTER-NET PIC S9(7)V99 VALUE ZERO.
       01 DAY-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 BALANCE-DAYS PIC S9(9)V99 VALUE ZERO.
      *    sum of the closing balance of every day of the month
       01 AVERAGE-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 NEXT-DAY PIC 9(2) VALUE ZERO.
       01 ENTRY-DAY PIC 9(2) VALUE ZERO.
       01 DAYS-HELD PIC 9(2) VALUE ZERO.
       01 BILLABLE-COUNT PIC 9(5) VALUE ZERO.
       01 CHARGED-COUNT PIC 9(5) VALUE ZERO.
       01 INTEREST-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 TRAN-FEE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 FEE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 FEE-COLLECTED PIC 9(5)V99 VALUE ZERO.
       01 FEE-UNCOLLECTED PIC 9(5)V99 VALUE ZERO.
       01 ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 TOTAL-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-MAINT PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-TRAN-FEES PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-COLLECTED PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-UNCOLLECTED PIC 9(7)V99 VALUE ZERO.
       01 EDIT-MONTH.
           05 EM-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 EM-MM PIC 9(2).
       01 EDIT-AVERAGE PIC ZZ,ZZ9.99-.
       01 EDIT-INTEREST PIC ZZ,ZZ9.99.
       01 EDIT-MAINT PIC Z,ZZ9.99.
       01 EDIT-TRAN-FEE PIC Z,ZZ9.99.
       01 EDIT-BALANCE PIC ZZ,ZZ9.99.
       01 EDIT-TXNS PIC ZZZ9.
       01 EDIT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 EDIT-COUNT PIC ZZ,ZZ9.
       01 EDIT-RATE PIC ZZ9.9999.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMACCR ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMACCR".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           PERFORM SET-ACCRUAL-MONTH.
           IF RC-STATUS = "OK"
               PERFORM LOAD-RATES
           END-IF.
           IF RC-STATUS = "OK"
               PERFORM CHECK-LAST-ACCRUAL
           END-IF.
           IF RC-STATUS = "OK"
               OPEN OUTPUT REPORT-FILE
               IF NOT FS-RPT-OK
                   DISPLAY "UNABLE TO OPEN ACCRUAL REGISTER ", FS-RPT
                   MOVE "ERROR" TO RC-STATUS
               ELSE
                   PERFORM WRITE-REGISTER-HEADING
                   SORT SORT-FILE
                       ON ASCENDING KEY SR-ACCT SR-DATE SR-TIME SR-SEQ
                       INPUT PROCEDURE IS RELEASE-JOURNALS
                       OUTPUT PROCEDURE IS POST-ACCRUALS
                   IF MASTER-IS-READY
                       PERFORM SAVE-LAST-ACCRUAL
                   ELSE
                       MOVE "ERROR" TO RC-STATUS
                   END-IF
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE REPORT-FILE
               END-IF
           END-IF.
           COMPUTE RC-INPUT-COUNT = ARCHIVE-COUNT + JOURNAL-COUNT.
           MOVE POSTED-COUNT TO RC-OUTPUT-COUNT.
           MOVE SKIPPED-COUNT TO RC-ERROR-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "ACCOUNTS POSTED: " POSTED-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMACCR".
           STOP RUN.

       SET-ACCRUAL-MONTH.
      *    Blank means the month just ended, the normal month-end
      *    run.
           DISPLAY "Accrual month (YYYYMM, blank = last month): ".
           ACCEPT ACCR-MONTH-X.
           IF ACCR-MONTH-X = SPACES OR ACCR-MONTH-X = "0"
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               IF TODAY-MM = 1
                   COMPUTE ACCR-YYYY = TODAY-YYYY - 1
                   MOVE 12 TO ACCR-MM
               ELSE
                   MOVE TODAY-YYYY TO ACCR-YYYY
                   COMPUTE ACCR-MM = TODAY-MM - 1
               END-IF
           ELSE
               IF ACCR-MONTH-X IS NUMERIC
                   MOVE ACCR-MONTH-X TO ACCR-MONTH
               ELSE
                   MOVE ZERO TO ACCR-MONTH
               END-IF
           END-IF.
           IF ACCR-MM < 1 OR ACCR-MM > 12 OR ACCR-YYYY < 1900
               DISPLAY "INVALID ACCRUAL MONTH " ACCR-MONTH-X
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE ACCR-MONTH TO ACCR-MONTH-X
               IF ACCR-MM = 12
                   COMPUTE NEXT-YYYY = ACCR-YYYY + 1
                   MOVE 1 TO NEXT-MM
               ELSE
                   MOVE ACCR-YYYY TO NEXT-YYYY
                   COMPUTE NEXT-MM = ACCR-MM + 1
               END-IF
               COMPUTE MONTH-START = ACCR-MONTH * 100 + 1
               COMPUTE DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH * 100 + 1)
                   - FUNCTION INTEGER-OF-DATE(MONTH-START)
               COMPUTE MONTH-END = MONTH-START + DAYS-IN-MONTH - 1
               MOVE ACCR-YYYY TO EM-YYYY
               MOVE ACCR-MM TO EM-MM
               DISPLAY "ACCRUAL MONTH " EDIT-MONTH
           END-IF.

       LOAD-RATES.
      *    No table, no run - the product terms are never guessed.
      *    A setting left off the table is zero.
           OPEN INPUT RATE-FILE.
           IF NOT FS-RATE-OK
               DISPLAY "RATE AND FEE TABLE UNAVAILABLE ", FS-RATE
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-RATE UNTIL WS-IS-EOF
               CLOSE RATE-FILE
               IF RATES-FOUND = ZERO
                   DISPLAY "RATE AND FEE TABLE IS EMPTY"
                   MOVE "ERROR" TO RC-STATUS
               END-IF
           END-IF.

       READ-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RATES-FOUND
                   EVALUATE RT-CODE
                       WHEN "INTR"
                           MOVE RT-VALUE TO ANNUAL-RATE
                       WHEN "MFEE"
                           MOVE RT-VALUE TO MAINT-FEE
                       WHEN "TFEE"
                           MOVE RT-VALUE TO TRAN-FEE
                       WHEN "FREE"
                           MOVE RT-VALUE TO FREE-ALLOWANCE
                       WHEN OTHER
                           DISPLAY "UNKNOWN RATE CODE " RT-CODE
                   END-EVALUATE
           END-READ.

       CHECK-LAST-ACCRUAL.
           OPEN INPUT CONTROL-FILE.
           IF FS-CTL-OK
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-LAST-MONTH TO LAST-ACCRUED
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF ACCR-MONTH NOT > LAST-ACCRUED
               DISPLAY "MONTH " ACCR-MONTH " ALREADY ACCRUED - LAST "
                       LAST-ACCRUED
               MOVE "ERROR" TO RC-STATUS
           END-IF.

       SAVE-LAST-ACCRUAL.
           OPEN OUTPUT CONTROL-FILE.
           IF NOT FS-CTL-OK
               DISPLAY "ACCRUAL CONTROL UPDATE FAILED ", FS-CTL
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE SPACES TO CONTROL-REC
               MOVE ACCR-MONTH TO CT-LAST-MONTH
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE
           END-IF.

       RELEASE-JOURNALS.
      *    Archived days first, then the current journal.  Entries
      *    before the month are not wanted; entries after it are
      *    already in MS-BALANCE and are backed out to find the
      *    balance the month opened with.
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
      *    Only money movements change a balance; a balance enquiry
      *    carries the balance in the amount and is left out.
           MOVE SPACE TO ENTRY-KIND.
           EVALUATE JE-TYPE
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
           MOVE JE-DATE (1:6) TO ENTRY-MONTH.
           IF ENTRY-KIND NOT = SPACE
               AND ENTRY-MONTH NOT < ACCR-MONTH-X
               ADD 1 TO RELEASE-SEQ
               MOVE JE-ACCT TO SR-ACCT
               MOVE JE-DATE TO SR-DATE
               MOVE JE-TIME TO SR-TIME
               MOVE RELEASE-SEQ TO SR-SEQ
               MOVE JE-TYPE TO SR-TYPE
               MOVE JE-AMOUNT TO SR-AMOUNT
               MOVE ENTRY-KIND TO SR-KIND
               RELEASE SORT-REC
               PERFORM TALLY-ACCOUNT
           END-IF.

       TALLY-ACCOUNT.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > ACCT-TOTAL-COUNT OR FOUND-SLOT > 0
               IF AT-ACCT (I) = JE-ACCT
                   MOVE I TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND ACCT-TOTAL-COUNT < 500
               ADD 1 TO ACCT-TOTAL-COUNT
               MOVE ACCT-TOTAL-COUNT TO FOUND-SLOT
               INITIALIZE ACCT-TOTAL-ENTRY (FOUND-SLOT)
               MOVE JE-ACCT TO AT-ACCT (FOUND-SLOT)
           END-IF.
           IF FOUND-SLOT > ZERO
               IF ENTRY-MONTH = ACCR-MONTH-X
                   IF ENTRY-KIND = 'C'
                       ADD JE-AMOUNT TO AT-MONTH-NET (FOUND-SLOT)
                   ELSE
                       SUBTRACT JE-AMOUNT FROM AT-MONTH-NET (FOUND-SLOT)
                   END-IF
               ELSE
                   IF ENTRY-KIND = 'C'
                       ADD JE-AMOUNT TO AT-AFTER-NET (FOUND-SLOT)
                   ELSE
                       SUBTRACT JE-AMOUNT FROM AT-AFTER-NET (FOUND-SLOT)
                   END-IF
               END-IF
           END-IF.

       POST-ACCRUALS.
      *    The sorted journal and the master are both in account
      *    order and are walked together; each active account is
      *    accrued, charged, rewritten and journaled in turn.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT FS-MST-OK
               DISPLAY "ACCOUNT MASTER UNAVAILABLE ", FS-MST
               DISPLAY "NOTHING ACCRUED"
           ELSE
               OPEN EXTEND SETTLE-FILE
               IF NOT FS-SETL-OK
                   OPEN OUTPUT SETTLE-FILE
               END-IF
               IF NOT FS-SETL-OK
                   DISPLAY "UNABLE TO OPEN SETTLEMENT JOURNAL ", FS-SETL
                   DISPLAY "NOTHING ACCRUED"
               ELSE
                   MOVE 'Y' TO MASTER-READY
                   PERFORM RETURN-SORTED
                   MOVE ZERO TO MS-ACCT-NO
                   START ACCOUNT-MASTER KEY NOT < MS-ACCT-NO
                       INVALID KEY
                           MOVE 'Y' TO WS-MST-EOF
                   END-START
                   PERFORM READ-ONE-ACCOUNT UNTIL MST-IS-EOF
                   CLOSE SETTLE-FILE
               END-IF
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
                   PERFORM ACCRUE-ONE-ACCOUNT
           END-READ.

       SKIP-ACCOUNT-ENTRIES.
           PERFORM RETURN-SORTED
               UNTIL SORT-IS-EOF OR SR-ACCT NOT = MS-ACCT-NO.

       ACCRUE-ONE-ACCOUNT.
      *    Journal accounts missing from the master are skipped -
      *    ATMSETTL and the statement run already report them.
      *    A held account is still open and accrues as normal.
           PERFORM RETURN-SORTED
               UNTIL SORT-IS-EOF OR SR-ACCT NOT < MS-ACCT-NO.
           IF NOT MS-STATUS-ACTIVE AND NOT MS-STATUS-HELD
               PERFORM SKIP-ACCOUNT-ENTRIES
           ELSE
               ADD 1 TO ACCOUNT-COUNT
               PERFORM FIND-ACCOUNT-FIGURES
               COMPUTE DAY-BALANCE = MS-BALANCE - AFTER-NET - MONTH-NET
               IF DAY-BALANCE < ZERO
                   PERFORM SKIP-ACCOUNT-ENTRIES
                   PERFORM LIST-SKIPPED-ACCOUNT
               ELSE
                   MOVE ZERO TO BALANCE-DAYS BILLABLE-COUNT
                   MOVE 1 TO NEXT-DAY
                   PERFORM ADD-DAILY-BALANCE
                       UNTIL SORT-IS-EOF OR SR-ACCT NOT = MS-ACCT-NO
                   COMPUTE DAYS-HELD = DAYS-IN-MONTH - NEXT-DAY + 1
                   COMPUTE BALANCE-DAYS = BALANCE-DAYS
                       + DAY-BALANCE * DAYS-HELD
                   PERFORM CHARGE-ONE-ACCOUNT
               END-IF
           END-IF.

       FIND-ACCOUNT-FIGURES.
           MOVE ZERO TO MONTH-NET AFTER-NET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-TOTAL-COUNT
               IF AT-ACCT (I) = MS-ACCT-NO
                   MOVE AT-MONTH-NET (I) TO MONTH-NET
                   MOVE AT-AFTER-NET (I) TO AFTER-NET
               END-IF
           END-PERFORM.

       ADD-DAILY-BALANCE.
      *    Every day before this entry closed on the running balance;
      *    the entry then moves it.  Entries after the month were
      *    only needed to find the opening balance.
           IF SR-DATE (1:6) = ACCR-MONTH-X
               MOVE SR-DATE (7:2) TO ENTRY-DAY
               IF ENTRY-DAY > NEXT-DAY
                   COMPUTE DAYS-HELD = ENTRY-DAY - NEXT-DAY
                   COMPUTE BALANCE-DAYS = BALANCE-DAYS
                       + DAY-BALANCE * DAYS-HELD
                   MOVE ENTRY-DAY TO NEXT-DAY
               END-IF
               EVALUATE SR-KIND
                   WHEN 'C'
                       ADD SR-AMOUNT TO DAY-BALANCE
                   WHEN OTHER
                       SUBTRACT SR-AMOUNT FROM DAY-BALANCE
               END-EVALUATE
               IF SR-TYPE = "WITHDRAW" OR SR-TYPE = "DEPOSIT"
                   OR SR-TYPE = "XFER-OUT"
                   ADD 1 TO BILLABLE-COUNT
               END-IF
           END-IF.
           PERFORM RETURN-SORTED.

       CHARGE-ONE-ACCOUNT.
           COMPUTE AVERAGE-BALANCE ROUNDED =
               BALANCE-DAYS / DAYS-IN-MONTH.
           MOVE ZERO TO INTEREST-AMOUNT.
           IF BALANCE-DAYS > ZERO
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   BALANCE-DAYS * ANNUAL-RATE / 36500
           END-IF.
           MOVE ZERO TO CHARGED-COUNT TRAN-FEE-AMOUNT.
           IF BILLABLE-COUNT > FREE-ALLOWANCE
               COMPUTE CHARGED-COUNT = BILLABLE-COUNT - FREE-ALLOWANCE
               COMPUTE TRAN-FEE-AMOUNT = CHARGED-COUNT * TRAN-FEE
           END-IF.
           COMPUTE FEE-AMOUNT = MAINT-FEE + TRAN-FEE-AMOUNT.
           IF FEE-AMOUNT > MS-BALANCE + INTEREST-AMOUNT
               COMPUTE FEE-COLLECTED = MS-BALANCE + INTEREST-AMOUNT
           ELSE
               MOVE FEE-AMOUNT TO FEE-COLLECTED
           END-IF.
           COMPUTE FEE-UNCOLLECTED = FEE-AMOUNT - FEE-COLLECTED.
           COMPUTE MS-BALANCE = MS-BALANCE + INTEREST-AMOUNT
               - FEE-COLLECTED.
           REWRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   DISPLAY "ACCOUNT UPDATE FAILED ", MS-ACCT-NO,
                           " ", FS-MST
           END-REWRITE.
           IF FS-MST-OK
               ADD 1 TO POSTED-COUNT
               IF INTEREST-AMOUNT > ZERO
                   MOVE "INTEREST" TO SJ-TYPE
                   MOVE INTEREST-AMOUNT TO SJ-AMOUNT
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               IF FEE-COLLECTED > ZERO
                   MOVE "FEE" TO SJ-TYPE
                   MOVE FEE-COLLECTED TO SJ-AMOUNT
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               ADD INTEREST-AMOUNT TO TOTAL-INTEREST
               ADD MAINT-FEE TO TOTAL-MAINT
               ADD TRAN-FEE-AMOUNT TO TOTAL-TRAN-FEES
               ADD FEE-COLLECTED TO TOTAL-COLLECTED
               ADD FEE-UNCOLLECTED TO TOTAL-UNCOLLECTED
               PERFORM PRINT-REGISTER-LINE
           ELSE
               ADD 1 TO SKIPPED-COUNT
           END-IF.

       WRITE-JOURNAL-ENTRY.
      *    Dated the last day of the month so statements and the
      *    next settlement see the posting in the month it belongs
      *    to; BTCH in the terminal field marks a batch posting.
           MOVE MONTH-END TO SJ-DATE.
           MOVE "235900" TO SJ-TIME.
           MOVE MS-ACCT-NO TO SJ-ACCT.
           MOVE "BTCH" TO SJ-TERM.
           WRITE SETTLE-REC.

       PRINT-REGISTER-LINE.
           MOVE AVERAGE-BALANCE TO EDIT-AVERAGE.
           MOVE INTEREST-AMOUNT TO EDIT-INTEREST.
           MOVE BILLABLE-COUNT TO EDIT-TXNS.
           MOVE MAINT-FEE TO EDIT-MAINT.
           MOVE TRAN-FEE-AMOUNT TO EDIT-TRAN-FEE.
           MOVE MS-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " MS-ACCT-NO "  " EDIT-AVERAGE
                  "  " EDIT-INTEREST
                  "  " EDIT-TXNS
                  "  " EDIT-MAINT
                  "  " EDIT-TRAN-FEE
                  "  " EDIT-BALANCE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF FEE-UNCOLLECTED > ZERO
               MOVE FEE-UNCOLLECTED TO EDIT-TRAN-FEE
               MOVE SPACES TO REPORT-LINE
               STRING "        FEES NOT COLLECTED - BALANCE TOO LOW "
                      EDIT-TRAN-FEE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-SKIPPED-ACCOUNT.
           ADD 1 TO SKIPPED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " MS-ACCT-NO
                  "  NOT ACCRUED - JOURNAL DOES NOT TIE TO MASTER"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATM INTEREST AND FEE ACCRUAL REGISTER FOR "
                  EDIT-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ANNUAL-RATE TO EDIT-RATE.
           MOVE MAINT-FEE TO EDIT-MAINT.
           MOVE TRAN-FEE TO EDIT-TRAN-FEE.
           MOVE FREE-ALLOWANCE TO EDIT-TXNS.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATE " EDIT-RATE "%  MONTHLY FEE " EDIT-MAINT
                  "  PER TXN " EDIT-TRAN-FEE
                  "  FREE TXNS " EDIT-TXNS
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  ACCT    AVG BAL    INTEREST  TXNS   MTH FEE"
               TO REPORT-LINE.
           MOVE "TXN FEE    BALANCE" TO REPORT-LINE (49:18).
           WRITE REPORT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACCOUNT-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE ACCOUNTS:             " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE POSTED-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS POSTED:             " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SKIPPED-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS NOT ACCRUED:        " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-INTEREST TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL INTEREST CREDITED:  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-MAINT TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL MONTHLY FEES:       " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-TRAN-FEES TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL TRANSACTION FEES:   " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-COLLECTED TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL FEES COLLECTED:     " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-UNCOLLECTED TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL FEES NOT COLLECTED: " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
