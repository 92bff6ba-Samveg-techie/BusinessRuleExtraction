       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDISP.
      *    ATM transaction dispute and chargeback case batch.  Card
      *    operations raise a case against the SETLJRNL withdrawal a
      *    customer disputes (date, time, account, terminal, amount)
      *    and later approve, decline or withdraw it, all through the
      *    DISPTRAN transaction file; the cases live on DISPCASE with
      *    their status and resolution code, so a correction is never
      *    again keyed straight into ACCTMST with no trail.
      *
      *    Each run then:
      *      - matches every open case against the cash balancing
      *        results (CASHBAL) for its terminal - the first count
      *        on or after the day of the withdrawal.  Notes over at
      *        that count that cover the claim approve the case
      *        (resolution CO); cash over is only ever used once.
      *        Balanced with nothing over, the case stays open for
      *        card operations to decide.
      *      - posts every approved case as a REFUND credit to
      *        ACCTMST, journaled to SETLJRNL so ATMSETTL still ties.
      *      - prints the open cases by age for the card operations
      *        desk.
      *
      *    Transaction codes             Resolution codes
      *      O - open a case               CO - cash over at count
      *      A - approve                   MA - approved on review
      *      D - decline                   GW - goodwill refund
      *      W - withdrawn by customer     ND - no discrepancy found
      *                                    LT - claimed too late
      *                                    FR - suspected fraud
      *                                    WD - withdrawn
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPTRAN-FILE ASSIGN TO "DISPTRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-TRAN.
           SELECT CASE-FILE ASSIGN TO "DISPCASE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DC-CASE-NO
                  FILE STATUS IS FS-CASE.
           SELECT ARCHIVE-FILE ASSIGN TO "SETLARCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ARCH.
           SELECT SETTLE-FILE ASSIGN TO "SETLJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SETL.
           SELECT CASHBAL-FILE ASSIGN TO "CASHBAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CBAL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT REPORT-FILE ASSIGN TO "DISPRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD DISPTRAN-FILE.
       01 DISPTRAN-REC.
          05 DT-TRAN PIC X.
          05 FILLER PIC X.
          05 DT-CASE PIC 9(6).
      *       case number - not used on an open, one is assigned
          05 FILLER PIC X.
          05 DT-DATE PIC X(8).
          05 FILLER PIC X.
          05 DT-TIME PIC X(6).
          05 FILLER PIC X.
          05 DT-ACCT PIC 9(4).
          05 FILLER PIC X.
          05 DT-TERM PIC X(4).
          05 FILLER PIC X.
          05 DT-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X.
          05 DT-CLAIM PIC 9(5)V99.
      *       amount not dispensed - zero claims the whole amount
          05 FILLER PIC X.
          05 DT-RESOLUTION PIC X(2).
       FD CASE-FILE.
       01 CASE-REC.
          05 DC-CASE-NO PIC 9(6).
          05 DC-OPENED PIC 9(8).
      *       the disputed journal entry
          05 DC-TXN-DATE PIC X(8).
          05 DC-TXN-TIME PIC X(6).
          05 DC-ACCT PIC 9(4).
          05 DC-TERM PIC X(4).
          05 DC-AMOUNT PIC 9(5)V99.
          05 DC-CLAIM PIC 9(5)V99.
          05 DC-STATUS PIC X.
             88 DC-OPEN VALUE 'O'.
             88 DC-APPROVED VALUE 'A'.
             88 DC-REFUNDED VALUE 'P'.
             88 DC-DECLINED VALUE 'D'.
             88 DC-WITHDRAWN VALUE 'W'.
          05 DC-RESOLUTION PIC X(2).
          05 DC-MATCH PIC X.
      *       blank - not yet matched   B - terminal not yet counted
      *       N - counted, nothing over  Y - cash over covers claim
          05 DC-BAL-DATE PIC 9(8).
      *       date of the cash count the case was matched to
          05 DC-CLOSED PIC 9(8).
          05 FILLER PIC X(10).
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
       FD CASHBAL-FILE.
       01 CASHBAL-REC.
           05 CB-DATE PIC X(8).
           05 CB-TIME PIC X(6).
           05 CB-TERM PIC X(4).
           05 CB-DENOM PIC 9(3).
           05 CB-BOOK PIC 9(3).
           05 CB-COUNTED PIC 9(3).
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
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-TRAN PIC 9(02).
          88 FS-TRAN-OK VALUE 0.
       01 FS-CASE PIC 9(02).
          88 FS-CASE-OK VALUE 0.
       01 FS-ARCH PIC 9(02).
          88 FS-ARCH-OK VALUE 0.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-CBAL PIC 9(02).
          88 FS-CBAL-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 WS-CASE-EOF PIC X VALUE 'N'.
          88 CASE-IS-EOF VALUE 'Y'.
       01 MASTER-READY PIC X VALUE 'N'.
          88 MASTER-IS-READY VALUE 'Y'.
       01 JOURNAL-READY PIC X VALUE 'N'.
          88 JOURNAL-IS-READY VALUE 'Y'.
       01 READING-ARCHIVE PIC X VALUE 'N'.
       01 JOURNAL-ENTRY.
           05 JE-DATE PIC X(8).
           05 JE-TIME PIC X(6).
           05 JE-ACCT PIC 9(4).
           05 JE-TYPE PIC X(10).
           05 JE-AMOUNT PIC 9(5)V99.
           05 JE-TERM PIC X(4).
       01 RUN-STAMP.
           05 RUN-DATE PIC 9(8).
           05 RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 I PIC 9(3) VALUE ZERO.
       01 J PIC 9(3) VALUE ZERO.
       01 FOUND-SLOT PIC 9(3) VALUE ZERO.
       01 LAST-CASE-NO PIC 9(6) VALUE ZERO.
       01 TRAN-COUNT PIC 9(3) VALUE ZERO.
       01 TRAN-TABLE.
          05 TRAN-ENTRY OCCURS 200 TIMES.
             10 TE-TRAN PIC X.
             10 TE-CASE PIC 9(6).
             10 TE-DATE PIC X(8).
             10 TE-TIME PIC X(6).
             10 TE-ACCT PIC 9(4).
             10 TE-TERM PIC X(4).
             10 TE-AMOUNT PIC 9(5)V99.
             10 TE-CLAIM PIC 9(5)V99.
             10 TE-RESOLUTION PIC X(2).
             10 TE-FOUND PIC X.
      *          Y - the withdrawal is on the journal
             10 TE-DUP PIC X.
      *          Y - a case already exists for it
       01 POOL-COUNT PIC 9(3) VALUE ZERO.
       01 POOL-TABLE.
      *    Cash over per terminal and count date, less the claims
      *    already approved against it.
          05 POOL-ENTRY OCCURS 500 TIMES.
             10 PL-DATE PIC X(8).
             10 PL-TERM PIC X(4).
             10 PL-OVER PIC S9(7)V99.
       01 NOTE-VALUE PIC S9(7)V99 VALUE ZERO.
       01 AGE-DAYS PIC 9(5) VALUE ZERO.
       01 AGE-BUCKET-COUNT PIC 9(5) OCCURS 4 TIMES VALUE ZERO.
       01 AGE-BUCKET-AMOUNT PIC 9(7)V99 OCCURS 4 TIMES VALUE ZERO.
       01 AGE-LABELS.
          05 FILLER PIC X(14) VALUE "0 - 7 DAYS    ".
          05 FILLER PIC X(14) VALUE "8 - 30 DAYS   ".
          05 FILLER PIC X(14) VALUE "31 - 60 DAYS  ".
          05 FILLER PIC X(14) VALUE "OVER 60 DAYS  ".
       01 AGE-LABEL-TABLE REDEFINES AGE-LABELS.
          05 AGE-LABEL PIC X(14) OCCURS 4 TIMES.
       01 TRAN-OK PIC X VALUE 'Y'.
       01 REJECT-REASON PIC X(30).
       01 COUNT-DATE PIC X(8).
       01 INPUT-COUNT PIC 9(5) VALUE ZERO.
       01 OPENED-COUNT PIC 9(5) VALUE ZERO.
       01 UPDATED-COUNT PIC 9(5) VALUE ZERO.
       01 REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 MATCHED-COUNT PIC 9(5) VALUE ZERO.
       01 REFUND-COUNT PIC 9(5) VALUE ZERO.
       01 REFUND-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 EDIT-CASE PIC 9(6).
       01 EDIT-AMOUNT PIC ZZ,ZZ9.99.
       01 EDIT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 EDIT-COUNT PIC ZZ,ZZ9.
       01 EDIT-AGE PIC ZZZZ9.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMDISP ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMDISP".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN DISPUTE REPORT ", FS-RPT
               MOVE "ERROR" TO RC-STATUS
           ELSE
               PERFORM OPEN-CASE-FILE
               IF NOT FS-CASE-OK
                   DISPLAY "DISPUTE CASE FILE UNAVAILABLE ", FS-CASE
                   MOVE "ERROR" TO RC-STATUS
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "ATM DISPUTE CASE RUN " RUN-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM LOAD-TRANSACTIONS
                   PERFORM SCAN-EXISTING-CASES
                   PERFORM FIND-JOURNAL-ENTRIES
                   PERFORM APPLY-TRANSACTIONS
                   PERFORM LOAD-CASH-POOLS
                   PERFORM MATCH-OPEN-CASES
                   PERFORM POST-REFUNDS
                   PERFORM AGE-OPEN-CASES
                   CLOSE CASE-FILE
               END-IF
               CLOSE REPORT-FILE
           END-IF.
           MOVE INPUT-COUNT TO RC-INPUT-COUNT.
           MOVE REFUND-COUNT TO RC-OUTPUT-COUNT.
           MOVE REJECT-COUNT TO RC-ERROR-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "CASES OPENED:   " OPENED-COUNT.
           DISPLAY "REFUNDS POSTED: " REFUND-COUNT.
           DISPLAY "CASES OPEN:     " OPEN-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMDISP".
           STOP RUN.

       OPEN-CASE-FILE.
      *    The first run creates the case file.
           OPEN I-O CASE-FILE.
           IF FS-CASE = 35
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.

       START-CASE-SCAN.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE ZERO TO DC-CASE-NO.
           START CASE-FILE KEY NOT < DC-CASE-NO
               INVALID KEY
                   MOVE 'Y' TO WS-CASE-EOF
           END-START.

       READ-NEXT-CASE.
           READ CASE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CASE-EOF
           END-READ.

       REWRITE-CASE.
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "CASE UPDATE FAILED ", DC-CASE-NO, " ",
                           FS-CASE
           END-REWRITE.

       LOAD-TRANSACTIONS.
      *    A missing transaction file is a run with nothing to key -
      *    matching, refunds and aging still go ahead.
           OPEN INPUT DISPTRAN-FILE.
           IF FS-TRAN-OK
               MOVE 'N' TO WS-EOF
               PERFORM READ-TRANSACTION UNTIL WS-IS-EOF
               CLOSE DISPTRAN-FILE
           END-IF.

       READ-TRANSACTION.
           READ DISPTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO INPUT-COUNT
                   IF TRAN-COUNT < 200
                       ADD 1 TO TRAN-COUNT
                       MOVE DT-TRAN TO TE-TRAN (TRAN-COUNT)
                       MOVE DT-CASE TO TE-CASE (TRAN-COUNT)
                       MOVE DT-DATE TO TE-DATE (TRAN-COUNT)
                       MOVE DT-TIME TO TE-TIME (TRAN-COUNT)
                       MOVE DT-ACCT TO TE-ACCT (TRAN-COUNT)
                       MOVE DT-TERM TO TE-TERM (TRAN-COUNT)
                       MOVE DT-AMOUNT TO TE-AMOUNT (TRAN-COUNT)
                       MOVE DT-CLAIM TO TE-CLAIM (TRAN-COUNT)
                       MOVE DT-RESOLUTION TO TE-RESOLUTION (TRAN-COUNT)
                       MOVE 'N' TO TE-FOUND (TRAN-COUNT)
                       MOVE 'N' TO TE-DUP (TRAN-COUNT)
                       IF DT-CLAIM = ZERO
                           MOVE DT-AMOUNT TO TE-CLAIM (TRAN-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "MORE THAN 200 TRANSACTIONS - REST "
                               "LEFT FOR THE NEXT RUN"
                       ADD 1 TO REJECT-COUNT
                   END-IF
           END-READ.

       SCAN-EXISTING-CASES.
      *    Finds the last case number issued and any new claim
      *    against a withdrawal that already has a case.
           PERFORM START-CASE-SCAN.
           PERFORM READ-NEXT-CASE.
           PERFORM NOTE-EXISTING-CASE UNTIL CASE-IS-EOF.

       NOTE-EXISTING-CASE.
           IF DC-CASE-NO > LAST-CASE-NO
               MOVE DC-CASE-NO TO LAST-CASE-NO
           END-IF.
           IF NOT DC-WITHDRAWN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TRAN-COUNT
                   IF TE-TRAN (I) = "O"
                       AND TE-DATE (I) = DC-TXN-DATE
                       AND TE-TIME (I) = DC-TXN-TIME
                       AND TE-ACCT (I) = DC-ACCT
                       AND TE-TERM (I) = DC-TERM
                       MOVE 'Y' TO TE-DUP (I)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-NEXT-CASE.

       FIND-JOURNAL-ENTRIES.
      *    One pass over the archived and current journal marks each
      *    claim whose withdrawal is really there.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCH-OK
               MOVE 'N' TO WS-EOF
               MOVE 'Y' TO READING-ARCHIVE
               PERFORM READ-ARCHIVE
               PERFORM CHECK-JOURNAL-ENTRY UNTIL WS-IS-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT SETTLE-FILE.
           IF FS-SETL-OK
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO READING-ARCHIVE
               PERFORM READ-JOURNAL
               PERFORM CHECK-JOURNAL-ENTRY UNTIL WS-IS-EOF
               CLOSE SETTLE-FILE
           END-IF.

       READ-ARCHIVE.
           READ ARCHIVE-FILE INTO JOURNAL-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       READ-JOURNAL.
           READ SETTLE-FILE INTO JOURNAL-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       CHECK-JOURNAL-ENTRY.
           IF JE-TYPE = "WITHDRAW"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TRAN-COUNT
                   IF TE-TRAN (I) = "O"
                       AND TE-DATE (I) = JE-DATE
                       AND TE-TIME (I) = JE-TIME
                       AND TE-ACCT (I) = JE-ACCT
                       AND TE-TERM (I) = JE-TERM
                       AND TE-AMOUNT (I) = JE-AMOUNT
                       MOVE 'Y' TO TE-FOUND (I)
                   END-IF
               END-PERFORM
           END-IF.
           IF READING-ARCHIVE = 'Y'
               PERFORM READ-ARCHIVE
           ELSE
               PERFORM READ-JOURNAL
           END-IF.

       APPLY-TRANSACTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CASE TRANSACTIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TRAN-COUNT
               MOVE 'Y' TO TRAN-OK
               MOVE SPACES TO REPORT-LINE
               EVALUATE TE-TRAN (I)
                   WHEN "O"
                       PERFORM OPEN-ONE-CASE
                   WHEN "A"
                   WHEN "D"
                   WHEN "W"
                       PERFORM DECIDE-ONE-CASE
                   WHEN OTHER
                       MOVE TE-CASE (I) TO DC-CASE-NO
                       MOVE ZERO TO TE-ACCT (I) TE-CLAIM (I)
                       MOVE "REJECTED - BAD TRANSACTION"
                           TO REJECT-REASON
                       MOVE 'N' TO TRAN-OK
               END-EVALUATE
               PERFORM PRINT-TRANSACTION-LINE
           END-PERFORM.

       OPEN-ONE-CASE.
           MOVE ZERO TO DC-CASE-NO.
           EVALUATE TRUE
               WHEN TE-FOUND (I) NOT = 'Y'
                   MOVE "REJECTED - NOT ON THE JOURNAL"
                       TO REJECT-REASON
                   MOVE 'N' TO TRAN-OK
               WHEN TE-DUP (I) = 'Y'
                   MOVE "REJECTED - CASE ALREADY OPEN"
                       TO REJECT-REASON
                   MOVE 'N' TO TRAN-OK
               WHEN TE-CLAIM (I) > TE-AMOUNT (I)
                   MOVE "REJECTED - CLAIM OVER AMOUNT"
                       TO REJECT-REASON
                   MOVE 'N' TO TRAN-OK
               WHEN OTHER
                   MOVE SPACES TO CASE-REC
                   ADD 1 TO LAST-CASE-NO
                   MOVE LAST-CASE-NO TO DC-CASE-NO
                   MOVE RUN-DATE TO DC-OPENED
                   MOVE TE-DATE (I) TO DC-TXN-DATE
                   MOVE TE-TIME (I) TO DC-TXN-TIME
                   MOVE TE-ACCT (I) TO DC-ACCT
                   MOVE TE-TERM (I) TO DC-TERM
                   MOVE TE-AMOUNT (I) TO DC-AMOUNT
                   MOVE TE-CLAIM (I) TO DC-CLAIM
                   MOVE 'O' TO DC-STATUS
                   MOVE SPACES TO DC-RESOLUTION
                   MOVE SPACE TO DC-MATCH
                   MOVE ZERO TO DC-BAL-DATE
                   MOVE ZERO TO DC-CLOSED
                   WRITE CASE-REC
                       INVALID KEY
                           MOVE "REJECTED - CASE WRITE FAILED"
                               TO REJECT-REASON
                           MOVE 'N' TO TRAN-OK
                   END-WRITE
                   IF TRAN-OK = 'Y'
                       ADD 1 TO OPENED-COUNT
                       MOVE "OPENED" TO REJECT-REASON
      *                a second claim in the same run is a duplicate
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > TRAN-COUNT
                           IF J NOT = I AND TE-TRAN (J) = "O"
                               AND TE-DATE (J) = TE-DATE (I)
                               AND TE-TIME (J) = TE-TIME (I)
                               AND TE-ACCT (J) = TE-ACCT (I)
                               AND TE-TERM (J) = TE-TERM (I)
                               MOVE 'Y' TO TE-DUP (J)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       DECIDE-ONE-CASE.
      *    Only an open case can be decided; a case approved but not
      *    yet refunded can still be withdrawn.
           MOVE TE-CASE (I) TO DC-CASE-NO.
           READ CASE-FILE
               INVALID KEY
                   MOVE "REJECTED - NO SUCH CASE" TO REJECT-REASON
                   MOVE 'N' TO TRAN-OK
           END-READ.
      *    The register shows the case as it stands on file.
           MOVE SPACES TO TE-DATE (I) TE-TIME (I) TE-TERM (I).
           MOVE ZERO TO TE-ACCT (I) TE-AMOUNT (I) TE-CLAIM (I).
           IF TRAN-OK = 'Y'
               MOVE DC-TXN-DATE TO TE-DATE (I)
               MOVE DC-TXN-TIME TO TE-TIME (I)
               MOVE DC-ACCT TO TE-ACCT (I)
               MOVE DC-TERM TO TE-TERM (I)
               MOVE DC-AMOUNT TO TE-AMOUNT (I)
               MOVE DC-CLAIM TO TE-CLAIM (I)
           END-IF.
           IF TRAN-OK = 'Y'
               EVALUATE TRUE
                   WHEN TE-TRAN (I) = "W"
                       AND (DC-OPEN OR DC-APPROVED)
                       MOVE 'W' TO DC-STATUS
                       MOVE "WD" TO DC-RESOLUTION
                       MOVE RUN-DATE TO DC-CLOSED
                       MOVE "WITHDRAWN" TO REJECT-REASON
                   WHEN NOT DC-OPEN
                       MOVE "REJECTED - CASE NOT OPEN"
                           TO REJECT-REASON
                       MOVE 'N' TO TRAN-OK
                   WHEN TE-TRAN (I) = "A"
                       AND (TE-RESOLUTION (I) = "MA"
                            OR TE-RESOLUTION (I) = "GW")
                       MOVE 'A' TO DC-STATUS
                       MOVE TE-RESOLUTION (I) TO DC-RESOLUTION
                       MOVE "APPROVED" TO REJECT-REASON
                   WHEN TE-TRAN (I) = "D"
                       AND (TE-RESOLUTION (I) = "ND"
                            OR TE-RESOLUTION (I) = "LT"
                            OR TE-RESOLUTION (I) = "FR")
                       MOVE 'D' TO DC-STATUS
                       MOVE TE-RESOLUTION (I) TO DC-RESOLUTION
                       MOVE RUN-DATE TO DC-CLOSED
                       MOVE "DECLINED" TO REJECT-REASON
                   WHEN OTHER
                       MOVE "REJECTED - BAD RESOLUTION CODE"
                           TO REJECT-REASON
                       MOVE 'N' TO TRAN-OK
               END-EVALUATE
           END-IF.
           IF TRAN-OK = 'Y'
               PERFORM REWRITE-CASE
               ADD 1 TO UPDATED-COUNT
           END-IF.

       PRINT-TRANSACTION-LINE.
           IF TRAN-OK NOT = 'Y'
               ADD 1 TO REJECT-COUNT
           END-IF.
           MOVE DC-CASE-NO TO EDIT-CASE.
           MOVE TE-CLAIM (I) TO EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " TE-TRAN (I) " " EDIT-CASE
                  " " TE-ACCT (I) " " TE-DATE (I) " " TE-TIME (I)
                  " " TE-TERM (I) " " EDIT-AMOUNT
                  " " TE-RESOLUTION (I) " " REJECT-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-CASH-POOLS.
      *    Notes over at each count, valued, per terminal and date;
      *    then the claims already approved against a count are
      *    taken off so cash over is never paid out twice.
           OPEN INPUT CASHBAL-FILE.
           IF FS-CBAL-OK
               MOVE 'N' TO WS-EOF
               PERFORM READ-CASH-COUNT UNTIL WS-IS-EOF
               CLOSE CASHBAL-FILE
           END-IF.
           PERFORM START-CASE-SCAN.
           PERFORM READ-NEXT-CASE.
           PERFORM TAKE-USED-CASH UNTIL CASE-IS-EOF.

       READ-CASH-COUNT.
           READ CASHBAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ZERO TO FOUND-SLOT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > POOL-COUNT OR FOUND-SLOT > 0
                       IF PL-DATE (J) = CB-DATE
                           AND PL-TERM (J) = CB-TERM
                           MOVE J TO FOUND-SLOT
                       END-IF
                   END-PERFORM
                   IF FOUND-SLOT = ZERO AND POOL-COUNT < 500
                       ADD 1 TO POOL-COUNT
                       MOVE POOL-COUNT TO FOUND-SLOT
                       MOVE CB-DATE TO PL-DATE (FOUND-SLOT)
                       MOVE CB-TERM TO PL-TERM (FOUND-SLOT)
                       MOVE ZERO TO PL-OVER (FOUND-SLOT)
                   END-IF
                   IF FOUND-SLOT > ZERO
                       COMPUTE NOTE-VALUE =
                           (CB-COUNTED - CB-BOOK) * CB-DENOM
                       ADD NOTE-VALUE TO PL-OVER (FOUND-SLOT)
                   END-IF
           END-READ.

       TAKE-USED-CASH.
           IF DC-MATCH = 'Y' AND NOT DC-WITHDRAWN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > POOL-COUNT
                   IF PL-DATE (J) = DC-BAL-DATE
                       AND PL-TERM (J) = DC-TERM
                       SUBTRACT DC-CLAIM FROM PL-OVER (J)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-NEXT-CASE.

       MATCH-OPEN-CASES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN CASES AGAINST CASH BALANCING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  CASE        TERM WITHDRAWN    CLAIM COUNTED"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM START-CASE-SCAN.
           PERFORM READ-NEXT-CASE.
           PERFORM MATCH-ONE-CASE UNTIL CASE-IS-EOF.

       MATCH-ONE-CASE.
      *    The count that settles the withdrawal's day is the first
      *    one on or after it at the same terminal.
           IF DC-OPEN
               MOVE ZERO TO FOUND-SLOT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > POOL-COUNT
                   IF PL-TERM (J) = DC-TERM
                       AND PL-DATE (J) NOT < DC-TXN-DATE
                       IF FOUND-SLOT = ZERO
                           MOVE J TO FOUND-SLOT
                       ELSE
                           IF PL-DATE (J) < PL-DATE (FOUND-SLOT)
                               MOVE J TO FOUND-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO REJECT-REASON
               MOVE SPACES TO COUNT-DATE
               IF FOUND-SLOT > ZERO
                   MOVE PL-DATE (FOUND-SLOT) TO COUNT-DATE
               END-IF
               EVALUATE TRUE
                   WHEN FOUND-SLOT = ZERO
                       MOVE 'B' TO DC-MATCH
                       MOVE "TERMINAL NOT COUNTED YET" TO REJECT-REASON
                   WHEN PL-OVER (FOUND-SLOT) NOT < DC-CLAIM
                       SUBTRACT DC-CLAIM FROM PL-OVER (FOUND-SLOT)
                       MOVE 'Y' TO DC-MATCH
                       MOVE PL-DATE (FOUND-SLOT) TO DC-BAL-DATE
                       MOVE 'A' TO DC-STATUS
                       MOVE "CO" TO DC-RESOLUTION
                       ADD 1 TO MATCHED-COUNT
                       MOVE "APPROVED - CASH OVER"
                           TO REJECT-REASON
                   WHEN OTHER
                       MOVE 'N' TO DC-MATCH
                       MOVE PL-DATE (FOUND-SLOT) TO DC-BAL-DATE
                       MOVE "NOT ENOUGH CASH OVER"
                           TO REJECT-REASON
               END-EVALUATE
               PERFORM REWRITE-CASE
               MOVE DC-CASE-NO TO EDIT-CASE
               MOVE DC-CLAIM TO EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  CASE " EDIT-CASE " " DC-TERM
                      " " DC-TXN-DATE " " EDIT-AMOUNT
                      " " COUNT-DATE "  " REJECT-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-CASE.

       POST-REFUNDS.
      *    Each approved claim is credited to the account and
      *    journaled as a REFUND against the terminal it came from.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUNDS POSTED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN I-O ACCOUNT-MASTER.
           IF FS-MST-OK
               MOVE 'Y' TO MASTER-READY
           ELSE
               DISPLAY "ACCOUNT MASTER UNAVAILABLE ", FS-MST
           END-IF.
           OPEN EXTEND SETTLE-FILE.
           IF NOT FS-SETL-OK
               OPEN OUTPUT SETTLE-FILE
           END-IF.
           IF FS-SETL-OK
               MOVE 'Y' TO JOURNAL-READY
           ELSE
               DISPLAY "UNABLE TO OPEN SETTLEMENT JOURNAL ", FS-SETL
           END-IF.
           IF MASTER-IS-READY AND JOURNAL-IS-READY
               PERFORM START-CASE-SCAN
               PERFORM READ-NEXT-CASE
               PERFORM POST-ONE-REFUND UNTIL CASE-IS-EOF
           ELSE
               MOVE "  REFUNDS HELD - MASTER OR JOURNAL UNAVAILABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF MASTER-IS-READY
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF JOURNAL-IS-READY
               CLOSE SETTLE-FILE
           END-IF.
           MOVE REFUND-COUNT TO EDIT-COUNT.
           MOVE REFUND-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REFUNDS: " EDIT-COUNT "  TOTAL " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       POST-ONE-REFUND.
           IF DC-APPROVED
               MOVE DC-ACCT TO MS-ACCT-NO
               MOVE SPACES TO REJECT-REASON
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "HELD - ACCOUNT NOT ON MASTER"
                           TO REJECT-REASON
               END-READ
               IF REJECT-REASON = SPACES AND MS-STATUS-OPERATOR
                   MOVE "HELD - OPERATOR ACCOUNT" TO REJECT-REASON
               END-IF
               IF REJECT-REASON = SPACES
                   ADD DC-CLAIM TO MS-BALANCE
                   REWRITE ACCOUNT-MASTER-REC
                       INVALID KEY
                           MOVE "HELD - ACCOUNT UPDATE FAILED"
                               TO REJECT-REASON
                   END-REWRITE
               END-IF
               IF REJECT-REASON = SPACES
                   MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
                   MOVE RUN-DATE TO SJ-DATE
                   MOVE RUN-TIME TO SJ-TIME
                   MOVE DC-ACCT TO SJ-ACCT
                   MOVE "REFUND" TO SJ-TYPE
                   MOVE DC-CLAIM TO SJ-AMOUNT
                   MOVE DC-TERM TO SJ-TERM
                   WRITE SETTLE-REC
                   MOVE 'P' TO DC-STATUS
                   MOVE RUN-DATE TO DC-CLOSED
                   PERFORM REWRITE-CASE
                   ADD 1 TO REFUND-COUNT
                   ADD DC-CLAIM TO REFUND-TOTAL
                   MOVE "REFUNDED" TO REJECT-REASON
               END-IF
               MOVE DC-CASE-NO TO EDIT-CASE
               MOVE DC-CLAIM TO EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  CASE " EDIT-CASE " ACCOUNT " DC-ACCT
                      " " EDIT-AMOUNT " " DC-RESOLUTION
                      "  " REJECT-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-CASE.

       AGE-OPEN-CASES.
      *    Everything not yet closed - open, or approved with the
      *    refund held - aged from the day the case was opened.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN CASES BY AGE - CARD OPERATIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    CASE   AGE ACCT TERM WITHDRAWN           CLAIM ST"
               TO REPORT-LINE.
           MOVE "MATCH" TO REPORT-LINE (55:5).
           WRITE REPORT-LINE.
           PERFORM START-CASE-SCAN.
           PERFORM READ-NEXT-CASE.
           PERFORM AGE-ONE-CASE UNTIL CASE-IS-EOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               MOVE AGE-BUCKET-COUNT (I) TO EDIT-COUNT
               MOVE AGE-BUCKET-AMOUNT (I) TO EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  " AGE-LABEL (I) EDIT-COUNT
                      " CASES  " EDIT-TOTAL
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE OPEN-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OPEN CASES    " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       AGE-ONE-CASE.
           IF DC-OPEN OR DC-APPROVED
               ADD 1 TO OPEN-COUNT
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(DC-OPENED)
               EVALUATE TRUE
                   WHEN AGE-DAYS NOT > 7
                       MOVE 1 TO I
                   WHEN AGE-DAYS NOT > 30
                       MOVE 2 TO I
                   WHEN AGE-DAYS NOT > 60
                       MOVE 3 TO I
                   WHEN OTHER
                       MOVE 4 TO I
               END-EVALUATE
               ADD 1 TO AGE-BUCKET-COUNT (I)
               ADD DC-CLAIM TO AGE-BUCKET-AMOUNT (I)
               EVALUATE DC-MATCH
                   WHEN 'B'
                       MOVE "NOT COUNTED" TO REJECT-REASON
                   WHEN 'N'
                       MOVE "NO CASH OVER" TO REJECT-REASON
                   WHEN 'Y'
                       MOVE "CASH OVER" TO REJECT-REASON
                   WHEN OTHER
                       MOVE SPACES TO REJECT-REASON
               END-EVALUATE
               MOVE DC-CASE-NO TO EDIT-CASE
               MOVE AGE-DAYS TO EDIT-AGE
               MOVE DC-CLAIM TO EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " EDIT-CASE " " EDIT-AGE " " DC-ACCT
                      " " DC-TERM " " DC-TXN-DATE " " DC-TXN-TIME
                      " " EDIT-AMOUNT " " DC-STATUS
                      "  " REJECT-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-CASE.
