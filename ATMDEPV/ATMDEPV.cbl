       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDEPV.
      *    ATM deposit verification batch.  The machine credits a
      *    deposited envelope to the ledger balance only, holds the
      *    amount as pending on ACCTMST and files the envelope on
      *    DEPENV; nothing is available to spend until the envelope
      *    has been opened and counted.  The operator keys one
      *    DEPVTRAN line per envelope counted:
      *
      *      C - confirm, the envelope held what the customer keyed
      *      A - adjust to the counted amount (zero for an empty
      *          envelope)
      *
      *    and each run releases the pending amount and journals
      *    it to SETLJRNL:
      *      DEP-VERIFY  amount released to available (no money
      *                  moves - the DEPOSIT was journaled already)
      *      DEP-SHORT   shortfall reversed off the ledger balance
      *      DEP-OVER    surplus credited to the ledger balance
      *    so ATMSETTL, the statements and ATMGLFD all follow the
      *    correction.  The report lists every decision and then
      *    every envelope still waiting to be counted, with its age.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPVTRAN-FILE ASSIGN TO "DEPVTRAN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-TRAN.
           SELECT ENVELOPE-FILE ASSIGN TO "DEPENV"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DE-KEY
                  FILE STATUS IS FS-ENV.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT SETTLE-FILE ASSIGN TO "SETLJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SETL.
           SELECT REPORT-FILE ASSIGN TO "DEPVRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD DEPVTRAN-FILE.
       01 DEPVTRAN-REC.
      *    The envelope reference exactly as printed on the receipt.
          05 DV-TERM PIC X(4).
          05 FILLER PIC X.
          05 DV-DATE PIC X(8).
          05 FILLER PIC X.
          05 DV-TIME PIC X(6).
          05 FILLER PIC X.
          05 DV-ACTION PIC X.
      *       C - CONFIRM AS KEYED   A - ADJUST TO COUNTED AMOUNT
          05 FILLER PIC X.
          05 DV-COUNTED PIC 9(5)V99.
      *       notes found in the envelope - used on an adjust only
       FD ENVELOPE-FILE.
       01 ENVELOPE-REC.
           05 DE-KEY.
              10 DE-TERM PIC X(4).
              10 DE-DATE PIC X(8).
              10 DE-TIME PIC X(6).
           05 DE-ACCT PIC 9(4).
           05 DE-AMOUNT PIC 9(5)V99.
           05 DE-STATUS PIC X.
              88 DE-PENDING VALUE 'P'.
              88 DE-VERIFIED-OK VALUE 'V'.
              88 DE-ADJUSTED VALUE 'A'.
           05 DE-COUNTED PIC 9(5)V99.
           05 DE-VERIFIED PIC X(8).
           05 FILLER PIC X(15).
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
       FD SETTLE-FILE.
       01 SETTLE-REC.
           05 SJ-DATE PIC X(8).
           05 SJ-TIME PIC X(6).
           05 SJ-ACCT PIC 9(4).
           05 SJ-TYPE PIC X(10).
           05 SJ-AMOUNT PIC 9(5)V99.
           05 SJ-TERM PIC X(4).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-TRAN PIC 9(02).
          88 FS-TRAN-OK VALUE 0.
       01 FS-ENV PIC 9(02).
          88 FS-ENV-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 WS-ENV-EOF PIC X VALUE 'N'.
          88 ENV-IS-EOF VALUE 'Y'.
       01 ENVELOPES-READY PIC X VALUE 'N'.
       01 MASTER-READY PIC X VALUE 'N'.
       01 JOURNAL-READY PIC X VALUE 'N'.
       01 RUN-STAMP.
           05 RUN-DATE PIC 9(8).
           05 RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 ENVELOPE-DATE PIC 9(8) VALUE ZERO.
       01 COUNTED-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 DIFFERENCE PIC 9(5)V99 VALUE ZERO.
       01 JOURNAL-TYPE PIC X(10).
       01 JOURNAL-AMOUNT PIC 9(5)V99 VALUE ZERO.
       01 RESULT-TEXT PIC X(30).
       01 AGE-DAYS PIC 9(5) VALUE ZERO.
       01 INPUT-COUNT PIC 9(5) VALUE ZERO.
       01 CONFIRM-COUNT PIC 9(5) VALUE ZERO.
       01 CONFIRM-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 SHORT-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 OVER-COUNT PIC 9(5) VALUE ZERO.
       01 OVER-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 PENDING-COUNT PIC 9(5) VALUE ZERO.
       01 PENDING-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 EDIT-KEYED PIC ZZ,ZZ9.99.
       01 EDIT-COUNTED PIC ZZ,ZZ9.99.
       01 EDIT-COUNTED-X REDEFINES EDIT-COUNTED PIC X(9).
       01 EDIT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 EDIT-COUNT PIC ZZ,ZZ9.
       01 EDIT-AGE PIC ZZZZ9.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMDEPV ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMDEPV".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN VERIFICATION REPORT ", FS-RPT
               MOVE "ERROR" TO RC-STATUS
           ELSE
               PERFORM OPEN-UPDATE-FILES
               IF ENVELOPES-READY = 'Y' AND MASTER-READY = 'Y'
                   AND JOURNAL-READY = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING "ATM DEPOSIT VERIFICATION RUN " RUN-DATE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VERIFY-ENVELOPES
                   PERFORM LIST-PENDING-ENVELOPES
                   PERFORM WRITE-TOTALS
               ELSE
                   MOVE "ERROR" TO RC-STATUS
                   MOVE "VERIFICATION NOT RUN - FILES UNAVAILABLE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM CLOSE-UPDATE-FILES
               CLOSE REPORT-FILE
           END-IF.
           MOVE INPUT-COUNT TO RC-INPUT-COUNT.
           COMPUTE RC-OUTPUT-COUNT =
               CONFIRM-COUNT + SHORT-COUNT + OVER-COUNT.
           MOVE REJECT-COUNT TO RC-ERROR-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "ENVELOPES VERIFIED: " RC-OUTPUT-COUNT.
           DISPLAY "STILL PENDING:      " PENDING-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMDEPV".
           STOP RUN.

       OPEN-UPDATE-FILES.
      *    The envelope file is created by the first deposit taken;
      *    a run before that finds nothing to verify.
           OPEN I-O ENVELOPE-FILE.
           IF FS-ENV = 35
               OPEN OUTPUT ENVELOPE-FILE
               CLOSE ENVELOPE-FILE
               OPEN I-O ENVELOPE-FILE
           END-IF.
           IF FS-ENV-OK
               MOVE 'Y' TO ENVELOPES-READY
           ELSE
               DISPLAY "DEPOSIT ENVELOPE FILE UNAVAILABLE ", FS-ENV
           END-IF.
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

       CLOSE-UPDATE-FILES.
           IF ENVELOPES-READY = 'Y'
               CLOSE ENVELOPE-FILE
           END-IF.
           IF MASTER-READY = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF JOURNAL-READY = 'Y'
               CLOSE SETTLE-FILE
           END-IF.

       VERIFY-ENVELOPES.
      *    A missing transaction file means nothing was counted
      *    today - the pending list is still printed.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENVELOPES COUNTED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TERM DATE     TIME   ACCT     KEYED   COUNTED"
               TO REPORT-LINE.
           MOVE "RESULT" TO REPORT-LINE (50:6).
           WRITE REPORT-LINE.
           OPEN INPUT DEPVTRAN-FILE.
           IF FS-TRAN-OK
               PERFORM READ-TRANSACTION
               PERFORM VERIFY-ONE-ENVELOPE UNTIL WS-IS-EOF
               CLOSE DEPVTRAN-FILE
           END-IF.

       READ-TRANSACTION.
           READ DEPVTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       VERIFY-ONE-ENVELOPE.
           ADD 1 TO INPUT-COUNT.
           MOVE SPACES TO RESULT-TEXT.
           MOVE SPACES TO ENVELOPE-REC.
           MOVE ZERO TO DE-ACCT DE-AMOUNT DE-COUNTED COUNTED-AMOUNT.
           MOVE DV-TERM TO DE-TERM.
           MOVE DV-DATE TO DE-DATE.
           MOVE DV-TIME TO DE-TIME.
           IF DV-ACTION NOT = 'C' AND DV-ACTION NOT = 'A'
               MOVE "REJECTED - BAD ACTION CODE" TO RESULT-TEXT
           ELSE
               READ ENVELOPE-FILE
                   INVALID KEY
                       MOVE "REJECTED - NO SUCH ENVELOPE"
                           TO RESULT-TEXT
               END-READ
           END-IF.
           IF RESULT-TEXT = SPACES AND NOT DE-PENDING
               MOVE "REJECTED - ALREADY VERIFIED" TO RESULT-TEXT
           END-IF.
           IF RESULT-TEXT = SPACES
               IF DV-ACTION = 'C'
                   MOVE DE-AMOUNT TO COUNTED-AMOUNT
               ELSE
                   MOVE DV-COUNTED TO COUNTED-AMOUNT
               END-IF
               MOVE DE-ACCT TO MS-ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "REJECTED - ACCOUNT NOT ON MASTER"
                           TO RESULT-TEXT
               END-READ
           END-IF.
           IF RESULT-TEXT = SPACES AND MS-PENDING-DEP < DE-AMOUNT
               MOVE "REJECTED - PENDING BELOW AMOUNT" TO RESULT-TEXT
           END-IF.
           IF RESULT-TEXT = SPACES AND COUNTED-AMOUNT < DE-AMOUNT
               COMPUTE DIFFERENCE = DE-AMOUNT - COUNTED-AMOUNT
               IF DIFFERENCE > MS-BALANCE
                   MOVE "REJECTED - LEDGER BELOW SHORTAGE"
                       TO RESULT-TEXT
               END-IF
           END-IF.
           IF RESULT-TEXT = SPACES
               PERFORM RELEASE-ENVELOPE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
           MOVE DE-AMOUNT TO EDIT-KEYED.
           IF DV-ACTION = 'A'
               MOVE DV-COUNTED TO EDIT-COUNTED
           ELSE
               MOVE SPACES TO EDIT-COUNTED-X
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DE-TERM " " DE-DATE " " DE-TIME " " DE-ACCT
                  " " EDIT-KEYED " " EDIT-COUNTED "  " RESULT-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-TRANSACTION.

       RELEASE-ENVELOPE.
      *    The pending amount always comes off in full; the ledger
      *    only moves by the difference between keyed and counted.
           SUBTRACT DE-AMOUNT FROM MS-PENDING-DEP.
           MOVE ZERO TO DIFFERENCE.
           IF COUNTED-AMOUNT < DE-AMOUNT
               COMPUTE DIFFERENCE = DE-AMOUNT - COUNTED-AMOUNT
               SUBTRACT DIFFERENCE FROM MS-BALANCE
           END-IF.
           IF COUNTED-AMOUNT > DE-AMOUNT
               COMPUTE DIFFERENCE = COUNTED-AMOUNT - DE-AMOUNT
               ADD DIFFERENCE TO MS-BALANCE
           END-IF.
           REWRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   MOVE "REJECTED - MASTER UPDATE FAILED"
                       TO RESULT-TEXT
           END-REWRITE.
           IF RESULT-TEXT NOT = SPACES
               ADD 1 TO REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN COUNTED-AMOUNT = DE-AMOUNT
                       MOVE 'V' TO DE-STATUS
                       MOVE "DEP-VERIFY" TO JOURNAL-TYPE
                       MOVE DE-AMOUNT TO JOURNAL-AMOUNT
                       PERFORM WRITE-JOURNAL
                       ADD 1 TO CONFIRM-COUNT
                       ADD DE-AMOUNT TO CONFIRM-TOTAL
                       MOVE "CONFIRMED - RELEASED" TO RESULT-TEXT
                   WHEN COUNTED-AMOUNT < DE-AMOUNT
                       MOVE 'A' TO DE-STATUS
                       MOVE "DEP-SHORT" TO JOURNAL-TYPE
                       MOVE DIFFERENCE TO JOURNAL-AMOUNT
                       PERFORM WRITE-JOURNAL
                       IF COUNTED-AMOUNT > ZERO
                           MOVE "DEP-VERIFY" TO JOURNAL-TYPE
                           MOVE COUNTED-AMOUNT TO JOURNAL-AMOUNT
                           PERFORM WRITE-JOURNAL
                       END-IF
                       ADD 1 TO SHORT-COUNT
                       ADD DIFFERENCE TO SHORT-TOTAL
                       MOVE "SHORT - DIFFERENCE REVERSED"
                           TO RESULT-TEXT
                   WHEN OTHER
                       MOVE 'A' TO DE-STATUS
                       MOVE "DEP-VERIFY" TO JOURNAL-TYPE
                       MOVE DE-AMOUNT TO JOURNAL-AMOUNT
                       PERFORM WRITE-JOURNAL
                       MOVE "DEP-OVER" TO JOURNAL-TYPE
                       MOVE DIFFERENCE TO JOURNAL-AMOUNT
                       PERFORM WRITE-JOURNAL
                       ADD 1 TO OVER-COUNT
                       ADD DIFFERENCE TO OVER-TOTAL
                       MOVE "OVER - DIFFERENCE CREDITED"
                           TO RESULT-TEXT
               END-EVALUATE
               MOVE COUNTED-AMOUNT TO DE-COUNTED
               MOVE RUN-DATE TO DE-VERIFIED
               REWRITE ENVELOPE-REC
                   INVALID KEY
                       DISPLAY "ENVELOPE UPDATE FAILED ", DE-KEY,
                               " ", FS-ENV
               END-REWRITE
           END-IF.

       WRITE-JOURNAL.
      *    Booked against the terminal that took the envelope, so
      *    the correction settles with the deposit it corrects.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           MOVE RUN-DATE TO SJ-DATE.
           MOVE RUN-TIME TO SJ-TIME.
           MOVE DE-ACCT TO SJ-ACCT.
           MOVE JOURNAL-TYPE TO SJ-TYPE.
           MOVE JOURNAL-AMOUNT TO SJ-AMOUNT.
           MOVE DE-TERM TO SJ-TERM.
           WRITE SETTLE-REC.

       LIST-PENDING-ENVELOPES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENVELOPES AWAITING COUNT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TERM DATE     TIME   ACCT     KEYED   AGE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO DE-KEY.
           START ENVELOPE-FILE KEY NOT < DE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENV-EOF
           END-START.
           PERFORM READ-NEXT-ENVELOPE.
           PERFORM LIST-ONE-ENVELOPE UNTIL ENV-IS-EOF.

       READ-NEXT-ENVELOPE.
           IF NOT ENV-IS-EOF
               READ ENVELOPE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ENV-EOF
               END-READ
           END-IF.

       LIST-ONE-ENVELOPE.
           IF DE-PENDING
               ADD 1 TO PENDING-COUNT
               ADD DE-AMOUNT TO PENDING-TOTAL
               MOVE DE-DATE TO ENVELOPE-DATE
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(ENVELOPE-DATE)
               MOVE DE-AMOUNT TO EDIT-KEYED
               MOVE AGE-DAYS TO EDIT-AGE
               MOVE SPACES TO REPORT-LINE
               STRING "  " DE-TERM " " DE-DATE " " DE-TIME " "
                      DE-ACCT " " EDIT-KEYED " " EDIT-AGE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-ENVELOPE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONFIRM-COUNT TO EDIT-COUNT.
           MOVE CONFIRM-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CONFIRMED       " EDIT-COUNT "  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SHORT-COUNT TO EDIT-COUNT.
           MOVE SHORT-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SHORT, REVERSED " EDIT-COUNT "  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE OVER-COUNT TO EDIT-COUNT.
           MOVE OVER-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OVER, CREDITED  " EDIT-COUNT "  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REJECT-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTED        " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PENDING-COUNT TO EDIT-COUNT.
           MOVE PENDING-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  STILL PENDING   " EDIT-COUNT "  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
