       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPINCV.
      *    One-time conversion of the ATM account master from clear
      *    PINs to enciphered PIN blocks.  The old master (ACCTMST,
      *    clear MS-PIN, 33-byte records) is read in key order and
      *    every account is written to ACCTPIN in the new layout:
      *    the PIN is replaced by the AESPINB block made under the
      *    current version of the ATMPIN key, and the old PIN slot
      *    carries that key version.  The pending deposit, which
      *    the old master does not carry, starts at zero; all other
      *    fields are copied as they stand.
      *
      *    The run then proves itself: both masters are read again
      *    side by side and every account must be on both, with the
      *    same balances, status and dates, and the block on ACCTPIN
      *    must be the one its clear PIN enciphers to under the key
      *    version stored with it.  Only when the report ends
      *    "EVERY ACCOUNT CONVERTED AND PROVED" is ACCTPIN installed
      *    as ACCTMST and the old master scratched; otherwise the
      *    run ends in ERROR and the old master stays in service.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "ACCTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OM-ACCT-NO
                  FILE STATUS IS FS-OLD.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTPIN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT REPORT-FILE ASSIGN TO "PINCRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-MASTER.
      *    Account master as it stood with the PIN in clear.
       01 OLD-MASTER-REC.
           05 OM-ACCT-NO PIC 9(4).
           05 OM-PIN PIC 9(4).
           05 OM-BALANCE PIC 9(5)V99.
           05 OM-WITHDRAWN-TODAY PIC 9(5)V99.
           05 OM-STATUS PIC X.
           05 OM-LAST-WDR-DATE PIC X(8).
           05 FILLER PIC X(2).
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           05 MS-ACCT-NO PIC 9(4).
           05 MS-PIN-KEY-VER PIC 9(4).
           05 MS-BALANCE PIC 9(5)V99.
           05 MS-WITHDRAWN-TODAY PIC 9(5)V99.
           05 MS-STATUS PIC X.
           05 MS-LAST-WDR-DATE PIC X(8).
           05 MS-PENDING-DEP PIC 9(5)V99.
           05 FILLER PIC X(2).
           05 MS-PIN-BLOCK PIC X(32).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-OLD PIC 9(02).
          88 FS-OLD-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 OLD-EOF PIC X VALUE 'N'.
          88 OLD-IS-EOF VALUE 'Y'.
       01 NEW-EOF PIC X VALUE 'N'.
          88 NEW-IS-EOF VALUE 'Y'.
       01 RUN-STAMP.
           05 RUN-DATE PIC 9(8).
           05 RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 PIN-BLOCK-AREA.
           05 PB-KEY-ID PIC X(16) VALUE "ATMPIN".
           05 PB-KEY-VERSION PIC 9(4).
           05 PB-ACCT-NO PIC 9(4).
           05 PB-PIN PIC 9(4).
           05 PB-BLOCK PIC X(32).
           05 PB-STATUS PIC X(3).
              88 PB-STATUS-OK VALUE "OK ".
       01 PROBLEM-TEXT PIC X(40).
       01 PROBLEM-ACCT PIC 9(4).
       01 READ-COUNT PIC 9(7) VALUE ZERO.
       01 WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 CONVERT-FAIL-COUNT PIC 9(7) VALUE ZERO.
       01 PROVE-OLD-COUNT PIC 9(7) VALUE ZERO.
       01 PROVE-NEW-COUNT PIC 9(7) VALUE ZERO.
       01 PROVED-COUNT PIC 9(7) VALUE ZERO.
       01 PROVE-FAIL-COUNT PIC 9(7) VALUE ZERO.
       01 OLD-BALANCE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 NEW-BALANCE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 KEY-VERSION-USED PIC 9(4) VALUE ZERO.
       01 EDIT-COUNT PIC ZZZ,ZZ9.
       01 EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMPINCV".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMPINCV".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN OUTPUT REPORT-FILE.
           IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN CONVERSION REPORT ", FS-RPT
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ATM PIN BLOCK CONVERSION RUN " RUN-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CONVERT-MASTER
               IF RC-STATUS = "OK"
                   PERFORM PROVE-MASTER
               END-IF
               PERFORM WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF.
           MOVE READ-COUNT TO RC-INPUT-COUNT.
           MOVE WRITE-COUNT TO RC-OUTPUT-COUNT.
           COMPUTE RC-ERROR-COUNT =
               CONVERT-FAIL-COUNT + PROVE-FAIL-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "ACCOUNTS CONVERTED: " WRITE-COUNT.
           DISPLAY "ACCOUNTS PROVED:    " PROVED-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMPINCV".
           STOP RUN.

       CONVERT-MASTER.
           OPEN INPUT OLD-MASTER.
           IF NOT FS-OLD-OK
               DISPLAY "OLD ACCOUNT MASTER UNAVAILABLE ", FS-OLD
               MOVE "ERROR" TO RC-STATUS
               MOVE "CONVERSION NOT RUN - ACCTMST UNAVAILABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT ACCOUNT-MASTER
               IF NOT FS-MST-OK
                   DISPLAY "NEW ACCOUNT MASTER UNAVAILABLE ", FS-MST
                   MOVE "ERROR" TO RC-STATUS
                   MOVE "CONVERSION NOT RUN - ACCTPIN UNAVAILABLE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "CONVERSION EXCEPTIONS" TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM READ-OLD-MASTER
                   PERFORM CONVERT-ONE-ACCOUNT UNTIL OLD-IS-EOF
                   CLOSE ACCOUNT-MASTER
               END-IF
               CLOSE OLD-MASTER
           END-IF.
           IF CONVERT-FAIL-COUNT > ZERO
               MOVE "ERROR" TO RC-STATUS
           END-IF.

       READ-OLD-MASTER.
           READ OLD-MASTER NEXT
               AT END
                   MOVE 'Y' TO OLD-EOF
           END-READ.

       CONVERT-ONE-ACCOUNT.
      *    An account that cannot be converted is left off ACCTPIN
      *    and the run is failed - the proof then shows it missing.
           ADD 1 TO READ-COUNT.
           ADD OM-BALANCE TO OLD-BALANCE-TOTAL.
           MOVE OM-ACCT-NO TO PROBLEM-ACCT.
           IF OM-PIN NOT NUMERIC
               ADD 1 TO CONVERT-FAIL-COUNT
               MOVE "CLEAR PIN NOT NUMERIC" TO PROBLEM-TEXT
               PERFORM PRINT-PROBLEM
           ELSE
               MOVE ZERO TO PB-KEY-VERSION
               PERFORM MAKE-PIN-BLOCK
               IF NOT PB-STATUS-OK
                   ADD 1 TO CONVERT-FAIL-COUNT
                   MOVE "PIN KEY NOT AVAILABLE" TO PROBLEM-TEXT
                   PERFORM PRINT-PROBLEM
               ELSE
                   MOVE PB-KEY-VERSION TO KEY-VERSION-USED
                   PERFORM WRITE-NEW-ACCOUNT
               END-IF
           END-IF.
           PERFORM READ-OLD-MASTER.

       MAKE-PIN-BLOCK.
      *    PB-KEY-VERSION is set by the caller: zero for the current
      *    key, or the version stored on ACCTPIN when proving.
           MOVE OM-ACCT-NO TO PB-ACCT-NO.
           MOVE OM-PIN TO PB-PIN.
           CALL "AESPINB" USING PIN-BLOCK-AREA.
           MOVE ZERO TO PB-PIN.

       WRITE-NEW-ACCOUNT.
           MOVE SPACES TO ACCOUNT-MASTER-REC.
           MOVE OM-ACCT-NO TO MS-ACCT-NO.
           MOVE PB-KEY-VERSION TO MS-PIN-KEY-VER.
           MOVE OM-BALANCE TO MS-BALANCE.
           MOVE OM-WITHDRAWN-TODAY TO MS-WITHDRAWN-TODAY.
           MOVE OM-STATUS TO MS-STATUS.
           MOVE OM-LAST-WDR-DATE TO MS-LAST-WDR-DATE.
           MOVE ZERO TO MS-PENDING-DEP.
           MOVE PB-BLOCK TO MS-PIN-BLOCK.
           WRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   ADD 1 TO CONVERT-FAIL-COUNT
                   MOVE "ACCTPIN WRITE FAILED" TO PROBLEM-TEXT
                   PERFORM PRINT-PROBLEM
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
           END-WRITE.

       PROVE-MASTER.
      *    Both masters are in account order, so they are matched
      *    the way ATMSTMT merges the journal against the master.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROOF EXCEPTIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO OLD-EOF.
           MOVE 'N' TO NEW-EOF.
           OPEN INPUT OLD-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           IF NOT FS-OLD-OK OR NOT FS-MST-OK
               DISPLAY "UNABLE TO REOPEN MASTERS ", FS-OLD, " ", FS-MST
               MOVE "ERROR" TO RC-STATUS
               MOVE "PROOF NOT RUN - MASTERS UNAVAILABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-OLD-MASTER
               PERFORM READ-NEW-MASTER
               PERFORM PROVE-ONE-ACCOUNT
                   UNTIL OLD-IS-EOF AND NEW-IS-EOF
           END-IF.
           IF FS-OLD-OK OR OLD-IS-EOF
               CLOSE OLD-MASTER
           END-IF.
           IF FS-MST-OK OR NEW-IS-EOF
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF PROVE-FAIL-COUNT > ZERO
               OR PROVED-COUNT NOT = READ-COUNT
               OR PROVE-NEW-COUNT NOT = READ-COUNT
               MOVE "ERROR" TO RC-STATUS
           END-IF.

       READ-NEW-MASTER.
           READ ACCOUNT-MASTER NEXT
               AT END
                   MOVE 'Y' TO NEW-EOF
           END-READ.

       PROVE-ONE-ACCOUNT.
           IF NEW-IS-EOF
               OR (NOT OLD-IS-EOF AND OM-ACCT-NO < MS-ACCT-NO)
               ADD 1 TO PROVE-OLD-COUNT
               ADD 1 TO PROVE-FAIL-COUNT
               MOVE OM-ACCT-NO TO PROBLEM-ACCT
               MOVE "NOT ON ACCTPIN" TO PROBLEM-TEXT
               PERFORM PRINT-PROBLEM
               PERFORM READ-OLD-MASTER
           ELSE IF OLD-IS-EOF OR MS-ACCT-NO < OM-ACCT-NO
               ADD 1 TO PROVE-NEW-COUNT
               ADD 1 TO PROVE-FAIL-COUNT
               ADD MS-BALANCE TO NEW-BALANCE-TOTAL
               MOVE MS-ACCT-NO TO PROBLEM-ACCT
               MOVE "ON ACCTPIN BUT NOT ON ACCTMST" TO PROBLEM-TEXT
               PERFORM PRINT-PROBLEM
               PERFORM READ-NEW-MASTER
           ELSE
               ADD 1 TO PROVE-OLD-COUNT
               ADD 1 TO PROVE-NEW-COUNT
               ADD MS-BALANCE TO NEW-BALANCE-TOTAL
               PERFORM PROVE-MATCHED-ACCOUNT
               PERFORM READ-OLD-MASTER
               PERFORM READ-NEW-MASTER
           END-IF.

       PROVE-MATCHED-ACCOUNT.
           MOVE MS-ACCT-NO TO PROBLEM-ACCT.
           MOVE SPACES TO PROBLEM-TEXT.
           IF MS-BALANCE NOT = OM-BALANCE
               OR MS-WITHDRAWN-TODAY NOT = OM-WITHDRAWN-TODAY
               MOVE "BALANCES DIFFER" TO PROBLEM-TEXT
           END-IF.
           IF MS-STATUS NOT = OM-STATUS
               OR MS-LAST-WDR-DATE NOT = OM-LAST-WDR-DATE
               MOVE "STATUS OR DATE DIFFERS" TO PROBLEM-TEXT
           END-IF.
           IF PROBLEM-TEXT = SPACES
               IF MS-PIN-BLOCK = SPACES OR MS-PIN-KEY-VER = ZERO
                   MOVE "NO PIN BLOCK" TO PROBLEM-TEXT
               ELSE
                   MOVE MS-PIN-KEY-VER TO PB-KEY-VERSION
                   PERFORM MAKE-PIN-BLOCK
                   IF NOT PB-STATUS-OK
                       MOVE "PIN KEY VERSION NOT AVAILABLE"
                           TO PROBLEM-TEXT
                   END-IF
                   IF PB-STATUS-OK AND PB-BLOCK NOT = MS-PIN-BLOCK
                       MOVE "PIN BLOCK DOES NOT MATCH CLEAR PIN"
                           TO PROBLEM-TEXT
                   END-IF
               END-IF
           END-IF.
           IF PROBLEM-TEXT = SPACES
               ADD 1 TO PROVED-COUNT
           ELSE
               ADD 1 TO PROVE-FAIL-COUNT
               PERFORM PRINT-PROBLEM
           END-IF.

       PRINT-PROBLEM.
      *    Only the account and the problem are printed - never the
      *    clear PIN or the block.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACCOUNT " PROBLEM-ACCT " " PROBLEM-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PIN KEY ATMPIN VERSION " KEY-VERSION-USED
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE READ-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS ON ACCTMST       " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WRITE-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS WRITTEN ACCTPIN  " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONVERT-FAIL-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT CONVERTED             " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PROVE-NEW-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS READ BACK        " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PROVED-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS PROVED           " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PROVE-FAIL-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROOF EXCEPTIONS          " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE OLD-BALANCE-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER TOTAL ACCTMST " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NEW-BALANCE-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER TOTAL ACCTPIN " EDIT-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-STATUS = "OK"
               AND OLD-BALANCE-TOTAL = NEW-BALANCE-TOTAL
               MOVE "EVERY ACCOUNT CONVERTED AND PROVED"
                   TO REPORT-LINE
           ELSE
               MOVE "ERROR" TO RC-STATUS
               MOVE "CONVERSION NOT PROVED - DO NOT INSTALL ACCTPIN"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
