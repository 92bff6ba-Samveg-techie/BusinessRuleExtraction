      *    before/after maintenance report, and logs run totals via
      *    RUNLOG - so nobody edits ACCTMST by hand again.  A close
      *    is rejected while the account still carries a balance.
      *    A status change to H puts an active account on hold (the
      *    ATM refuses it at PIN entry) and needs a reason code;
      *    ATMFRAUD appends these for the accounts it flags.  A
      *    status change on a held account releases it.  Every hold
      *    and release is added to HOLDHIST for the fraud desk.
      *    PINs from open and reset transactions are written to the
      *    master only as a block enciphered by AESPINB under the
      *    current version of the ATMPIN key; the report shows the
      *    key version, never the PIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT HOLD-HIST-FILE ASSIGN TO "HOLDHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD AMTRAN-FILE.
          05 AT-BALANCE PIC 9(5)V99.
          05 FILLER PIC X.
          05 AT-STATUS PIC X.
      *       A - ACTIVE   C - CLOSED   O - OPERATOR   H - HELD
          05 FILLER PIC X.
          05 AT-REASON PIC X(2).
      *       PF - PIN FAILURES        LW - LIMIT WITHDRAWALS
      *       RX - RAPID TRANSFERS     (FROM ATMFRAUD), OR THE
      *       FRAUD DESK'S OWN CODE ON A MANUAL HOLD OR RELEASE
          05 FILLER PIC X(6).
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
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD HOLD-HIST-FILE.
       01 HOLD-HIST-REC.
          05 HH-DATE PIC X(8).
          05 HH-TIME PIC X(6).
          05 HH-ACCT PIC 9(4).
          05 HH-ACTION PIC X(8).
      *       HOLD or RELEASE
          05 HH-OLD-STATUS PIC X.
          05 HH-NEW-STATUS PIC X.
          05 HH-REASON PIC X(2).
       WORKING-STORAGE SECTION.
       01 FS-TRAN PIC 9(02).
          88 FS-TRAN-OK VALUE 0.
          88 FS-RPT-OK VALUE 0.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
       01 FS-HIST PIC 9(02).
          88 FS-HIST-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 INPUT-COUNT PIC 9(7) VALUE ZERO.
       01 CLOSE-COUNT PIC 9(7) VALUE ZERO.
       01 PIN-COUNT PIC 9(7) VALUE ZERO.
       01 STATUS-COUNT PIC 9(7) VALUE ZERO.
       01 HOLD-COUNT PIC 9(7) VALUE ZERO.
       01 RELEASE-COUNT PIC 9(7) VALUE ZERO.
       01 OLD-STATUS PIC X.
       01 HIST-STAMP.
          05 HIST-DATE PIC X(8).
          05 HIST-TIME PIC X(6).
          05 FILLER PIC X(7).
       01 REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 PIN-BLOCK-AREA.
          05 PB-KEY-ID PIC X(16) VALUE "ATMPIN".
          05 PB-KEY-VERSION PIC 9(4).
          05 PB-ACCT-NO PIC 9(4).
          05 PB-PIN PIC 9(4).
          05 PB-BLOCK PIC X(32).
          05 PB-STATUS PIC X(3).
             88 PB-STATUS-OK VALUE "OK ".
       01 REWRITE-OK PIC X VALUE 'Y'.
          88 REWRITE-WORKED VALUE 'Y'.
       01 EDIT-BALANCE PIC ZZ,ZZ9.99.
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND HOLD-HIST-FILE.
           IF NOT FS-HIST-OK
               OPEN OUTPUT HOLD-HIST-FILE
           END-IF.
           IF NOT FS-TRAN-OK OR NOT FS-MST-OK OR NOT FS-RPT-OK
               OR NOT FS-HIST-OK
               DISPLAY "UNABLE TO OPEN ONE OF THE FILES"
               DISPLAY "TRANSACTION FILE STATUS " FS-TRAN
               DISPLAY "ACCOUNT MASTER STATUS " FS-MST
               DISPLAY "REPORT FILE STATUS " FS-RPT
               DISPLAY "HOLD HISTORY STATUS " FS-HIST
               STOP RUN
           END-IF.
           MOVE "ATM ACCOUNT MAINTENANCE" TO REPORT-LINE.
           PERFORM READ-TRAN.
           PERFORM PROCESS-TRAN UNTIL WS-IS-EOF.
           PERFORM WRITE-TOTALS.
           CLOSE AMTRAN-FILE ACCOUNT-MASTER REPORT-FILE
                 HOLD-HIST-FILE.
           MOVE INPUT-COUNT TO RC-INPUT-COUNT.
           COMPUTE RC-OUTPUT-COUNT =
               OPEN-COUNT + CLOSE-COUNT + PIN-COUNT + STATUS-COUNT.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE AT-ACCT TO MS-ACCT-NO
                   PERFORM SET-PIN-BLOCK
                   MOVE AT-BALANCE TO MS-BALANCE
                   MOVE ZERO TO MS-WITHDRAWN-TODAY
                   IF AT-STATUS = 'O'
                       MOVE 'A' TO MS-STATUS
                   END-IF
                   MOVE SPACES TO MS-LAST-WDR-DATE
                   MOVE ZERO TO MS-PENDING-DEP
                   IF NOT PB-STATUS-OK
                       ADD 1 TO REJECT-COUNT
                       PERFORM PRINT-TRAN-LINE
                       PERFORM SAY-NO-PIN-KEY
                   ELSE
                       WRITE ACCOUNT-MASTER-REC
                           INVALID KEY
                               ADD 1 TO REJECT-COUNT
                               PERFORM PRINT-TRAN-LINE
                               PERFORM SAY-WRITE-ERR
                           NOT INVALID KEY
                               ADD 1 TO OPEN-COUNT
                               PERFORM PRINT-TRAN-LINE
                               PERFORM PRINT-AFTER-LINE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO REJECT-COUNT
                   PERFORM PRINT-TRAN-LINE
               NOT INVALID KEY
                   PERFORM PRINT-TRAN-LINE
                   PERFORM PRINT-BEFORE-LINE
                   PERFORM SET-PIN-BLOCK
                   IF NOT PB-STATUS-OK
                       ADD 1 TO REJECT-COUNT
                       PERFORM SAY-NO-PIN-KEY
                   ELSE
                       PERFORM REWRITE-MASTER
                       IF REWRITE-WORKED
                           ADD 1 TO PIN-COUNT
                           PERFORM PRINT-AFTER-LINE
                       ELSE
                           ADD 1 TO REJECT-COUNT
                           PERFORM SAY-WRITE-ERR
                       END-IF
                   END-IF
           END-READ.

       SET-PIN-BLOCK.
      *    The master is only changed by the caller when the block
      *    was made - PB-STATUS tells it which.
           MOVE ZERO TO PB-KEY-VERSION.
           MOVE AT-ACCT TO PB-ACCT-NO.
           MOVE AT-PIN TO PB-PIN.
           CALL "AESPINB" USING PIN-BLOCK-AREA.
           MOVE ZERO TO PB-PIN.
           IF PB-STATUS-OK
               MOVE PB-KEY-VERSION TO MS-PIN-KEY-VER
               MOVE PB-BLOCK TO MS-PIN-BLOCK
           END-IF.

       CHANGE-STATUS.
           IF AT-STATUS NOT = 'A' AND AT-STATUS NOT = 'C'
               AND AT-STATUS NOT = 'O' AND AT-STATUS NOT = 'H'
               ADD 1 TO REJECT-COUNT
               PERFORM PRINT-TRAN-LINE
               MOVE "  REJECTED - BAD STATUS CODE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE IF AT-STATUS = 'H' AND AT-REASON = SPACES
               ADD 1 TO REJECT-COUNT
               PERFORM PRINT-TRAN-LINE
               MOVE "  REJECTED - HOLD NEEDS A REASON CODE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE AT-ACCT TO MS-ACCT-NO
               READ ACCOUNT-MASTER
                   NOT INVALID KEY
                       PERFORM PRINT-TRAN-LINE
                       PERFORM PRINT-BEFORE-LINE
                       IF AT-STATUS = 'H' AND NOT MS-STATUS-ACTIVE
                           ADD 1 TO REJECT-COUNT
                           IF MS-STATUS-HELD
                               MOVE "  REJECTED - ALREADY ON HOLD"
                                   TO REPORT-LINE
                           ELSE
                               MOVE "  REJECTED - ACCOUNT NOT ACTIVE"
                                   TO REPORT-LINE
                           END-IF
                           WRITE REPORT-LINE
                       ELSE
                           PERFORM APPLY-STATUS
                       END-IF
               END-READ
           END-IF.

       APPLY-STATUS.
           MOVE MS-STATUS TO OLD-STATUS.
           MOVE AT-STATUS TO MS-STATUS.
           PERFORM REWRITE-MASTER.
           IF REWRITE-WORKED
               ADD 1 TO STATUS-COUNT
               PERFORM PRINT-AFTER-LINE
               IF MS-STATUS-HELD
                   ADD 1 TO HOLD-COUNT
                   MOVE "HOLD" TO HH-ACTION
                   PERFORM WRITE-HOLD-HISTORY
               END-IF
               IF OLD-STATUS = 'H' AND NOT MS-STATUS-HELD
                   ADD 1 TO RELEASE-COUNT
                   MOVE "RELEASE" TO HH-ACTION
                   PERFORM WRITE-HOLD-HISTORY
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
               PERFORM SAY-WRITE-ERR
           END-IF.

       WRITE-HOLD-HISTORY.
      *    HH-ACTION is set by the caller.
           MOVE FUNCTION CURRENT-DATE TO HIST-STAMP.
           MOVE HIST-DATE TO HH-DATE.
           MOVE HIST-TIME TO HH-TIME.
           MOVE MS-ACCT-NO TO HH-ACCT.
           MOVE OLD-STATUS TO HH-OLD-STATUS.
           MOVE MS-STATUS TO HH-NEW-STATUS.
           MOVE AT-REASON TO HH-REASON.
           WRITE HOLD-HIST-REC.

       REWRITE-MASTER.
      *    A failed rewrite is a rejected transaction, not an
      *    applied one - the caller counts and reports from the

       PRINT-TRAN-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF AT-REASON = SPACES
               STRING "TRAN " AT-TRAN " ACCOUNT " AT-ACCT
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "TRAN " AT-TRAN " ACCOUNT " AT-ACCT
                      " REASON " AT-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       PRINT-BEFORE-LINE.
           MOVE MS-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BEFORE PIN KEY V" MS-PIN-KEY-VER
                  " BALANCE " EDIT-BALANCE
                  " STATUS " MS-STATUS
                  DELIMITED BY SIZE INTO REPORT-LINE.
       PRINT-AFTER-LINE.
           MOVE MS-BALANCE TO EDIT-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AFTER  PIN KEY V" MS-PIN-KEY-VER
                  " BALANCE " EDIT-BALANCE
                  " STATUS " MS-STATUS
                  DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE "  REJECTED - ACCOUNT NOT FOUND" TO REPORT-LINE.
           WRITE REPORT-LINE.

       SAY-NO-PIN-KEY.
           MOVE "  REJECTED - PIN KEY NOT AVAILABLE" TO REPORT-LINE.
           WRITE REPORT-LINE.

       SAY-WRITE-ERR.
           MOVE "  REJECTED - MASTER WRITE ERROR" TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "STATUS CHANGES (S)  " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HOLD-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HOLDS PLACED      " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RELEASE-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HOLDS RELEASED    " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REJECT-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED            " EDIT-COUNT
