       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMGLFD.
      *    General ledger posting feed for the ATM, run after
      *    ATMSETTL against the same SETLJRNL journal.  Every money
      *    movement on the journal is summarised by business day,
      *    terminal and posting event and written as a balanced
      *    debit/credit pair in the GLPST layout IB4OP01 feeds the
      *    ledger with, so finance loads ATMGLPST instead of keying
      *    from the SETLRPT printout:
      *
      *      Journal type   Event  Debit             Credit
      *      WITHDRAW       AW     customer deposits ATM cash
      *      DEPOSIT        AD     ATM deposits held customer deposits
      *      REPLENISH      AL     ATM cash          vault cash
      *      CASH-OVER      AO     ATM cash          cash over/short
      *      CASH-SHORT     AS     cash over/short   ATM cash
      *      INTEREST       AI     interest expense  customer deposits
      *      FEE            AF     customer deposits fee income
      *      REFUND         AR     cash over/short   customer deposits
      *      DEP-SHORT      AU     customer deposits ATM deposits held
      *      DEP-OVER       AX     ATM deposits held customer deposits
      *
      *    Transfers move money between two customers inside the
      *    deposit ledger and are not posted; they must net to
      *    nothing.  DEP-VERIFY only releases a deposit already
      *    posted and moves no money.  The summary proves each day's
      *    postings balance and ties every journal type back to the
      *    settlement totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "SETLJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SETL.
           SELECT GLPST-FILE ASSIGN TO "ATMGLPST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-GLPST.
           SELECT REPORT-FILE ASSIGN TO "ATMGLRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD SETTLE-FILE.
       01 SETTLE-REC.
           05 SJ-DATE PIC X(8).
           05 SJ-TIME PIC X(6).
           05 SJ-ACCT PIC 9(4).
           05 SJ-TYPE PIC X(10).
           05 SJ-AMOUNT PIC 9(5)V99.
           05 SJ-TERM PIC X(4).
       FD GLPST-FILE.
      *    Same layout as the IB4OP01 GL posting interface.  The run
      *    date carries the journal's business day and the order
      *    number the terminal the movement belongs to.
       01 GLPST-REC.
           05 GL-RUN-DATE PIC 9(8).
           05 GL-ORDR-NO PIC X(6).
           05 GL-ACCOUNT PIC X(6).
           05 GL-DRCR PIC X.
      *       D - DEBIT    C - CREDIT
           05 GL-AMOUNT PIC 9(7)V99.
           05 GL-SOURCE PIC XX.
           05 GL-EVENT PIC XX.
           05 FILLER PIC X(46).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-SETL PIC 9(02).
          88 FS-SETL-OK VALUE 0.
       01 FS-GLPST PIC 9(02).
          88 FS-GLPST-OK VALUE 0.
       01 FS-RPT PIC 9(02).
          88 FS-RPT-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 RUN-STAMP.
           05 RUN-DATE PIC 9(8).
           05 FILLER PIC X(13).
       01 I PIC 9(3) VALUE ZERO.
       01 J PIC 9(3) VALUE ZERO.
       01 FOUND-SLOT PIC 9(3) VALUE ZERO.
       01 EVENT-SLOT PIC 9(3) VALUE ZERO.
      *    Ledger accounts for the ATM postings.
       01 GL-SOURCE-ATM PIC XX VALUE "AT".
       01 EVENT-VALUES.
          05 FILLER PIC X(24) VALUE "WITHDRAW  AW210100101100".
          05 FILLER PIC X(24) VALUE "DEPOSIT   AD101200210100".
          05 FILLER PIC X(24) VALUE "REPLENISH AL101100101000".
          05 FILLER PIC X(24) VALUE "CASH-OVER AO101100560200".
          05 FILLER PIC X(24) VALUE "CASH-SHORTAS560200101100".
          05 FILLER PIC X(24) VALUE "INTEREST  AI610100210100".
          05 FILLER PIC X(24) VALUE "FEE       AF210100410100".
          05 FILLER PIC X(24) VALUE "REFUND    AR560200210100".
          05 FILLER PIC X(24) VALUE "DEP-SHORT AU210100101200".
          05 FILLER PIC X(24) VALUE "DEP-OVER  AX101200210100".
       01 EVENT-TABLE REDEFINES EVENT-VALUES.
          05 EVENT-ENTRY OCCURS 10 TIMES.
             10 EV-TYPE PIC X(10).
             10 EV-CODE PIC XX.
             10 EV-DR-ACCT PIC X(6).
             10 EV-CR-ACCT PIC X(6).
       01 EVENT-COUNT PIC 9(3) VALUE 10.
       01 POST-COUNT PIC 9(3) VALUE ZERO.
       01 POST-TABLE.
          05 POST-ENTRY OCCURS 500 TIMES.
             10 PE-DATE PIC X(8).
             10 PE-TERM PIC X(4).
             10 PE-EVENT PIC 9(3).
             10 PE-AMOUNT PIC 9(9)V99.
       01 DAY-COUNT PIC 9(3) VALUE ZERO.
       01 DAY-TABLE.
          05 DAY-ENTRY OCCURS 100 TIMES.
             10 DY-DATE PIC X(8).
             10 DY-DEBITS PIC 9(9)V99.
             10 DY-CREDITS PIC 9(9)V99.
       01 TYPE-TOTAL-COUNT PIC 9(2) VALUE ZERO.
       01 TYPE-TOTALS.
          05 TYPE-TOTAL-ENTRY OCCURS 20 TIMES.
             10 TT-TYPE PIC X(10).
             10 TT-COUNT PIC 9(5).
             10 TT-AMOUNT PIC 9(9)V99.
             10 TT-POSTED PIC 9(9)V99.
       01 RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 GL-COUNT PIC 9(7) VALUE ZERO.
       01 TABLE-FULL-COUNT PIC 9(7) VALUE ZERO.
       01 BREAK-COUNT PIC 9(5) VALUE ZERO.
       01 XFER-OUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 XFER-IN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DEBITS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-CREDITS PIC 9(9)V99 VALUE ZERO.
       01 DIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01 TIE-STATUS PIC X(30).
       01 EDIT-COUNT PIC ZZ,ZZ9.
       01 EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 EDIT-POSTED PIC ZZZ,ZZZ,ZZ9.99.
       01 EDIT-DIFF PIC ---,---,--9.99.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "ATMGLFD ".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "ENTERING PROGRAM ATMGLFD".
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT SETTLE-FILE.
           OPEN OUTPUT GLPST-FILE REPORT-FILE.
           IF NOT FS-SETL-OK
               DISPLAY "UNABLE TO OPEN SETTLEMENT JOURNAL ", FS-SETL
               MOVE "ERROR" TO RC-STATUS
           ELSE IF NOT FS-GLPST-OK
               DISPLAY "UNABLE TO OPEN GL POSTING FILE ", FS-GLPST
               MOVE "ERROR" TO RC-STATUS
           ELSE IF NOT FS-RPT-OK
               DISPLAY "UNABLE TO OPEN GL FEED REPORT ", FS-RPT
               MOVE "ERROR" TO RC-STATUS
           ELSE
               PERFORM READ-JOURNAL
               PERFORM PROCESS-JOURNAL UNTIL WS-IS-EOF
               PERFORM WRITE-POSTINGS
               PERFORM PRINT-DAILY-BALANCE
               PERFORM PRINT-SETTLEMENT-TIE
           END-IF.
           CLOSE SETTLE-FILE GLPST-FILE REPORT-FILE.
           MOVE RECORD-COUNT TO RC-INPUT-COUNT.
           MOVE GL-COUNT TO RC-OUTPUT-COUNT.
           MOVE BREAK-COUNT TO RC-ERROR-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "JOURNAL RECORDS READ:  " RECORD-COUNT.
           DISPLAY "GL POSTINGS WRITTEN:   " GL-COUNT.
           DISPLAY "LEAVING  PROGRAM ATMGLFD".
           STOP RUN.

       READ-JOURNAL.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       PROCESS-JOURNAL.
           ADD 1 TO RECORD-COUNT.
           PERFORM TALLY-TYPE.
           EVALUATE SJ-TYPE
               WHEN "XFER-OUT"
                   ADD SJ-AMOUNT TO XFER-OUT-TOTAL
               WHEN "XFER-IN"
                   ADD SJ-AMOUNT TO XFER-IN-TOTAL
               WHEN OTHER
                   PERFORM TALLY-POSTING
           END-EVALUATE.
           PERFORM READ-JOURNAL.

       TALLY-TYPE.
      *    The same totals by transaction type ATMSETTL prints, kept
      *    here so the feed can be tied back to them.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TYPE-TOTAL-COUNT OR FOUND-SLOT > 0
               IF TT-TYPE (I) = SJ-TYPE
                   MOVE I TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND TYPE-TOTAL-COUNT < 20
               ADD 1 TO TYPE-TOTAL-COUNT
               MOVE TYPE-TOTAL-COUNT TO FOUND-SLOT
               INITIALIZE TYPE-TOTAL-ENTRY (FOUND-SLOT)
               MOVE SJ-TYPE TO TT-TYPE (FOUND-SLOT)
           END-IF.
           IF FOUND-SLOT > ZERO
               ADD 1 TO TT-COUNT (FOUND-SLOT)
               ADD SJ-AMOUNT TO TT-AMOUNT (FOUND-SLOT)
           END-IF.

       TALLY-POSTING.
      *    Balance enquiries and PIN checks move no money and have
      *    no posting event.
           MOVE ZERO TO EVENT-SLOT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > EVENT-COUNT OR EVENT-SLOT > 0
               IF EV-TYPE (I) = SJ-TYPE
                   MOVE I TO EVENT-SLOT
               END-IF
           END-PERFORM.
           IF EVENT-SLOT > ZERO AND SJ-AMOUNT > ZERO
               MOVE ZERO TO FOUND-SLOT
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > POST-COUNT OR FOUND-SLOT > 0
                   IF PE-DATE (I) = SJ-DATE
                       AND PE-TERM (I) = SJ-TERM
                       AND PE-EVENT (I) = EVENT-SLOT
                       MOVE I TO FOUND-SLOT
                   END-IF
               END-PERFORM
               IF FOUND-SLOT = ZERO AND POST-COUNT < 500
                   ADD 1 TO POST-COUNT
                   MOVE POST-COUNT TO FOUND-SLOT
                   MOVE SJ-DATE TO PE-DATE (FOUND-SLOT)
                   MOVE SJ-TERM TO PE-TERM (FOUND-SLOT)
                   MOVE EVENT-SLOT TO PE-EVENT (FOUND-SLOT)
                   MOVE ZERO TO PE-AMOUNT (FOUND-SLOT)
               END-IF
               IF FOUND-SLOT > ZERO
                   ADD SJ-AMOUNT TO PE-AMOUNT (FOUND-SLOT)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
               END-IF
           END-IF.

       WRITE-POSTINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATM GENERAL LEDGER FEED " RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POSTINGS BY DAY AND TERMINAL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DATE     TERM EV DEBIT  CREDIT         AMOUNT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > POST-COUNT
               PERFORM WRITE-ONE-PAIR
           END-PERFORM.
           IF TABLE-FULL-COUNT > ZERO
               ADD 1 TO BREAK-COUNT
               MOVE TABLE-FULL-COUNT TO EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  POSTING TABLE FULL - " EDIT-COUNT
                      " JOURNAL RECORDS NOT POSTED"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-PAIR.
           MOVE PE-EVENT (I) TO EVENT-SLOT.
           MOVE SPACES TO GLPST-REC.
           MOVE PE-DATE (I) TO GL-RUN-DATE.
           MOVE PE-TERM (I) TO GL-ORDR-NO.
           MOVE EV-DR-ACCT (EVENT-SLOT) TO GL-ACCOUNT.
           MOVE 'D' TO GL-DRCR.
           MOVE PE-AMOUNT (I) TO GL-AMOUNT.
           MOVE GL-SOURCE-ATM TO GL-SOURCE.
           MOVE EV-CODE (EVENT-SLOT) TO GL-EVENT.
           WRITE GLPST-REC.
           PERFORM TALLY-DAY.
           MOVE EV-CR-ACCT (EVENT-SLOT) TO GL-ACCOUNT.
           MOVE 'C' TO GL-DRCR.
           WRITE GLPST-REC.
           PERFORM TALLY-DAY.
           ADD 2 TO GL-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TYPE-TOTAL-COUNT
               IF TT-TYPE (J) = EV-TYPE (EVENT-SLOT)
                   ADD PE-AMOUNT (I) TO TT-POSTED (J)
               END-IF
           END-PERFORM.
           MOVE PE-AMOUNT (I) TO EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " PE-DATE (I) " " PE-TERM (I)
                  " " EV-CODE (EVENT-SLOT)
                  " " EV-DR-ACCT (EVENT-SLOT)
                  " " EV-CR-ACCT (EVENT-SLOT)
                  " " EDIT-AMOUNT
                  "  " EV-TYPE (EVENT-SLOT)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       TALLY-DAY.
      *    Debits and credits as written, by business day - each
      *    record just written goes to the side its D/C flag names.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > DAY-COUNT OR FOUND-SLOT > 0
               IF DY-DATE (J) = PE-DATE (I)
                   MOVE J TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO AND DAY-COUNT < 100
               ADD 1 TO DAY-COUNT
               MOVE DAY-COUNT TO FOUND-SLOT
               MOVE PE-DATE (I) TO DY-DATE (FOUND-SLOT)
               MOVE ZERO TO DY-DEBITS (FOUND-SLOT)
               MOVE ZERO TO DY-CREDITS (FOUND-SLOT)
           END-IF.
           IF FOUND-SLOT > ZERO
               IF GL-DRCR = 'D'
                   ADD GL-AMOUNT TO DY-DEBITS (FOUND-SLOT)
               ELSE
                   ADD GL-AMOUNT TO DY-CREDITS (FOUND-SLOT)
               END-IF
           END-IF.

       PRINT-DAILY-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POSTINGS BALANCE BY DAY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DATE             DEBITS         CREDITS"
               TO REPORT-LINE.
           MOVE "DIFFERENCE" TO REPORT-LINE (47:10).
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DAY-COUNT
               COMPUTE DIFFERENCE = DY-DEBITS (I) - DY-CREDITS (I)
               ADD DY-DEBITS (I) TO TOTAL-DEBITS
               ADD DY-CREDITS (I) TO TOTAL-CREDITS
               MOVE DY-DEBITS (I) TO EDIT-AMOUNT
               MOVE DY-CREDITS (I) TO EDIT-POSTED
               MOVE DIFFERENCE TO EDIT-DIFF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DY-DATE (I) " " EDIT-AMOUNT
                      "  " EDIT-POSTED " " EDIT-DIFF
                      DELIMITED BY SIZE INTO REPORT-LINE
               IF DIFFERENCE NOT = ZERO
                   ADD 1 TO BREAK-COUNT
                   MOVE "OUT OF BALANCE" TO REPORT-LINE (66:14)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           COMPUTE DIFFERENCE = TOTAL-DEBITS - TOTAL-CREDITS.
           MOVE TOTAL-DEBITS TO EDIT-AMOUNT.
           MOVE TOTAL-CREDITS TO EDIT-POSTED.
           MOVE DIFFERENCE TO EDIT-DIFF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL    " EDIT-AMOUNT
                  "  " EDIT-POSTED " " EDIT-DIFF
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SETTLEMENT-TIE.
      *    Every money type must post exactly what the settlement
      *    report totals for it; transfers must net to nothing.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIE TO SETTLEMENT TOTALS BY TRANSACTION TYPE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TYPE        COUNT SETTLEMENT AMT      POSTED AMT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TYPE-TOTAL-COUNT
               MOVE ZERO TO EVENT-SLOT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > EVENT-COUNT
                   IF EV-TYPE (J) = TT-TYPE (I)
                       MOVE J TO EVENT-SLOT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN TT-TYPE (I) = "XFER-OUT"
                   WHEN TT-TYPE (I) = "XFER-IN"
                       MOVE "NOT POSTED - TRANSFER" TO TIE-STATUS
                   WHEN EVENT-SLOT = ZERO
                       MOVE "NOT POSTED - NO MONEY MOVED"
                           TO TIE-STATUS
                   WHEN TT-POSTED (I) = TT-AMOUNT (I)
                       MOVE "TIES" TO TIE-STATUS
                   WHEN OTHER
                       MOVE "DOES NOT TIE" TO TIE-STATUS
                       ADD 1 TO BREAK-COUNT
               END-EVALUATE
               MOVE TT-COUNT (I) TO EDIT-COUNT
               MOVE TT-AMOUNT (I) TO EDIT-AMOUNT
               MOVE TT-POSTED (I) TO EDIT-POSTED
               MOVE SPACES TO REPORT-LINE
               STRING "  " TT-TYPE (I) " " EDIT-COUNT
                      " " EDIT-AMOUNT "  " EDIT-POSTED
                      "  " TIE-STATUS
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           COMPUTE DIFFERENCE = XFER-OUT-TOTAL - XFER-IN-TOTAL.
           MOVE DIFFERENCE TO EDIT-DIFF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TRANSFERS OUT LESS TRANSFERS IN " EDIT-DIFF
                  DELIMITED BY SIZE INTO REPORT-LINE.
           IF DIFFERENCE NOT = ZERO
               ADD 1 TO BREAK-COUNT
               MOVE "DOES NOT NET" TO REPORT-LINE (53:12)
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GL-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GL POSTING RECORDS WRITTEN: " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE BREAK-COUNT TO EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEED BREAKS:                " EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
