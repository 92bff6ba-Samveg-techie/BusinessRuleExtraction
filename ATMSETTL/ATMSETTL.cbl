      *    by account and by transaction type, and produces the
      *    settlement report.  The report then reconciles the
      *    journal against the account master: each account's net
      *    movement (deposits, transfers in, month-end interest,
      *    dispute refunds and deposit verification adjustments,
      *    minus withdrawals, transfers out and fees) is applied to
      *    the ledger balance saved at the last settlement
      *    (SETLBASE) and compared to the master balance, and every
      *    account that does not tie is printed in a breaks section
      *    - replacing the back office hand-tick.
      *    ATMGLFD runs next and feeds the same journal to the
      *    general ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD BASE-FILE.
      *    Balance of every account as of the last settlement run -
      *    the baseline the journal's net movement is applied to.
             10 AT-DEPOSITED PIC 9(7)V99.
             10 AT-XFER-OUT PIC 9(7)V99.
             10 AT-XFER-IN PIC 9(7)V99.
             10 AT-INTEREST PIC 9(7)V99.
             10 AT-FEES PIC 9(7)V99.
             10 AT-REFUNDS PIC 9(7)V99.
             10 AT-DEP-ADJUST PIC S9(7)V99.
       01 TERM-TOTAL-COUNT PIC 9(2) VALUE ZERO.
       01 TERM-TOTALS.
          05 TERM-TOTAL-ENTRY OCCURS 10 TIMES.
                       ADD SJ-AMOUNT TO AT-XFER-OUT (FOUND-SLOT)
                   WHEN "XFER-IN"
                       ADD SJ-AMOUNT TO AT-XFER-IN (FOUND-SLOT)
                   WHEN "INTEREST"
                       ADD SJ-AMOUNT TO AT-INTEREST (FOUND-SLOT)
                   WHEN "FEE"
                       ADD SJ-AMOUNT TO AT-FEES (FOUND-SLOT)
                   WHEN "REFUND"
                       ADD SJ-AMOUNT TO AT-REFUNDS (FOUND-SLOT)
                   WHEN "DEP-OVER"
                       ADD SJ-AMOUNT TO AT-DEP-ADJUST (FOUND-SLOT)
                   WHEN "DEP-SHORT"
                       SUBTRACT SJ-AMOUNT
                           FROM AT-DEP-ADJUST (FOUND-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF AT-ACCT (I) = MS-ACCT-NO
                   COMPUTE NET-MOVEMENT =
                       AT-DEPOSITED (I) + AT-XFER-IN (I)
                       + AT-INTEREST (I) + AT-REFUNDS (I)
                       + AT-DEP-ADJUST (I)
                       - AT-WITHDRAWN (I) - AT-XFER-OUT (I)
                       - AT-FEES (I)
               END-IF
           END-PERFORM.
           MOVE ZERO TO FOUND-SLOT.
                      " XFI " EDIT-XFER-IN
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF AT-INTEREST (I) > ZERO OR AT-FEES (I) > ZERO
                   OR AT-REFUNDS (I) > ZERO
                   OR AT-DEP-ADJUST (I) NOT = ZERO
                   MOVE SPACES TO REPORT-LINE
                   MOVE AT-INTEREST (I) TO EDIT-DEPOSITED
                   MOVE AT-FEES (I) TO EDIT-WITHDRAWN
                   MOVE AT-DEP-ADJUST (I) TO EDIT-DELTA
                   MOVE AT-REFUNDS (I) TO EDIT-XFER-IN
                   STRING "               FEE " EDIT-WITHDRAWN
                          " INT " EDIT-DEPOSITED
                          " ADJ " EDIT-DELTA
                          " REF " EDIT-XFER-IN
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
