           SELECT TERMID-FILE ASSIGN TO "TERMID"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT CASHBAL-FILE ASSIGN TO "CASHBAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CBAL.
           SELECT EVENT-FILE ASSIGN TO "TERMLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EVT.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MS-ACCT-NO
                  FILE STATUS IS FS-MST.
           SELECT ENVELOPE-FILE ASSIGN TO "DEPENV"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DE-KEY
                  FILE STATUS IS FS-ENV.
       DATA DIVISION.
       FILE SECTION.
       FD CASSETTE-FILE.
       01 TERMID-REC.
           05 TC-TERM PIC X(4).
           05 FILLER PIC X(16).
       FD CASHBAL-FILE.
      *    Cash balancing results, one record per denomination each
      *    time the cassettes are counted - the book count against
      *    the notes actually found, kept for the dispute batch.
       01 CASHBAL-REC.
           05 CB-DATE PIC X(8).
           05 CB-TIME PIC X(6).
           05 CB-TERM PIC X(4).
           05 CB-DENOM PIC 9(3).
           05 CB-BOOK PIC 9(3).
           05 CB-COUNTED PIC 9(3).
       FD EVENT-FILE.
      *    Terminal event log - everything the machine does that is
      *    not a customer transaction, for the fleet uptime report.
       01 EVENT-REC.
           05 EV-DATE PIC X(8).
           05 EV-TIME PIC X(6).
           05 EV-TERM PIC X(4).
           05 EV-EVENT PIC X(10).
      *       STARTUP    OUT-SERV   SHUTDOWN   OPER-ENTRY
      *       CASS-EMPTY DISP-REFUS REPLENISH  CARD-RETN
           05 EV-DENOM PIC 9(3).
      *       DENOMINATION FOR CASS-EMPTY
           05 EV-AMOUNT PIC 9(5)V99.
      *       AMOUNT REFUSED FOR DISP-REFUS
           05 EV-ACCT PIC 9(4).
       FD ACCOUNT-MASTER.
      *    Persistent account master, keyed by account number, so
      *    balances survive between sessions and accounts can be
      *    added without recompiling.
       01 ACCOUNT-MASTER-REC.
           05 MS-ACCT-NO PIC 9(4).
           05 MS-PIN-KEY-VER PIC 9(4).
      *       AESKEYS VERSION OF THE PIN KEY THE BLOCK WAS MADE
      *       UNDER - THE CLEAR PIN NO LONGER SITS ON THE MASTER
           05 MS-BALANCE PIC 9(5)V99.
           05 MS-WITHDRAWN-TODAY PIC 9(5)V99.
           05 MS-STATUS PIC X.
              88 MS-STATUS-ACTIVE VALUE 'A'.
              88 MS-STATUS-CLOSED VALUE 'C'.
              88 MS-STATUS-OPERATOR VALUE 'O'.
              88 MS-STATUS-HELD VALUE 'H'.
           05 MS-LAST-WDR-DATE PIC X(8).
      *       BUSINESS DATE OF THE LAST WITHDRAWAL - THE DAILY
      *       WITHDRAWN AMOUNT RESETS WHEN THE DATE CHANGES
           05 MS-PENDING-DEP PIC 9(5)V99.
      *       DEPOSITS NOT YET VERIFIED - INCLUDED IN THE LEDGER
      *       BALANCE (MS-BALANCE), NOT YET AVAILABLE TO SPEND
           05 FILLER PIC X(2).
           05 MS-PIN-BLOCK PIC X(32).
      *       ENCIPHERED PIN BLOCK FROM AESPINB - A PIN IS CHECKED
      *       BY ENCIPHERING THE ONE KEYED AND COMPARING BLOCKS
       FD ENVELOPE-FILE.
      *    Deposit envelopes awaiting verification, keyed by the
      *    terminal and the moment of deposit (printed on the
      *    receipt) - ATMDEPV confirms or adjusts each one against
      *    the amount the operator counts.
       01 ENVELOPE-REC.
           05 DE-KEY.
              10 DE-TERM PIC X(4).
              10 DE-DATE PIC X(8).
              10 DE-TIME PIC X(6).
           05 DE-ACCT PIC 9(4).
           05 DE-AMOUNT PIC 9(5)V99.
           05 DE-STATUS PIC X.
      *       P - PENDING   V - VERIFIED   A - ADJUSTED
           05 DE-COUNTED PIC 9(5)V99.
           05 DE-VERIFIED PIC X(8).
           05 FILLER PIC X(15).
       WORKING-STORAGE SECTION.
       01 FS-MST PIC 9(02).
          88 FS-MST-OK VALUE 0.
          88 FS-SETL-OK VALUE 0.
       01 FS-TERM PIC 9(02).
          88 FS-TERM-OK VALUE 0.
       01 FS-CBAL PIC 9(02).
          88 FS-CBAL-OK VALUE 0.
       01 FS-EVT PIC 9(02).
          88 FS-EVT-OK VALUE 0.
       01 FS-ENV PIC 9(02).
          88 FS-ENV-OK VALUE 0.
       01 ENVELOPE-FILE-OPEN PIC X VALUE 'N'.
       01 ENVELOPE-RECORDED PIC X VALUE 'N'.
       01 EVENT-LOG-OPEN PIC X VALUE 'N'.
       01 EVENT-TYPE PIC X(10).
       01 EVENT-DENOM PIC 9(3) VALUE ZERO.
       01 TERMINAL-ID PIC X(4) VALUE "T001".
       01 RECEIPT-STAMP.
          05 RCPT-DATE.
       01 SETTLE-ACCT-OVERRIDE PIC X VALUE 'N'.
       01 CURRENT-ACCOUNT PIC 9(4) VALUE 0.
       01 PIN-NUMBER PIC 9(4).
      *    AESPINB call area - the PIN keyed is enciphered under the
      *    ATMPIN key and compared with the block on the master.
       01 PIN-BLOCK-AREA.
           05 PB-KEY-ID PIC X(16) VALUE "ATMPIN".
           05 PB-KEY-VERSION PIC 9(4).
           05 PB-ACCT-NO PIC 9(4).
           05 PB-PIN PIC 9(4).
           05 PB-BLOCK PIC X(32).
           05 PB-STATUS PIC X(3).
              88 PB-STATUS-OK VALUE "OK ".
       01 PIN-MATCH PIC X VALUE 'N'.
       01 PIN-ATTEMPTS PIC 9 VALUE 0.
       01 DAILY-LIMIT PIC 9(5)V99 VALUE 500.00.
       01 BALANCE PIC 9(5)V99.
       01 DISPENSED-COUNTS OCCURS 5 TIMES PIC 9(3) VALUE ZERO.
       01 LOADED-COUNTS OCCURS 5 TIMES PIC 9(3) VALUE ZERO.
       01 COUNTED-LEVEL PIC 9(3) VALUE ZERO.
       01 COUNTED-NOTES OCCURS 5 TIMES PIC 9(3) VALUE ZERO.
       01 NOTE-DIFF PIC S9(3) VALUE ZERO.
       01 EDIT-DIFF PIC +ZZ9.
       01 CASH-MOVEMENT PIC S9(7)V99 VALUE ZERO.
       01 CASH-REMAINING PIC 9(7)V99 VALUE ZERO.
       01 OPERATOR-MODE PIC X VALUE 'N'.
       01 ACCOUNT-HELD PIC X VALUE 'N'.
       01 OP-CHOICE PIC 9 VALUE 0.
       01 CASSETTE-OK PIC X VALUE 'Y'.
       01 TRANS-TYPE PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "WELCOME TO THE ATM".
           PERFORM LOAD-TERMINAL-ID.
           OPEN EXTEND EVENT-FILE.
           IF NOT FS-EVT-OK
               OPEN OUTPUT EVENT-FILE
           END-IF.
           IF FS-EVT-OK
               MOVE 'Y' TO EVENT-LOG-OPEN
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF FS-MST NOT = 0
               DISPLAY "ACCOUNT MASTER FILE UNAVAILABLE ", FS-MST
               DISPLAY "ATM OUT OF SERVICE"
               MOVE "OUT-SERV" TO EVENT-TYPE
               PERFORM LOG-EVENT
               PERFORM CLOSE-EVENT-LOG
               STOP RUN
           END-IF.
           MOVE "STARTUP" TO EVENT-TYPE.
           PERFORM LOG-EVENT.
           OPEN I-O ENVELOPE-FILE.
           IF FS-ENV = 35
               OPEN OUTPUT ENVELOPE-FILE
               CLOSE ENVELOPE-FILE
               OPEN I-O ENVELOPE-FILE
           END-IF.
           IF FS-ENV-OK
               MOVE 'Y' TO ENVELOPE-FILE-OPEN
           ELSE
               DISPLAY "DEPOSIT ENVELOPE FILE UNAVAILABLE ", FS-ENV
           END-IF.
           OPEN EXTEND RECEIPT-FILE.
           IF NOT FS-RCPT-OK
               OPEN OUTPUT RECEIPT-FILE
           IF NOT FS-SETL-OK
               OPEN OUTPUT SETTLE-FILE
           END-IF.
           PERFORM INIT-CASH.
           PERFORM ENTER-PIN UNTIL PIN-VALID = 'Y'.
           IF OPERATOR-MODE = 'Y'
           CLOSE RECEIPT-FILE.
           CLOSE SETTLE-FILE.
           CLOSE ACCOUNT-MASTER.
           IF ENVELOPE-FILE-OPEN = 'Y'
               CLOSE ENVELOPE-FILE
           END-IF.
           MOVE "SHUTDOWN" TO EVENT-TYPE.
           PERFORM LOG-EVENT.
           PERFORM CLOSE-EVENT-LOG.
           DISPLAY "THANK YOU FOR USING THE ATM".
           STOP RUN.

       LOG-EVENT.
      *    EVENT-TYPE and, for a cassette, EVENT-DENOM are set by
      *    the caller; a refused dispense carries AMOUNT.
           IF EVENT-LOG-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE TO RECEIPT-STAMP
               MOVE RCPT-DATE TO EV-DATE
               MOVE RCPT-TIME TO EV-TIME
               MOVE TERMINAL-ID TO EV-TERM
               MOVE EVENT-TYPE TO EV-EVENT
               MOVE EVENT-DENOM TO EV-DENOM
               MOVE ZERO TO EV-AMOUNT
               IF EVENT-TYPE = "DISP-REFUS"
                   MOVE AMOUNT TO EV-AMOUNT
               END-IF
               MOVE CURRENT-ACCOUNT TO EV-ACCT
               WRITE EVENT-REC
           END-IF.
           MOVE ZERO TO EVENT-DENOM.

       CLOSE-EVENT-LOG.
           IF EVENT-LOG-OPEN = 'Y'
               CLOSE EVENT-FILE
               MOVE 'N' TO EVENT-LOG-OPEN
           END-IF.

       LOAD-TERMINAL-ID.
      *    A missing configuration file leaves the factory default,
      *    so a single-machine site needs no setup.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-PIN-BLOCK
                   IF PIN-MATCH = 'Y' AND MS-STATUS-OPERATOR
                       MOVE 'Y' TO PIN-VALID
                       MOVE 'Y' TO OPERATOR-MODE
                       MOVE MS-ACCT-NO TO CURRENT-ACCOUNT
                       MOVE ZERO TO BALANCE
                       MOVE "OPER-ENTRY" TO EVENT-TYPE
                       PERFORM LOG-EVENT
                   ELSE
                       IF PIN-MATCH = 'Y' AND MS-STATUS-ACTIVE
                           MOVE 'Y' TO PIN-VALID
                           MOVE MS-ACCT-NO TO CURRENT-ACCOUNT
                           PERFORM SET-AVAILABLE-BALANCE
                       END-IF
                       IF PIN-MATCH = 'Y' AND MS-STATUS-HELD
                           MOVE 'Y' TO ACCOUNT-HELD
                           MOVE MS-ACCT-NO TO CURRENT-ACCOUNT
                       END-IF
                   END-IF
           END-READ.
           IF ACCOUNT-HELD = 'Y'
               PERFORM RETAIN-HELD-CARD
           END-IF.
           IF PIN-VALID = 'N'
               ADD 1 TO PIN-ATTEMPTS
               DISPLAY "INVALID ACCOUNT NUMBER OR PIN"
               MOVE "PIN-FAIL" TO TRANS-TYPE
               MOVE ZERO TO TRANS-AMOUNT
      *        No account is signed on - book the failure against
      *        the account number keyed so fraud review can hold it.
               MOVE ACCOUNT-NUMBER-ENTRY TO SETTLE-ACCOUNT
               MOVE 'Y' TO SETTLE-ACCT-OVERRIDE
               PERFORM LOG-TRANSACTION
               IF PIN-ATTEMPTS = 3
                   DISPLAY "CARD RETAINED, PLEASE CONTACT YOUR BANK"
                   MOVE "CARD-RETN" TO EVENT-TYPE
                   PERFORM LOG-EVENT
                   MOVE "SHUTDOWN" TO EVENT-TYPE
                   PERFORM LOG-EVENT
                   PERFORM CLOSE-EVENT-LOG
                   STOP RUN
               END-IF
           ELSE
               PERFORM LOG-TRANSACTION
           END-IF.

       CHECK-PIN-BLOCK.
      *    The PIN keyed is enciphered under the key version the
      *    account's block was made with and the two blocks are
      *    compared - an account never converted has no block and
      *    cannot match.  With no key store or cipher tables no PIN
      *    can be checked at all, so the machine goes out of service
      *    rather than count failures against the customer.
           MOVE 'N' TO PIN-MATCH.
           MOVE MS-PIN-KEY-VER TO PB-KEY-VERSION.
           MOVE MS-ACCT-NO TO PB-ACCT-NO.
           MOVE PIN-NUMBER TO PB-PIN.
           CALL "AESPINB" USING PIN-BLOCK-AREA.
           MOVE ZERO TO PB-PIN.
           MOVE ZERO TO PIN-NUMBER.
           IF NOT PB-STATUS-OK
               DISPLAY "PIN VERIFICATION UNAVAILABLE"
               DISPLAY "ATM OUT OF SERVICE"
               MOVE "OUT-SERV" TO EVENT-TYPE
               PERFORM LOG-EVENT
               PERFORM CLOSE-EVENT-LOG
               STOP RUN
           END-IF.
           IF MS-PIN-BLOCK NOT = SPACES AND PB-BLOCK = MS-PIN-BLOCK
               MOVE 'Y' TO PIN-MATCH
           END-IF.

       RETAIN-HELD-CARD.
      *    A held account (status H, set through ACCTMNT) is never
      *    given a session; the card is kept like a third bad PIN.
           DISPLAY "THIS ACCOUNT IS ON HOLD".
           DISPLAY "CARD RETAINED, PLEASE CONTACT YOUR BANK".
           MOVE "CARD-RETN" TO EVENT-TYPE.
           PERFORM LOG-EVENT.
           MOVE "SHUTDOWN" TO EVENT-TYPE.
           PERFORM LOG-EVENT.
           PERFORM CLOSE-EVENT-LOG.
           STOP RUN.

       MENU-PARAGRAPH.
           DISPLAY "PLEASE CHOOSE AN OPTION".
           DISPLAY "1. CHECK BALANCE".
           END-EVALUATE.

       BALANCE-PARAGRAPH.
           PERFORM READ-CURRENT-ACCOUNT.
           PERFORM SET-AVAILABLE-BALANCE.
           DISPLAY "YOUR AVAILABLE BALANCE IS ", BALANCE.
           IF MS-PENDING-DEP > ZERO
               DISPLAY "YOUR LEDGER BALANCE IS ", MS-BALANCE
               DISPLAY "DEPOSITS AWAITING VERIFICATION ",
                       MS-PENDING-DEP
           END-IF.
           MOVE "BALANCE" TO TRANS-TYPE.
           MOVE BALANCE TO TRANS-AMOUNT.
           PERFORM LOG-TRANSACTION.
           DISPLAY "PLEASE ENTER THE AMOUNT TO WITHDRAW".
           ACCEPT AMOUNT.
           PERFORM READ-CURRENT-ACCOUNT.
           PERFORM SET-AVAILABLE-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO RECEIPT-STAMP.
           IF MS-LAST-WDR-DATE NOT = RCPT-DATE
               MOVE ZERO TO MS-WITHDRAWN-TODAY
                   PERFORM CALCULATE-DENOMINATIONS
                   IF CASSETTE-OK = 'N'
                       DISPLAY "CASSETTE EMPTY, TRY A DIFFERENT AMOUNT"
                       MOVE "DISP-REFUS" TO EVENT-TYPE
                       PERFORM LOG-EVENT
                   ELSE
                       PERFORM UPDATE-CASSETTE
                       SUBTRACT AMOUNT FROM BALANCE
                       ADD AMOUNT TO MS-WITHDRAWN-TODAY
                       MOVE RCPT-DATE TO MS-LAST-WDR-DATE
                       SUBTRACT AMOUNT FROM MS-BALANCE
                       PERFORM REWRITE-ACCOUNT
                       PERFORM DISPLAY-DENOMINATIONS
                       DISPLAY "PLEASE COLLECT YOUR CASH"
                       DISPLAY "YOUR AVAILABLE BALANCE IS ", BALANCE
                       MOVE "WITHDRAW" TO TRANS-TYPE
                       MOVE AMOUNT TO TRANS-AMOUNT
                       PERFORM LOG-TRANSACTION
           END-IF.

       DEPOSIT-PARAGRAPH.
      *    An envelope is only a claim until it is counted: the
      *    amount goes on the ledger balance and into pending
      *    deposits, and becomes available to spend when ATMDEPV
      *    confirms it.
           IF ENVELOPE-FILE-OPEN NOT = 'Y'
               DISPLAY "DEPOSITS UNAVAILABLE AT THIS MACHINE"
           ELSE
               DISPLAY "PLEASE ENTER THE AMOUNT TO DEPOSIT"
               ACCEPT AMOUNT
               PERFORM RECORD-ENVELOPE
               IF ENVELOPE-RECORDED = 'Y'
                   PERFORM READ-CURRENT-ACCOUNT
                   ADD AMOUNT TO MS-BALANCE
                   ADD AMOUNT TO MS-PENDING-DEP
                   PERFORM REWRITE-ACCOUNT
                   PERFORM SET-AVAILABLE-BALANCE
                   DISPLAY "DEPOSIT ACCEPTED - FUNDS AVAILABLE ONCE "
                           "THE ENVELOPE IS VERIFIED"
                   DISPLAY "YOUR AVAILABLE BALANCE IS ", BALANCE
                   MOVE "DEPOSIT" TO TRANS-TYPE
                   MOVE AMOUNT TO TRANS-AMOUNT
                   PERFORM LOG-TRANSACTION
                   PERFORM PRINT-RECEIPT
               END-IF
           END-IF.

       RECORD-ENVELOPE.
           MOVE FUNCTION CURRENT-DATE TO RECEIPT-STAMP.
           MOVE SPACES TO ENVELOPE-REC.
           MOVE TERMINAL-ID TO DE-TERM.
           MOVE RCPT-DATE TO DE-DATE.
           MOVE RCPT-TIME TO DE-TIME.
           MOVE CURRENT-ACCOUNT TO DE-ACCT.
           MOVE AMOUNT TO DE-AMOUNT.
           MOVE 'P' TO DE-STATUS.
           MOVE ZERO TO DE-COUNTED.
           MOVE 'Y' TO ENVELOPE-RECORDED.
           WRITE ENVELOPE-REC
               INVALID KEY
                   MOVE 'N' TO ENVELOPE-RECORDED
                   DISPLAY "DEPOSIT NOT ACCEPTED, PLEASE TRY AGAIN"
           END-WRITE.

       SET-AVAILABLE-BALANCE.
      *    Available balance is the ledger less deposits still
      *    waiting to be verified; a fee posted against a pending
      *    deposit can leave nothing available.
           IF MS-PENDING-DEP > MS-BALANCE
               MOVE ZERO TO BALANCE
           ELSE
               COMPUTE BALANCE = MS-BALANCE - MS-PENDING-DEP
           END-IF.

       TRANSFER-PARAGRAPH.
      *    Move money between two accounts on the master: debit the
                               DISPLAY "ACCOUNT READ FAILED ", FS-MST
                       END-READ
                       SUBTRACT AMOUNT FROM BALANCE
                       SUBTRACT AMOUNT FROM MS-BALANCE
                       PERFORM REWRITE-ACCOUNT
                       DISPLAY "TRANSFER COMPLETE"
                       DISPLAY "YOUR AVAILABLE BALANCE IS ", BALANCE
                       MOVE "XFER-OUT" TO TRANS-TYPE
                       MOVE AMOUNT TO TRANS-AMOUNT
                       PERFORM LOG-TRANSACTION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               SUBTRACT COUNTS (I) FROM CASSETTE-COUNTS (I)
               ADD COUNTS (I) TO DISPENSED-COUNTS (I)
               IF COUNTS (I) > ZERO AND CASSETTE-COUNTS (I) = ZERO
                   MOVE "CASS-EMPTY" TO EVENT-TYPE
                   MOVE DENOMINATIONS (I) TO EVENT-DENOM
                   PERFORM LOG-EVENT
               END-IF
           END-PERFORM.
           PERFORM SAVE-CASSETTES.

      *    The cash-in-transit team counts each cassette after
      *    loading; the counted level entered here becomes the new
      *    cassette count and the difference is recorded as loaded.
      *    The value loaded is journaled as REPLENISH so the ledger
      *    feed can move it from the vault to the terminal.
           MOVE ZERO TO CASH-MOVEMENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               DISPLAY "DENOMINATION ", DENOMINATIONS (I),
                       " CURRENT COUNT ", CASSETTE-COUNTS (I)
               IF COUNTED-LEVEL >= CASSETTE-COUNTS (I)
                   COMPUTE LOADED-COUNTS (I) = LOADED-COUNTS (I)
                       + COUNTED-LEVEL - CASSETTE-COUNTS (I)
                   COMPUTE CASH-MOVEMENT = CASH-MOVEMENT
                       + (COUNTED-LEVEL - CASSETTE-COUNTS (I))
                       * DENOMINATIONS (I)
                   MOVE COUNTED-LEVEL TO CASSETTE-COUNTS (I)
               ELSE
                   DISPLAY "COUNTED LEVEL BELOW CURRENT, REJECTED"
               END-IF
           END-PERFORM.
           PERFORM SAVE-CASSETTES.
           MOVE "REPLENISH" TO EVENT-TYPE.
           PERFORM LOG-EVENT.
           PERFORM LOG-EMPTY-CASSETTES.
           MOVE "REPLENISH" TO TRANS-TYPE.
           MOVE CASH-MOVEMENT TO CASH-REMAINING.
           PERFORM JOURNAL-CASH-MOVEMENT UNTIL CASH-REMAINING = ZERO.
           DISPLAY "CASSETTES LOADED".

       BALANCING-REPORT.
      *    Opening count, dispensed, loaded and closing count per
      *    denomination, written to the receipt printer for the
      *    cash-in-transit team.  The team counts the notes actually
      *    in each cassette; notes over or short against the closing
      *    count are printed and kept on CASHBAL, where the dispute
      *    batch looks for the cash a customer says was never
      *    dispensed.  The counted level becomes the cassette count,
      *    so a difference is only ever reported once; its value is
      *    journaled as CASH-OVER or CASH-SHORT for the ledger feed.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               DISPLAY "DENOMINATION ", DENOMINATIONS (I),
                       " CLOSING COUNT ", CASSETTE-COUNTS (I)
               DISPLAY "ENTER NOTES COUNTED"
               ACCEPT COUNTED-NOTES (I)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO RECEIPT-STAMP.
           OPEN EXTEND CASHBAL-FILE.
           IF NOT FS-CBAL-OK
               OPEN OUTPUT CASHBAL-FILE
           END-IF.
           IF NOT FS-CBAL-OK
               DISPLAY "CASH BALANCING FILE UNAVAILABLE ", FS-CBAL
           END-IF.
           MOVE ZERO TO CASH-MOVEMENT.
           DISPLAY "DENOM  OPENING  DISPENSED  LOADED  CLOSING"
                   "  COUNTED  OVER".
           MOVE SPACES TO RECEIPT-LINE.
           STRING "--- CASH BALANCING TERMINAL " TERMINAL-ID " ---"
                  DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE "DENOM  OPENING  DISPENSED  LOADED  CLOSING  COUNTED"
               TO RECEIPT-LINE.
           MOVE "OVER" TO RECEIPT-LINE (53:4).
           WRITE RECEIPT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               COMPUTE NOTE-DIFF =
                   COUNTED-NOTES (I) - CASSETTE-COUNTS (I)
               COMPUTE CASH-MOVEMENT = CASH-MOVEMENT
                   + NOTE-DIFF * DENOMINATIONS (I)
               MOVE NOTE-DIFF TO EDIT-DIFF
               DISPLAY DENOMINATIONS (I), "    ",
                       OPENING-COUNTS (I), "      ",
                       DISPENSED-COUNTS (I), "      ",
                       LOADED-COUNTS (I), "    ",
                       CASSETTE-COUNTS (I), "      ",
                       COUNTED-NOTES (I), "  ",
                       EDIT-DIFF
               MOVE SPACES TO RECEIPT-LINE
               STRING DENOMINATIONS (I) "    "
                      OPENING-COUNTS (I) "      "
                      DISPENSED-COUNTS (I) "       "
                      LOADED-COUNTS (I) "    "
                      CASSETTE-COUNTS (I) "            "
                      COUNTED-NOTES (I) " "
                      EDIT-DIFF
                      DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
               IF FS-CBAL-OK
                   MOVE RCPT-DATE TO CB-DATE
                   MOVE RCPT-TIME TO CB-TIME
                   MOVE TERMINAL-ID TO CB-TERM
                   MOVE DENOMINATIONS (I) TO CB-DENOM
                   MOVE CASSETTE-COUNTS (I) TO CB-BOOK
                   MOVE COUNTED-NOTES (I) TO CB-COUNTED
                   WRITE CASHBAL-REC
               END-IF
               MOVE COUNTED-NOTES (I) TO CASSETTE-COUNTS (I)
           END-PERFORM.
           IF FS-CBAL-OK
               CLOSE CASHBAL-FILE
           END-IF.
           PERFORM SAVE-CASSETTES.
           PERFORM LOG-EMPTY-CASSETTES.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF CASH-MOVEMENT < ZERO
               MOVE "CASH-SHORT" TO TRANS-TYPE
           ELSE
               MOVE "CASH-OVER" TO TRANS-TYPE
           END-IF.
           MOVE CASH-MOVEMENT TO CASH-REMAINING.
           PERFORM JOURNAL-CASH-MOVEMENT UNTIL CASH-REMAINING = ZERO.

       LOG-EMPTY-CASSETTES.
      *    After a load or a count the cassettes stand at counted
      *    levels; any still at nothing is logged empty again so
      *    the uptime report does not take it as back in service.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF CASSETTE-COUNTS (I) = ZERO
                   MOVE "CASS-EMPTY" TO EVENT-TYPE
                   MOVE DENOMINATIONS (I) TO EVENT-DENOM
                   PERFORM LOG-EVENT
               END-IF
           END-PERFORM.

       JOURNAL-CASH-MOVEMENT.
      *    Cash moved by the operator is journaled against the
      *    operator account, split where the value is more than one
      *    journal amount will hold.
           IF CASH-REMAINING > 90000
               MOVE 90000 TO TRANS-AMOUNT
           ELSE
               MOVE CASH-REMAINING TO TRANS-AMOUNT
           END-IF.
           SUBTRACT TRANS-AMOUNT FROM CASH-REMAINING.
           PERFORM WRITE-SETTLEMENT.

       DISPLAY-DENOMINATIONS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   END-IF
               END-PERFORM
           END-IF.
           IF TRANS-TYPE = "DEPOSIT"
               MOVE SPACES TO RECEIPT-LINE
               STRING "ENVELOPE " DE-TERM " " DE-DATE " " DE-TIME
                      " PENDING VERIFICATION"
                      DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "AVAILABLE BALANCE " RECEIPT-BALANCE
                  DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF MS-PENDING-DEP > ZERO
               MOVE MS-BALANCE TO RECEIPT-BALANCE
               MOVE SPACES TO RECEIPT-LINE
               STRING "LEDGER BALANCE    " RECEIPT-BALANCE
                      DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.

