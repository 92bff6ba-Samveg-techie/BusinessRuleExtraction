        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASHAPP.
      *     CASH RECEIPTS APPLICATION AGAINST THE INVOICE HISTORY.
      *     NEW INVOICES FROM IB4OP01'S INVC-FILE GENERATIONS ARE
      *     ADDED TO THE A/R OPEN-ITEM MASTER, THEN EACH RECEIPT ON
      *     THE A/R CASH FEED (CUSTOMER, INVOICE ORDER NUMBER, AMOUNT
      *     PAID, DATE) IS APPLIED TO ITS OPEN ITEM AND THE APPLIED
      *     AMOUNT RELEASED FROM CM-CURR-EXPOSURE - AN INVOICED ORDER
      *     STAYS IN EXPOSURE UNTIL IT IS PAID, SO P130-CREDIT-CHECK
      *     SEES REAL RISK.  RECEIPTS THAT CANNOT BE APPLIED (NO SUCH
      *     INVOICE, WRONG CUSTOMER, ALREADY PAID, OVERPAYMENT) ARE
      *     WRITTEN TO AN UNAPPLIED-CASH FILE FOR A/R TO CORRECT AND
      *     RESUBMIT.  PRINTS THE RECEIPTS REGISTER, THE UNAPPLIED
      *     CASH LIST AND AN OPEN-INVOICE AGING REPORT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVC-FILE ASSIGN TO UT-S-INVHST
                FILE STATUS IS FS-INVC.
            SELECT CASH-FILE ASSIGN TO UT-S-CASHRC
                FILE STATUS IS FS-CASH.
            SELECT UNAP-FILE ASSIGN TO UT-S-CASHUN
                FILE STATUS IS FS-UNAP.
            SELECT ARITM-FILE ASSIGN TO UT-S-ARITEM
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AI-ORDR-NO
                FILE STATUS IS FS-ARITM.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  INVC-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     IB4OP01 A/R INVOICE INTERFACE - EVERY RETAINED
      *     GENERATION.  INVOICES ALREADY ON THE OPEN-ITEM MASTER
      *     ARE SKIPPED, SO RERUNNING OVER OLD GENERATIONS IS SAFE.
        01  INVC-REC.
            03  IV-ORDR-NO          PIC X(6).
            03  IV-CUST-NO          PIC X(6).
            03  IV-DESCR            PIC X(40).
            03  IV-ACT-QTY          PIC 9(5).
            03  IV-PLANNED-AMT      PIC 9(5)V99.
            03  IV-COMPL-DATE       PIC 9(8).
            03  FILLER              PIC X(8).
        FD  CASH-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     A/R CASH RECEIPTS FEED - ONE RECORD PER PAYMENT.
        01  CASH-REC.
            03  CR-CUST-NO          PIC X(6).
            03  CR-ORDR-NO          PIC X(6).
      *        ORDER NUMBER OF THE INVOICE BEING PAID
            03  CR-AMT-PAID         PIC 9(7)V99.
            03  CR-AMT-PAID-X REDEFINES CR-AMT-PAID PIC X(9).
            03  CR-PAY-DATE         PIC 9(8).
            03  FILLER              PIC X(51).
        FD  UNAP-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     UNAPPLIED CASH - THE RECEIPT AS RECEIVED WITH THE
      *     UNAPPLIED AMOUNT AND REASON, FOR A/R FOLLOW-UP.
        01  UNAP-REC.
            03  UN-DATA             PIC X(80).
            03  UN-AMT              PIC 9(7)V99.
            03  UN-REASON           PIC X(20).
        FD  ARITM-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     A/R OPEN-ITEM MASTER - ONE ROW PER INVOICED ORDER.
        01  ARITM-REC.
            03  AI-ORDR-NO          PIC X(6).
            03  AI-CUST-NO          PIC X(6).
            03  AI-INV-DATE         PIC 9(8).
            03  AI-INV-AMT          PIC 9(7)V99.
            03  AI-PAID-AMT         PIC 9(7)V99.
            03  AI-LAST-PAY-DATE    PIC 9(8).
            03  AI-STATUS           PIC X.
      *        O - OPEN    P - PAID IN FULL
            03  FILLER              PIC X(33).
        FD  CUST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CUST-REC.
            03  CM-CUST-NO          PIC X(6).
            03  CM-CUST-NAME        PIC X(30).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  FILLER              PIC X(26).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-INVC             PIC 99.
        77  FS-CASH             PIC 99.
        77  FS-UNAP             PIC 99.
        77  FS-ARITM            PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-RPT              PIC 99.
        77  INVC-EOF            PIC X VALUE ' '.
            88  INVC-PRESENT      VALUE ' '.
            88  NO-MORE-INVC      VALUE 'Y'.
        77  CASH-EOF            PIC X VALUE ' '.
            88  CASH-PRESENT      VALUE ' '.
            88  NO-MORE-CASH      VALUE 'Y'.
        77  UNAP-EOF            PIC X VALUE ' '.
            88  UNAP-PRESENT      VALUE ' '.
            88  NO-MORE-UNAP      VALUE 'Y'.
        77  ARITM-EOF           PIC X VALUE ' '.
            88  ARITM-PRESENT     VALUE ' '.
            88  NO-MORE-ARITM     VALUE 'Y'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-RUN-DAYS         PIC S9(9) COMP VALUE 0.
        77  WS-AGE-DAYS         PIC S9(9) COMP VALUE 0.
        77  WS-INV-READ-CNT     PIC 9(7) COMP-3 VALUE 0.
        77  WS-INV-NEW-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-CASH-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-APPL-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-UNAP-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-PAIDUP-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-OPEN-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOMAST-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-CASH-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-APPL-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-UNAP-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-OPEN-BAL         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-APPLY            PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-EXCESS           PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-UNAP-REASON      PIC X(20) VALUE SPACES.
        77  WS-AG-IDX           PIC S9(4) COMP VALUE 0.
        01  WS-AGE-TABLE.
            03  WS-AGE-ENT      OCCURS 4.
                05  WS-AGE-CNT      PIC 9(7) COMP-3.
                05  WS-AGE-AMT      PIC S9(9)V99 COMP-3.
        01  WS-AGE-LABELS.
            03  FILLER          PIC X(30) VALUE '  CURRENT (0-30 DAYS)'.
            03  FILLER          PIC X(30) VALUE '  31-60 DAYS'.
            03  FILLER          PIC X(30) VALUE '  61-90 DAYS'.
            03  FILLER          PIC X(30) VALUE '  OVER 90 DAYS'.
        01  WS-AGE-LABEL-TBL REDEFINES WS-AGE-LABELS.
            03  WS-AGE-LABEL    PIC X(30) OCCURS 4.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CASHAPP '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-DATE          PIC X(10).
            03  FILLER          PIC X(2).
            03  P-AMT-1         PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-AMT-2         PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-AMT-3         PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-AGE           PIC ZZZZ9.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(20).
            03  FILLER          PIC X(29).
        01  H1-CUR              PIC X(133).
        01  H2-CUR              PIC X(133).
        01  H1-R.
            03  FILLER             PIC X(45) VALUE IS
            '1                                            '.
            03  FILLER             PIC X(50) VALUE IS
            ' CASH RECEIPTS APPLICATION REGISTER               '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2-R.
            03  FILLER             PIC X(50) VALUE IS
            ' CUST#   ORDR#   PAY DATE          PAID       APPL'.
            03  FILLER             PIC X(50) VALUE IS
            'IED     UNAPPLIED         ACTION                  '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  H1-U.
            03  FILLER             PIC X(45) VALUE IS
            '1                                            '.
            03  FILLER             PIC X(50) VALUE IS
            ' UNAPPLIED CASH                                   '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2-U.
            03  FILLER             PIC X(50) VALUE IS
            ' CUST#   ORDR#   PAY DATE          PAID           '.
            03  FILLER             PIC X(50) VALUE IS
            '          UNAPPLIED         REASON                '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  H1-A.
            03  FILLER             PIC X(45) VALUE IS
            '1                                            '.
            03  FILLER             PIC X(50) VALUE IS
            ' OPEN INVOICE AGING                               '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2-A.
            03  FILLER             PIC X(50) VALUE IS
            ' CUST#   ORDR#   INV DATE      INVOICED          P'.
            03  FILLER             PIC X(50) VALUE IS
            'AID       BALANCE    AGE  BUCKET                  '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  TOT-DTL.
            03  TA-CC           PIC X.
            03  TA-LABEL        PIC X(30).
            03  TA-COUNT        PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  TA-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(76).
        01  W-DATE-FMT.
            03  W-YYYY          PIC X(4).
            03  FILLER          PIC X VALUE '/'.
            03  W-MM            PIC XX.
            03  FILLER          PIC X VALUE '/'.
            03  W-DD            PIC XX.
        01  W-DATE.
            03  W-YYYY          PIC XXXX.
            03  W-MM            PIC XX.
            03  W-DD            PIC XX.

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM CASHAPP'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT INVC-FILE, CASH-FILE.
            OPEN I-O ARITM-FILE, CUST-FILE.
            OPEN OUTPUT RPT-FILE, UNAP-FILE.
            IF FS-INVC NOT = 0 OR FS-CASH NOT = 0 OR FS-ARITM NOT = 0
                OR FS-CUST NOT = 0 OR FS-RPT NOT = 0 OR FS-UNAP NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'INVOICE HISTORY FILE STATUS IS ' FS-INVC
                DISPLAY 'CASH RECEIPTS FILE STATUS IS ' FS-CASH
                DISPLAY 'OPEN ITEM FILE STATUS IS ' FS-ARITM
                DISPLAY 'CUSTOMER FILE STATUS IS ' FS-CUST
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                DISPLAY 'UNAPPLIED CASH FILE STATUS IS ' FS-UNAP
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 4
              MOVE 0 TO WS-AGE-CNT(WS-AG-IDX)
              MOVE 0 TO WS-AGE-AMT(WS-AG-IDX)
            END-PERFORM
            PERFORM R010-READ-INVC UNTIL NO-MORE-INVC
            DISPLAY 'NEW INVOICES ADDED TO OPEN ITEMS: ' WS-INV-NEW-CNT
            MOVE H1-R TO H1-CUR
            MOVE H2-R TO H2-CUR
            MOVE +256 TO CUR-LINE-CNT
            PERFORM R020-READ-CASH UNTIL NO-MORE-CASH
            MOVE H1-U TO H1-CUR
            MOVE H2-U TO H2-CUR
            MOVE +256 TO CUR-LINE-CNT
            PERFORM P400-UNAPPLIED-LIST
            MOVE H1-A TO H1-CUR
            MOVE H2-A TO H2-CUR
            MOVE +256 TO CUR-LINE-CNT
            PERFORM P500-AGING
            PERFORM P999-TRAILER
            CLOSE INVC-FILE, CASH-FILE, ARITM-FILE, CUST-FILE,
                  RPT-FILE
            MOVE WS-CASH-CNT TO RC-INPUT-COUNT
            MOVE WS-APPL-CNT TO RC-OUTPUT-COUNT
            MOVE WS-UNAP-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM CASHAPP'
            GOBACK.

        R010-READ-INVC.
            READ INVC-FILE AT END MOVE 'Y' TO INVC-EOF
            END-READ
            IF INVC-PRESENT
              ADD 1 TO WS-INV-READ-CNT
              PERFORM P100-ADD-OPEN-ITEM
            END-IF
            EXIT.

        P100-ADD-OPEN-ITEM.
            MOVE IV-ORDR-NO TO AI-ORDR-NO
            READ ARITM-FILE
              INVALID KEY
                MOVE SPACES TO ARITM-REC
                MOVE IV-ORDR-NO TO AI-ORDR-NO
                MOVE IV-CUST-NO TO AI-CUST-NO
                MOVE IV-COMPL-DATE TO AI-INV-DATE
                MOVE IV-PLANNED-AMT TO AI-INV-AMT
                MOVE 0 TO AI-PAID-AMT
                MOVE 0 TO AI-LAST-PAY-DATE
                MOVE 'O' TO AI-STATUS
                WRITE ARITM-REC
                  INVALID KEY
                    DISPLAY 'OPEN ITEM WRITE FAILED FOR ' IV-ORDR-NO
                  NOT INVALID KEY
                    ADD 1 TO WS-INV-NEW-CNT
                END-WRITE
              NOT INVALID KEY
                CONTINUE
            END-READ
            EXIT.

        R020-READ-CASH.
            READ CASH-FILE AT END MOVE 'Y' TO CASH-EOF
            END-READ
            IF CASH-PRESENT
              ADD 1 TO WS-CASH-CNT
              PERFORM P200-APPLY THRU P200-EXIT
            END-IF
            EXIT.

        P200-APPLY.
      *     APPLY ONE RECEIPT.  THE AMOUNT UP TO THE ITEM'S OPEN
      *     BALANCE IS APPLIED AND RELEASED FROM EXPOSURE; ANY
      *     EXCESS, OR THE WHOLE RECEIPT WHEN IT CANNOT BE MATCHED,
      *     GOES TO UNAPPLIED CASH.
            MOVE SPACES TO PRT-DTL
            MOVE CR-CUST-NO TO P-CUST-NO
            MOVE CR-ORDR-NO TO P-ORDR-NO
            MOVE CR-PAY-DATE TO W-DATE
            MOVE 'YYYY/MM/DD' TO W-DATE-FMT
            MOVE CORRESPONDING W-DATE TO W-DATE-FMT
            MOVE W-DATE-FMT TO P-DATE
            MOVE 0 TO WS-APPLY
            IF CR-AMT-PAID NOT NUMERIC OR CR-AMT-PAID = 0
              MOVE 'BAD AMOUNT' TO WS-UNAP-REASON
              MOVE 0 TO WS-EXCESS
              PERFORM P250-UNAPPLIED
              GO TO P200-EXIT
            END-IF
            ADD CR-AMT-PAID TO WS-CASH-AMT
            MOVE CR-AMT-PAID TO P-AMT-1
            MOVE CR-AMT-PAID TO WS-EXCESS
            MOVE CR-ORDR-NO TO AI-ORDR-NO
            READ ARITM-FILE
              INVALID KEY
                MOVE 'NO SUCH INVOICE' TO WS-UNAP-REASON
                PERFORM P250-UNAPPLIED
                GO TO P200-EXIT
            END-READ
            IF AI-CUST-NO NOT = CR-CUST-NO
              MOVE 'CUSTOMER MISMATCH' TO WS-UNAP-REASON
              PERFORM P250-UNAPPLIED
              GO TO P200-EXIT
            END-IF
            COMPUTE WS-OPEN-BAL = AI-INV-AMT - AI-PAID-AMT
            IF AI-STATUS = 'P' OR WS-OPEN-BAL NOT > 0
              MOVE 'ALREADY PAID' TO WS-UNAP-REASON
              PERFORM P250-UNAPPLIED
              GO TO P200-EXIT
            END-IF
            IF CR-AMT-PAID > WS-OPEN-BAL
              MOVE WS-OPEN-BAL TO WS-APPLY
            ELSE
              MOVE CR-AMT-PAID TO WS-APPLY
            END-IF
            COMPUTE WS-EXCESS = CR-AMT-PAID - WS-APPLY
            ADD WS-APPLY TO AI-PAID-AMT
            MOVE CR-PAY-DATE TO AI-LAST-PAY-DATE
            IF AI-PAID-AMT NOT < AI-INV-AMT
              MOVE 'P' TO AI-STATUS
              ADD 1 TO WS-PAIDUP-CNT
            END-IF
            REWRITE ARITM-REC
              INVALID KEY
                DISPLAY 'OPEN ITEM REWRITE FAILED FOR ' AI-ORDR-NO
            END-REWRITE
            ADD 1 TO WS-APPL-CNT
            ADD WS-APPLY TO WS-APPL-AMT
            PERFORM P230-RELEASE-EXPOSURE
            MOVE WS-APPLY TO P-AMT-2
            IF AI-STATUS = 'P'
              MOVE 'APPLIED - PAID' TO P-ACT
            ELSE
              MOVE 'APPLIED - PARTIAL' TO P-ACT
            END-IF
            IF WS-EXCESS > 0
              MOVE 'OVERPAYMENT' TO WS-UNAP-REASON
              PERFORM P250-UNAPPLIED
            ELSE
              PERFORM P700-PRINT
            END-IF.
        P200-EXIT.
            EXIT.

        P230-RELEASE-EXPOSURE.
      *     TAKE THE APPLIED AMOUNT OFF THE CUSTOMER'S EXPOSURE,
      *     FLOORED AT ZERO.
            MOVE AI-CUST-NO TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                ADD 1 TO WS-NOMAST-CNT
              NOT INVALID KEY
                IF CM-CURR-EXPOSURE NOT NUMERIC
                  MOVE 0 TO CM-CURR-EXPOSURE
                END-IF
                IF WS-APPLY > CM-CURR-EXPOSURE
                  MOVE 0 TO CM-CURR-EXPOSURE
                ELSE
                  SUBTRACT WS-APPLY FROM CM-CURR-EXPOSURE
                END-IF
                REWRITE CUST-REC
                  INVALID KEY
                    DISPLAY 'EXPOSURE REWRITE FAILED FOR ' CM-CUST-NO
                END-REWRITE
            END-READ
            EXIT.

        P250-UNAPPLIED.
            ADD 1 TO WS-UNAP-CNT
            ADD WS-EXCESS TO WS-UNAP-AMT
            MOVE WS-EXCESS TO P-AMT-3
            IF P-ACT = SPACES
              MOVE WS-UNAP-REASON TO P-ACT
            END-IF
            PERFORM P700-PRINT
            MOVE SPACES TO UNAP-REC
            MOVE CASH-REC TO UN-DATA
            MOVE WS-EXCESS TO UN-AMT
            MOVE WS-UNAP-REASON TO UN-REASON
            WRITE UNAP-REC
            EXIT.

        P400-UNAPPLIED-LIST.
      *     THE UNAPPLIED-CASH FILE IS CLOSED AND READ BACK SO THE
      *     LIST PRINTED IS EXACTLY WHAT A/R RECEIVES.
            CLOSE UNAP-FILE
            OPEN INPUT UNAP-FILE
            IF FS-UNAP NOT = 0
              MOVE 'Y' TO UNAP-EOF
            END-IF
            PERFORM P410-UNAPPLIED-STEP UNTIL NO-MORE-UNAP
            CLOSE UNAP-FILE
            EXIT.

        P410-UNAPPLIED-STEP.
            READ UNAP-FILE
              AT END
                MOVE 'Y' TO UNAP-EOF
              NOT AT END
                MOVE UN-DATA TO CASH-REC
                MOVE SPACES TO PRT-DTL
                MOVE CR-CUST-NO TO P-CUST-NO
                MOVE CR-ORDR-NO TO P-ORDR-NO
                MOVE CR-PAY-DATE TO W-DATE
                MOVE 'YYYY/MM/DD' TO W-DATE-FMT
                MOVE CORRESPONDING W-DATE TO W-DATE-FMT
                MOVE W-DATE-FMT TO P-DATE
                IF CR-AMT-PAID NUMERIC
                  MOVE CR-AMT-PAID TO P-AMT-1
                END-IF
                MOVE UN-AMT TO P-AMT-3
                MOVE UN-REASON TO P-ACT
                PERFORM P700-PRINT
            END-READ
            EXIT.

        P500-AGING.
      *     SEQUENTIAL PASS OVER THE OPEN-ITEM MASTER AGING EVERY
      *     UNPAID BALANCE FROM ITS INVOICE DATE.
            MOVE LOW-VALUES TO AI-ORDR-NO
            START ARITM-FILE KEY NOT < AI-ORDR-NO
              INVALID KEY
                MOVE 'Y' TO ARITM-EOF
            END-START
            PERFORM P510-AGING-STEP UNTIL NO-MORE-ARITM
            EXIT.

        P510-AGING-STEP.
            READ ARITM-FILE NEXT
              AT END
                MOVE 'Y' TO ARITM-EOF
              NOT AT END
                IF AI-STATUS NOT = 'P'
                  PERFORM P520-AGE-ITEM
                END-IF
            END-READ
            EXIT.

        P520-AGE-ITEM.
            COMPUTE WS-OPEN-BAL = AI-INV-AMT - AI-PAID-AMT
            IF WS-OPEN-BAL > 0
              ADD 1 TO WS-OPEN-CNT
              MOVE 0 TO WS-AGE-DAYS
              IF AI-INV-DATE NUMERIC AND AI-INV-DATE > 0
                COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                    - FUNCTION INTEGER-OF-DATE(AI-INV-DATE)
              END-IF
              EVALUATE TRUE
                WHEN WS-AGE-DAYS > 90
                  MOVE 4 TO WS-AG-IDX
                WHEN WS-AGE-DAYS > 60
                  MOVE 3 TO WS-AG-IDX
                WHEN WS-AGE-DAYS > 30
                  MOVE 2 TO WS-AG-IDX
                WHEN OTHER
                  MOVE 1 TO WS-AG-IDX
              END-EVALUATE
              ADD 1 TO WS-AGE-CNT(WS-AG-IDX)
              ADD WS-OPEN-BAL TO WS-AGE-AMT(WS-AG-IDX)
              MOVE SPACES TO PRT-DTL
              MOVE AI-CUST-NO TO P-CUST-NO
              MOVE AI-ORDR-NO TO P-ORDR-NO
              MOVE AI-INV-DATE TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-DATE
              MOVE AI-INV-AMT TO P-AMT-1
              MOVE AI-PAID-AMT TO P-AMT-2
              MOVE WS-OPEN-BAL TO P-AMT-3
              MOVE WS-AGE-DAYS TO P-AGE
              MOVE WS-AGE-LABEL(WS-AG-IDX) TO P-ACT
              PERFORM P700-PRINT
            END-IF
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1-CUR TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2-CUR TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM P750-PRINT
              MOVE 3 TO CUR-LINE-CNT
            END-IF
            MOVE PRT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO PRT-DTL
            EXIT.

        P750-PRINT.
            MOVE 1 TO ADV-LINES
            IF R-CC = '0'
              MOVE 2 TO ADV-LINES
            END-IF
            IF R-CC = '-'
              MOVE 3 TO ADV-LINES
            END-IF
            WRITE RPT-REC AFTER ADVANCING ADV-LINES
            ADD ADV-LINES TO CUR-LINE-CNT
            EXIT.

        P999-TRAILER.
            MOVE SPACES TO TOT-DTL
            MOVE '-' TO TA-CC
            MOVE 'AGING TOTALS' TO TA-LABEL
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 4
              MOVE SPACES TO TOT-DTL
              MOVE WS-AGE-LABEL(WS-AG-IDX) TO TA-LABEL
              MOVE WS-AGE-CNT(WS-AG-IDX) TO TA-COUNT
              MOVE WS-AGE-AMT(WS-AG-IDX) TO TA-AMT
              MOVE TOT-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-PERFORM
            MOVE SPACES TO TRL-DTL
            MOVE '0' TO T-CC
            MOVE 'INVOICE HISTORY RECORDS READ' TO T-LABEL
            MOVE WS-INV-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'NEW OPEN ITEMS ADDED' TO T-LABEL
            MOVE WS-INV-NEW-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'INVOICES PAID IN FULL' TO T-LABEL
            MOVE WS-PAIDUP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'OPEN INVOICES AGED' TO T-LABEL
            MOVE WS-OPEN-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'PAYMENTS WITH NO CUST MASTER' TO T-LABEL
            MOVE WS-NOMAST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TOT-DTL
            MOVE '0' TO TA-CC
            MOVE 'RECEIPTS READ' TO TA-LABEL
            MOVE WS-CASH-CNT TO TA-COUNT
            MOVE WS-CASH-AMT TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO TA-CC
            MOVE 'RECEIPTS APPLIED' TO TA-LABEL
            MOVE WS-APPL-CNT TO TA-COUNT
            MOVE WS-APPL-AMT TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'UNAPPLIED CASH' TO TA-LABEL
            MOVE WS-UNAP-CNT TO TA-COUNT
            MOVE WS-UNAP-AMT TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
