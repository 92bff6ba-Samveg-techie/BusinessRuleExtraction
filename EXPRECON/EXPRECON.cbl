      *     CUSTOMER EXPOSURE RECONCILIATION FOR CUST-FILE.  SCANS
      *     THE ORDR010 ROOTS AND RECOMPUTES EACH CUSTOMER'S TRUE
      *     OPEN-ORDER EXPOSURE FROM PLANNED-ORDER-AMOUNT (STATUS
      *     BELOW 90) PLUS THE UNPAID BALANCE OF EVERY INVOICE ON
      *     CASHAPP'S A/R OPEN-ITEM MASTER, COMPARES IT TO THE
      *     CM-CURR-EXPOSURE FIGURE
      *     THAT IB4OP01 MAINTAINS INCREMENTALLY, REPORTS EVERY
      *     OUT-OF-BALANCE CUSTOMER WITH THE DELTA, AND UNDER A PARM
      *     SWITCH REWRITES THE CORRECTED FIGURE TO THE MASTER.
                FILE STATUS IS FS-CUST.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT ARITM-FILE ASSIGN TO UT-S-ARITEM
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AI-ORDR-NO
                FILE STATUS IS FS-ARITM.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  FILLER              PIC X(26).
        FD  ARITM-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     A/R OPEN-ITEM MASTER MAINTAINED BY CASHAPP.
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
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
        77  FS-PARM             PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-ARITM            PIC 99.
        77  ARITM-EOF           PIC X VALUE ' '.
            88  ARITM-PRESENT     VALUE ' '.
            88  NO-MORE-ARITM     VALUE 'Y'.
        77  WS-ITEM-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ITEM-BAL         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-EXP-CUST-KEY     PIC X(6) VALUE SPACES.
        77  CUST-EOF            PIC X VALUE ' '.
            88  CUST-PRESENT      VALUE ' '.
            88  NO-MORE-CUST      VALUE 'Y'.
       05 DISPATCH-DATE                PIC  X(08).
       05 DISPATCH-ACK-DATE            PIC  X(08).
       05 DISPATCH-ACK-STARTED         PIC  X(01).
       05 SHIPPED-QUANTITY             PIC  S9(05)       COMP-3.
       05 LAST-SHIP-DATE               PIC  X(08).
       05 HOLD-STATUS                  PIC  X(01).
           88 ORDER-ON-HOLD                 VALUE 'H'.
       05 HOLD-REASON                  PIC  X(02).
       05 HOLD-DATE                    PIC  X(08).
       05 SPLIT-FROM-ORDER             PIC  X(06).
       05 CANCEL-STATUS                PIC  X(01).
           88 ORDER-CANCELLED               VALUE 'X'.
       05 CANCEL-REASON                PIC  X(02).
       05 CANCEL-DATE                  PIC  X(08).
       05 ORIGINAL-ORDER               PIC  X(06).
       05 FILLER                       PIC  X(33).
        LINKAGE SECTION.
        01  DBPCB.
            02  DBD-NAME        PIC  X(8).
            PERFORM P750-PRINT
            MOVE 3 TO CUR-LINE-CNT
            PERFORM P200-ORDER-SCAN
            PERFORM P250-OPEN-ITEMS
            PERFORM P300-MASTER-PASS
            PERFORM P400-NO-MASTER-PASS
            PERFORM P999-TRAILER
        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-STATUS < 90
              MOVE CUSTOMER-NUMBER TO WS-EXP-CUST-KEY
              MOVE PLANNED-ORDER-AMOUNT TO WS-ITEM-BAL
              PERFORM P220-ACCUM-EXPOSURE
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                UNTIL WS-EX-IDX > WS-EXP-CNT
                OR WS-EX-FOUND > 0
              IF WS-EXP-CUST(WS-EX-IDX) = WS-EXP-CUST-KEY
                MOVE WS-EX-IDX TO WS-EX-FOUND
              END-IF
            END-PERFORM
            IF WS-EX-FOUND = 0 AND WS-EXP-CNT < 5000
              ADD 1 TO WS-EXP-CNT
              MOVE WS-EXP-CNT TO WS-EX-FOUND
              MOVE WS-EXP-CUST-KEY TO WS-EXP-CUST(WS-EX-FOUND)
              MOVE 0 TO WS-EXP-AMT(WS-EX-FOUND)
              MOVE 'N' TO WS-EXP-MATCHED(WS-EX-FOUND)
            END-IF
            IF WS-EX-FOUND > 0
              ADD WS-ITEM-BAL TO WS-EXP-AMT(WS-EX-FOUND)
            ELSE
              IF WS-EX-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-EX-OVERFLOW
            END-IF
            EXIT.

        P250-OPEN-ITEMS.
      *     INVOICED-BUT-UNPAID BALANCES STAY IN EXPOSURE UNTIL
      *     CASHAPP APPLIES THE PAYMENT.  AN ABSENT OPEN-ITEM MASTER
      *     IS TOLERATED - ONLY OPEN ORDERS ARE THEN COUNTED.
            OPEN INPUT ARITM-FILE
            IF FS-ARITM NOT = 0
              DISPLAY 'NO OPEN ITEM MASTER - INVOICES NOT COUNTED'
            ELSE
              MOVE LOW-VALUES TO AI-ORDR-NO
              START ARITM-FILE KEY NOT < AI-ORDR-NO
                INVALID KEY
                  MOVE 'Y' TO ARITM-EOF
              END-START
              PERFORM P260-OPEN-ITEM-STEP UNTIL NO-MORE-ARITM
              CLOSE ARITM-FILE
              DISPLAY 'UNPAID INVOICES COUNTED: ' WS-ITEM-CNT
            END-IF
            EXIT.

        P260-OPEN-ITEM-STEP.
            READ ARITM-FILE NEXT
              AT END
                MOVE 'Y' TO ARITM-EOF
              NOT AT END
                IF AI-STATUS NOT = 'P'
                  COMPUTE WS-ITEM-BAL = AI-INV-AMT - AI-PAID-AMT
                  IF WS-ITEM-BAL > 0
                    ADD 1 TO WS-ITEM-CNT
                    MOVE AI-CUST-NO TO WS-EXP-CUST-KEY
                    PERFORM P220-ACCUM-EXPOSURE
                  END-IF
                END-IF
            END-READ
            EXIT.

        P300-MASTER-PASS.
      *     SEQUENTIAL PASS OVER CUST-FILE COMPARING THE MASTER
      *     EXPOSURE TO THE RECOMPUTED FIGURE.
            MOVE WS-FIX-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'UNPAID INVOICES COUNTED' TO T-LABEL
            MOVE WS-ITEM-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS WITH NO MASTER' TO T-LABEL
            MOVE WS-NOMAST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
