        IDENTIFICATION DIVISION.
        PROGRAM-ID. CANCRPT.
      *     MONTHLY ORDER CANCELLATION ANALYSIS.  WALKS THE ORDR010
      *     ROOTS AND SUMMARISES EVERY ORDER CANCELLED (CX
      *     TRANSACTION IN IB4OP01) IN THE REPORT MONTH BY CUSTOMER,
      *     ORDER TYPE AND CANCELLATION REASON, WITH RECAPS BY
      *     REASON AND BY ORDER TYPE, SO SALES CAN SEE WHY ORDERS ARE
      *     LOST.  THE MONTH COMES FROM THE PARM CARD (YYYYMM); WITH
      *     NO CARD IT IS THE MONTH BEFORE THE RUN DATE.  RUN IT
      *     BEFORE ORDPURGE AGES THE MONTH'S CANCELLATIONS OUT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO UT-S-PARMIN
                FILE STATUS IS FS-PARM.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-MONTH          PIC 9(6).
      *        REPORT MONTH YYYYMM, SPACES - MONTH BEFORE THE RUN DATE
            03  FILLER              PIC X(74).
        FD  CUST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CUST-REC.
            03  CM-CUST-NO          PIC X(6).
            03  CM-CUST-NAME        PIC X(30).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
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
        77  FS-PARM             PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-RPT              PIC 99.
        77  WS-CUST-AVAIL       PIC X VALUE 'N'.
            88  CUST-MASTER-ON  VALUE 'Y'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        01  WS-RPT-MONTH        PIC 9(6) VALUE 0.
        01  FILLER REDEFINES WS-RPT-MONTH.
            03  WS-RPT-YYYY     PIC 9(4).
            03  WS-RPT-MM       PIC 99.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-CXL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CXL-OTHER-CNT    PIC 9(7) COMP-3 VALUE 0.
        77  WS-LAST-CUST        PIC X(6) VALUE SPACES.
        77  WS-CUST-ORDERS      PIC 9(7) COMP-3 VALUE 0.
        77  WS-CUST-QTY         PIC S9(9) COMP-3 VALUE 0.
        77  WS-CUST-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-GRAND-QTY        PIC S9(9) COMP-3 VALUE 0.
        77  WS-GRAND-AMT        PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-CX-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CX-POS           PIC S9(4) COMP VALUE 0.
        77  WS-CX-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-CX-OVERFLOW      PIC X VALUE 'N'.
        77  WS-RS-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-RS-POS           PIC S9(4) COMP VALUE 0.
        77  WS-RS-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-TY-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-TY-POS           PIC S9(4) COMP VALUE 0.
        77  WS-TY-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-RECAP-OVERFLOW   PIC X VALUE 'N'.
        77  WS-DESC-REASON      PIC XX VALUE SPACES.
        77  WS-REASON-DESC      PIC X(16) VALUE SPACES.
      *     CANCELLATIONS IN CUSTOMER / ORDER TYPE / REASON SEQUENCE.
        01  WS-CX-NEW-KEY.
            03  WS-CN-CUST-NO   PIC X(6).
            03  WS-CN-TYPE      PIC XX.
            03  WS-CN-REASON    PIC XX.
        01  WS-CX-TABLE.
            03  WS-CX-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CX-ENT       OCCURS 5000.
                05  WS-CX-KEY.
                    07  WS-CX-CUST-NO   PIC X(6).
                    07  WS-CX-TYPE      PIC XX.
                    07  WS-CX-REASON    PIC XX.
                05  WS-CX-ORDERS    PIC 9(7) COMP-3.
                05  WS-CX-QTY       PIC S9(9) COMP-3.
                05  WS-CX-AMT       PIC S9(9)V99 COMP-3.
      *     RECAP BY CANCELLATION REASON, IN REASON SEQUENCE.
        01  WS-RS-TABLE.
            03  WS-RS-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-RS-ENT       OCCURS 100.
                05  WS-RS-REASON    PIC XX.
                05  WS-RS-ORDERS    PIC 9(7) COMP-3.
                05  WS-RS-QTY       PIC S9(9) COMP-3.
                05  WS-RS-AMT       PIC S9(9)V99 COMP-3.
      *     RECAP BY ORDER TYPE, IN TYPE SEQUENCE.
        01  WS-TY-TABLE.
            03  WS-TY-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-TY-ENT       OCCURS 100.
                05  WS-TY-TYPE      PIC XX.
                05  WS-TY-ORDERS    PIC 9(7) COMP-3.
                05  WS-TY-QTY       PIC S9(9) COMP-3.
                05  WS-TY-AMT       PIC S9(9)V99 COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CANCRPT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CUST-NAME     PIC X(30).
            03  FILLER          PIC X(2).
            03  P-TYPE          PIC XX.
            03  FILLER          PIC X(3).
            03  P-REASON        PIC XX.
            03  FILLER          PIC X(2).
            03  P-REASON-DESC   PIC X(16).
            03  FILLER          PIC X(2).
            03  P-ORDERS        PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  P-QTY           PIC ZZZ,ZZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  P-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(25).
        01  H1.
            03  FILLER             PIC X(40) VALUE IS
            '                                        '.
            03  FILLER             PIC X(42) VALUE IS
            ' ORDER CANCELLATION ANALYSIS FOR MONTH   '.
            03  H1-MONTH           PIC X(7).
            03  FILLER             PIC X(44) VALUE IS SPACES.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  CUST    CUSTOMER NAME                   TP   RSN'.
            03  FILLER             PIC X(50) VALUE IS
            ' REASON               ORDERS    QUANTITY          '.
            03  FILLER             PIC X(33) VALUE IS
            ' AMOUNT                          '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  W-MONTH-FMT.
            03  W-YYYY          PIC 9(4).
            03  FILLER          PIC X VALUE '/'.
            03  W-MM            PIC 99.
        01  SSA-2.
            03  S2-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE ' '.
        01  ORDER-ROOT-DATA.
       05 ORDER-ROOT-KEY.
           07 ORDER-NUMBER-PREFIX      PIC  X(02).
           07 ORDER-NUMBER             PIC  9(04).
       05  ORDKEY-REDEF  REDEFINES    ORDER-ROOT-KEY
                                       PIC  X(06).
       05 ORDER-DESCRIPTION            PIC  X(40).
       05 CUSTOMER-NUMBER              PIC  X(06).
       05 PLANNED-ORDER-QUANTITY       PIC  S9(05)       COMP-3.
       05 PLANNED-ORDER-AMOUNT         PIC  9(05)V99     COMP-3.
       05 ORDER-TYPE                   PIC  X(02).
       05 ACTUAL-ORDER-QUANTITY        PIC  S9(05)       COMP-3.
       05 TOTAL-SCRAP-QUANTITY         PIC  S9(05)       COMP-3.
       05 TOTAL-SCRAP-REDEFINES
           REDEFINES TOTAL-SCRAP-QUANTITY PIC  X(03).
       05 ORDER-STATUS                 PIC  9(02).
       05 FILLER                       PIC  X(01).
       05 FIRST-ACTIVITY-DATE.
           07 FIRST-ACTIVITY-DATE-YR   PIC  X(04).
           07 FIRST-ACTIVITY-DATE-MM   PIC  X(02).
           07 FIRST-ACTIVITY-DATE-DD   PIC  X(02).
       05 LAST-ACTIVITY-DATE           PIC  X(08).
       05 WEEKLY-STATUS-DATA OCCURS      13 TIMES.
           07 NUMBER-UNITS-STARTED     PIC  9(05)        COMP-3.
           07 NUMBER-UNITS-COMPLETED   PIC  9(05)        COMP-3.
           07 PERCENTAGE-STARTED       PIC  S9(05)V9(03) COMP-3.
           07 PERCENTAGE-COMPLETE      PIC  S9(05)V9(03) COMP-3.
       05 PRIORITY-CODE                PIC  X(01).
       05 PROMISE-DATE                 PIC  X(08).
       05 PLANT-CODE                   PIC  X(02).
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
            02  SEG-LEVEL       PIC  X(2).
            02  DBSTATUS        PIC  X(2).
            02  PROC-OPTIONS    PIC  X(4).
            02  RESERVE-DLI     PIC  X(4).
            02  SEG-NAME-FB     PIC  X(8).
            02  LENGTH-FB-KEY   PIC  9(4).
            02  NUMB-SENS-SEGS  PIC  9(4).
            02  KEY-FB-AREA     PIC  X(17).

        01  IOPCB.
            02  I-DBD-NAME        PIC  X(8).
            02  I-SEG-LEVEL       PIC  X(2).
            02  I-DBSTATUS        PIC  X(2).
            02  I-PROC-OPTIONS    PIC  X(4).
            02  I-RESERVE-DLI     PIC  X(4).
            02  I-SEG-NAME-FB     PIC  X(8).
            02  I-LENGTH-FB-KEY   PIC  9(4).
            02  I-NUMB-SENS-SEGS  PIC  9(4).
            02  I-KEY-FB-AREA     PIC  X(17).

        PROCEDURE DIVISION USING IOPCB DBPCB.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM CANCRPT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT PARM-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            OPEN INPUT CUST-FILE.
            IF FS-CUST = 0
              MOVE 'Y' TO WS-CUST-AVAIL
            ELSE
              DISPLAY 'NO CUSTOMER MASTER - CUSTOMER NAMES OFF'
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM I200-READ-PARM
            MOVE WS-RPT-YYYY TO W-YYYY
            MOVE WS-RPT-MM TO W-MM
            MOVE W-MONTH-FMT TO H1-MONTH
            PERFORM P200-ORDER-SCAN
            PERFORM P300-PRINT-CANCEL
                VARYING WS-CX-IDX FROM 1 BY 1
                UNTIL WS-CX-IDX > WS-CX-CNT
            IF WS-CX-CNT > 0
              PERFORM P320-CUST-TOTAL
            END-IF
            PERFORM P400-REASON-RECAP
            PERFORM P450-TYPE-RECAP
            PERFORM P999-TRAILER
            IF CUST-MASTER-ON
              CLOSE CUST-FILE
            END-IF
            CLOSE PARM-FILE, RPT-FILE
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            MOVE WS-CXL-CNT TO RC-OUTPUT-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM CANCRPT'
            GOBACK.

        I200-READ-PARM.
      *     DEFAULT IS THE MONTH BEFORE THE RUN DATE - THE REPORT IS
      *     RUN EARLY IN THE MONTH FOR THE MONTH JUST CLOSED.
            DIVIDE WS-RUN-DATE BY 100 GIVING WS-RPT-MONTH
            IF WS-RPT-MM = 1
              MOVE 12 TO WS-RPT-MM
              SUBTRACT 1 FROM WS-RPT-YYYY
            ELSE
              SUBTRACT 1 FROM WS-RPT-MM
            END-IF
            IF FS-PARM = 0
              READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
              END-READ
            END-IF
            IF FS-PARM = 0
              IF PARM-MONTH NUMERIC
                  AND PARM-MONTH (5:2) >= '01'
                  AND PARM-MONTH (5:2) <= '12'
                MOVE PARM-MONTH TO WS-RPT-MONTH
              END-IF
            END-IF
            DISPLAY 'CANCELLATION MONTH:    ' WS-RPT-MONTH
            EXIT.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-CANCELLED
              IF CANCEL-DATE (1:6) = WS-RPT-MONTH
                ADD 1 TO WS-CXL-CNT
                PERFORM P220-CANCEL-ENTRY THRU P220-EXIT
                PERFORM P230-REASON-ENTRY THRU P230-EXIT
                PERFORM P240-TYPE-ENTRY THRU P240-EXIT
              ELSE
                ADD 1 TO WS-CXL-OTHER-CNT
              END-IF
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-CANCEL-ENTRY.
            MOVE CUSTOMER-NUMBER TO WS-CN-CUST-NO
            MOVE ORDER-TYPE TO WS-CN-TYPE
            MOVE CANCEL-REASON TO WS-CN-REASON
            MOVE 0 TO WS-CX-POS
            PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                UNTIL WS-CX-IDX > WS-CX-CNT OR WS-CX-POS > 0
              IF WS-CX-KEY(WS-CX-IDX) NOT < WS-CX-NEW-KEY
                MOVE WS-CX-IDX TO WS-CX-POS
              END-IF
            END-PERFORM
            IF WS-CX-POS > 0
              IF WS-CX-KEY(WS-CX-POS) = WS-CX-NEW-KEY
                PERFORM P225-CANCEL-ADD
                GO TO P220-EXIT
              END-IF
            ELSE
              COMPUTE WS-CX-POS = WS-CX-CNT + 1
            END-IF
            IF WS-CX-CNT < 5000
              PERFORM VARYING WS-CX-MOVE FROM WS-CX-CNT BY -1
                  UNTIL WS-CX-MOVE < WS-CX-POS
                MOVE WS-CX-ENT(WS-CX-MOVE) TO WS-CX-ENT(WS-CX-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-CX-CNT
              MOVE WS-CX-NEW-KEY TO WS-CX-KEY(WS-CX-POS)
              MOVE 0 TO WS-CX-ORDERS(WS-CX-POS)
              MOVE 0 TO WS-CX-QTY(WS-CX-POS)
              MOVE 0 TO WS-CX-AMT(WS-CX-POS)
              PERFORM P225-CANCEL-ADD
            ELSE
              IF WS-CX-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-CX-OVERFLOW
                DISPLAY 'CANCELLATION TABLE FULL - REPORT WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P220-EXIT.
            EXIT.

        P225-CANCEL-ADD.
            ADD 1 TO WS-CX-ORDERS(WS-CX-POS)
            ADD PLANNED-ORDER-QUANTITY TO WS-CX-QTY(WS-CX-POS)
            ADD PLANNED-ORDER-AMOUNT TO WS-CX-AMT(WS-CX-POS)
            EXIT.

        P230-REASON-ENTRY.
            MOVE 0 TO WS-RS-POS
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                UNTIL WS-RS-IDX > WS-RS-CNT OR WS-RS-POS > 0
              IF WS-RS-REASON(WS-RS-IDX) NOT < CANCEL-REASON
                MOVE WS-RS-IDX TO WS-RS-POS
              END-IF
            END-PERFORM
            IF WS-RS-POS > 0
              IF WS-RS-REASON(WS-RS-POS) = CANCEL-REASON
                PERFORM P235-REASON-ADD
                GO TO P230-EXIT
              END-IF
            ELSE
              COMPUTE WS-RS-POS = WS-RS-CNT + 1
            END-IF
            IF WS-RS-CNT < 100
              PERFORM VARYING WS-RS-MOVE FROM WS-RS-CNT BY -1
                  UNTIL WS-RS-MOVE < WS-RS-POS
                MOVE WS-RS-ENT(WS-RS-MOVE) TO WS-RS-ENT(WS-RS-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-RS-CNT
              MOVE CANCEL-REASON TO WS-RS-REASON(WS-RS-POS)
              MOVE 0 TO WS-RS-ORDERS(WS-RS-POS)
              MOVE 0 TO WS-RS-QTY(WS-RS-POS)
              MOVE 0 TO WS-RS-AMT(WS-RS-POS)
              PERFORM P235-REASON-ADD
            ELSE
              IF WS-RECAP-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-RECAP-OVERFLOW
                DISPLAY 'RECAP TABLE FULL - RECAPS WILL BE INCOMPLETE'
              END-IF
            END-IF.
        P230-EXIT.
            EXIT.

        P235-REASON-ADD.
            ADD 1 TO WS-RS-ORDERS(WS-RS-POS)
            ADD PLANNED-ORDER-QUANTITY TO WS-RS-QTY(WS-RS-POS)
            ADD PLANNED-ORDER-AMOUNT TO WS-RS-AMT(WS-RS-POS)
            EXIT.

        P240-TYPE-ENTRY.
            MOVE 0 TO WS-TY-POS
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-CNT OR WS-TY-POS > 0
              IF WS-TY-TYPE(WS-TY-IDX) NOT < ORDER-TYPE
                MOVE WS-TY-IDX TO WS-TY-POS
              END-IF
            END-PERFORM
            IF WS-TY-POS > 0
              IF WS-TY-TYPE(WS-TY-POS) = ORDER-TYPE
                PERFORM P245-TYPE-ADD
                GO TO P240-EXIT
              END-IF
            ELSE
              COMPUTE WS-TY-POS = WS-TY-CNT + 1
            END-IF
            IF WS-TY-CNT < 100
              PERFORM VARYING WS-TY-MOVE FROM WS-TY-CNT BY -1
                  UNTIL WS-TY-MOVE < WS-TY-POS
                MOVE WS-TY-ENT(WS-TY-MOVE) TO WS-TY-ENT(WS-TY-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-TY-CNT
              MOVE ORDER-TYPE TO WS-TY-TYPE(WS-TY-POS)
              MOVE 0 TO WS-TY-ORDERS(WS-TY-POS)
              MOVE 0 TO WS-TY-QTY(WS-TY-POS)
              MOVE 0 TO WS-TY-AMT(WS-TY-POS)
              PERFORM P245-TYPE-ADD
            ELSE
              IF WS-RECAP-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-RECAP-OVERFLOW
                DISPLAY 'RECAP TABLE FULL - RECAPS WILL BE INCOMPLETE'
              END-IF
            END-IF.
        P240-EXIT.
            EXIT.

        P245-TYPE-ADD.
            ADD 1 TO WS-TY-ORDERS(WS-TY-POS)
            ADD PLANNED-ORDER-QUANTITY TO WS-TY-QTY(WS-TY-POS)
            ADD PLANNED-ORDER-AMOUNT TO WS-TY-AMT(WS-TY-POS)
            EXIT.

        P300-PRINT-CANCEL.
            MOVE SPACES TO PRT-DTL
            IF WS-CX-CUST-NO(WS-CX-IDX) NOT = WS-LAST-CUST
              IF WS-CX-IDX > 1
                PERFORM P320-CUST-TOTAL
              END-IF
              MOVE WS-CX-CUST-NO(WS-CX-IDX) TO WS-LAST-CUST
              MOVE 0 TO WS-CUST-ORDERS
              MOVE 0 TO WS-CUST-QTY
              MOVE 0 TO WS-CUST-AMT
              MOVE '0' TO P-CC
              MOVE WS-LAST-CUST TO P-CUST-NO
              PERFORM P310-CUST-NAME THRU P310-EXIT
            END-IF
            MOVE WS-CX-TYPE(WS-CX-IDX) TO P-TYPE
            MOVE WS-CX-REASON(WS-CX-IDX) TO P-REASON
            MOVE WS-CX-REASON(WS-CX-IDX) TO WS-DESC-REASON
            PERFORM P350-REASON-DESC
            MOVE WS-REASON-DESC TO P-REASON-DESC
            MOVE WS-CX-ORDERS(WS-CX-IDX) TO P-ORDERS
            MOVE WS-CX-QTY(WS-CX-IDX) TO P-QTY
            MOVE WS-CX-AMT(WS-CX-IDX) TO P-AMT
            ADD WS-CX-ORDERS(WS-CX-IDX) TO WS-CUST-ORDERS
            ADD WS-CX-QTY(WS-CX-IDX) TO WS-CUST-QTY
            ADD WS-CX-AMT(WS-CX-IDX) TO WS-CUST-AMT
            ADD WS-CX-QTY(WS-CX-IDX) TO WS-GRAND-QTY
            ADD WS-CX-AMT(WS-CX-IDX) TO WS-GRAND-AMT
            PERFORM P700-PRINT
            EXIT.

        P310-CUST-NAME.
            IF NOT CUST-MASTER-ON
              GO TO P310-EXIT
            END-IF
            MOVE WS-LAST-CUST TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                MOVE '** NOT ON CUSTOMER MASTER **' TO P-CUST-NAME
              NOT INVALID KEY
                MOVE CM-CUST-NAME TO P-CUST-NAME
            END-READ.
        P310-EXIT.
            EXIT.

        P320-CUST-TOTAL.
            MOVE SPACES TO PRT-DTL
            MOVE 'CUSTOMER TOTAL' TO P-REASON-DESC
            MOVE WS-CUST-ORDERS TO P-ORDERS
            MOVE WS-CUST-QTY TO P-QTY
            MOVE WS-CUST-AMT TO P-AMT
            PERFORM P700-PRINT
            EXIT.

        P350-REASON-DESC.
            EVALUATE WS-DESC-REASON
              WHEN 'CS'
                MOVE 'CUSTOMER REQUEST' TO WS-REASON-DESC
              WHEN 'PR'
                MOVE 'PRICE' TO WS-REASON-DESC
              WHEN 'LT'
                MOVE 'LEAD TIME' TO WS-REASON-DESC
              WHEN 'CR'
                MOVE 'CREDIT' TO WS-REASON-DESC
              WHEN 'DP'
                MOVE 'DUPLICATE ORDER' TO WS-REASON-DESC
              WHEN 'OT'
                MOVE 'OTHER' TO WS-REASON-DESC
              WHEN OTHER
                MOVE 'UNKNOWN REASON' TO WS-REASON-DESC
            END-EVALUATE
            EXIT.

        P400-REASON-RECAP.
            MOVE SPACES TO PRT-DTL
            MOVE '-' TO P-CC
            MOVE 'RECAP BY REASON' TO P-CUST-NAME
            PERFORM P700-PRINT
            PERFORM P410-REASON-LINE
                VARYING WS-RS-IDX FROM 1 BY 1
                UNTIL WS-RS-IDX > WS-RS-CNT
            EXIT.

        P410-REASON-LINE.
            MOVE SPACES TO PRT-DTL
            MOVE WS-RS-REASON(WS-RS-IDX) TO P-REASON
            MOVE WS-RS-REASON(WS-RS-IDX) TO WS-DESC-REASON
            PERFORM P350-REASON-DESC
            MOVE WS-REASON-DESC TO P-REASON-DESC
            MOVE WS-RS-ORDERS(WS-RS-IDX) TO P-ORDERS
            MOVE WS-RS-QTY(WS-RS-IDX) TO P-QTY
            MOVE WS-RS-AMT(WS-RS-IDX) TO P-AMT
            PERFORM P700-PRINT
            EXIT.

        P450-TYPE-RECAP.
            MOVE SPACES TO PRT-DTL
            MOVE '-' TO P-CC
            MOVE 'RECAP BY ORDER TYPE' TO P-CUST-NAME
            PERFORM P700-PRINT
            PERFORM P460-TYPE-LINE
                VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-CNT
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'MONTH TOTAL' TO P-REASON-DESC
            MOVE WS-CXL-CNT TO P-ORDERS
            MOVE WS-GRAND-QTY TO P-QTY
            MOVE WS-GRAND-AMT TO P-AMT
            PERFORM P700-PRINT
            EXIT.

        P460-TYPE-LINE.
            MOVE SPACES TO PRT-DTL
            MOVE WS-TY-TYPE(WS-TY-IDX) TO P-TYPE
            MOVE WS-TY-ORDERS(WS-TY-IDX) TO P-ORDERS
            MOVE WS-TY-QTY(WS-TY-IDX) TO P-QTY
            MOVE WS-TY-AMT(WS-TY-IDX) TO P-AMT
            PERFORM P700-PRINT
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2 TO RPT-REC
              PERFORM P750-PRINT
              MOVE '0' TO P-CC
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
            MOVE SPACES TO TRL-DTL
            MOVE '-' TO T-CC
            MOVE 'ORDER ROOTS SCANNED' TO T-LABEL
            MOVE WS-ORDER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'CANCELLED IN REPORT MONTH' TO T-LABEL
            MOVE WS-CXL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'CANCELLED IN OTHER MONTHS' TO T-LABEL
            MOVE WS-CXL-OTHER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
