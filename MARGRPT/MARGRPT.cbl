        IDENTIFICATION DIVISION.
        PROGRAM-ID. MARGRPT.
      *     ORDER MARGIN REPORT.  PRICES EVERY ORDR010 ORDER AT PART
      *     STANDARD COST - EACH ORDR020 LINE ITEM AT LINE QUANTITY
      *     TIMES THE PART MASTER STANDARD UNIT COST, PLUS THE SCRAP
      *     BOOKED ON THE ORDER (TOTAL-SCRAP-QUANTITY) AT THE SAME
      *     PER-UNIT STANDARD - AND COMPARES THE TOTAL TO THE
      *     PLANNED ORDER AMOUNT.  MARGIN AND MARGIN PERCENT PRINT BY
      *     ORDER, THEN RECAPPED BY CUSTOMER AND BY ORDER TYPE.
      *     ORDERS SOLD BELOW COST ARE FLAGGED.  CANCELLED ORDERS ARE
      *     SKIPPED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PART-FILE ASSIGN TO UT-S-PARTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PART-NO
                FILE STATUS IS FS-PART.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  PART-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     PART-NUMBER MASTER MAINTAINED BY PARTMNT.
        01  PART-REC.
            03  PM-PART-NO          PIC X(10).
            03  PM-PART-DESC        PIC X(30).
            03  PM-UOM              PIC X(3).
            03  PM-ACTIVE           PIC X.
            03  PM-STD-COST         PIC 9(5)V9(4).
            03  PM-COST-EFF-DATE    PIC X(8).
            03  FILLER              PIC X(19).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-PART             PIC 99.
        77  FS-RPT              PIC 99.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-PRICED-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-CANCEL-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-BELOW-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCOST-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCOST-ORD-CNT   PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOLINE-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-SECTION          PIC X VALUE 'D'.
            88  RECAP-SECTION   VALUE 'C' 'T'.
      *     PER-ORDER COSTING.  LINE COST IS CARRIED TO FOUR PLACES
      *     AS THE STANDARD IS, AND ROUNDED TO CENTS ONCE PER ORDER.
        77  WS-ORD-LINE-COST4   PIC S9(11)V9(4) COMP-3 VALUE 0.
        77  WS-ORD-LINE-COST    PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-ORD-SCRAP-COST   PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-ORD-COST         PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-ORD-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-ORD-MARGIN       PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-ORD-LINES        PIC 9(5) COMP-3 VALUE 0.
        77  WS-ORD-NOCOST       PIC 9(5) COMP-3 VALUE 0.
        77  WS-PCT              PIC S9(5)V9 COMP-3 VALUE 0.
        77  WS-PCT-EDIT         PIC ZZZZ9.9-.
        77  WS-PCT-BASE         PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-PCT-MARGIN       PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-RECAP-BELOW      PIC 9(7) COMP-3 VALUE 0.
        77  WS-TOT-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-TOT-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-LINE-COST    PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-SCRAP-COST   PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-COST         PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-MARGIN       PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-CM-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CM-POS           PIC S9(4) COMP VALUE 0.
        77  WS-CM-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-CM-OVERFLOW      PIC X VALUE 'N'.
        77  WS-TM-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-TM-POS           PIC S9(4) COMP VALUE 0.
        77  WS-TM-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-TM-OVERFLOW      PIC X VALUE 'N'.
      *     MARGIN BY CUSTOMER, IN CUSTOMER SEQUENCE.
        77  WS-CM-NEW-KEY       PIC X(6).
        01  WS-CM-TABLE.
            03  WS-CM-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CM-ENT       OCCURS 5000.
                05  WS-CM-CUST-NO   PIC X(6).
                05  WS-CM-ORDERS    PIC 9(7) COMP-3.
                05  WS-CM-AMT       PIC S9(11)V99 COMP-3.
                05  WS-CM-LINE-COST PIC S9(11)V99 COMP-3.
                05  WS-CM-SCRAP-COST PIC S9(11)V99 COMP-3.
                05  WS-CM-MARGIN    PIC S9(11)V99 COMP-3.
                05  WS-CM-BELOW     PIC 9(7) COMP-3.
      *     MARGIN BY ORDER TYPE, IN TYPE SEQUENCE.
        77  WS-TM-NEW-KEY       PIC XX.
        01  WS-TM-TABLE.
            03  WS-TM-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-TM-ENT       OCCURS 500.
                05  WS-TM-TYPE      PIC XX.
                05  WS-TM-ORDERS    PIC 9(7) COMP-3.
                05  WS-TM-AMT       PIC S9(11)V99 COMP-3.
                05  WS-TM-LINE-COST PIC S9(11)V99 COMP-3.
                05  WS-TM-SCRAP-COST PIC S9(11)V99 COMP-3.
                05  WS-TM-MARGIN    PIC S9(11)V99 COMP-3.
                05  WS-TM-BELOW     PIC 9(7) COMP-3.
        01  WS-BELOW-EDIT.
            03  WS-BE-CNT       PIC Z,ZZ9.
            03  FILLER          PIC X(6) VALUE ' BELOW'.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'MARGRPT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-TYPE          PIC XX.
            03  FILLER          PIC X(2).
            03  P-STATUS        PIC 99.
            03  P-STATUS-X REDEFINES P-STATUS PIC XX.
            03  FILLER          PIC X(2).
            03  P-COUNT         PIC ZZ,ZZ9-.
            03  FILLER          PIC X.
            03  P-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-LINE-COST     PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-SCRAP-COST    PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-TOT-COST      PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-MARGIN        PIC Z,ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-PCT           PIC X(8).
            03  FILLER          PIC X.
            03  P-NOTE          PIC X(12).
            03  FILLER          PIC X(8).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER MARGIN AT STANDARD COST                    '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  ORDER   CUST    TP  ST    QTY         AMOUNT    '.
            03  FILLER             PIC X(50) VALUE IS
            '  LINE COST    SCRAP COST    TOTAL COST       MARG'.
            03  FILLER             PIC X(33) VALUE IS
            'IN MARGIN %  NOTE                '.
        01  H3.
            03  FILLER             PIC X(50) VALUE IS
            ' RECAP    CUST           ORDERS         AMOUNT    '.
            03  FILLER             PIC X(50) VALUE IS
            '  LINE COST    SCRAP COST    TOTAL COST       MARG'.
            03  FILLER             PIC X(33) VALUE IS
            'IN MARGIN %  NOTE                '.
        01  H4.
            03  FILLER             PIC X(50) VALUE IS
            ' RECAP            TP     ORDERS         AMOUNT    '.
            03  FILLER             PIC X(50) VALUE IS
            '  LINE COST    SCRAP COST    TOTAL COST       MARG'.
            03  FILLER             PIC X(33) VALUE IS
            'IN MARGIN %  NOTE                '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  SSA-2.
            03  S2-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE ' '.
        01  SSA-2L.
            03  S2L-SEG-NAME    PIC X(8) VALUE IS 'ORDR020 '.
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
        01  ORDER-LINE-DATA.
       05 ORDER-LINE-KEY               PIC  9(02).
       05 LINE-PART-NUMBER             PIC  X(10).
       05 LINE-QUANTITY                PIC  S9(05)       COMP-3.
       05 LINE-AMOUNT                  PIC  9(05)V99     COMP-3.
       05 LINE-STATUS                  PIC  9(02).
       05 FILLER                       PIC  X(06).
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
            DISPLAY 'ENTERING PROGRAM MARGRPT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT PART-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-PART NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'PART FILE STATUS IS ' FS-PART
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            PERFORM P200-ORDER-SCAN
            PERFORM P450-GRAND-TOTAL
            MOVE 'C' TO WS-SECTION
            MOVE 256 TO CUR-LINE-CNT
            PERFORM P500-PRINT-CUSTOMER
                VARYING WS-CM-IDX FROM 1 BY 1
                UNTIL WS-CM-IDX > WS-CM-CNT
            PERFORM P450-GRAND-TOTAL
            MOVE 'T' TO WS-SECTION
            MOVE 256 TO CUR-LINE-CNT
            PERFORM P550-PRINT-TYPE
                VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CNT
            PERFORM P450-GRAND-TOTAL
            PERFORM P999-TRAILER
            CLOSE PART-FILE, RPT-FILE
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            MOVE WS-PRICED-CNT TO RC-OUTPUT-COUNT
            MOVE WS-NOCOST-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM MARGRPT'
            GOBACK.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-CANCELLED
              ADD 1 TO WS-CANCEL-CNT
            ELSE
              ADD 1 TO WS-PRICED-CNT
              PERFORM P220-COST-ORDER
              PERFORM P300-PRINT-ORDER
              PERFORM P400-ACCUMULATE
            END-IF
            MOVE 'GN  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-COST-ORDER.
      *     EACH LINE AT STANDARD.  THE ORDER'S PER-UNIT STANDARD IS
      *     ITS LINE COST OVER THE PLANNED QUANTITY, AND EACH
      *     SCRAPPED UNIT IS CHARGED AT THAT RATE.
            MOVE 0 TO WS-ORD-LINE-COST4
            MOVE 0 TO WS-ORD-LINES
            MOVE 0 TO WS-ORD-NOCOST
            MOVE 'GNP ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            PERFORM P230-LINE-STEP UNTIL DBSTATUS NOT = SPACE
            COMPUTE WS-ORD-LINE-COST ROUNDED = WS-ORD-LINE-COST4
            MOVE 0 TO WS-ORD-SCRAP-COST
            IF PLANNED-ORDER-QUANTITY > 0
                AND TOTAL-SCRAP-QUANTITY > 0
              COMPUTE WS-ORD-SCRAP-COST ROUNDED =
                  WS-ORD-LINE-COST4 * TOTAL-SCRAP-QUANTITY
                  / PLANNED-ORDER-QUANTITY
            END-IF
            COMPUTE WS-ORD-COST = WS-ORD-LINE-COST + WS-ORD-SCRAP-COST
            MOVE PLANNED-ORDER-AMOUNT TO WS-ORD-AMT
            COMPUTE WS-ORD-MARGIN = WS-ORD-AMT - WS-ORD-COST
            IF WS-ORD-LINES = 0
              ADD 1 TO WS-NOLINE-CNT
            END-IF
            IF WS-ORD-NOCOST > 0
              ADD 1 TO WS-NOCOST-ORD-CNT
            END-IF
            IF WS-ORD-MARGIN < 0
              ADD 1 TO WS-BELOW-CNT
            END-IF
            EXIT.

        P230-LINE-STEP.
      *     A PART MISSING FROM THE MASTER, OR WITH NO STANDARD COST
      *     YET, PRICES AT ZERO AND IS COUNTED SO THE ORDER IS NOTED.
            ADD 1 TO WS-ORD-LINES
            ADD 1 TO WS-LINE-CNT
            MOVE LINE-PART-NUMBER TO PM-PART-NO
            READ PART-FILE
              INVALID KEY
                ADD 1 TO WS-ORD-NOCOST
                ADD 1 TO WS-NOCOST-CNT
              NOT INVALID KEY
                IF PM-STD-COST NOT NUMERIC
                  MOVE 0 TO PM-STD-COST
                END-IF
                IF PM-STD-COST = 0
                  ADD 1 TO WS-ORD-NOCOST
                  ADD 1 TO WS-NOCOST-CNT
                ELSE
                  COMPUTE WS-ORD-LINE-COST4 = WS-ORD-LINE-COST4
                      + LINE-QUANTITY * PM-STD-COST
                END-IF
            END-READ
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        P300-PRINT-ORDER.
            MOVE SPACES TO PRT-DTL
            MOVE ORDKEY-REDEF TO P-ORDR-NO
            MOVE CUSTOMER-NUMBER TO P-CUST-NO
            MOVE ORDER-TYPE TO P-TYPE
            MOVE ORDER-STATUS TO P-STATUS
            MOVE PLANNED-ORDER-QUANTITY TO P-COUNT
            MOVE WS-ORD-AMT TO P-AMOUNT
            MOVE WS-ORD-LINE-COST TO P-LINE-COST
            MOVE WS-ORD-SCRAP-COST TO P-SCRAP-COST
            MOVE WS-ORD-COST TO P-TOT-COST
            MOVE WS-ORD-MARGIN TO P-MARGIN
            MOVE WS-ORD-AMT TO WS-PCT-BASE
            MOVE WS-ORD-MARGIN TO WS-PCT-MARGIN
            PERFORM P600-EDIT-PCT
            EVALUATE TRUE
              WHEN WS-ORD-MARGIN < 0
                MOVE 'BELOW COST' TO P-NOTE
              WHEN WS-ORD-LINES = 0
                MOVE 'NO LINES' TO P-NOTE
              WHEN WS-ORD-NOCOST > 0
                MOVE 'NO STD COST' TO P-NOTE
            END-EVALUATE
            PERFORM P700-PRINT
            EXIT.

        P400-ACCUMULATE.
            ADD 1 TO WS-TOT-CNT
            ADD WS-ORD-AMT TO WS-TOT-AMT
            ADD WS-ORD-LINE-COST TO WS-TOT-LINE-COST
            ADD WS-ORD-SCRAP-COST TO WS-TOT-SCRAP-COST
            ADD WS-ORD-COST TO WS-TOT-COST
            ADD WS-ORD-MARGIN TO WS-TOT-MARGIN
            MOVE CUSTOMER-NUMBER TO WS-CM-NEW-KEY
            PERFORM P410-FIND-CUSTOMER THRU P410-EXIT
            IF WS-CM-POS > 0
              ADD 1 TO WS-CM-ORDERS(WS-CM-POS)
              ADD WS-ORD-AMT TO WS-CM-AMT(WS-CM-POS)
              ADD WS-ORD-LINE-COST TO WS-CM-LINE-COST(WS-CM-POS)
              ADD WS-ORD-SCRAP-COST TO WS-CM-SCRAP-COST(WS-CM-POS)
              ADD WS-ORD-MARGIN TO WS-CM-MARGIN(WS-CM-POS)
              IF WS-ORD-MARGIN < 0
                ADD 1 TO WS-CM-BELOW(WS-CM-POS)
              END-IF
            END-IF
            MOVE ORDER-TYPE TO WS-TM-NEW-KEY
            PERFORM P420-FIND-TYPE THRU P420-EXIT
            IF WS-TM-POS > 0
              ADD 1 TO WS-TM-ORDERS(WS-TM-POS)
              ADD WS-ORD-AMT TO WS-TM-AMT(WS-TM-POS)
              ADD WS-ORD-LINE-COST TO WS-TM-LINE-COST(WS-TM-POS)
              ADD WS-ORD-SCRAP-COST TO WS-TM-SCRAP-COST(WS-TM-POS)
              ADD WS-ORD-MARGIN TO WS-TM-MARGIN(WS-TM-POS)
              IF WS-ORD-MARGIN < 0
                ADD 1 TO WS-TM-BELOW(WS-TM-POS)
              END-IF
            END-IF
            EXIT.

        P410-FIND-CUSTOMER.
      *     LOCATE (OR ADD) THE CUSTOMER ENTRY FOR WS-CM-NEW-KEY,
      *     RETURNING ITS INDEX IN WS-CM-POS (ZERO - TABLE FULL).
            MOVE 0 TO WS-CM-POS
            PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                UNTIL WS-CM-IDX > WS-CM-CNT OR WS-CM-POS > 0
              IF WS-CM-CUST-NO(WS-CM-IDX) NOT < WS-CM-NEW-KEY
                MOVE WS-CM-IDX TO WS-CM-POS
              END-IF
            END-PERFORM
            IF WS-CM-POS > 0
              IF WS-CM-CUST-NO(WS-CM-POS) = WS-CM-NEW-KEY
                GO TO P410-EXIT
              END-IF
            ELSE
              COMPUTE WS-CM-POS = WS-CM-CNT + 1
            END-IF
            IF WS-CM-CNT < 5000
              PERFORM VARYING WS-CM-MOVE FROM WS-CM-CNT BY -1
                  UNTIL WS-CM-MOVE < WS-CM-POS
                MOVE WS-CM-ENT(WS-CM-MOVE) TO WS-CM-ENT(WS-CM-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-CM-CNT
              MOVE WS-CM-NEW-KEY TO WS-CM-CUST-NO(WS-CM-POS)
              MOVE 0 TO WS-CM-ORDERS(WS-CM-POS)
              MOVE 0 TO WS-CM-AMT(WS-CM-POS)
              MOVE 0 TO WS-CM-LINE-COST(WS-CM-POS)
              MOVE 0 TO WS-CM-SCRAP-COST(WS-CM-POS)
              MOVE 0 TO WS-CM-MARGIN(WS-CM-POS)
              MOVE 0 TO WS-CM-BELOW(WS-CM-POS)
            ELSE
              MOVE 0 TO WS-CM-POS
              IF WS-CM-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-CM-OVERFLOW
                DISPLAY 'CUSTOMER TABLE FULL - RECAP WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P410-EXIT.
            EXIT.

        P420-FIND-TYPE.
      *     LOCATE (OR ADD) THE ORDER TYPE ENTRY FOR WS-TM-NEW-KEY,
      *     RETURNING ITS INDEX IN WS-TM-POS (ZERO - TABLE FULL).
            MOVE 0 TO WS-TM-POS
            PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CNT OR WS-TM-POS > 0
              IF WS-TM-TYPE(WS-TM-IDX) NOT < WS-TM-NEW-KEY
                MOVE WS-TM-IDX TO WS-TM-POS
              END-IF
            END-PERFORM
            IF WS-TM-POS > 0
              IF WS-TM-TYPE(WS-TM-POS) = WS-TM-NEW-KEY
                GO TO P420-EXIT
              END-IF
            ELSE
              COMPUTE WS-TM-POS = WS-TM-CNT + 1
            END-IF
            IF WS-TM-CNT < 500
              PERFORM VARYING WS-TM-MOVE FROM WS-TM-CNT BY -1
                  UNTIL WS-TM-MOVE < WS-TM-POS
                MOVE WS-TM-ENT(WS-TM-MOVE) TO WS-TM-ENT(WS-TM-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-TM-CNT
              MOVE WS-TM-NEW-KEY TO WS-TM-TYPE(WS-TM-POS)
              MOVE 0 TO WS-TM-ORDERS(WS-TM-POS)
              MOVE 0 TO WS-TM-AMT(WS-TM-POS)
              MOVE 0 TO WS-TM-LINE-COST(WS-TM-POS)
              MOVE 0 TO WS-TM-SCRAP-COST(WS-TM-POS)
              MOVE 0 TO WS-TM-MARGIN(WS-TM-POS)
              MOVE 0 TO WS-TM-BELOW(WS-TM-POS)
            ELSE
              MOVE 0 TO WS-TM-POS
              IF WS-TM-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-TM-OVERFLOW
                DISPLAY 'ORDER TYPE TABLE FULL - RECAP WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P420-EXIT.
            EXIT.

        P450-GRAND-TOTAL.
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'TOTAL ' TO P-ORDR-NO
            MOVE WS-TOT-CNT TO P-COUNT
            MOVE WS-TOT-AMT TO P-AMOUNT
            MOVE WS-TOT-LINE-COST TO P-LINE-COST
            MOVE WS-TOT-SCRAP-COST TO P-SCRAP-COST
            MOVE WS-TOT-COST TO P-TOT-COST
            MOVE WS-TOT-MARGIN TO P-MARGIN
            MOVE WS-TOT-AMT TO WS-PCT-BASE
            MOVE WS-TOT-MARGIN TO WS-PCT-MARGIN
            PERFORM P600-EDIT-PCT
            IF WS-TOT-MARGIN < 0
              MOVE 'BELOW COST' TO P-NOTE
            END-IF
            PERFORM P700-PRINT
            EXIT.

        P500-PRINT-CUSTOMER.
            MOVE SPACES TO PRT-DTL
            MOVE WS-CM-CUST-NO(WS-CM-IDX) TO P-CUST-NO
            MOVE WS-CM-ORDERS(WS-CM-IDX) TO P-COUNT
            MOVE WS-CM-AMT(WS-CM-IDX) TO P-AMOUNT
            MOVE WS-CM-LINE-COST(WS-CM-IDX) TO P-LINE-COST
            MOVE WS-CM-SCRAP-COST(WS-CM-IDX) TO P-SCRAP-COST
            COMPUTE WS-ORD-COST = WS-CM-LINE-COST(WS-CM-IDX)
                + WS-CM-SCRAP-COST(WS-CM-IDX)
            MOVE WS-ORD-COST TO P-TOT-COST
            MOVE WS-CM-MARGIN(WS-CM-IDX) TO P-MARGIN
            MOVE WS-CM-AMT(WS-CM-IDX) TO WS-PCT-BASE
            MOVE WS-CM-MARGIN(WS-CM-IDX) TO WS-PCT-MARGIN
            PERFORM P600-EDIT-PCT
            MOVE WS-CM-BELOW(WS-CM-IDX) TO WS-RECAP-BELOW
            PERFORM P610-BELOW-NOTE
            PERFORM P700-PRINT
            EXIT.

        P550-PRINT-TYPE.
            MOVE SPACES TO PRT-DTL
            MOVE WS-TM-TYPE(WS-TM-IDX) TO P-TYPE
            MOVE WS-TM-ORDERS(WS-TM-IDX) TO P-COUNT
            MOVE WS-TM-AMT(WS-TM-IDX) TO P-AMOUNT
            MOVE WS-TM-LINE-COST(WS-TM-IDX) TO P-LINE-COST
            MOVE WS-TM-SCRAP-COST(WS-TM-IDX) TO P-SCRAP-COST
            COMPUTE WS-ORD-COST = WS-TM-LINE-COST(WS-TM-IDX)
                + WS-TM-SCRAP-COST(WS-TM-IDX)
            MOVE WS-ORD-COST TO P-TOT-COST
            MOVE WS-TM-MARGIN(WS-TM-IDX) TO P-MARGIN
            MOVE WS-TM-AMT(WS-TM-IDX) TO WS-PCT-BASE
            MOVE WS-TM-MARGIN(WS-TM-IDX) TO WS-PCT-MARGIN
            PERFORM P600-EDIT-PCT
            MOVE WS-TM-BELOW(WS-TM-IDX) TO WS-RECAP-BELOW
            PERFORM P610-BELOW-NOTE
            PERFORM P700-PRINT
            EXIT.

        P600-EDIT-PCT.
      *     MARGIN AS A PERCENT OF THE PLANNED AMOUNT.  NO AMOUNT
      *     (OR A PERCENT TOO LARGE TO PRINT) SHOWS AS ASTERISKS.
            MOVE '   *****' TO P-PCT
            IF WS-PCT-BASE > 0
              COMPUTE WS-PCT ROUNDED =
                  WS-PCT-MARGIN * 100 / WS-PCT-BASE
                ON SIZE ERROR
                  MOVE 0 TO WS-PCT-BASE
              END-COMPUTE
              IF WS-PCT-BASE > 0
                MOVE WS-PCT TO WS-PCT-EDIT
                MOVE WS-PCT-EDIT TO P-PCT
              END-IF
            END-IF
            EXIT.

        P610-BELOW-NOTE.
      *     A GROUP UNDER WATER OVERALL IS FLAGGED; OTHERWISE THE
      *     NUMBER OF ITS ORDERS SOLD BELOW COST IS SHOWN.
            IF WS-PCT-MARGIN < 0
              MOVE 'BELOW COST' TO P-NOTE
            ELSE
              IF WS-RECAP-BELOW > 0
                MOVE WS-RECAP-BELOW TO WS-BE-CNT
                MOVE WS-BELOW-EDIT TO P-NOTE
              END-IF
            END-IF
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              EVALUATE WS-SECTION
                WHEN 'C'
                  MOVE H3 TO RPT-REC
                WHEN 'T'
                  MOVE H4 TO RPT-REC
                WHEN OTHER
                  MOVE H2 TO RPT-REC
              END-EVALUATE
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
            MOVE 'CANCELLED ORDERS SKIPPED' TO T-LABEL
            MOVE WS-CANCEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS PRICED' TO T-LABEL
            MOVE WS-PRICED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  SOLD BELOW COST' TO T-LABEL
            MOVE WS-BELOW-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  WITH NO LINE ITEMS' TO T-LABEL
            MOVE WS-NOLINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  WITH UNCOSTED LINES' TO T-LABEL
            MOVE WS-NOCOST-ORD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'LINE ITEMS PRICED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'LINES WITH NO STANDARD COST' TO T-LABEL
            MOVE WS-NOCOST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
