        IDENTIFICATION DIVISION.
        PROGRAM-ID. SLSHIST.
      *     SALES HISTORY ANALYSIS ACROSS LIVE AND ARCHIVED ORDERS.
      *     READS THE LIVE ORDR010 ROOTS AND THEN THE ORDPURGE ARCHIVE
      *     FILE IN PLACE (NOTHING IS RESTORED), AND PRINTS ORDER
      *     COUNT, QUANTITY AND AMOUNT BY CUSTOMER AND MONTH OF ENTRY
      *     FOR THE PARM PERIOD, WITH THE SAME MONTHS A YEAR EARLIER
      *     ALONGSIDE.  AN ORDER RESTORED BY ORDREST IS BOTH LIVE AND
      *     ON THE ARCHIVE; THE LIVE COPY IS USED AND THE ARCHIVE COPY
      *     SKIPPED.  CANCELLED ORDERS ARE NOT SALES AND ARE SKIPPED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO UT-S-PARMIN
                FILE STATUS IS FS-PARM.
            SELECT ARCH-FILE ASSIGN TO UT-S-ARCHIV
                FILE STATUS IS FS-ARCH.
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
            03  PARM-FROM-MONTH     PIC 9(6).
      *        FIRST MONTH OF THE PERIOD, YYYYMM
            03  PARM-TO-MONTH       PIC 9(6).
      *        LAST MONTH OF THE PERIOD, YYYYMM - AT MOST 12 MONTHS.
      *        NO CARD - THE 12 MONTHS BEFORE THE RUN MONTH
            03  FILLER              PIC X(68).
        FD  ARCH-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ROOT IMAGES WRITTEN BY ORDPURGE.
        01  ARCH-REC.
            03  AR-PURGE-DATE       PIC 9(8).
            03  AR-ROOT-IMAGE       PIC X(400).
            03  FILLER              PIC X(12).
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
        77  FS-ARCH             PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-RPT              PIC 99.
        77  ARCH-EOF            PIC X VALUE ' '.
            88  ARCH-PRESENT      VALUE ' '.
            88  NO-MORE-ARCH      VALUE 'Y'.
        77  WS-CUST-AVAIL       PIC X VALUE 'N'.
            88  CUST-MASTER-ON  VALUE 'Y'.
        77  WS-SOURCE           PIC X VALUE 'L'.
            88  LIVE-SOURCE       VALUE 'L'.
            88  ARCHIVE-SOURCE    VALUE 'A'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        01  WS-FROM-MONTH       PIC 9(6) VALUE 0.
        01  FILLER REDEFINES WS-FROM-MONTH.
            03  WS-FROM-YYYY    PIC 9(4).
            03  WS-FROM-MM      PIC 99.
        01  WS-TO-MONTH         PIC 9(6) VALUE 0.
        01  FILLER REDEFINES WS-TO-MONTH.
            03  WS-TO-YYYY      PIC 9(4).
            03  WS-TO-MM        PIC 99.
        01  WS-ORD-MONTH        PIC 9(6) VALUE 0.
        01  FILLER REDEFINES WS-ORD-MONTH.
            03  WS-ORD-YYYY     PIC 9(4).
            03  WS-ORD-MM       PIC 99.
        77  WS-PY-FROM-MONTH    PIC 9(6) VALUE 0.
        77  WS-PY-TO-MONTH      PIC 9(6) VALUE 0.
        77  WS-PERIOD-MONTHS    PIC S9(4) COMP VALUE 0.
        77  WS-MONTH-SEQ        PIC S9(4) COMP VALUE 0.
        77  WS-PERIOD-FLAG      PIC X VALUE ' '.
            88  CURRENT-PERIOD    VALUE 'C'.
            88  PRIOR-PERIOD      VALUE 'P'.
            88  OUT-OF-PERIOD     VALUE ' '.
        77  WS-LIVE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ARCH-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-LIVE-USED        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ARCH-USED        PIC 9(7) COMP-3 VALUE 0.
        77  WS-DUP-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CXL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-NODATE-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-LAST-CUST        PIC X(6) VALUE SPACES.
        77  WS-SO-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-SO-POS           PIC S9(4) COMP VALUE 0.
        77  WS-SO-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-SO-OVERFLOW      PIC X VALUE 'N'.
        77  WS-SO-DUP           PIC X VALUE 'N'.
        77  WS-SH-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-SH-POS           PIC S9(4) COMP VALUE 0.
        77  WS-SH-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-SH-OVERFLOW      PIC X VALUE 'N'.
        77  WS-MT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-PCT              PIC S9(5)V9 COMP-3 VALUE 0.
        77  WS-PCT-EDIT         PIC ZZZZ9.9-.
        77  WS-PCT-CUR          PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-PCT-PRIOR        PIC S9(11)V99 COMP-3 VALUE 0.
      *     ORDERS ALREADY COUNTED, IN ORDER NUMBER SEQUENCE, SO AN
      *     ORDER FOUND BOTH LIVE AND ON THE ARCHIVE (OR ARCHIVED
      *     MORE THAN ONCE) IS COUNTED ONCE.
        77  WS-SO-NEW-KEY       PIC X(6).
        01  WS-SO-TABLE.
            03  WS-SO-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-SO-ENT       OCCURS 5000.
                05  WS-SO-ORDR-NO   PIC X(6).
      *     SALES BY CUSTOMER / MONTH OF THE PERIOD.  A PRIOR-YEAR
      *     ORDER IS FILED UNDER THE MATCHING PERIOD MONTH.
        01  WS-SH-NEW-KEY.
            03  WS-SN-CUST-NO   PIC X(6).
            03  WS-SN-MONTH     PIC 9(6).
        01  WS-SH-TABLE.
            03  WS-SH-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-SH-ENT       OCCURS 5000.
                05  WS-SH-KEY.
                    07  WS-SH-CUST-NO   PIC X(6).
                    07  WS-SH-MONTH     PIC 9(6).
                05  WS-SH-ORDERS    PIC 9(7) COMP-3.
                05  WS-SH-QTY       PIC S9(9) COMP-3.
                05  WS-SH-AMT       PIC S9(9)V99 COMP-3.
                05  WS-SH-PY-ORDERS PIC 9(7) COMP-3.
                05  WS-SH-PY-QTY    PIC S9(9) COMP-3.
                05  WS-SH-PY-AMT    PIC S9(9)V99 COMP-3.
      *     MONTH TOTALS ACROSS ALL CUSTOMERS, BY POSITION IN THE
      *     PERIOD.
        01  WS-MT-TABLE.
            03  WS-MT-ENT       OCCURS 12.
                05  WS-MT-MONTH     PIC 9(6).
                05  WS-MT-ORDERS    PIC 9(7) COMP-3.
                05  WS-MT-QTY       PIC S9(9) COMP-3.
                05  WS-MT-AMT       PIC S9(9)V99 COMP-3.
                05  WS-MT-PY-ORDERS PIC 9(7) COMP-3.
                05  WS-MT-PY-QTY    PIC S9(9) COMP-3.
                05  WS-MT-PY-AMT    PIC S9(9)V99 COMP-3.
      *     RUNNING TOTALS - CUSTOMER, THEN GRAND.
        01  WS-TOTALS.
            03  WS-CT-ORDERS    PIC 9(7) COMP-3 VALUE 0.
            03  WS-CT-QTY       PIC S9(9) COMP-3 VALUE 0.
            03  WS-CT-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
            03  WS-CT-PY-ORDERS PIC 9(7) COMP-3 VALUE 0.
            03  WS-CT-PY-QTY    PIC S9(9) COMP-3 VALUE 0.
            03  WS-CT-PY-AMT    PIC S9(9)V99 COMP-3 VALUE 0.
            03  WS-GT-ORDERS    PIC 9(7) COMP-3 VALUE 0.
            03  WS-GT-QTY       PIC S9(9) COMP-3 VALUE 0.
            03  WS-GT-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
            03  WS-GT-PY-ORDERS PIC 9(7) COMP-3 VALUE 0.
            03  WS-GT-PY-QTY    PIC S9(9) COMP-3 VALUE 0.
            03  WS-GT-PY-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'SLSHIST '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CUST-NAME     PIC X(20).
            03  FILLER          PIC X(2).
            03  P-MONTH         PIC X(7).
            03  FILLER          PIC X(2).
            03  P-ORDERS        PIC ZZ,ZZ9.
            03  FILLER          PIC X.
            03  P-QTY           PIC ZZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X.
            03  P-AMT           PIC ZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-PY-ORDERS     PIC ZZ,ZZ9.
            03  FILLER          PIC X.
            03  P-PY-QTY        PIC ZZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X.
            03  P-PY-AMT        PIC ZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-PCT           PIC X(8).
            03  FILLER          PIC X(12).
        01  H1.
            03  FILLER             PIC X(36) VALUE IS
            '                                    '.
            03  FILLER             PIC X(33) VALUE IS
            ' SALES HISTORY BY CUSTOMER FROM  '.
            03  H1-FROM            PIC X(7).
            03  FILLER             PIC X(4) VALUE ' TO '.
            03  H1-TO              PIC X(7).
            03  FILLER             PIC X(46) VALUE IS SPACES.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  CUST    CUSTOMER NAME         MONTH    ORDERS   '.
            03  FILLER             PIC X(50) VALUE IS
            '  QUANTITY         AMOUNT  PY ORD  PY QUANTITY    '.
            03  FILLER             PIC X(33) VALUE IS
            '  PY AMOUNT  AMT CHG%            '.
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
            DISPLAY 'ENTERING PROGRAM SLSHIST'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT PARM-FILE.
            OPEN INPUT ARCH-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-ARCH NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'ARCHIVE FILE STATUS IS ' FS-ARCH
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
            MOVE WS-FROM-YYYY TO W-YYYY
            MOVE WS-FROM-MM TO W-MM
            MOVE W-MONTH-FMT TO H1-FROM
            MOVE WS-TO-YYYY TO W-YYYY
            MOVE WS-TO-MM TO W-MM
            MOVE W-MONTH-FMT TO H1-TO
            PERFORM I300-INIT-MONTHS
            MOVE 'L' TO WS-SOURCE
            PERFORM P200-ORDER-SCAN
            MOVE 'A' TO WS-SOURCE
            PERFORM P250-ARCHIVE-SCAN
            PERFORM P300-PRINT-HISTORY
                VARYING WS-SH-IDX FROM 1 BY 1
                UNTIL WS-SH-IDX > WS-SH-CNT
            IF WS-SH-CNT > 0
              PERFORM P320-CUST-TOTAL
            END-IF
            PERFORM P400-MONTH-RECAP
            PERFORM P999-TRAILER
            IF CUST-MASTER-ON
              CLOSE CUST-FILE
            END-IF
            CLOSE PARM-FILE, ARCH-FILE, RPT-FILE
            COMPUTE RC-INPUT-COUNT = WS-LIVE-CNT + WS-ARCH-CNT
            COMPUTE RC-OUTPUT-COUNT = WS-LIVE-USED + WS-ARCH-USED
            MOVE WS-NODATE-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM SLSHIST'
            GOBACK.

        I200-READ-PARM.
      *     DEFAULT IS THE 12 MONTHS ENDING WITH THE MONTH BEFORE THE
      *     RUN DATE.  A CARD THAT IS NOT TWO VALID MONTHS, IN ORDER,
      *     AT MOST 12 MONTHS APART, IS IGNORED.
            DIVIDE WS-RUN-DATE BY 100 GIVING WS-TO-MONTH
            IF WS-TO-MM = 1
              MOVE 12 TO WS-TO-MM
              SUBTRACT 1 FROM WS-TO-YYYY
            ELSE
              SUBTRACT 1 FROM WS-TO-MM
            END-IF
            IF WS-TO-MM = 12
              COMPUTE WS-FROM-MONTH = WS-TO-MONTH - 11
            ELSE
              COMPUTE WS-FROM-MONTH = WS-TO-MONTH - 100 + 1
            END-IF
            IF FS-PARM = 0
              READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
              END-READ
            END-IF
            IF FS-PARM = 0
              IF PARM-FROM-MONTH NUMERIC
                  AND PARM-FROM-MONTH (5:2) >= '01'
                  AND PARM-FROM-MONTH (5:2) <= '12'
                  AND PARM-TO-MONTH NUMERIC
                  AND PARM-TO-MONTH (5:2) >= '01'
                  AND PARM-TO-MONTH (5:2) <= '12'
                  AND PARM-TO-MONTH NOT < PARM-FROM-MONTH
                  AND PARM-TO-MONTH < PARM-FROM-MONTH + 100
                MOVE PARM-FROM-MONTH TO WS-FROM-MONTH
                MOVE PARM-TO-MONTH TO WS-TO-MONTH
              ELSE
                DISPLAY 'PARM PERIOD INVALID - DEFAULT PERIOD USED'
              END-IF
            END-IF
            COMPUTE WS-PY-FROM-MONTH = WS-FROM-MONTH - 100
            COMPUTE WS-PY-TO-MONTH = WS-TO-MONTH - 100
            COMPUTE WS-PERIOD-MONTHS =
                (WS-TO-YYYY * 12 + WS-TO-MM)
                - (WS-FROM-YYYY * 12 + WS-FROM-MM) + 1
            DISPLAY 'SALES PERIOD:          ' WS-FROM-MONTH
                ' TO ' WS-TO-MONTH
            DISPLAY 'PRIOR YEAR PERIOD:     ' WS-PY-FROM-MONTH
                ' TO ' WS-PY-TO-MONTH
            EXIT.

        I300-INIT-MONTHS.
            MOVE WS-FROM-MONTH TO WS-ORD-MONTH
            PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                UNTIL WS-MT-IDX > 12
              MOVE WS-ORD-MONTH TO WS-MT-MONTH(WS-MT-IDX)
              MOVE 0 TO WS-MT-ORDERS(WS-MT-IDX)
              MOVE 0 TO WS-MT-QTY(WS-MT-IDX)
              MOVE 0 TO WS-MT-AMT(WS-MT-IDX)
              MOVE 0 TO WS-MT-PY-ORDERS(WS-MT-IDX)
              MOVE 0 TO WS-MT-PY-QTY(WS-MT-IDX)
              MOVE 0 TO WS-MT-PY-AMT(WS-MT-IDX)
              IF WS-ORD-MM = 12
                MOVE 1 TO WS-ORD-MM
                ADD 1 TO WS-ORD-YYYY
              ELSE
                ADD 1 TO WS-ORD-MM
              END-IF
            END-PERFORM
            EXIT.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'LIVE ORDER ROOTS SCANNED: ' WS-LIVE-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-LIVE-CNT
            PERFORM P220-SALES-ENTRY THRU P220-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-SALES-ENTRY.
      *     FILE ONE ORDER ROOT (LIVE OR ARCHIVED) UNDER ITS CUSTOMER
      *     AND MONTH OF ENTRY WHEN THAT MONTH FALLS IN EITHER PERIOD.
            IF FIRST-ACTIVITY-DATE NOT NUMERIC
              ADD 1 TO WS-NODATE-CNT
              GO TO P220-EXIT
            END-IF
            MOVE FIRST-ACTIVITY-DATE (1:6) TO WS-ORD-MONTH
            MOVE ' ' TO WS-PERIOD-FLAG
            IF WS-ORD-MONTH NOT < WS-FROM-MONTH
                AND WS-ORD-MONTH NOT > WS-TO-MONTH
              MOVE 'C' TO WS-PERIOD-FLAG
            END-IF
            IF WS-ORD-MONTH NOT < WS-PY-FROM-MONTH
                AND WS-ORD-MONTH NOT > WS-PY-TO-MONTH
              MOVE 'P' TO WS-PERIOD-FLAG
              ADD 100 TO WS-ORD-MONTH
            END-IF
            IF OUT-OF-PERIOD
              GO TO P220-EXIT
            END-IF
            IF ORDER-CANCELLED
              ADD 1 TO WS-CXL-CNT
              GO TO P220-EXIT
            END-IF
            MOVE ORDKEY-REDEF TO WS-SO-NEW-KEY
            PERFORM P230-SEEN-ORDER THRU P230-EXIT
            IF WS-SO-DUP = 'Y'
              ADD 1 TO WS-DUP-CNT
              GO TO P220-EXIT
            END-IF
            IF LIVE-SOURCE
              ADD 1 TO WS-LIVE-USED
            ELSE
              ADD 1 TO WS-ARCH-USED
            END-IF
            COMPUTE WS-MONTH-SEQ =
                (WS-ORD-YYYY * 12 + WS-ORD-MM)
                - (WS-FROM-YYYY * 12 + WS-FROM-MM) + 1
            IF CURRENT-PERIOD
              ADD 1 TO WS-MT-ORDERS(WS-MONTH-SEQ)
              ADD PLANNED-ORDER-QUANTITY TO WS-MT-QTY(WS-MONTH-SEQ)
              ADD PLANNED-ORDER-AMOUNT TO WS-MT-AMT(WS-MONTH-SEQ)
            ELSE
              ADD 1 TO WS-MT-PY-ORDERS(WS-MONTH-SEQ)
              ADD PLANNED-ORDER-QUANTITY TO WS-MT-PY-QTY(WS-MONTH-SEQ)
              ADD PLANNED-ORDER-AMOUNT TO WS-MT-PY-AMT(WS-MONTH-SEQ)
            END-IF
            MOVE CUSTOMER-NUMBER TO WS-SN-CUST-NO
            MOVE WS-ORD-MONTH TO WS-SN-MONTH
            PERFORM P240-HISTORY-ENTRY THRU P240-EXIT.
        P220-EXIT.
            EXIT.

        P230-SEEN-ORDER.
      *     RECORD WS-SO-NEW-KEY AS COUNTED; WS-SO-DUP = Y WHEN IT
      *     ALREADY WAS.  A FULL TABLE STOPS DUPLICATE CHECKING BUT
      *     NOT COUNTING.
            MOVE 'N' TO WS-SO-DUP
            MOVE 0 TO WS-SO-POS
            PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                UNTIL WS-SO-IDX > WS-SO-CNT OR WS-SO-POS > 0
              IF WS-SO-ORDR-NO(WS-SO-IDX) NOT < WS-SO-NEW-KEY
                MOVE WS-SO-IDX TO WS-SO-POS
              END-IF
            END-PERFORM
            IF WS-SO-POS > 0
              IF WS-SO-ORDR-NO(WS-SO-POS) = WS-SO-NEW-KEY
                MOVE 'Y' TO WS-SO-DUP
                GO TO P230-EXIT
              END-IF
            ELSE
              COMPUTE WS-SO-POS = WS-SO-CNT + 1
            END-IF
            IF WS-SO-CNT < 5000
              PERFORM VARYING WS-SO-MOVE FROM WS-SO-CNT BY -1
                  UNTIL WS-SO-MOVE < WS-SO-POS
                MOVE WS-SO-ENT(WS-SO-MOVE) TO WS-SO-ENT(WS-SO-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-SO-CNT
              MOVE WS-SO-NEW-KEY TO WS-SO-ORDR-NO(WS-SO-POS)
            ELSE
              IF WS-SO-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-SO-OVERFLOW
                DISPLAY 'ORDER TABLE FULL - RESTORED ORDERS MAY BE'
                DISPLAY '  COUNTED TWICE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P230-EXIT.
            EXIT.

        P240-HISTORY-ENTRY.
            MOVE 0 TO WS-SH-POS
            PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                UNTIL WS-SH-IDX > WS-SH-CNT OR WS-SH-POS > 0
              IF WS-SH-KEY(WS-SH-IDX) NOT < WS-SH-NEW-KEY
                MOVE WS-SH-IDX TO WS-SH-POS
              END-IF
            END-PERFORM
            IF WS-SH-POS > 0
              IF WS-SH-KEY(WS-SH-POS) = WS-SH-NEW-KEY
                PERFORM P245-HISTORY-ADD
                GO TO P240-EXIT
              END-IF
            ELSE
              COMPUTE WS-SH-POS = WS-SH-CNT + 1
            END-IF
            IF WS-SH-CNT < 5000
              PERFORM VARYING WS-SH-MOVE FROM WS-SH-CNT BY -1
                  UNTIL WS-SH-MOVE < WS-SH-POS
                MOVE WS-SH-ENT(WS-SH-MOVE) TO WS-SH-ENT(WS-SH-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-SH-CNT
              MOVE WS-SH-NEW-KEY TO WS-SH-KEY(WS-SH-POS)
              MOVE 0 TO WS-SH-ORDERS(WS-SH-POS)
              MOVE 0 TO WS-SH-QTY(WS-SH-POS)
              MOVE 0 TO WS-SH-AMT(WS-SH-POS)
              MOVE 0 TO WS-SH-PY-ORDERS(WS-SH-POS)
              MOVE 0 TO WS-SH-PY-QTY(WS-SH-POS)
              MOVE 0 TO WS-SH-PY-AMT(WS-SH-POS)
              PERFORM P245-HISTORY-ADD
            ELSE
              IF WS-SH-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-SH-OVERFLOW
                DISPLAY 'SALES HISTORY TABLE FULL - REPORT WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P240-EXIT.
            EXIT.

        P245-HISTORY-ADD.
            IF CURRENT-PERIOD
              ADD 1 TO WS-SH-ORDERS(WS-SH-POS)
              ADD PLANNED-ORDER-QUANTITY TO WS-SH-QTY(WS-SH-POS)
              ADD PLANNED-ORDER-AMOUNT TO WS-SH-AMT(WS-SH-POS)
            ELSE
              ADD 1 TO WS-SH-PY-ORDERS(WS-SH-POS)
              ADD PLANNED-ORDER-QUANTITY TO WS-SH-PY-QTY(WS-SH-POS)
              ADD PLANNED-ORDER-AMOUNT TO WS-SH-PY-AMT(WS-SH-POS)
            END-IF
            EXIT.

        P250-ARCHIVE-SCAN.
      *     THE ARCHIVE IS READ AS ORDPURGE WROTE IT - EACH RECORD
      *     CARRIES THE FULL ROOT IMAGE, LAID BACK OVER THE ROOT
      *     SEGMENT AREA AND FILED EXACTLY LIKE A LIVE ORDER.
            PERFORM P260-READ-ARCH UNTIL NO-MORE-ARCH
            DISPLAY 'ARCHIVE RECORDS READ: ' WS-ARCH-CNT
            EXIT.

        P260-READ-ARCH.
            READ ARCH-FILE AT END MOVE 'Y' TO ARCH-EOF
            END-READ
            IF ARCH-PRESENT
              ADD 1 TO WS-ARCH-CNT
              MOVE AR-ROOT-IMAGE TO ORDER-ROOT-DATA
              PERFORM P220-SALES-ENTRY THRU P220-EXIT
            END-IF
            EXIT.

        P300-PRINT-HISTORY.
            MOVE SPACES TO PRT-DTL
            IF WS-SH-CUST-NO(WS-SH-IDX) NOT = WS-LAST-CUST
              IF WS-SH-IDX > 1
                PERFORM P320-CUST-TOTAL
              END-IF
              MOVE WS-SH-CUST-NO(WS-SH-IDX) TO WS-LAST-CUST
              MOVE 0 TO WS-CT-ORDERS
              MOVE 0 TO WS-CT-QTY
              MOVE 0 TO WS-CT-AMT
              MOVE 0 TO WS-CT-PY-ORDERS
              MOVE 0 TO WS-CT-PY-QTY
              MOVE 0 TO WS-CT-PY-AMT
              MOVE '0' TO P-CC
              MOVE WS-LAST-CUST TO P-CUST-NO
              PERFORM P310-CUST-NAME THRU P310-EXIT
            END-IF
            MOVE WS-SH-MONTH(WS-SH-IDX) TO WS-ORD-MONTH
            MOVE WS-ORD-YYYY TO W-YYYY
            MOVE WS-ORD-MM TO W-MM
            MOVE W-MONTH-FMT TO P-MONTH
            MOVE WS-SH-ORDERS(WS-SH-IDX) TO P-ORDERS
            MOVE WS-SH-QTY(WS-SH-IDX) TO P-QTY
            MOVE WS-SH-AMT(WS-SH-IDX) TO P-AMT
            MOVE WS-SH-PY-ORDERS(WS-SH-IDX) TO P-PY-ORDERS
            MOVE WS-SH-PY-QTY(WS-SH-IDX) TO P-PY-QTY
            MOVE WS-SH-PY-AMT(WS-SH-IDX) TO P-PY-AMT
            MOVE WS-SH-AMT(WS-SH-IDX) TO WS-PCT-CUR
            MOVE WS-SH-PY-AMT(WS-SH-IDX) TO WS-PCT-PRIOR
            PERFORM P600-EDIT-PCT
            ADD WS-SH-ORDERS(WS-SH-IDX) TO WS-CT-ORDERS
            ADD WS-SH-QTY(WS-SH-IDX) TO WS-CT-QTY
            ADD WS-SH-AMT(WS-SH-IDX) TO WS-CT-AMT
            ADD WS-SH-PY-ORDERS(WS-SH-IDX) TO WS-CT-PY-ORDERS
            ADD WS-SH-PY-QTY(WS-SH-IDX) TO WS-CT-PY-QTY
            ADD WS-SH-PY-AMT(WS-SH-IDX) TO WS-CT-PY-AMT
            PERFORM P700-PRINT
            EXIT.

        P310-CUST-NAME.
            IF NOT CUST-MASTER-ON
              GO TO P310-EXIT
            END-IF
            MOVE WS-LAST-CUST TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                MOVE '** NOT ON MASTER **' TO P-CUST-NAME
              NOT INVALID KEY
                MOVE CM-CUST-NAME TO P-CUST-NAME
            END-READ.
        P310-EXIT.
            EXIT.

        P320-CUST-TOTAL.
            MOVE SPACES TO PRT-DTL
            MOVE 'CUSTOMER TOTAL' TO P-CUST-NAME
            MOVE WS-CT-ORDERS TO P-ORDERS
            MOVE WS-CT-QTY TO P-QTY
            MOVE WS-CT-AMT TO P-AMT
            MOVE WS-CT-PY-ORDERS TO P-PY-ORDERS
            MOVE WS-CT-PY-QTY TO P-PY-QTY
            MOVE WS-CT-PY-AMT TO P-PY-AMT
            MOVE WS-CT-AMT TO WS-PCT-CUR
            MOVE WS-CT-PY-AMT TO WS-PCT-PRIOR
            PERFORM P600-EDIT-PCT
            PERFORM P700-PRINT
            EXIT.

        P400-MONTH-RECAP.
            MOVE SPACES TO PRT-DTL
            MOVE '-' TO P-CC
            MOVE 'RECAP BY MONTH' TO P-CUST-NAME
            PERFORM P700-PRINT
            PERFORM P410-MONTH-LINE
                VARYING WS-MT-IDX FROM 1 BY 1
                UNTIL WS-MT-IDX > WS-PERIOD-MONTHS
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'PERIOD TOTAL' TO P-CUST-NAME
            MOVE WS-GT-ORDERS TO P-ORDERS
            MOVE WS-GT-QTY TO P-QTY
            MOVE WS-GT-AMT TO P-AMT
            MOVE WS-GT-PY-ORDERS TO P-PY-ORDERS
            MOVE WS-GT-PY-QTY TO P-PY-QTY
            MOVE WS-GT-PY-AMT TO P-PY-AMT
            MOVE WS-GT-AMT TO WS-PCT-CUR
            MOVE WS-GT-PY-AMT TO WS-PCT-PRIOR
            PERFORM P600-EDIT-PCT
            PERFORM P700-PRINT
            EXIT.

        P410-MONTH-LINE.
            MOVE SPACES TO PRT-DTL
            MOVE WS-MT-MONTH(WS-MT-IDX) TO WS-ORD-MONTH
            MOVE WS-ORD-YYYY TO W-YYYY
            MOVE WS-ORD-MM TO W-MM
            MOVE W-MONTH-FMT TO P-MONTH
            MOVE WS-MT-ORDERS(WS-MT-IDX) TO P-ORDERS
            MOVE WS-MT-QTY(WS-MT-IDX) TO P-QTY
            MOVE WS-MT-AMT(WS-MT-IDX) TO P-AMT
            MOVE WS-MT-PY-ORDERS(WS-MT-IDX) TO P-PY-ORDERS
            MOVE WS-MT-PY-QTY(WS-MT-IDX) TO P-PY-QTY
            MOVE WS-MT-PY-AMT(WS-MT-IDX) TO P-PY-AMT
            MOVE WS-MT-AMT(WS-MT-IDX) TO WS-PCT-CUR
            MOVE WS-MT-PY-AMT(WS-MT-IDX) TO WS-PCT-PRIOR
            PERFORM P600-EDIT-PCT
            ADD WS-MT-ORDERS(WS-MT-IDX) TO WS-GT-ORDERS
            ADD WS-MT-QTY(WS-MT-IDX) TO WS-GT-QTY
            ADD WS-MT-AMT(WS-MT-IDX) TO WS-GT-AMT
            ADD WS-MT-PY-ORDERS(WS-MT-IDX) TO WS-GT-PY-ORDERS
            ADD WS-MT-PY-QTY(WS-MT-IDX) TO WS-GT-PY-QTY
            ADD WS-MT-PY-AMT(WS-MT-IDX) TO WS-GT-PY-AMT
            PERFORM P700-PRINT
            EXIT.

        P600-EDIT-PCT.
      *     AMOUNT CHANGE OVER THE PRIOR YEAR AS A PERCENT.  NOTHING
      *     A YEAR EARLIER PRINTS AS NEW (OR BLANK IF BOTH ARE NIL).
            MOVE SPACES TO P-PCT
            IF WS-PCT-PRIOR = 0
              IF WS-PCT-CUR NOT = 0
                MOVE '     NEW' TO P-PCT
              END-IF
            ELSE
              MOVE '   *****' TO P-PCT
              COMPUTE WS-PCT ROUNDED =
                  (WS-PCT-CUR - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
                ON SIZE ERROR
                  MOVE 0 TO WS-PCT-PRIOR
              END-COMPUTE
              IF WS-PCT-PRIOR NOT = 0
                MOVE WS-PCT TO WS-PCT-EDIT
                MOVE WS-PCT-EDIT TO P-PCT
              END-IF
            END-IF
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
            MOVE 'LIVE ORDER ROOTS SCANNED' TO T-LABEL
            MOVE WS-LIVE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE '  IN EITHER PERIOD' TO T-LABEL
            MOVE WS-LIVE-USED TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ARCHIVE RECORDS READ' TO T-LABEL
            MOVE WS-ARCH-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  IN EITHER PERIOD' TO T-LABEL
            MOVE WS-ARCH-USED TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ALREADY COUNTED (RESTORED)' TO T-LABEL
            MOVE WS-DUP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'CANCELLED ORDERS SKIPPED' TO T-LABEL
            MOVE WS-CXL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'NO VALID ENTRY DATE' TO T-LABEL
            MOVE WS-NODATE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
