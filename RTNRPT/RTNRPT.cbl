        IDENTIFICATION DIVISION.
        PROGRAM-ID. RTNRPT.
      *     CUSTOMER RETURNS REPORT.  WALKS THE ORDR010 ROOTS FOR
      *     RETURN/REWORK ORDERS (ORDER TYPES FLAGGED R ON THE ORDER
      *     TYPE MASTER, ENTERED WITH THE ORIGINAL ORDER NUMBER) AND
      *     PRINTS EACH UNDER THE ORIGINAL ORDER IT CAME BACK FROM -
      *     THE ORIGINAL'S CUSTOMER, PLANT AND PART LINES, THEN THE
      *     RETURN QUANTITY AND THE SCRAP BOOKED ON THE REWORK.  AN
      *     ORIGINAL ALREADY ARCHIVED BY ORDPURGE IS SHOWN FROM THE
      *     PURGE CATALOG.  A CLOSING SECTION TOTALS RETURNED
      *     AGAINST SHIPPED QUANTITY BY CUSTOMER AND PLANT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CATLG-FILE ASSIGN TO UT-S-PRGCAT
                FILE STATUS IS FS-CATLG.
            SELECT PART-FILE ASSIGN TO UT-S-PARTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PART-NO
                FILE STATUS IS FS-PART.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  CATLG-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     PURGE CATALOG WRITTEN BY ORDPURGE.
        01  CATLG-REC.
            03  PC-ORDR-NO          PIC X(6).
            03  PC-CUST-NO          PIC X(6).
            03  PC-PURGE-DATE       PIC 9(8).
            03  PC-ARCH-ID          PIC X(12).
            03  FILLER              PIC X(48).
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
        77  FS-CATLG            PIC 99.
        77  FS-PART             PIC 99.
        77  FS-RPT              PIC 99.
        77  CATLG-EOF           PIC X VALUE ' '.
            88  CATLG-PRESENT     VALUE ' '.
            88  NO-MORE-CATLG     VALUE 'Y'.
        77  WS-PART-AVAIL       PIC X VALUE 'N'.
            88  PART-MASTER-ON  VALUE 'Y'.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-RETURN-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-ORIG-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-PURGED-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-MISSING-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ORIG-LINES       PIC 9(7) COMP-3 VALUE 0.
        77  WS-SECTION          PIC X VALUE 'D'.
            88  SUMMARY-SECTION VALUE 'S'.
        77  WS-LAST-ORIG        PIC X(6) VALUE SPACES.
        77  WS-ORIG-CUST        PIC X(6) VALUE SPACES.
        77  WS-ORIG-PLANT       PIC XX VALUE SPACES.
        77  WS-TOT-SHIP         PIC S9(9) COMP-3 VALUE 0.
        77  WS-TOT-RTN          PIC S9(9) COMP-3 VALUE 0.
        77  WS-TOT-SCRAP        PIC S9(9) COMP-3 VALUE 0.
        77  WS-RATE             PIC S9(5)V9 COMP-3 VALUE 0.
        77  WS-RATE-EDIT        PIC ZZZZ9.9.
        77  WS-RT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-RT-POS           PIC S9(4) COMP VALUE 0.
        77  WS-RT-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-RT-OVERFLOW      PIC X VALUE 'N'.
        77  WS-CP-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CP-POS           PIC S9(4) COMP VALUE 0.
        77  WS-CP-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-CP-OVERFLOW      PIC X VALUE 'N'.
        77  WS-CAT-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-CAT-FOUND        PIC S9(4) COMP VALUE 0.
        01  WS-CAT-TABLE.
            03  WS-CAT-CNT      PIC S9(4) COMP VALUE 0.
            03  WS-CAT-ENT      OCCURS 5000.
                05  WS-CAT-ORDR     PIC X(6).
                05  WS-CAT-CUST     PIC X(6).
                05  WS-CAT-DATE     PIC 9(8).
      *     RETURN/REWORK ORDERS IN ORIGINAL ORDER / REWORK ORDER
      *     SEQUENCE.
        01  WS-RT-NEW.
            03  WS-RN-KEY.
                05  WS-RN-ORIG      PIC X(6).
                05  WS-RN-ORDR-NO   PIC X(6).
            03  WS-RN-CUST-NO   PIC X(6).
            03  WS-RN-DESCR     PIC X(40).
            03  WS-RN-TYPE      PIC XX.
            03  WS-RN-STATUS    PIC 99.
            03  WS-RN-PLANT     PIC XX.
            03  WS-RN-QTY       PIC S9(5) COMP-3.
            03  WS-RN-SHIPPED   PIC S9(5) COMP-3.
            03  WS-RN-SCRAP     PIC S9(5) COMP-3.
        01  WS-RT-TABLE.
            03  WS-RT-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-RT-ENT       OCCURS 5000.
                05  WS-RT-KEY.
                    07  WS-RT-ORIG      PIC X(6).
                    07  WS-RT-ORDR-NO   PIC X(6).
                05  WS-RT-CUST-NO   PIC X(6).
                05  WS-RT-DESCR     PIC X(40).
                05  WS-RT-TYPE      PIC XX.
                05  WS-RT-STATUS    PIC 99.
                05  WS-RT-PLANT     PIC XX.
                05  WS-RT-QTY       PIC S9(5) COMP-3.
                05  WS-RT-SHIPPED   PIC S9(5) COMP-3.
                05  WS-RT-SCRAP     PIC S9(5) COMP-3.
      *     SHIPPED AND RETURNED QUANTITY BY CUSTOMER / PLANT.  A
      *     RETURN IS CHARGED TO THE ORIGINAL ORDER'S CUSTOMER AND
      *     PLANT; SHIPMENTS ON REWORK ORDERS ARE REPLACEMENTS AND
      *     ARE NOT COUNTED AS SHIPPED.
        01  WS-CP-NEW-KEY.
            03  WS-CN-CUST-NO   PIC X(6).
            03  WS-CN-PLANT     PIC XX.
        01  WS-CP-TABLE.
            03  WS-CP-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CP-ENT       OCCURS 5000.
                05  WS-CP-KEY.
                    07  WS-CP-CUST-NO   PIC X(6).
                    07  WS-CP-PLANT     PIC XX.
                05  WS-CP-SHIPPED   PIC S9(9) COMP-3.
                05  WS-CP-RETURNED  PIC S9(9) COMP-3.
                05  WS-CP-SCRAP     PIC S9(9) COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'RTNRPT  '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-LEVEL         PIC X(8).
            03  FILLER          PIC X(2).
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-PLANT         PIC XX.
            03  FILLER          PIC X(2).
            03  P-TYPE          PIC XX.
            03  FILLER          PIC X(2).
            03  P-STATUS        PIC 99.
            03  P-STATUS-X REDEFINES P-STATUS PIC XX.
            03  FILLER          PIC X(2).
            03  P-DESCR         PIC X(40).
            03  FILLER          PIC X(2).
            03  P-QTY           PIC ZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X(1).
            03  P-SHIPPED       PIC ZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X(1).
            03  P-SCRAP         PIC ZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X(2).
            03  P-NOTE          PIC X(14).
        01  PRT-PART REDEFINES PRT-DTL.
            03  FILLER          PIC X(40).
            03  PP-PART-NO      PIC X(10).
            03  FILLER          PIC X(1).
            03  PP-PART-DESC    PIC X(29).
            03  FILLER          PIC X(53).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' CUSTOMER RETURNS AND REWORK BY ORIGINAL ORDER    '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  LEVEL     ORDER   CUST    PL  TP  ST  DESCRIPTIO'.
            03  FILLER             PIC X(50) VALUE IS
            'N / PART                          QUANTITY     SHI'.
            03  FILLER             PIC X(33) VALUE IS
            'PPED       SCRAP   NOTE          '.
        01  H3.
            03  FILLER             PIC X(50) VALUE IS
            '  TOTAL             CUST    PL                    '.
            03  FILLER             PIC X(50) VALUE IS
            '                                  RETURNED     SHI'.
            03  FILLER             PIC X(33) VALUE IS
            'PPED  RWK SCRAP    RETURN RATE % '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
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
        01  SSA-1.
            03  S1-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE '('.
            03  S1-FLD-NAME     PIC X(8) VALUE 'ORDRKEY '.
            03  S1-SC-OP        PIC XX VALUE ' ='.
            03  SSA-1-KEY       PIC X(6).
            03  FILLER          PIC XX VALUE ') '.
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
            DISPLAY 'ENTERING PROGRAM RTNRPT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN OUTPUT RPT-FILE.
            IF FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            PERFORM I200-LOAD-PURGE-CATALOG
            OPEN INPUT PART-FILE
            IF FS-PART = 0
              MOVE 'Y' TO WS-PART-AVAIL
            ELSE
              DISPLAY 'NO PART MASTER - PART DESCRIPTIONS OFF'
            END-IF
            PERFORM P200-ORDER-SCAN
            PERFORM P300-PRINT-RETURN
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CNT
            MOVE 'S' TO WS-SECTION
            MOVE 256 TO CUR-LINE-CNT
            PERFORM P400-PRINT-CUST-PLANT THRU P400-EXIT
                VARYING WS-CP-IDX FROM 1 BY 1
                UNTIL WS-CP-IDX > WS-CP-CNT
            PERFORM P450-GRAND-TOTAL
            PERFORM P999-TRAILER
            IF PART-MASTER-ON
              CLOSE PART-FILE
            END-IF
            CLOSE RPT-FILE
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            MOVE WS-RETURN-CNT TO RC-OUTPUT-COUNT
            MOVE WS-MISSING-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM RTNRPT'
            GOBACK.

        I200-LOAD-PURGE-CATALOG.
      *     AN ABSENT CATALOG IS TOLERATED - AN ARCHIVED ORIGINAL
      *     THEN PRINTS AS NOT FOUND.
            OPEN INPUT CATLG-FILE
            IF FS-CATLG NOT = 0
              DISPLAY 'NO PURGE CATALOG - PURGED LOOKUPS OFF'
              MOVE 'Y' TO CATLG-EOF
            ELSE
              PERFORM I210-READ-CATLG UNTIL NO-MORE-CATLG
              CLOSE CATLG-FILE
              DISPLAY 'PURGE CATALOG ENTRIES: ' WS-CAT-CNT
            END-IF
            EXIT.

        I210-READ-CATLG.
            READ CATLG-FILE AT END MOVE 'Y' TO CATLG-EOF
            END-READ
            IF CATLG-PRESENT
              IF WS-CAT-CNT < 5000
                ADD 1 TO WS-CAT-CNT
                MOVE PC-ORDR-NO TO WS-CAT-ORDR(WS-CAT-CNT)
                MOVE PC-CUST-NO TO WS-CAT-CUST(WS-CAT-CNT)
                MOVE PC-PURGE-DATE TO WS-CAT-DATE(WS-CAT-CNT)
              END-IF
            END-IF
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
            IF ORIGINAL-ORDER NOT = SPACES
              ADD 1 TO WS-RETURN-CNT
              PERFORM P220-RETURN-ENTRY
            ELSE
              IF SHIPPED-QUANTITY > 0
                MOVE CUSTOMER-NUMBER TO WS-CN-CUST-NO
                MOVE PLANT-CODE TO WS-CN-PLANT
                PERFORM P230-FIND-CUST-PLANT THRU P230-EXIT
                IF WS-CP-POS > 0
                  ADD SHIPPED-QUANTITY TO WS-CP-SHIPPED(WS-CP-POS)
                END-IF
              END-IF
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-RETURN-ENTRY.
            MOVE ORIGINAL-ORDER TO WS-RN-ORIG
            MOVE ORDKEY-REDEF TO WS-RN-ORDR-NO
            MOVE CUSTOMER-NUMBER TO WS-RN-CUST-NO
            MOVE ORDER-DESCRIPTION TO WS-RN-DESCR
            MOVE ORDER-TYPE TO WS-RN-TYPE
            MOVE ORDER-STATUS TO WS-RN-STATUS
            MOVE PLANT-CODE TO WS-RN-PLANT
            MOVE PLANNED-ORDER-QUANTITY TO WS-RN-QTY
            MOVE SHIPPED-QUANTITY TO WS-RN-SHIPPED
            MOVE TOTAL-SCRAP-QUANTITY TO WS-RN-SCRAP
            MOVE 0 TO WS-RT-POS
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CNT OR WS-RT-POS > 0
              IF WS-RT-KEY(WS-RT-IDX) > WS-RN-KEY
                MOVE WS-RT-IDX TO WS-RT-POS
              END-IF
            END-PERFORM
            IF WS-RT-POS = 0
              COMPUTE WS-RT-POS = WS-RT-CNT + 1
            END-IF
            IF WS-RT-CNT < 5000
              PERFORM VARYING WS-RT-MOVE FROM WS-RT-CNT BY -1
                  UNTIL WS-RT-MOVE < WS-RT-POS
                MOVE WS-RT-ENT(WS-RT-MOVE) TO WS-RT-ENT(WS-RT-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-RT-CNT
              MOVE WS-RT-NEW TO WS-RT-ENT(WS-RT-POS)
            ELSE
              IF WS-RT-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-RT-OVERFLOW
                DISPLAY 'RETURN ORDER TABLE FULL - REPORT WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF
            EXIT.

        P230-FIND-CUST-PLANT.
      *     LOCATE (OR ADD) THE CUSTOMER/PLANT ENTRY FOR
      *     WS-CP-NEW-KEY, RETURNING ITS INDEX IN WS-CP-POS (ZERO -
      *     TABLE FULL).
            MOVE 0 TO WS-CP-POS
            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                UNTIL WS-CP-IDX > WS-CP-CNT OR WS-CP-POS > 0
              IF WS-CP-KEY(WS-CP-IDX) NOT < WS-CP-NEW-KEY
                MOVE WS-CP-IDX TO WS-CP-POS
              END-IF
            END-PERFORM
            IF WS-CP-POS > 0
              IF WS-CP-KEY(WS-CP-POS) = WS-CP-NEW-KEY
                GO TO P230-EXIT
              END-IF
            ELSE
              COMPUTE WS-CP-POS = WS-CP-CNT + 1
            END-IF
            IF WS-CP-CNT < 5000
              PERFORM VARYING WS-CP-MOVE FROM WS-CP-CNT BY -1
                  UNTIL WS-CP-MOVE < WS-CP-POS
                MOVE WS-CP-ENT(WS-CP-MOVE) TO WS-CP-ENT(WS-CP-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-CP-CNT
              MOVE WS-CP-NEW-KEY TO WS-CP-KEY(WS-CP-POS)
              MOVE 0 TO WS-CP-SHIPPED(WS-CP-POS)
              MOVE 0 TO WS-CP-RETURNED(WS-CP-POS)
              MOVE 0 TO WS-CP-SCRAP(WS-CP-POS)
            ELSE
              MOVE 0 TO WS-CP-POS
              IF WS-CP-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-CP-OVERFLOW
                DISPLAY 'CUSTOMER/PLANT TABLE FULL - TOTALS WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        P230-EXIT.
            EXIT.

        P300-PRINT-RETURN.
            IF WS-RT-ORIG(WS-RT-IDX) NOT = WS-LAST-ORIG
              MOVE WS-RT-ORIG(WS-RT-IDX) TO WS-LAST-ORIG
              ADD 1 TO WS-ORIG-CNT
              PERFORM P310-PRINT-ORIGINAL THRU P310-EXIT
            END-IF
            MOVE SPACES TO PRT-DTL
            MOVE '  REWORK' TO P-LEVEL
            MOVE WS-RT-ORDR-NO(WS-RT-IDX) TO P-ORDR-NO
            MOVE WS-RT-CUST-NO(WS-RT-IDX) TO P-CUST-NO
            MOVE WS-RT-PLANT(WS-RT-IDX) TO P-PLANT
            MOVE WS-RT-TYPE(WS-RT-IDX) TO P-TYPE
            MOVE WS-RT-STATUS(WS-RT-IDX) TO P-STATUS
            MOVE WS-RT-DESCR(WS-RT-IDX) TO P-DESCR
            MOVE WS-RT-QTY(WS-RT-IDX) TO P-QTY
            MOVE WS-RT-SHIPPED(WS-RT-IDX) TO P-SHIPPED
            MOVE WS-RT-SCRAP(WS-RT-IDX) TO P-SCRAP
            IF WS-RT-CUST-NO(WS-RT-IDX) NOT = WS-ORIG-CUST
                AND WS-ORIG-CUST NOT = SPACES
              MOVE 'CUST DIFFERS' TO P-NOTE
            END-IF
            PERFORM P700-PRINT
      *     AN ORIGINAL NOT ON FILE ANYWHERE IS CHARGED TO THE
      *     REWORK ORDER'S CUSTOMER; AN ARCHIVED ONE HAS NO PLANT.
            IF WS-ORIG-CUST = SPACES
              MOVE WS-RT-CUST-NO(WS-RT-IDX) TO WS-CN-CUST-NO
            ELSE
              MOVE WS-ORIG-CUST TO WS-CN-CUST-NO
            END-IF
            MOVE WS-ORIG-PLANT TO WS-CN-PLANT
            PERFORM P230-FIND-CUST-PLANT THRU P230-EXIT
            IF WS-CP-POS > 0
              ADD WS-RT-QTY(WS-RT-IDX) TO WS-CP-RETURNED(WS-CP-POS)
              ADD WS-RT-SCRAP(WS-RT-IDX) TO WS-CP-SCRAP(WS-CP-POS)
            END-IF
            EXIT.

        P310-PRINT-ORIGINAL.
      *     THE ORIGINAL ORDER AND ITS PART LINES, OR ITS PURGE
      *     CATALOG ENTRY WHEN ORDPURGE HAS ARCHIVED IT.
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'ORIGINAL' TO P-LEVEL
            MOVE WS-LAST-ORIG TO P-ORDR-NO
            MOVE WS-LAST-ORIG TO SSA-1-KEY
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-1
            IF DBSTATUS = SPACE
              MOVE CUSTOMER-NUMBER TO WS-ORIG-CUST
              MOVE PLANT-CODE TO WS-ORIG-PLANT
              MOVE CUSTOMER-NUMBER TO P-CUST-NO
              MOVE PLANT-CODE TO P-PLANT
              MOVE ORDER-TYPE TO P-TYPE
              MOVE ORDER-STATUS TO P-STATUS
              MOVE ORDER-DESCRIPTION TO P-DESCR
              MOVE PLANNED-ORDER-QUANTITY TO P-QTY
              MOVE SHIPPED-QUANTITY TO P-SHIPPED
              MOVE TOTAL-SCRAP-QUANTITY TO P-SCRAP
              PERFORM P700-PRINT
              MOVE 0 TO WS-ORIG-LINES
              MOVE 'GNP ' TO ACTION
              CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA,
                  SSA-2L
              PERFORM P320-LINE-STEP UNTIL DBSTATUS NOT = SPACE
              IF WS-ORIG-LINES = 0
                MOVE SPACES TO PRT-DTL
                MOVE 'NO LINE ITEMS' TO PP-PART-DESC
                PERFORM P700-PRINT
              END-IF
              GO TO P310-EXIT
            END-IF
            MOVE 0 TO WS-CAT-FOUND
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-CNT
                OR WS-CAT-FOUND > 0
              IF WS-CAT-ORDR(WS-CAT-IDX) = WS-LAST-ORIG
                MOVE WS-CAT-IDX TO WS-CAT-FOUND
              END-IF
            END-PERFORM
            MOVE SPACES TO WS-ORIG-PLANT
            MOVE '--' TO P-STATUS-X
            IF WS-CAT-FOUND > 0
              ADD 1 TO WS-PURGED-CNT
              MOVE WS-CAT-CUST(WS-CAT-FOUND) TO WS-ORIG-CUST
              MOVE WS-ORIG-CUST TO P-CUST-NO
              MOVE 'ARCHIVED BY ORDPURGE - LINES NOT ON FILE' TO P-DESCR
              MOVE WS-CAT-DATE(WS-CAT-FOUND) TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-NOTE
            ELSE
              ADD 1 TO WS-MISSING-CNT
              MOVE SPACES TO WS-ORIG-CUST
              MOVE '** ORIGINAL ORDER NOT ON FILE **' TO P-DESCR
            END-IF
            PERFORM P700-PRINT.
        P310-EXIT.
            EXIT.

        P320-LINE-STEP.
            ADD 1 TO WS-ORIG-LINES
            ADD 1 TO WS-LINE-CNT
            MOVE SPACES TO PRT-DTL
            MOVE '    PART' TO P-LEVEL
            MOVE ORDER-LINE-KEY TO P-ORDR-NO
            MOVE LINE-STATUS TO P-STATUS
            MOVE LINE-QUANTITY TO P-QTY
            MOVE LINE-PART-NUMBER TO PP-PART-NO
            IF PART-MASTER-ON
              MOVE LINE-PART-NUMBER TO PM-PART-NO
              READ PART-FILE
                INVALID KEY
                  MOVE '** PART NOT ON FILE **' TO PP-PART-DESC
                NOT INVALID KEY
                  MOVE PM-PART-DESC TO PP-PART-DESC
              END-READ
            END-IF
            PERFORM P700-PRINT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        P400-PRINT-CUST-PLANT.
      *     ONLY CUSTOMER/PLANTS WITH A RETURN ARE LISTED; THE
      *     SHIPPED FIGURE IS EVERY NON-REWORK ORDER'S SHIPMENTS.
            ADD WS-CP-SHIPPED(WS-CP-IDX) TO WS-TOT-SHIP
            IF WS-CP-RETURNED(WS-CP-IDX) = 0
                AND WS-CP-SCRAP(WS-CP-IDX) = 0
              GO TO P400-EXIT
            END-IF
            ADD WS-CP-RETURNED(WS-CP-IDX) TO WS-TOT-RTN
            ADD WS-CP-SCRAP(WS-CP-IDX) TO WS-TOT-SCRAP
            MOVE SPACES TO PRT-DTL
            MOVE WS-CP-CUST-NO(WS-CP-IDX) TO P-CUST-NO
            MOVE WS-CP-PLANT(WS-CP-IDX) TO P-PLANT
            MOVE WS-CP-RETURNED(WS-CP-IDX) TO P-QTY
            MOVE WS-CP-SHIPPED(WS-CP-IDX) TO P-SHIPPED
            MOVE WS-CP-SCRAP(WS-CP-IDX) TO P-SCRAP
            IF WS-CP-SHIPPED(WS-CP-IDX) > 0
              COMPUTE WS-RATE ROUNDED = WS-CP-RETURNED(WS-CP-IDX)
                  * 100 / WS-CP-SHIPPED(WS-CP-IDX)
              MOVE WS-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO P-NOTE
            ELSE
              MOVE 'NO SHIPMENTS' TO P-NOTE
            END-IF
            PERFORM P700-PRINT.
        P400-EXIT.
            EXIT.

        P450-GRAND-TOTAL.
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'TOTAL' TO P-LEVEL
            MOVE WS-TOT-RTN TO P-QTY
            MOVE WS-TOT-SHIP TO P-SHIPPED
            MOVE WS-TOT-SCRAP TO P-SCRAP
            IF WS-TOT-SHIP > 0
              COMPUTE WS-RATE ROUNDED = WS-TOT-RTN * 100 / WS-TOT-SHIP
              MOVE WS-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO P-NOTE
            END-IF
            PERFORM P700-PRINT
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              IF SUMMARY-SECTION
                MOVE H3 TO RPT-REC
              ELSE
                MOVE H2 TO RPT-REC
              END-IF
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
            MOVE 'RETURN/REWORK ORDERS' TO T-LABEL
            MOVE WS-RETURN-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORIGINAL ORDERS REFERENCED' TO T-LABEL
            MOVE WS-ORIG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  ARCHIVED BY ORDPURGE' TO T-LABEL
            MOVE WS-PURGED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  NOT ON FILE' TO T-LABEL
            MOVE WS-MISSING-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORIGINAL PART LINES LISTED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
