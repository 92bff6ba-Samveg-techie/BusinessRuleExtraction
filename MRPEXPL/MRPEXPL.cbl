        IDENTIFICATION DIVISION.
        PROGRAM-ID. MRPEXPL.
      *     MATERIAL REQUIREMENTS EXPLOSION.  WALKS THE ORDR010 ROOTS
      *     AND, FOR EVERY OPEN LINE ITEM OF EVERY OPEN ORDER, EXPLODES
      *     THE LINE QUANTITY DOWN THROUGH THE BOM-FILE (BOMMNT) TO
      *     ALL LEVELS.  THE GROSS REQUIREMENT OF EACH COMPONENT IS
      *     SUMMED BY PLANT AND PROMISE WEEK, PRINTED, AND WRITTEN TO
      *     THE MRPEXT EXTRACT FOR PURCHASING.  SUB-ASSEMBLIES COUNT
      *     AS REQUIREMENTS IN THEIR OWN RIGHT AS WELL AS BEING
      *     EXPLODED FURTHER.  PROMISES ALREADY PAST ARE NEEDED NOW
      *     AND FALL INTO THE CURRENT WEEK; ORDERS WITH NO PLANT OR
      *     PROMISE DATE ARE STILL EXPLODED UNDER WEEK ZERO SO THE
      *     MATERIAL IS NOT LOST FROM THE PLAN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BOM-FILE ASSIGN TO UT-S-BOMMS
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-KEY
                FILE STATUS IS FS-BOM.
            SELECT PART-FILE ASSIGN TO UT-S-PARTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PART-NO
                FILE STATUS IS FS-PART.
            SELECT MRPEXT-FILE ASSIGN TO UT-S-MRPEXT
                FILE STATUS IS FS-MRPEXT.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  BOM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  BOM-REC.
            03  BM-KEY.
                05  BM-PARENT       PIC X(10).
                05  BM-COMP         PIC X(10).
            03  BM-QTY-PER          PIC 9(5)V9(4).
            03  FILLER              PIC X(51).
        FD  PART-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PART-REC.
            03  PM-PART-NO          PIC X(10).
            03  PM-PART-DESC        PIC X(30).
            03  PM-UOM              PIC X(3).
            03  PM-ACTIVE           PIC X.
            03  PM-STD-COST         PIC 9(5)V9(4).
            03  PM-COST-EFF-DATE    PIC X(8).
            03  FILLER              PIC X(19).
        FD  MRPEXT-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ONE RECORD PER PLANT / WEEK / COMPONENT.  WEEK ZERO HOLDS
      *     REQUIREMENTS OF ORDERS WITHOUT A PLANT OR PROMISE DATE.
        01  MRPEXT-REC.
            03  MX-PLANT            PIC XX.
            03  MX-WEEK             PIC 9(8).
            03  MX-COMP             PIC X(10).
            03  MX-UOM              PIC X(3).
            03  MX-GROSS-QTY        PIC 9(11)V9(4).
            03  MX-RUN-DATE         PIC 9(8).
            03  MX-DESC             PIC X(30).
            03  FILLER              PIC X(4).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-BOM              PIC 99.
        77  FS-PART             PIC 99.
        77  FS-MRPEXT           PIC 99.
        77  FS-RPT              PIC 99.
        77  BOM-EOF             PIC X VALUE ' '.
            88  BOM-PRESENT       VALUE ' '.
            88  NO-MORE-BOM       VALUE 'Y'.
        77  WS-PART-AVAIL       PIC X VALUE 'N'.
            88  PART-MASTER-ON    VALUE 'Y'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-CUR-WEEK         PIC 9(8) VALUE 0.
        77  WS-WEEK             PIC 9(8) VALUE 0.
        77  WS-WEEK-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-ORD-PLANT        PIC XX VALUE SPACES.
        77  WS-ORD-WEEK         PIC 9(8) VALUE 0.
        77  WS-MAX-LEVEL        PIC S9(4) COMP VALUE +25.
        77  WS-CHILD-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-EX-PART          PIC X(10) VALUE SPACES.
        77  WS-EX-QTY           PIC S9(11)V9(4) COMP-3 VALUE 0.
        77  WS-EX-LEVEL         PIC S9(4) COMP VALUE 0.
        77  WS-REQ-QTY          PIC S9(11)V9(4) COMP-3 VALUE 0.
        77  WS-LAST-PLANT       PIC XX VALUE SPACES.
        77  WS-LAST-WEEK        PIC 9(8) VALUE 0.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-OPEN-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOBOM-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-UNSCHED-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-PASTDUE-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEEP-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-EXT-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOPART-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-RQ-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-RQ-POS           PIC S9(4) COMP VALUE 0.
        77  WS-RQ-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-RQ-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-RQ-OVERFLOW      PIC X VALUE 'N'.
        77  WS-ST-OVERFLOW      PIC X VALUE 'N'.
        01  WS-RQ-SEARCH.
            03  WS-RS-PLANT     PIC XX.
            03  WS-RS-WEEK      PIC 9(8).
            03  WS-RS-COMP      PIC X(10).
      *     GROSS REQUIREMENTS, KEPT IN PLANT/WEEK/COMPONENT ORDER AS
      *     THEY ARE BUILT SO THE REPORT AND EXTRACT COME STRAIGHT
      *     FROM THE TABLE.
        01  WS-RQ-TABLE.
            03  WS-RQ-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-RQ-ENT       OCCURS 5000.
                05  WS-RQ-KEY.
                    07  WS-RQ-PLANT     PIC XX.
                    07  WS-RQ-WEEK      PIC 9(8).
                    07  WS-RQ-COMP      PIC X(10).
                05  WS-RQ-QTY       PIC S9(11)V9(4) COMP-3.
      *     PARTS STILL TO BE EXPLODED FOR THE CURRENT LINE ITEM,
      *     WITH THE QUANTITY OF EACH THAT THE LINE NEEDS.
        01  WS-ST-TABLE.
            03  WS-ST-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-ST-ENT       OCCURS 1000.
                05  WS-ST-PART      PIC X(10).
                05  WS-ST-QTY       PIC S9(11)V9(4) COMP-3.
                05  WS-ST-LEVEL     PIC S9(4) COMP.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'MRPEXPL '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-PLANT         PIC XX.
            03  FILLER          PIC X(3).
            03  P-WEEK          PIC X(10).
            03  FILLER          PIC X(3).
            03  P-COMP          PIC X(10).
            03  FILLER          PIC X(2).
            03  P-DESC          PIC X(30).
            03  FILLER          PIC X(2).
            03  P-UOM           PIC X(3).
            03  FILLER          PIC X(2).
            03  P-GROSS-QTY     PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
            03  FILLER          PIC X(44).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' GROSS COMPONENT REQUIREMENTS BY PLANT AND WEEK   '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  PL   WEEK OF      COMPONENT   DESCRIPTION       '.
            03  FILLER             PIC X(50) VALUE IS
            '              UOM      GROSS REQUIREMENT          '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
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
            DISPLAY 'ENTERING PROGRAM MRPEXPL'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT BOM-FILE.
            OPEN OUTPUT MRPEXT-FILE, RPT-FILE.
            IF FS-BOM NOT = 0 OR FS-MRPEXT NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'BOM FILE STATUS IS ' FS-BOM
                DISPLAY 'EXTRACT FILE STATUS IS ' FS-MRPEXT
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
      *     THE PART MASTER ONLY SUPPLIES DESCRIPTIONS AND UNITS OF
      *     MEASURE - WITHOUT IT THE PART NUMBERS PRINT ALONE.
            OPEN INPUT PART-FILE
            IF FS-PART NOT = 0
              DISPLAY 'NO PART MASTER - PART DESCRIPTIONS OFF'
            ELSE
              MOVE 'Y' TO WS-PART-AVAIL
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO WS-WEEK
            PERFORM P160-WEEK-START
            MOVE WS-WEEK TO WS-CUR-WEEK
            PERFORM P200-ORDER-SCAN
            PERFORM P400-PRINT-REQ
                VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-RQ-CNT
            PERFORM P999-TRAILER
            CLOSE BOM-FILE, MRPEXT-FILE, RPT-FILE
            IF PART-MASTER-ON
              CLOSE PART-FILE
            END-IF
            MOVE WS-LINE-CNT TO RC-INPUT-COUNT
            MOVE WS-EXT-CNT TO RC-OUTPUT-COUNT
            MOVE WS-DEEP-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM MRPEXPL'
            GOBACK.

        P150-FIND-REQ.
      *     FIND THE PLANT/WEEK/COMPONENT ROW FOR WS-RQ-SEARCH,
      *     INSERTING IT IN KEY ORDER WHEN IT IS NEW.  WS-RQ-FOUND IS
      *     ZERO WHEN THE TABLE IS FULL.
            MOVE 0 TO WS-RQ-FOUND
            MOVE 0 TO WS-RQ-POS
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-RQ-CNT OR WS-RQ-POS > 0
              IF WS-RQ-KEY(WS-RQ-IDX) NOT < WS-RQ-SEARCH
                MOVE WS-RQ-IDX TO WS-RQ-POS
              END-IF
            END-PERFORM
            IF WS-RQ-POS > 0
              IF WS-RQ-KEY(WS-RQ-POS) = WS-RQ-SEARCH
                MOVE WS-RQ-POS TO WS-RQ-FOUND
              END-IF
            ELSE
              COMPUTE WS-RQ-POS = WS-RQ-CNT + 1
            END-IF
            IF WS-RQ-FOUND = 0
              IF WS-RQ-CNT < 5000
                PERFORM VARYING WS-RQ-MOVE FROM WS-RQ-CNT BY -1
                    UNTIL WS-RQ-MOVE < WS-RQ-POS
                  MOVE WS-RQ-ENT(WS-RQ-MOVE)
                      TO WS-RQ-ENT(WS-RQ-MOVE + 1)
                END-PERFORM
                ADD 1 TO WS-RQ-CNT
                MOVE WS-RQ-SEARCH TO WS-RQ-KEY(WS-RQ-POS)
                MOVE 0 TO WS-RQ-QTY(WS-RQ-POS)
                MOVE WS-RQ-POS TO WS-RQ-FOUND
              ELSE
                IF WS-RQ-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-RQ-OVERFLOW
                  DISPLAY 'REQUIREMENTS TABLE FULL - REPORT AND'
                  DISPLAY '  EXTRACT INCOMPLETE; RAISE TABLE SIZE'
                END-IF
              END-IF
            END-IF
            EXIT.

        P160-WEEK-START.
      *     DAY 1 OF THE INTEGER DATE SCALE (1601/01/01) IS A MONDAY,
      *     SO THE WEEK'S MONDAY IS FOUND BY BACKING OFF THE DAYS
      *     SINCE THE LAST MULTIPLE OF SEVEN.
            COMPUTE WS-WEEK-DAYS = FUNCTION INTEGER-OF-DATE(WS-WEEK)
            COMPUTE WS-WEEK-DAYS =
                WS-WEEK-DAYS - FUNCTION MOD(WS-WEEK-DAYS - 1, 7)
            COMPUTE WS-WEEK = FUNCTION DATE-OF-INTEGER(WS-WEEK-DAYS)
            EXIT.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-STATUS < 90
              ADD 1 TO WS-OPEN-CNT
              PERFORM P220-ORDER-LINES
            END-IF
            MOVE 'GN  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-ORDER-LINES.
            IF PLANT-CODE = SPACES
                OR PROMISE-DATE NOT NUMERIC
                OR PROMISE-DATE < '19000101'
              ADD 1 TO WS-UNSCHED-CNT
              MOVE PLANT-CODE TO WS-ORD-PLANT
              MOVE 0 TO WS-ORD-WEEK
            ELSE
              MOVE PROMISE-DATE TO WS-WEEK
              PERFORM P160-WEEK-START
              IF WS-WEEK < WS-CUR-WEEK
                MOVE WS-CUR-WEEK TO WS-WEEK
                ADD 1 TO WS-PASTDUE-CNT
              END-IF
              MOVE PLANT-CODE TO WS-ORD-PLANT
              MOVE WS-WEEK TO WS-ORD-WEEK
            END-IF
            MOVE 'GNP ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            PERFORM P230-LINE-STEP UNTIL DBSTATUS NOT = SPACE
            EXIT.

        P230-LINE-STEP.
            IF LINE-STATUS NUMERIC AND LINE-STATUS < 90
                AND LINE-QUANTITY > 0
              ADD 1 TO WS-LINE-CNT
              MOVE 1 TO WS-ST-CNT
              MOVE LINE-PART-NUMBER TO WS-ST-PART(1)
              MOVE LINE-QUANTITY TO WS-ST-QTY(1)
              MOVE 0 TO WS-ST-LEVEL(1)
              PERFORM P300-EXPLODE-STEP UNTIL WS-ST-CNT = 0
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        P300-EXPLODE-STEP.
      *     TAKE THE NEXT PART OFF THE STACK AND POST EACH OF ITS
      *     COMPONENTS, STACKING THEM IN TURN FOR THEIR OWN BOMS.
            MOVE WS-ST-PART(WS-ST-CNT) TO WS-EX-PART
            MOVE WS-ST-QTY(WS-ST-CNT) TO WS-EX-QTY
            MOVE WS-ST-LEVEL(WS-ST-CNT) TO WS-EX-LEVEL
            SUBTRACT 1 FROM WS-ST-CNT
            MOVE 0 TO WS-CHILD-CNT
            MOVE WS-EX-PART TO BM-PARENT
            MOVE LOW-VALUES TO BM-COMP
            MOVE ' ' TO BOM-EOF
            START BOM-FILE KEY NOT < BM-KEY
              INVALID KEY
                MOVE 'Y' TO BOM-EOF
            END-START
            PERFORM P310-BOM-STEP UNTIL NO-MORE-BOM
            IF WS-EX-LEVEL = 0 AND WS-CHILD-CNT = 0
              ADD 1 TO WS-NOBOM-CNT
            END-IF
            EXIT.

        P310-BOM-STEP.
            READ BOM-FILE NEXT
              AT END
                MOVE 'Y' TO BOM-EOF
            END-READ
            IF BOM-PRESENT
              IF BM-PARENT NOT = WS-EX-PART
                MOVE 'Y' TO BOM-EOF
              ELSE
                ADD 1 TO WS-CHILD-CNT
                COMPUTE WS-REQ-QTY ROUNDED = WS-EX-QTY * BM-QTY-PER
                MOVE WS-ORD-PLANT TO WS-RS-PLANT
                MOVE WS-ORD-WEEK TO WS-RS-WEEK
                MOVE BM-COMP TO WS-RS-COMP
                PERFORM P150-FIND-REQ
                IF WS-RQ-FOUND > 0
                  ADD WS-REQ-QTY TO WS-RQ-QTY(WS-RQ-FOUND)
                END-IF
                PERFORM P320-STACK-COMP
              END-IF
            END-IF
            EXIT.

        P320-STACK-COMP.
      *     BOMMNT REFUSES LOOPS, BUT A LEVEL LIMIT STILL GUARDS THE
      *     RUN AGAINST A STRUCTURE LOADED BY OTHER MEANS.
            IF WS-EX-LEVEL + 1 NOT < WS-MAX-LEVEL
              ADD 1 TO WS-DEEP-CNT
              DISPLAY 'BOM DEEPER THAN ' WS-MAX-LEVEL
                  ' LEVELS BELOW ' LINE-PART-NUMBER ' AT ' BM-COMP
            ELSE
              IF WS-ST-CNT < 1000
                ADD 1 TO WS-ST-CNT
                MOVE BM-COMP TO WS-ST-PART(WS-ST-CNT)
                MOVE WS-REQ-QTY TO WS-ST-QTY(WS-ST-CNT)
                COMPUTE WS-ST-LEVEL(WS-ST-CNT) = WS-EX-LEVEL + 1
              ELSE
                IF WS-ST-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-ST-OVERFLOW
                  DISPLAY 'EXPLOSION STACK FULL - LOWER LEVELS'
                  DISPLAY '  INCOMPLETE; RAISE THE STACK SIZE'
                END-IF
                ADD 1 TO WS-DEEP-CNT
              END-IF
            END-IF
            EXIT.

        P400-PRINT-REQ.
            MOVE SPACES TO PRT-DTL
            IF WS-RQ-PLANT(WS-RQ-IDX) NOT = WS-LAST-PLANT
                OR WS-RQ-WEEK(WS-RQ-IDX) NOT = WS-LAST-WEEK
              MOVE '0' TO P-CC
              MOVE WS-RQ-PLANT(WS-RQ-IDX) TO WS-LAST-PLANT
              MOVE WS-RQ-WEEK(WS-RQ-IDX) TO WS-LAST-WEEK
            END-IF
            MOVE WS-RQ-PLANT(WS-RQ-IDX) TO P-PLANT
            IF WS-RQ-WEEK(WS-RQ-IDX) = 0
              MOVE 'NO PROMISE' TO P-WEEK
            ELSE
              MOVE WS-RQ-WEEK(WS-RQ-IDX) TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-WEEK
            END-IF
            MOVE WS-RQ-COMP(WS-RQ-IDX) TO P-COMP
            MOVE WS-RQ-QTY(WS-RQ-IDX) TO P-GROSS-QTY
            MOVE SPACES TO MRPEXT-REC
            IF PART-MASTER-ON
              MOVE WS-RQ-COMP(WS-RQ-IDX) TO PM-PART-NO
              READ PART-FILE
                INVALID KEY
                  MOVE '** PART NOT ON FILE **' TO P-DESC
                  ADD 1 TO WS-NOPART-CNT
                NOT INVALID KEY
                  MOVE PM-PART-DESC TO P-DESC, MX-DESC
                  MOVE PM-UOM TO P-UOM, MX-UOM
              END-READ
            END-IF
            MOVE WS-RQ-PLANT(WS-RQ-IDX) TO MX-PLANT
            MOVE WS-RQ-WEEK(WS-RQ-IDX) TO MX-WEEK
            MOVE WS-RQ-COMP(WS-RQ-IDX) TO MX-COMP
            MOVE WS-RQ-QTY(WS-RQ-IDX) TO MX-GROSS-QTY
            MOVE WS-RUN-DATE TO MX-RUN-DATE
            WRITE MRPEXT-REC
            ADD 1 TO WS-EXT-CNT
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
            MOVE 'OPEN ORDERS' TO T-LABEL
            MOVE WS-OPEN-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  PAST PROMISE - CURRENT WEEK' TO T-LABEL
            MOVE WS-PASTDUE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  NO PLANT OR PROMISE DATE' TO T-LABEL
            MOVE WS-UNSCHED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'OPEN LINE ITEMS EXPLODED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  LINE PARTS WITH NO BOM' TO T-LABEL
            MOVE WS-NOBOM-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'EXPLOSION LEVELS CUT SHORT' TO T-LABEL
            MOVE WS-DEEP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'REQUIREMENT RECORDS WRITTEN' TO T-LABEL
            MOVE WS-EXT-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'COMPONENTS NOT ON PART FILE' TO T-LABEL
            MOVE WS-NOPART-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
