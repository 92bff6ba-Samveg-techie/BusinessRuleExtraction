        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAPLOAD.
      *     WEEKLY CAPACITY VERSUS LOAD BY PLANT.  WALKS THE ORDR010
      *     ROOTS AND SPREADS EACH OPEN ORDER'S REMAINING QUANTITY
      *     (PLANNED LESS PRODUCED) INTO THE WEEK OF ITS PROMISE DATE
      *     AT ITS PLANT, THEN PRINTS EACH PLANT-WEEK'S LOAD AGAINST
      *     THE CAPACITY ON THE CAPAC-FILE (CAPMNT) AND FLAGS THE
      *     OVERLOADED WEEKS, SO SCHEDULING CAN MOVE WORK BEFORE A
      *     PROMISE IS MISSED.  PROMISES ALREADY PAST FALL INTO THE
      *     CURRENT WEEK - THAT WORK STILL NEEDS THE CAPACITY.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAPAC-FILE ASSIGN TO UT-S-PLTCAP
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CP-KEY
                FILE STATUS IS FS-CAPAC.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  CAPAC-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     PLANT CAPACITY MASTER MAINTAINED BY CAPMNT.  WEEK ZERO IS
      *     THE PLANT'S STANDARD WEEKLY CAPACITY.
        01  CAPAC-REC.
            03  CP-KEY.
                05  CP-PLANT        PIC XX.
                05  CP-WEEK         PIC 9(8).
            03  CP-CAP-UNITS        PIC 9(7).
            03  CP-DESC             PIC X(30).
            03  FILLER              PIC X(33).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-CAPAC            PIC 99.
        77  FS-RPT              PIC 99.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-CUR-WEEK         PIC 9(8) VALUE 0.
        77  WS-WEEK             PIC 9(8) VALUE 0.
        77  WS-WEEK-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-PRODUCED-QTY     PIC S9(9) COMP-3 VALUE 0.
        77  WS-REMAIN-QTY       PIC S9(9) COMP-3 VALUE 0.
        77  WS-PRD-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-CAPACITY         PIC S9(9) COMP-3 VALUE 0.
        77  WS-AVAIL            PIC S9(9) COMP-3 VALUE 0.
        77  WS-UTIL-PCT         PIC S9(5) COMP-3 VALUE 0.
        77  WS-CAP-FOUND        PIC X VALUE 'N'.
            88  CAPACITY-FOUND    VALUE 'Y'.
        77  WS-LAST-PLANT       PIC XX VALUE SPACES.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-LOADED-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOLOAD-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-UNSCHED-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-UNSCHED-QTY      PIC S9(9) COMP-3 VALUE 0.
        77  WS-PASTDUE-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-OVER-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCAP-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-LD-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-LD-POS           PIC S9(4) COMP VALUE 0.
        77  WS-LD-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-LD-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-LD-OVERFLOW      PIC X VALUE 'N'.
        01  WS-LD-SEARCH.
            03  WS-LS-PLANT     PIC XX.
            03  WS-LS-WEEK      PIC 9(8).
      *     PLANT-WEEK LOAD BUCKETS, KEPT IN PLANT/WEEK ORDER AS THEY
      *     ARE BUILT SO THE REPORT PRINTS STRAIGHT FROM THE TABLE.
        01  WS-LD-TABLE.
            03  WS-LD-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-LD-ENT       OCCURS 5000.
                05  WS-LD-KEY.
                    07  WS-LD-PLANT     PIC XX.
                    07  WS-LD-WEEK      PIC 9(8).
                05  WS-LD-ORDERS    PIC 9(5) COMP-3.
                05  WS-LD-QTY       PIC S9(9) COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CAPLOAD '.
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
            03  P-ORDERS        PIC ZZ,ZZ9.
            03  FILLER          PIC X(3).
            03  P-LOAD          PIC ZZZ,ZZZ,ZZ9.
            03  FILLER          PIC X(3).
            03  P-CAPACITY      PIC ZZZ,ZZZ,ZZ9.
            03  FILLER          PIC X(3).
            03  P-AVAIL         PIC ZZZ,ZZZ,ZZ9-.
            03  FILLER          PIC X(3).
            03  P-UTIL          PIC ZZ,ZZ9.
            03  P-PCT           PIC X.
            03  FILLER          PIC X(3).
            03  P-FLAG          PIC X(16).
            03  FILLER          PIC X(27).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' WEEKLY CAPACITY VERSUS LOAD BY PLANT             '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  PL   WEEK OF      ORDERS          LOAD      CAPA'.
            03  FILLER             PIC X(50) VALUE IS
            'CITY    AVAILABLE       UTIL    STATUS            '.
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
            DISPLAY 'ENTERING PROGRAM CAPLOAD'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT CAPAC-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-CAPAC NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'CAPACITY FILE STATUS IS ' FS-CAPAC
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO WS-WEEK
            PERFORM P160-WEEK-START
            MOVE WS-WEEK TO WS-CUR-WEEK
            PERFORM P200-ORDER-SCAN
            PERFORM P300-PRINT-WEEK
                VARYING WS-LD-IDX FROM 1 BY 1
                UNTIL WS-LD-IDX > WS-LD-CNT
            PERFORM P999-TRAILER
            CLOSE CAPAC-FILE, RPT-FILE
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            MOVE WS-LD-CNT TO RC-OUTPUT-COUNT
            MOVE WS-OVER-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM CAPLOAD'
            GOBACK.

        P150-FIND-BUCKET.
      *     FIND THE PLANT-WEEK BUCKET FOR WS-LD-SEARCH, INSERTING IT
      *     IN KEY ORDER WHEN IT IS NEW.  WS-LD-FOUND IS ZERO WHEN
      *     THE TABLE IS FULL.
            MOVE 0 TO WS-LD-FOUND
            MOVE 0 TO WS-LD-POS
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                UNTIL WS-LD-IDX > WS-LD-CNT OR WS-LD-POS > 0
              IF WS-LD-KEY(WS-LD-IDX) NOT < WS-LD-SEARCH
                MOVE WS-LD-IDX TO WS-LD-POS
              END-IF
            END-PERFORM
            IF WS-LD-POS > 0
              IF WS-LD-KEY(WS-LD-POS) = WS-LD-SEARCH
                MOVE WS-LD-POS TO WS-LD-FOUND
              END-IF
            ELSE
              COMPUTE WS-LD-POS = WS-LD-CNT + 1
            END-IF
            IF WS-LD-FOUND = 0
              IF WS-LD-CNT < 5000
                PERFORM VARYING WS-LD-MOVE FROM WS-LD-CNT BY -1
                    UNTIL WS-LD-MOVE < WS-LD-POS
                  MOVE WS-LD-ENT(WS-LD-MOVE)
                      TO WS-LD-ENT(WS-LD-MOVE + 1)
                END-PERFORM
                ADD 1 TO WS-LD-CNT
                MOVE WS-LD-SEARCH TO WS-LD-KEY(WS-LD-POS)
                MOVE 0 TO WS-LD-ORDERS(WS-LD-POS)
                MOVE 0 TO WS-LD-QTY(WS-LD-POS)
                MOVE WS-LD-POS TO WS-LD-FOUND
              ELSE
                IF WS-LD-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-LD-OVERFLOW
                  DISPLAY 'LOAD TABLE FULL - REPORT WILL BE'
                  DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
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
            MOVE 'GN  ' TO ACTION
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-STATUS < 90
              PERFORM P220-LOAD-ORDER
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-LOAD-ORDER.
      *     PRODUCED IS THE ACTUAL QUANTITY, OR THE UNITS COMPLETED
      *     ACROSS THE WEEKLY BUCKETS WHERE THAT IS GREATER - THE
      *     SAME MEASURE IB4OP01 SHIPS AGAINST.
            MOVE 0 TO WS-PRODUCED-QTY
            PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                UNTIL WS-PRD-IDX > 13
              ADD NUMBER-UNITS-COMPLETED(WS-PRD-IDX)
                  TO WS-PRODUCED-QTY
            END-PERFORM
            IF ACTUAL-ORDER-QUANTITY > WS-PRODUCED-QTY
              MOVE ACTUAL-ORDER-QUANTITY TO WS-PRODUCED-QTY
            END-IF
            COMPUTE WS-REMAIN-QTY =
                PLANNED-ORDER-QUANTITY - WS-PRODUCED-QTY
            IF WS-REMAIN-QTY NOT > 0
              ADD 1 TO WS-NOLOAD-CNT
            ELSE
              IF PLANT-CODE = SPACES
                  OR PROMISE-DATE NOT NUMERIC
                  OR PROMISE-DATE < '19000101'
                ADD 1 TO WS-UNSCHED-CNT
                ADD WS-REMAIN-QTY TO WS-UNSCHED-QTY
              ELSE
                MOVE PROMISE-DATE TO WS-WEEK
                PERFORM P160-WEEK-START
                IF WS-WEEK < WS-CUR-WEEK
                  MOVE WS-CUR-WEEK TO WS-WEEK
                  ADD 1 TO WS-PASTDUE-CNT
                END-IF
                MOVE PLANT-CODE TO WS-LS-PLANT
                MOVE WS-WEEK TO WS-LS-WEEK
                PERFORM P150-FIND-BUCKET
                IF WS-LD-FOUND > 0
                  ADD 1 TO WS-LOADED-CNT
                  ADD 1 TO WS-LD-ORDERS(WS-LD-FOUND)
                  ADD WS-REMAIN-QTY TO WS-LD-QTY(WS-LD-FOUND)
                END-IF
              END-IF
            END-IF
            EXIT.

        P300-PRINT-WEEK.
            MOVE SPACES TO PRT-DTL
            IF WS-LD-PLANT(WS-LD-IDX) NOT = WS-LAST-PLANT
              MOVE '0' TO P-CC
              MOVE WS-LD-PLANT(WS-LD-IDX) TO WS-LAST-PLANT
            END-IF
            MOVE WS-LD-PLANT(WS-LD-IDX) TO P-PLANT
            MOVE WS-LD-WEEK(WS-LD-IDX) TO W-DATE
            MOVE 'YYYY/MM/DD' TO W-DATE-FMT
            MOVE CORRESPONDING W-DATE TO W-DATE-FMT
            MOVE W-DATE-FMT TO P-WEEK
            MOVE WS-LD-ORDERS(WS-LD-IDX) TO P-ORDERS
            MOVE WS-LD-QTY(WS-LD-IDX) TO P-LOAD
            PERFORM P310-FIND-CAPACITY
            IF CAPACITY-FOUND
              MOVE WS-CAPACITY TO P-CAPACITY
              COMPUTE WS-AVAIL = WS-CAPACITY - WS-LD-QTY(WS-LD-IDX)
              MOVE WS-AVAIL TO P-AVAIL
              IF WS-CAPACITY > 0
                COMPUTE WS-UTIL-PCT ROUNDED =
                    WS-LD-QTY(WS-LD-IDX) * 100 / WS-CAPACITY
                MOVE WS-UTIL-PCT TO P-UTIL
                MOVE '%' TO P-PCT
              END-IF
              IF WS-LD-QTY(WS-LD-IDX) > WS-CAPACITY
                MOVE '** OVERLOADED **' TO P-FLAG
                ADD 1 TO WS-OVER-CNT
              END-IF
            ELSE
              MOVE 'NO CAPACITY ROW' TO P-FLAG
              ADD 1 TO WS-NOCAP-CNT
            END-IF
            PERFORM P700-PRINT
            EXIT.

        P310-FIND-CAPACITY.
      *     THE WEEK'S OWN ROW WINS, THEN THE PLANT'S STANDARD ROW.
            MOVE 'N' TO WS-CAP-FOUND
            MOVE 0 TO WS-CAPACITY
            MOVE WS-LD-PLANT(WS-LD-IDX) TO CP-PLANT
            MOVE WS-LD-WEEK(WS-LD-IDX) TO CP-WEEK
            READ CAPAC-FILE
              INVALID KEY
                MOVE 0 TO CP-WEEK
                READ CAPAC-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'Y' TO WS-CAP-FOUND
                END-READ
              NOT INVALID KEY
                MOVE 'Y' TO WS-CAP-FOUND
            END-READ
            IF CAPACITY-FOUND
              MOVE CP-CAP-UNITS TO WS-CAPACITY
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
            MOVE 'ORDER ROOTS SCANNED' TO T-LABEL
            MOVE WS-ORDER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'OPEN ORDERS LOADED' TO T-LABEL
            MOVE WS-LOADED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  PAST PROMISE - CURRENT WEEK' TO T-LABEL
            MOVE WS-PASTDUE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'OPEN ORDERS NOTHING REMAINING' TO T-LABEL
            MOVE WS-NOLOAD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'NO PLANT OR PROMISE DATE' TO T-LABEL
            MOVE WS-UNSCHED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  UNITS NOT SCHEDULED' TO T-LABEL
            MOVE WS-UNSCHED-QTY TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'PLANT-WEEKS PRINTED' TO T-LABEL
            MOVE WS-LD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'PLANT-WEEKS OVERLOADED' TO T-LABEL
            MOVE WS-OVER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'PLANT-WEEKS WITHOUT CAPACITY' TO T-LABEL
            MOVE WS-NOCAP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
