        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACKPRT.
      *     ORDER ACKNOWLEDGMENT PRINT.  READS THE ACKNOWLEDGMENT
      *     RECORDS IB4OP01 CUTS FOR EVERY ORDER ADDED AND EVERY UB
      *     THAT CHANGES QUANTITY, AMOUNT OR PROMISE DATE, AND PRINTS
      *     ONE PAGE PER RECORD: CUSTOMER NAME FROM CUST-FILE, ORDER
      *     DESCRIPTION, PLANNED QUANTITY AND AMOUNT, ORDER TYPE
      *     DESCRIPTION FROM THE ORDTYP MASTER, PROMISE DATE AND THE
      *     ORDER'S LINE ITEMS FROM ORDR020 - READY FOR ORDER
      *     SERVICES TO MAIL THE SAME DAY.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDACK-FILE ASSIGN TO UT-S-ORDACK
                FILE STATUS IS FS-ORDACK.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT OTYPE-FILE ASSIGN TO UT-S-ORDTYP
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OT-TYPE-CD
                FILE STATUS IS FS-OTYPE.
            SELECT PART-FILE ASSIGN TO UT-S-PARTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PART-NO
                FILE STATUS IS FS-PART.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  ORDACK-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  ORDACK-REC.
            03  OA-TRAN             PIC XX.
            03  OA-ORDR-NO          PIC X(6).
            03  OA-RUN-DATE         PIC 9(8).
            03  OA-CUST-NO          PIC X(6).
            03  OA-DESCR            PIC X(40).
            03  OA-PO-QTY           PIC 9(5).
            03  OA-PO-AMT           PIC 9(5)V99.
            03  OA-ORDR-TYPE        PIC XX.
            03  OA-PROMISE-DATE     PIC X(8).
            03  OA-PLANT            PIC XX.
            03  OA-CHG-QTY          PIC X.
            03  OA-CHG-AMT          PIC X.
            03  OA-CHG-PROMISE      PIC X.
      *        Y - FIELD CHANGED BY THE UB (SPACES ON AN ADD)
            03  FILLER              PIC X(11).
        FD  CUST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CUST-REC.
            03  CM-CUST-NO          PIC X(6).
            03  CM-CUST-NAME        PIC X(30).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  FILLER              PIC X(26).
        FD  OTYPE-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER-TYPE REFERENCE MASTER MAINTAINED BY ORDTMNT.
        01  OTYPE-REC.
            03  OT-TYPE-CD          PIC XX.
            03  OT-TYPE-DESC        PIC X(30).
            03  OT-ACTIVE           PIC X.
            03  OT-RETURN-TYPE      PIC X.
      *        R - RETURN/REWORK TYPE, ORIGINAL ORDER REQUIRED ON ADD
            03  FILLER              PIC X(46).
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
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-ORDACK           PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-OTYPE            PIC 99.
        77  FS-PART             PIC 99.
        77  FS-RPT              PIC 99.
        77  ORDACK-EOF          PIC X VALUE ' '.
            88  ORDACK-PRESENT    VALUE ' '.
            88  NO-MORE-ORDACK    VALUE 'Y'.
        77  WS-OTYPE-AVAIL      PIC X VALUE 'N'.
            88  OTYPE-MASTER-ON   VALUE 'Y'.
        77  WS-PART-AVAIL       PIC X VALUE 'N'.
            88  PART-MASTER-ON    VALUE 'Y'.
        77  WS-ACK-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-ADD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCUST-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOORD-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-PAGE-LINES       PIC 9(7) COMP-3 VALUE 0.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ACKPRT'.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  ACK-HDR.
            03  AH-CC           PIC X.
            03  FILLER          PIC X(21) VALUE
            'ORDER ACKNOWLEDGMENT '.
            03  AH-DATE         PIC X(10).
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(6) VALUE 'ORDER '.
            03  AH-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(2).
            03  AH-CAPT         PIC X(20).
            03  FILLER          PIC X(63).
        01  ACK-CUST-DTL.
            03  AC-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'CUSTOMER      '.
            03  AC-CUST-NO      PIC X(6).
            03  FILLER          PIC X(2).
            03  AC-CUST-NAME    PIC X(30).
            03  FILLER          PIC X(79).
        01  ACK-DESC-DTL.
            03  AD-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'DESCRIPTION   '.
            03  AD-DESCR        PIC X(40).
            03  FILLER          PIC X(77).
        01  ACK-TYPE-DTL.
            03  AT-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'ORDER TYPE    '.
            03  AT-TYPE         PIC XX.
            03  FILLER          PIC X(2).
            03  AT-TYPE-DESC    PIC X(30).
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(6) VALUE 'PLANT '.
            03  AT-PLANT        PIC XX.
            03  FILLER          PIC X(71).
        01  ACK-QTY-DTL.
            03  AQ-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'PLANNED QTY   '.
            03  AQ-QTY          PIC ZZ,ZZ9.
            03  AQ-QTY-FLAG     PIC X(2).
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(8) VALUE 'AMOUNT  '.
            03  AQ-AMT          PIC ZZ,ZZ9.99.
            03  AQ-AMT-FLAG     PIC X(2).
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(10) VALUE 'PROMISED  '.
            03  AQ-PROMISE      PIC X(10).
            03  AQ-PROM-FLAG    PIC X(2).
            03  FILLER          PIC X(60).
        01  ACK-NOTE-DTL.
            03  AN-CC           PIC X.
            03  AN-TEXT         PIC X(60).
            03  FILLER          PIC X(72).
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' LN  PART NO.    ------- DESCRIPTION ---------- ST'.
            03  FILLER             PIC X(50) VALUE IS
            '     QUANTITY     AMOUNT                          '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  ACK-LINE-DTL.
            03  AL-CC           PIC X.
            03  AL-LINE-NO      PIC Z9.
            03  FILLER          PIC X(2).
            03  AL-PART-NO      PIC X(10).
            03  FILLER          PIC X(3).
            03  AL-PART-DESC    PIC X(30).
            03  FILLER          PIC X(1).
            03  AL-STATUS       PIC 99.
            03  FILLER          PIC X(5).
            03  AL-QTY          PIC ZZ,ZZ9.
            03  FILLER          PIC X(3).
            03  AL-AMT          PIC ZZ,ZZ9.99.
            03  FILLER          PIC X(59).
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
            DISPLAY 'ENTERING PROGRAM ACKPRT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT ORDACK-FILE, CUST-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-ORDACK NOT = 0 OR FS-CUST NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'ORDER ACK FILE STATUS IS ' FS-ORDACK
                DISPLAY 'CUSTOMER FILE STATUS IS ' FS-CUST
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
      *     THE TYPE AND PART MASTERS ONLY DRESS THE PAGE UP - WITH
      *     EITHER ONE ABSENT THE CODES PRINT WITHOUT DESCRIPTIONS.
            OPEN INPUT OTYPE-FILE
            IF FS-OTYPE NOT = 0
              DISPLAY 'NO ORDER TYPE MASTER - TYPE DESCRIPTIONS OFF'
            ELSE
              MOVE 'Y' TO WS-OTYPE-AVAIL
            END-IF
            OPEN INPUT PART-FILE
            IF FS-PART NOT = 0
              DISPLAY 'NO PART MASTER - PART DESCRIPTIONS OFF'
            ELSE
              MOVE 'Y' TO WS-PART-AVAIL
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-ORDACK
            PERFORM P999-TRAILER
            CLOSE ORDACK-FILE, CUST-FILE, RPT-FILE
            IF OTYPE-MASTER-ON
              CLOSE OTYPE-FILE
            END-IF
            IF PART-MASTER-ON
              CLOSE PART-FILE
            END-IF
            MOVE WS-ACK-CNT TO RC-INPUT-COUNT
            MOVE WS-ACK-CNT TO RC-OUTPUT-COUNT
            MOVE WS-NOCUST-CNT TO RC-ERROR-COUNT
            ADD WS-NOORD-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM ACKPRT'
            GOBACK.

        R010-READ.
            READ ORDACK-FILE
              AT END
                MOVE 'Y' TO ORDACK-EOF
              NOT AT END
                ADD 1 TO WS-ACK-CNT
                PERFORM P100-ACK-PAGE
            END-READ
            EXIT.

        P100-ACK-PAGE.
            MOVE SPACES TO ACK-HDR
            MOVE '1' TO AH-CC
            MOVE OA-RUN-DATE TO W-DATE
            MOVE 'YYYY/MM/DD' TO W-DATE-FMT
            MOVE CORRESPONDING W-DATE TO W-DATE-FMT
            MOVE W-DATE-FMT TO AH-DATE
            MOVE OA-ORDR-NO TO AH-ORDR-NO
            IF OA-TRAN = 'A '
              MOVE 'NEW ORDER' TO AH-CAPT
              ADD 1 TO WS-ADD-CNT
            ELSE
              MOVE 'REVISED ORDER' TO AH-CAPT
              ADD 1 TO WS-CHG-CNT
            END-IF
            MOVE ACK-HDR TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO ACK-CUST-DTL
            MOVE '0' TO AC-CC
            MOVE OA-CUST-NO TO AC-CUST-NO
            MOVE OA-CUST-NO TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                MOVE '** CUSTOMER NOT ON FILE **' TO AC-CUST-NAME
                ADD 1 TO WS-NOCUST-CNT
              NOT INVALID KEY
                MOVE CM-CUST-NAME TO AC-CUST-NAME
            END-READ
            MOVE ACK-CUST-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO ACK-DESC-DTL
            MOVE OA-DESCR TO AD-DESCR
            MOVE ACK-DESC-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO ACK-TYPE-DTL
            MOVE OA-ORDR-TYPE TO AT-TYPE
            MOVE OA-PLANT TO AT-PLANT
            IF OTYPE-MASTER-ON AND OA-ORDR-TYPE NOT = SPACES
              MOVE OA-ORDR-TYPE TO OT-TYPE-CD
              READ OTYPE-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE OT-TYPE-DESC TO AT-TYPE-DESC
              END-READ
            END-IF
            MOVE ACK-TYPE-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO ACK-QTY-DTL
            MOVE '0' TO AQ-CC
            MOVE OA-PO-QTY TO AQ-QTY
            MOVE OA-PO-AMT TO AQ-AMT
            IF OA-PROMISE-DATE NOT = SPACES
              MOVE OA-PROMISE-DATE TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO AQ-PROMISE
            ELSE
              MOVE 'TO FOLLOW' TO AQ-PROMISE
            END-IF
            IF OA-CHG-QTY = 'Y'
              MOVE ' *' TO AQ-QTY-FLAG
            END-IF
            IF OA-CHG-AMT = 'Y'
              MOVE ' *' TO AQ-AMT-FLAG
            END-IF
            IF OA-CHG-PROMISE = 'Y'
              MOVE ' *' TO AQ-PROM-FLAG
            END-IF
            MOVE ACK-QTY-DTL TO RPT-REC
            PERFORM P750-PRINT
            IF OA-TRAN NOT = 'A '
              MOVE SPACES TO ACK-NOTE-DTL
              MOVE '* REVISED SINCE OUR LAST ACKNOWLEDGMENT' TO AN-TEXT
              MOVE ACK-NOTE-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-IF
            PERFORM P200-LINE-ITEMS
            EXIT.

        P200-LINE-ITEMS.
      *     THE LINE ITEMS ARE READ FROM THE DATA BASE AT PRINT TIME
      *     SO THE PAGE SHOWS THE ORDER AS IT STANDS WHEN MAILED.
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE 0 TO WS-PAGE-LINES
            MOVE OA-ORDR-NO TO SSA-1-KEY
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-1
            IF DBSTATUS NOT = SPACE
              ADD 1 TO WS-NOORD-CNT
              MOVE SPACES TO ACK-NOTE-DTL
              MOVE 'ORDER NO LONGER ON FILE - LINES NOT AVAILABLE'
                TO AN-TEXT
              MOVE ACK-NOTE-DTL TO RPT-REC
              PERFORM P750-PRINT
            ELSE
              MOVE 'GNP ' TO ACTION
              CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA,
                  SSA-2L
              PERFORM P210-LINE-STEP UNTIL DBSTATUS NOT = SPACE
              IF WS-PAGE-LINES = 0
                MOVE SPACES TO ACK-NOTE-DTL
                MOVE 'NO LINE ITEMS' TO AN-TEXT
                MOVE ACK-NOTE-DTL TO RPT-REC
                PERFORM P750-PRINT
              END-IF
            END-IF
            EXIT.

        P210-LINE-STEP.
            ADD 1 TO WS-PAGE-LINES
            ADD 1 TO WS-LINE-CNT
            MOVE SPACES TO ACK-LINE-DTL
            MOVE ORDER-LINE-KEY TO AL-LINE-NO
            MOVE LINE-PART-NUMBER TO AL-PART-NO
            MOVE LINE-STATUS TO AL-STATUS
            MOVE LINE-QUANTITY TO AL-QTY
            MOVE LINE-AMOUNT TO AL-AMT
            IF PART-MASTER-ON
              MOVE LINE-PART-NUMBER TO PM-PART-NO
              READ PART-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE PM-PART-DESC TO AL-PART-DESC
              END-READ
            END-IF
            MOVE ACK-LINE-DTL TO RPT-REC
            PERFORM P750-PRINT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
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
            EXIT.

        P999-TRAILER.
            MOVE SPACES TO TRL-DTL
            MOVE '1' TO T-CC
            MOVE 'ACKNOWLEDGMENTS PRINTED' TO T-LABEL
            MOVE WS-ACK-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE '  NEW ORDERS' TO T-LABEL
            MOVE WS-ADD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  REVISED ORDERS' TO T-LABEL
            MOVE WS-CHG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'LINE ITEMS PRINTED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'CUSTOMERS NOT ON FILE' TO T-LABEL
            MOVE WS-NOCUST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS NO LONGER ON FILE' TO T-LABEL
            MOVE WS-NOORD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
