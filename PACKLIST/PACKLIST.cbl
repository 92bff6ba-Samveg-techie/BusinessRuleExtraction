        IDENTIFICATION DIVISION.
        PROGRAM-ID. PACKLIST.
      *     PACKING LIST PRINT.  READS THE SHIPMENT RECORDS IB4OP01
      *     WRITES FOR EVERY SH TRANSACTION POSTED AND PRINTS ONE
      *     PACKING LIST PER SHIPMENT: SHIP-TO CUSTOMER, CARRIER
      *     REFERENCE, QUANTITY IN THIS SHIPMENT AGAINST SHIPPED TO
      *     DATE, AND THE ORDER'S ORDR020 LINE ITEMS WITH PART
      *     DESCRIPTIONS FROM THE PART MASTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SHIP-FILE ASSIGN TO UT-S-SHIPMT
                FILE STATUS IS FS-SHIP.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT PART-FILE ASSIGN TO UT-S-PARTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PART-NO
                FILE STATUS IS FS-PART.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  SHIP-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  SHIP-REC.
            03  SP-ORDR-NO          PIC X(6).
            03  SP-CUST-NO          PIC X(6).
            03  SP-SHIP-DATE        PIC X(8).
            03  SP-SHIP-QTY         PIC 9(5).
            03  SP-SHIPPED-TO-DATE  PIC 9(5).
            03  SP-PRODUCED-QTY     PIC 9(5).
            03  SP-CARRIER-REF      PIC X(20).
            03  SP-FINAL            PIC X.
      *        Y - THIS SHIPMENT CLEARS EVERYTHING PRODUCED
            03  SP-RUN-DATE         PIC 9(8).
            03  FILLER              PIC X(16).
        FD  CUST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CUST-REC.
            03  CM-CUST-NO          PIC X(6).
            03  CM-CUST-NAME        PIC X(30).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  FILLER              PIC X(26).
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
        77  FS-SHIP             PIC 99.
        77  FS-CUST             PIC 99.
        77  FS-PART             PIC 99.
        77  FS-RPT              PIC 99.
        77  SHIP-EOF            PIC X VALUE ' '.
            88  SHIP-PRESENT      VALUE ' '.
            88  NO-MORE-SHIP      VALUE 'Y'.
        77  WS-LIST-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-FINAL-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-PARTIAL-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCUST-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOORD-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOPART-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-PAGE-LINES       PIC 9(7) COMP-3 VALUE 0.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'PACKLIST'.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PK-HDR.
            03  PH-CC           PIC X.
            03  FILLER          PIC X(14) VALUE 'PACKING LIST  '.
            03  PH-DATE         PIC X(10).
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(6) VALUE 'ORDER '.
            03  PH-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(2).
            03  PH-CAPT         PIC X(20).
            03  FILLER          PIC X(70).
        01  PK-CUST-DTL.
            03  PC-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'SHIP TO       '.
            03  PC-CUST-NO      PIC X(6).
            03  FILLER          PIC X(2).
            03  PC-CUST-NAME    PIC X(30).
            03  FILLER          PIC X(79).
        01  PK-DESC-DTL.
            03  PD-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'ORDER         '.
            03  PD-DESCR        PIC X(40).
            03  FILLER          PIC X(77).
        01  PK-CARR-DTL.
            03  PR-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'CARRIER REF   '.
            03  PR-CARRIER-REF  PIC X(20).
            03  FILLER          PIC X(97).
        01  PK-QTY-DTL.
            03  PQ-CC           PIC X.
            03  FILLER          PIC X(15) VALUE 'THIS SHIPMENT '.
            03  PQ-SHIP-QTY     PIC ZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(17) VALUE 'SHIPPED TO DATE  '.
            03  PQ-TO-DATE      PIC ZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  FILLER          PIC X(10) VALUE 'PRODUCED  '.
            03  PQ-PRODUCED     PIC ZZ,ZZ9.
            03  FILLER          PIC X(64).
        01  PK-NOTE-DTL.
            03  PN-CC           PIC X.
            03  PN-TEXT         PIC X(60).
            03  FILLER          PIC X(72).
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' LN  PART NO.    ------- DESCRIPTION ---------- ST'.
            03  FILLER             PIC X(50) VALUE IS
            '     QUANTITY                                     '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  PK-LINE-DTL.
            03  PL-CC           PIC X.
            03  PL-LINE-NO      PIC Z9.
            03  FILLER          PIC X(2).
            03  PL-PART-NO      PIC X(10).
            03  FILLER          PIC X(3).
            03  PL-PART-DESC    PIC X(30).
            03  FILLER          PIC X(1).
            03  PL-STATUS       PIC 99.
            03  FILLER          PIC X(5).
            03  PL-QTY          PIC ZZ,ZZ9.
            03  FILLER          PIC X(71).
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
            DISPLAY 'ENTERING PROGRAM PACKLIST'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT SHIP-FILE, CUST-FILE, PART-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-SHIP NOT = 0 OR FS-CUST NOT = 0 OR FS-PART NOT = 0
                OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'SHIPMENT FILE STATUS IS ' FS-SHIP
                DISPLAY 'CUSTOMER FILE STATUS IS ' FS-CUST
                DISPLAY 'PART FILE STATUS IS ' FS-PART
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-SHIP
            PERFORM P999-TRAILER
            CLOSE SHIP-FILE, CUST-FILE, PART-FILE, RPT-FILE
            MOVE WS-LIST-CNT TO RC-INPUT-COUNT
            MOVE WS-LIST-CNT TO RC-OUTPUT-COUNT
            MOVE WS-NOCUST-CNT TO RC-ERROR-COUNT
            ADD WS-NOORD-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM PACKLIST'
            GOBACK.

        R010-READ.
            READ SHIP-FILE
              AT END
                MOVE 'Y' TO SHIP-EOF
              NOT AT END
                ADD 1 TO WS-LIST-CNT
                PERFORM P100-PACK-PAGE
            END-READ
            EXIT.

        P100-PACK-PAGE.
            MOVE SPACES TO PK-HDR
            MOVE '1' TO PH-CC
            MOVE SP-SHIP-DATE TO W-DATE
            MOVE 'YYYY/MM/DD' TO W-DATE-FMT
            MOVE CORRESPONDING W-DATE TO W-DATE-FMT
            MOVE W-DATE-FMT TO PH-DATE
            MOVE SP-ORDR-NO TO PH-ORDR-NO
            IF SP-FINAL = 'Y'
              MOVE 'FINAL SHIPMENT' TO PH-CAPT
              ADD 1 TO WS-FINAL-CNT
            ELSE
              MOVE 'PARTIAL SHIPMENT' TO PH-CAPT
              ADD 1 TO WS-PARTIAL-CNT
            END-IF
            MOVE PK-HDR TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO PK-CUST-DTL
            MOVE '0' TO PC-CC
            MOVE SP-CUST-NO TO PC-CUST-NO
            MOVE SP-CUST-NO TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                MOVE '** CUSTOMER NOT ON FILE **' TO PC-CUST-NAME
                ADD 1 TO WS-NOCUST-CNT
              NOT INVALID KEY
                MOVE CM-CUST-NAME TO PC-CUST-NAME
            END-READ
            MOVE PK-CUST-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO PK-CARR-DTL
            MOVE SP-CARRIER-REF TO PR-CARRIER-REF
            MOVE PK-CARR-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO PK-QTY-DTL
            MOVE '0' TO PQ-CC
            MOVE SP-SHIP-QTY TO PQ-SHIP-QTY
            MOVE SP-SHIPPED-TO-DATE TO PQ-TO-DATE
            MOVE SP-PRODUCED-QTY TO PQ-PRODUCED
            MOVE PK-QTY-DTL TO RPT-REC
            PERFORM P750-PRINT
            PERFORM P200-LINE-ITEMS
            EXIT.

        P200-LINE-ITEMS.
      *     THE ROOT SUPPLIES THE ORDER DESCRIPTION AND ORDR020 THE
      *     LINE ITEMS, BOTH AS THEY STAND WHEN THE LIST IS PRINTED.
            MOVE 0 TO WS-PAGE-LINES
            MOVE SP-ORDR-NO TO SSA-1-KEY
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-1
            IF DBSTATUS NOT = SPACE
              ADD 1 TO WS-NOORD-CNT
              MOVE SPACES TO PK-NOTE-DTL
              MOVE '0' TO PN-CC
              MOVE 'ORDER NO LONGER ON FILE - LINES NOT AVAILABLE'
                TO PN-TEXT
              MOVE PK-NOTE-DTL TO RPT-REC
              PERFORM P750-PRINT
            ELSE
              MOVE SPACES TO PK-DESC-DTL
              MOVE ORDER-DESCRIPTION TO PD-DESCR
              MOVE PK-DESC-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM P750-PRINT
              MOVE 'GNP ' TO ACTION
              CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA,
                  SSA-2L
              PERFORM P210-LINE-STEP UNTIL DBSTATUS NOT = SPACE
              IF WS-PAGE-LINES = 0
                MOVE SPACES TO PK-NOTE-DTL
                MOVE 'NO LINE ITEMS' TO PN-TEXT
                MOVE PK-NOTE-DTL TO RPT-REC
                PERFORM P750-PRINT
              END-IF
            END-IF
            EXIT.

        P210-LINE-STEP.
            ADD 1 TO WS-PAGE-LINES
            ADD 1 TO WS-LINE-CNT
            MOVE SPACES TO PK-LINE-DTL
            MOVE ORDER-LINE-KEY TO PL-LINE-NO
            MOVE LINE-PART-NUMBER TO PL-PART-NO
            MOVE LINE-STATUS TO PL-STATUS
            MOVE LINE-QUANTITY TO PL-QTY
            MOVE LINE-PART-NUMBER TO PM-PART-NO
            READ PART-FILE
              INVALID KEY
                MOVE '** PART NOT ON FILE **' TO PL-PART-DESC
                ADD 1 TO WS-NOPART-CNT
              NOT INVALID KEY
                MOVE PM-PART-DESC TO PL-PART-DESC
            END-READ
            MOVE PK-LINE-DTL TO RPT-REC
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
            MOVE 'PACKING LISTS PRINTED' TO T-LABEL
            MOVE WS-LIST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE '  FINAL SHIPMENTS' TO T-LABEL
            MOVE WS-FINAL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  PARTIAL SHIPMENTS' TO T-LABEL
            MOVE WS-PARTIAL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'LINE ITEMS PRINTED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'PARTS NOT ON FILE' TO T-LABEL
            MOVE WS-NOPART-CNT TO T-COUNT
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
