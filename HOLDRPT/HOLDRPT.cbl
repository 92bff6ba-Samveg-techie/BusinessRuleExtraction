        IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLDRPT.
      *     HELD ORDERS REPORT.  WALKS THE ORDR010 ROOTS AND LISTS
      *     EVERY ORDER CURRENTLY ON HOLD (HL TRANSACTION IN IB4OP01),
      *     GROUPED BY HOLD REASON, OLDEST HOLD FIRST, WITH THE DAYS
      *     EACH HAS BEEN HELD AS OF THE RUN DATE.  EACH REASON GETS
      *     A COUNT, AVERAGE AND LONGEST DAYS ON HOLD SO THE OWNERS
      *     OF QUALITY, CREDIT AND CUSTOMER HOLDS CAN SEE WHAT IS
      *     SITTING.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-RPT              PIC 99.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-RUN-DAYS         PIC S9(9) COMP VALUE 0.
        77  WS-HOLD-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-HOLD-YMD         PIC 9(8) VALUE 0.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-HELD-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-NODATE-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-LAST-REASON      PIC XX VALUE SPACES.
        77  WS-RSN-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-RSN-DATED        PIC 9(7) COMP-3 VALUE 0.
        77  WS-RSN-DAYS         PIC S9(9) COMP-3 VALUE 0.
        77  WS-RSN-MAX          PIC S9(9) COMP-3 VALUE 0.
        77  WS-RSN-AVG          PIC S9(7) COMP-3 VALUE 0.
        77  WS-HD-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-HD-POS           PIC S9(4) COMP VALUE 0.
        77  WS-HD-MOVE          PIC S9(4) COMP VALUE 0.
        77  WS-HD-OVERFLOW      PIC X VALUE 'N'.
        01  WS-HD-NEW.
            03  WS-HN-KEY.
                05  WS-HN-REASON    PIC XX.
                05  WS-HN-DATE      PIC X(8).
                05  WS-HN-ORDR-NO   PIC X(6).
            03  WS-HN-CUST-NO   PIC X(6).
            03  WS-HN-DESCR     PIC X(40).
            03  WS-HN-STATUS    PIC 99.
            03  WS-HN-PLANT     PIC XX.
            03  WS-HN-DAYS      PIC S9(7) COMP-3.
      *     HELD ORDERS IN REASON / HOLD DATE / ORDER SEQUENCE.
        01  WS-HD-TABLE.
            03  WS-HD-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-HD-ENT       OCCURS 5000.
                05  WS-HD-KEY.
                    07  WS-HD-REASON    PIC XX.
                    07  WS-HD-DATE      PIC X(8).
                    07  WS-HD-ORDR-NO   PIC X(6).
                05  WS-HD-CUST-NO   PIC X(6).
                05  WS-HD-DESCR     PIC X(40).
                05  WS-HD-STATUS    PIC 99.
                05  WS-HD-PLANT     PIC XX.
                05  WS-HD-DAYS      PIC S9(7) COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'HOLDRPT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-REASON        PIC XX.
            03  FILLER          PIC X(2).
            03  P-REASON-DESC   PIC X(16).
            03  FILLER          PIC X(2).
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-DESCR         PIC X(40).
            03  FILLER          PIC X(2).
            03  P-PLANT         PIC XX.
            03  FILLER          PIC X(2).
            03  P-STATUS        PIC 99.
            03  FILLER          PIC X(2).
            03  P-HOLD-DATE     PIC X(10).
            03  FILLER          PIC X(2).
            03  P-DAYS          PIC ZZZ,ZZ9.
            03  P-DAYS-X REDEFINES P-DAYS PIC X(7).
            03  FILLER          PIC X(24).
        01  RSN-TOT-DTL.
            03  RT-CC           PIC X.
            03  FILLER          PIC X(5).
            03  RT-LABEL        PIC X(16).
            03  FILLER          PIC X(2).
            03  RT-COUNT        PIC ZZ,ZZ9.
            03  FILLER          PIC X(9) VALUE ' ORDERS  '.
            03  FILLER          PIC X(14) VALUE 'AVERAGE DAYS '.
            03  RT-AVG          PIC ZZZ,ZZ9.
            03  FILLER          PIC X(3).
            03  FILLER          PIC X(14) VALUE 'LONGEST DAYS '.
            03  RT-MAX          PIC ZZZ,ZZ9.
            03  FILLER          PIC X(49).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDERS ON HOLD BY REASON                         '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  RSN                   ORDER   CUST    DESCRIPTIO'.
            03  FILLER             PIC X(50) VALUE IS
            'N                               PL  ST  HELD SINCE'.
            03  FILLER             PIC X(33) VALUE IS
            '     DAYS                        '.
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
            DISPLAY 'ENTERING PROGRAM HOLDRPT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN OUTPUT RPT-FILE.
            IF FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM P200-ORDER-SCAN
            PERFORM P300-PRINT-HOLD
                VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-CNT
            IF WS-HD-CNT > 0
              PERFORM P320-REASON-TOTAL
            END-IF
            PERFORM P999-TRAILER
            CLOSE RPT-FILE
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            MOVE WS-HELD-CNT TO RC-OUTPUT-COUNT
            MOVE WS-NODATE-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM HOLDRPT'
            GOBACK.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-ON-HOLD
              ADD 1 TO WS-HELD-CNT
              PERFORM P220-HOLD-ENTRY
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-HOLD-ENTRY.
      *     A HOLD WITHOUT A USABLE DATE STILL LISTS, WITH NO DAYS.
            MOVE HOLD-REASON TO WS-HN-REASON
            MOVE HOLD-DATE TO WS-HN-DATE
            MOVE ORDKEY-REDEF TO WS-HN-ORDR-NO
            MOVE CUSTOMER-NUMBER TO WS-HN-CUST-NO
            MOVE ORDER-DESCRIPTION TO WS-HN-DESCR
            MOVE ORDER-STATUS TO WS-HN-STATUS
            MOVE PLANT-CODE TO WS-HN-PLANT
            IF HOLD-DATE NUMERIC AND HOLD-DATE NOT < '19000101'
              MOVE HOLD-DATE TO WS-HOLD-YMD
              COMPUTE WS-HOLD-DAYS = WS-RUN-DAYS -
                  FUNCTION INTEGER-OF-DATE(WS-HOLD-YMD)
              IF WS-HOLD-DAYS < 0
                MOVE 0 TO WS-HOLD-DAYS
              END-IF
              MOVE WS-HOLD-DAYS TO WS-HN-DAYS
            ELSE
              ADD 1 TO WS-NODATE-CNT
              MOVE -1 TO WS-HN-DAYS
            END-IF
            MOVE 0 TO WS-HD-POS
            PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-CNT OR WS-HD-POS > 0
              IF WS-HD-KEY(WS-HD-IDX) > WS-HN-KEY
                MOVE WS-HD-IDX TO WS-HD-POS
              END-IF
            END-PERFORM
            IF WS-HD-POS = 0
              COMPUTE WS-HD-POS = WS-HD-CNT + 1
            END-IF
            IF WS-HD-CNT < 5000
              PERFORM VARYING WS-HD-MOVE FROM WS-HD-CNT BY -1
                  UNTIL WS-HD-MOVE < WS-HD-POS
                MOVE WS-HD-ENT(WS-HD-MOVE) TO WS-HD-ENT(WS-HD-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-HD-CNT
              MOVE WS-HD-NEW TO WS-HD-ENT(WS-HD-POS)
            ELSE
              IF WS-HD-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-HD-OVERFLOW
                DISPLAY 'HELD ORDER TABLE FULL - REPORT WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF
            EXIT.

        P300-PRINT-HOLD.
            IF WS-HD-REASON(WS-HD-IDX) NOT = WS-LAST-REASON
              IF WS-HD-IDX > 1
                PERFORM P320-REASON-TOTAL
              END-IF
              MOVE WS-HD-REASON(WS-HD-IDX) TO WS-LAST-REASON
              MOVE 0 TO WS-RSN-CNT
              MOVE 0 TO WS-RSN-DATED
              MOVE 0 TO WS-RSN-DAYS
              MOVE 0 TO WS-RSN-MAX
              MOVE SPACES TO PRT-DTL
              MOVE '0' TO P-CC
              MOVE WS-LAST-REASON TO P-REASON
              PERFORM P310-REASON-DESC
            ELSE
              MOVE SPACES TO PRT-DTL
            END-IF
            MOVE WS-HD-ORDR-NO(WS-HD-IDX) TO P-ORDR-NO
            MOVE WS-HD-CUST-NO(WS-HD-IDX) TO P-CUST-NO
            MOVE WS-HD-DESCR(WS-HD-IDX) TO P-DESCR
            MOVE WS-HD-PLANT(WS-HD-IDX) TO P-PLANT
            MOVE WS-HD-STATUS(WS-HD-IDX) TO P-STATUS
            ADD 1 TO WS-RSN-CNT
            IF WS-HD-DAYS(WS-HD-IDX) < 0
              MOVE WS-HD-DATE(WS-HD-IDX) TO P-HOLD-DATE
              MOVE '     ??' TO P-DAYS-X
            ELSE
              MOVE WS-HD-DATE(WS-HD-IDX) TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-HOLD-DATE
              MOVE WS-HD-DAYS(WS-HD-IDX) TO P-DAYS
              ADD 1 TO WS-RSN-DATED
              ADD WS-HD-DAYS(WS-HD-IDX) TO WS-RSN-DAYS
              IF WS-HD-DAYS(WS-HD-IDX) > WS-RSN-MAX
                MOVE WS-HD-DAYS(WS-HD-IDX) TO WS-RSN-MAX
              END-IF
            END-IF
            PERFORM P700-PRINT
            EXIT.

        P310-REASON-DESC.
            EVALUATE WS-LAST-REASON
              WHEN 'QA'
                MOVE 'QUALITY' TO P-REASON-DESC
              WHEN 'CR'
                MOVE 'CREDIT' TO P-REASON-DESC
              WHEN 'CU'
                MOVE 'CUSTOMER REQUEST' TO P-REASON-DESC
              WHEN 'OT'
                MOVE 'OTHER' TO P-REASON-DESC
              WHEN OTHER
                MOVE 'UNKNOWN REASON' TO P-REASON-DESC
            END-EVALUATE
            EXIT.

        P320-REASON-TOTAL.
      *     AVERAGE AND LONGEST ARE OVER THE HOLDS WITH A DATE; THE
      *     COUNT IS EVERY HOLD FOR THE REASON.
            MOVE SPACES TO RSN-TOT-DTL
            MOVE 'REASON TOTAL' TO RT-LABEL
            MOVE WS-RSN-CNT TO RT-COUNT
            IF WS-RSN-DATED > 0
              COMPUTE WS-RSN-AVG ROUNDED = WS-RSN-DAYS / WS-RSN-DATED
            ELSE
              MOVE 0 TO WS-RSN-AVG
            END-IF
            MOVE WS-RSN-AVG TO RT-AVG
            MOVE WS-RSN-MAX TO RT-MAX
            MOVE RSN-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
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
            MOVE 'ORDERS ON HOLD' TO T-LABEL
            MOVE WS-HELD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  HOLD DATE MISSING OR BAD' TO T-LABEL
            MOVE WS-NODATE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
