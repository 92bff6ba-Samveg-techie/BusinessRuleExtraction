      *     SECTIONS - OVER LIMIT, THEN ABOVE THE PARM THRESHOLD,
      *     THEN THE REMAINDER - SO THE CREDIT MANAGER WORKS A SHORT
      *     LIST.  A ZERO CREDIT LIMIT MEANS NO LIMIT IS ENFORCED;
      *     THOSE CUSTOMERS ARE LISTED LAST AS UNLIMITED.  A CLOSING
      *     SECTION ROLLS EACH CUSTOMER GROUP UP UNDER ITS BILL-TO
      *     PARENT: THE GROUP CREDIT LIMIT AGAINST THE SUMMED
      *     EXPOSURE OF THE PARENT AND ITS MEMBERS, WITH THEIR OPEN
      *     ORDERS FROM THE ORDR010 ROOTS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  CM-PARENT-NO        PIC X(6).
      *        BILL-TO PARENT CUSTOMER, SPACES - NONE
            03  CM-GROUP-LIMIT      PIC 9(7)V99.
      *        ON A PARENT - CREDIT LIMIT FOR THE WHOLE GROUP, PARENT
      *        AND MEMBERS TOGETHER; ZERO OR SPACES - NONE ENFORCED
            03  FILLER              PIC X(11).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
        77  WS-FLAG-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-CUR-SECTION      PIC 9 VALUE 0.
        77  WS-PCT              PIC 9(5)V99 COMP-3 VALUE 0.
        77  ACTION              PIC XXXX.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-GRP-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-GRP-OVER-CNT     PIC 9(7) COMP-3 VALUE 0.
        77  WS-GM-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-GH-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-GH-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-GM-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-GRP-OVERFLOW     PIC X VALUE 'N'.
            88  GROUP-OVERFLOW    VALUE 'Y'.
      *     EVERY CUSTOMER BILLING TO A PARENT, AND EVERY PARENT
      *     (IN CUSTOMER NUMBER ORDER) WITH THE GROUP ROLL-UP.
        01  WS-GM-TABLE.
            03  WS-GM-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-GM-ENT       OCCURS 2000.
                05  WS-GM-MEMBER    PIC X(6).
                05  WS-GM-PARENT    PIC X(6).
                05  WS-GM-NAME      PIC X(30).
                05  WS-GM-EXPOSURE  PIC 9(7)V99 COMP-3.
                05  WS-GM-ORD-CNT   PIC 9(5) COMP-3.
                05  WS-GM-ORD-AMT   PIC 9(9)V99 COMP-3.
        01  WS-GH-TABLE.
            03  WS-GH-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-GH-ENT       OCCURS 500.
                05  WS-GH-CUST      PIC X(6).
                05  WS-GH-NAME      PIC X(30).
                05  WS-GH-LIMIT     PIC 9(7)V99 COMP-3.
                05  WS-GH-OWN-EXP   PIC 9(7)V99 COMP-3.
                05  WS-GH-EXPOSURE  PIC 9(9)V99 COMP-3.
                05  WS-GH-OWN-CNT   PIC 9(5) COMP-3.
                05  WS-GH-OWN-AMT   PIC 9(9)V99 COMP-3.
                05  WS-GH-ORD-CNT   PIC 9(5) COMP-3.
                05  WS-GH-ORD-AMT   PIC 9(9)V99 COMP-3.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CREDRVW '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            '      EXPOSURE    UTIL PCT  FLAG                  '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  GH2.
            03  FILLER             PIC X(50) VALUE IS
            ' GROUP  * ----- PARENT / MEMBER ------ * GROUP LIM'.
            03  FILLER             PIC X(50) VALUE IS
            'IT   GRP EXPOSURE  UTIL PCT  FLAG       OPEN ORD  '.
            03  FILLER             PIC X(33) VALUE IS
            'OPEN AMOUNT                      '.
        01  GRP-DTL.
            03  G-CC            PIC X.
            03  G-CUST-NO       PIC X(6).
            03  FILLER          PIC X.
            03  G-CUST-NAME     PIC X(30).
            03  FILLER          PIC X(2).
            03  G-GRP-LIMIT     PIC Z,ZZZ,ZZ9.99.
            03  FILLER          PIC X(2).
            03  G-EXPOSURE      PIC ZZ,ZZZ,ZZ9.99.
            03  FILLER          PIC X(2).
            03  G-PCT           PIC ZZ,ZZ9.9.
            03  G-PCT-X REDEFINES G-PCT PIC X(8).
            03  FILLER          PIC X(2).
            03  G-FLAG          PIC X(10).
            03  FILLER          PIC X(2).
            03  G-ORD-CNT       PIC ZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  G-ORD-AMT       PIC ZZ,ZZZ,ZZ9.99.
            03  FILLER          PIC X(21).
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
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
            DISPLAY 'ENTERING PROGRAM CREDRVW'
            MOVE 'START   ' TO RC-STATUS
                MOVE 'Y' TO CUST-EOF
            END-START
            PERFORM S120-READ UNTIL NO-MORE-CUST
            PERFORM S310-GROUP-HEADS
            PERFORM S330-ORDER-SCAN
            CLOSE PARM-FILE, CUST-FILE
            GO TO S199-EXIT.
        S115-READ-PARM.
            READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
            END-READ
              NOT AT END
                ADD 1 TO WS-CUST-CNT
                PERFORM S130-RELEASE
                IF CM-PARENT-NO NOT = SPACES
                  PERFORM S300-NOTE-MEMBER
                END-IF
            END-READ.
        S130-RELEASE.
            IF CM-CREDIT-LIMIT NOT NUMERIC
            PERFORM S270-LINE
            MOVE 3 TO CUR-LINE-CNT
            PERFORM S220-RETURN UNTIL NO-MORE-SORTED
            IF WS-GH-CNT > 0
              PERFORM S350-GROUP-SECTION
            END-IF
            PERFORM S260-TRAILER
            CLOSE RPT-FILE
            GO TO S299-EXIT.
        S220-RETURN.
            RETURN CSORT-FILE
              AT END
            MOVE 'ABOVE THRESHOLD' TO T-LABEL
            MOVE WS-FLAG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'CUSTOMER GROUPS' TO T-LABEL
            MOVE WS-GRP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'GROUPS OVER GROUP LIMIT' TO T-LABEL
            MOVE WS-GRP-OVER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE.
        S270-LINE.
            MOVE 1 TO ADV-LINES
            ADD ADV-LINES TO CUR-LINE-CNT.
        S299-EXIT.
            EXIT.

        S300-GROUPS SECTION.
        S300-NOTE-MEMBER.
            IF WS-GM-CNT < 2000
              ADD 1 TO WS-GM-CNT
              MOVE CM-CUST-NO TO WS-GM-MEMBER(WS-GM-CNT)
              MOVE CM-PARENT-NO TO WS-GM-PARENT(WS-GM-CNT)
              MOVE CM-CUST-NAME TO WS-GM-NAME(WS-GM-CNT)
              MOVE CM-CURR-EXPOSURE TO WS-GM-EXPOSURE(WS-GM-CNT)
              MOVE 0 TO WS-GM-ORD-CNT(WS-GM-CNT)
              MOVE 0 TO WS-GM-ORD-AMT(WS-GM-CNT)
            ELSE
              IF NOT GROUP-OVERFLOW
                MOVE 'Y' TO WS-GRP-OVERFLOW
                DISPLAY 'GROUP TABLE FULL - GROUP SECTION WILL BE'
                DISPLAY '  INCOMPLETE; RAISE THE TABLE SIZE'
              END-IF
            END-IF.
        S310-GROUP-HEADS.
      *     A SECOND PASS OF THE MASTER PICKS UP, IN CUSTOMER NUMBER
      *     ORDER, EVERY PARENT - ANY CUSTOMER THAT MEMBERS BILL TO
      *     OR THAT CARRIES A GROUP LIMIT - AND ROLLS ITS MEMBERS'
      *     EXPOSURE UP UNDER IT.
            MOVE ' ' TO CUST-EOF
            MOVE LOW-VALUES TO CM-CUST-NO
            START CUST-FILE KEY NOT < CM-CUST-NO
              INVALID KEY
                MOVE 'Y' TO CUST-EOF
            END-START
            PERFORM S315-READ-HEAD UNTIL NO-MORE-CUST
            PERFORM S320-ROLL-MEMBER
                VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-CNT.
        S315-READ-HEAD.
            READ CUST-FILE NEXT
              AT END
                MOVE 'Y' TO CUST-EOF
              NOT AT END
                IF CM-GROUP-LIMIT NOT NUMERIC
                  MOVE 0 TO CM-GROUP-LIMIT
                END-IF
                IF CM-CURR-EXPOSURE NOT NUMERIC
                  MOVE 0 TO CM-CURR-EXPOSURE
                END-IF
                MOVE 0 TO WS-GM-FOUND
                PERFORM S317-FIND-MEMBER
                    VARYING WS-GM-IDX FROM 1 BY 1
                    UNTIL WS-GM-IDX > WS-GM-CNT OR WS-GM-FOUND > 0
                IF CM-PARENT-NO = SPACES
                    AND (WS-GM-FOUND > 0 OR CM-GROUP-LIMIT > 0)
                  IF WS-GH-CNT < 500
                    ADD 1 TO WS-GH-CNT
                    ADD 1 TO WS-GRP-CNT
                    MOVE CM-CUST-NO TO WS-GH-CUST(WS-GH-CNT)
                    MOVE CM-CUST-NAME TO WS-GH-NAME(WS-GH-CNT)
                    MOVE CM-GROUP-LIMIT TO WS-GH-LIMIT(WS-GH-CNT)
                    MOVE CM-CURR-EXPOSURE TO WS-GH-OWN-EXP(WS-GH-CNT)
                    MOVE CM-CURR-EXPOSURE TO WS-GH-EXPOSURE(WS-GH-CNT)
                    MOVE 0 TO WS-GH-OWN-CNT(WS-GH-CNT)
                    MOVE 0 TO WS-GH-OWN-AMT(WS-GH-CNT)
                    MOVE 0 TO WS-GH-ORD-CNT(WS-GH-CNT)
                    MOVE 0 TO WS-GH-ORD-AMT(WS-GH-CNT)
                  ELSE
                    IF NOT GROUP-OVERFLOW
                      MOVE 'Y' TO WS-GRP-OVERFLOW
                      DISPLAY 'GROUP TABLE FULL - GROUP SECTION WILL'
                      DISPLAY '  BE INCOMPLETE; RAISE THE TABLE SIZE'
                    END-IF
                  END-IF
                END-IF
            END-READ.
        S317-FIND-MEMBER.
            IF WS-GM-PARENT(WS-GM-IDX) = CM-CUST-NO
              MOVE WS-GM-IDX TO WS-GM-FOUND
            END-IF.
        S320-ROLL-MEMBER.
            MOVE 0 TO WS-GH-FOUND
            PERFORM S325-FIND-HEAD
                VARYING WS-GH-IDX FROM 1 BY 1
                UNTIL WS-GH-IDX > WS-GH-CNT OR WS-GH-FOUND > 0
            IF WS-GH-FOUND > 0
              ADD WS-GM-EXPOSURE(WS-GM-IDX)
                  TO WS-GH-EXPOSURE(WS-GH-FOUND)
            END-IF.
        S325-FIND-HEAD.
            IF WS-GH-CUST(WS-GH-IDX) = WS-GM-PARENT(WS-GM-IDX)
              MOVE WS-GH-IDX TO WS-GH-FOUND
            END-IF.
        S330-ORDER-SCAN.
      *     ONE PASS OVER THE ORDR010 ROOTS COUNTING THE OPEN ORDERS
      *     OF EVERY GROUP PARENT AND MEMBER.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM S335-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT.
        S335-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            IF ORDER-STATUS < 90
              MOVE 0 TO WS-GH-FOUND
              PERFORM S337-FIND-ORDER-HEAD
                  VARYING WS-GH-IDX FROM 1 BY 1
                  UNTIL WS-GH-IDX > WS-GH-CNT OR WS-GH-FOUND > 0
              IF WS-GH-FOUND > 0
                ADD 1 TO WS-GH-OWN-CNT(WS-GH-FOUND)
                ADD PLANNED-ORDER-AMOUNT TO WS-GH-OWN-AMT(WS-GH-FOUND)
                ADD 1 TO WS-GH-ORD-CNT(WS-GH-FOUND)
                ADD PLANNED-ORDER-AMOUNT TO WS-GH-ORD-AMT(WS-GH-FOUND)
              ELSE
                MOVE 0 TO WS-GM-FOUND
                PERFORM S338-FIND-ORDER-MEMBER
                    VARYING WS-GM-IDX FROM 1 BY 1
                    UNTIL WS-GM-IDX > WS-GM-CNT OR WS-GM-FOUND > 0
                IF WS-GM-FOUND > 0
                  ADD 1 TO WS-GM-ORD-CNT(WS-GM-FOUND)
                  ADD PLANNED-ORDER-AMOUNT
                      TO WS-GM-ORD-AMT(WS-GM-FOUND)
                  MOVE WS-GM-FOUND TO WS-GM-IDX
                  MOVE 0 TO WS-GH-FOUND
                  PERFORM S325-FIND-HEAD
                      VARYING WS-GH-IDX FROM 1 BY 1
                      UNTIL WS-GH-IDX > WS-GH-CNT OR WS-GH-FOUND > 0
                  IF WS-GH-FOUND > 0
                    ADD 1 TO WS-GH-ORD-CNT(WS-GH-FOUND)
                    ADD PLANNED-ORDER-AMOUNT
                        TO WS-GH-ORD-AMT(WS-GH-FOUND)
                  END-IF
                END-IF
              END-IF
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        S337-FIND-ORDER-HEAD.
            IF WS-GH-CUST(WS-GH-IDX) = CUSTOMER-NUMBER
              MOVE WS-GH-IDX TO WS-GH-FOUND
            END-IF.
        S338-FIND-ORDER-MEMBER.
            IF WS-GM-MEMBER(WS-GM-IDX) = CUSTOMER-NUMBER
              MOVE WS-GM-IDX TO WS-GM-FOUND
            END-IF.
        S350-GROUP-SECTION.
      *     ONE LINE PER GROUP WITH THE ROLLED-UP FIGURES, THEN THE
      *     PARENT'S OWN FIGURES AND EACH MEMBER'S BENEATH IT.
            MOVE SPACES TO SEC-DTL
            MOVE '0' TO S-CC
            MOVE 'CUSTOMER GROUPS' TO S-LABEL
            MOVE SEC-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE GH2 TO RPT-REC
            PERFORM S270-LINE
            PERFORM S360-GROUP
                VARYING WS-GH-IDX FROM 1 BY 1
                UNTIL WS-GH-IDX > WS-GH-CNT.
        S360-GROUP.
            MOVE SPACES TO GRP-DTL
            MOVE '0' TO G-CC
            MOVE WS-GH-CUST(WS-GH-IDX) TO G-CUST-NO
            MOVE WS-GH-NAME(WS-GH-IDX) TO G-CUST-NAME
            MOVE WS-GH-EXPOSURE(WS-GH-IDX) TO G-EXPOSURE
            MOVE WS-GH-ORD-CNT(WS-GH-IDX) TO G-ORD-CNT
            MOVE WS-GH-ORD-AMT(WS-GH-IDX) TO G-ORD-AMT
            IF WS-GH-LIMIT(WS-GH-IDX) = 0
              MOVE 'UNLIMITED' TO G-PCT-X
            ELSE
              MOVE WS-GH-LIMIT(WS-GH-IDX) TO G-GRP-LIMIT
              COMPUTE WS-PCT ROUNDED =
                  WS-GH-EXPOSURE(WS-GH-IDX) * 100
                  / WS-GH-LIMIT(WS-GH-IDX)
                ON SIZE ERROR
                  MOVE 99999.99 TO WS-PCT
              END-COMPUTE
              MOVE WS-PCT TO G-PCT
              EVALUATE TRUE
                WHEN WS-GH-EXPOSURE(WS-GH-IDX) > WS-GH-LIMIT(WS-GH-IDX)
                  MOVE 'OVER LIMIT' TO G-FLAG
                  ADD 1 TO WS-GRP-OVER-CNT
                WHEN WS-PCT >= WS-THRESHOLD
                  MOVE 'REVIEW' TO G-FLAG
              END-EVALUATE
            END-IF
            PERFORM S380-PRINT-GRP
            MOVE SPACES TO GRP-DTL
            MOVE WS-GH-CUST(WS-GH-IDX) TO G-CUST-NO
            MOVE WS-GH-NAME(WS-GH-IDX) TO G-CUST-NAME
            MOVE WS-GH-OWN-EXP(WS-GH-IDX) TO G-EXPOSURE
            MOVE 'PARENT' TO G-FLAG
            MOVE WS-GH-OWN-CNT(WS-GH-IDX) TO G-ORD-CNT
            MOVE WS-GH-OWN-AMT(WS-GH-IDX) TO G-ORD-AMT
            PERFORM S380-PRINT-GRP
            PERFORM S370-MEMBER
                VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-CNT.
        S370-MEMBER.
            IF WS-GM-PARENT(WS-GM-IDX) = WS-GH-CUST(WS-GH-IDX)
              MOVE SPACES TO GRP-DTL
              MOVE WS-GM-MEMBER(WS-GM-IDX) TO G-CUST-NO
              MOVE WS-GM-NAME(WS-GM-IDX) TO G-CUST-NAME
              MOVE WS-GM-EXPOSURE(WS-GM-IDX) TO G-EXPOSURE
              MOVE 'MEMBER' TO G-FLAG
              MOVE WS-GM-ORD-CNT(WS-GM-IDX) TO G-ORD-CNT
              MOVE WS-GM-ORD-AMT(WS-GM-IDX) TO G-ORD-AMT
              PERFORM S380-PRINT-GRP
            END-IF.
        S380-PRINT-GRP.
            IF (CUR-LINE-CNT + 2) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM S270-LINE
              MOVE GH2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM S270-LINE
              MOVE 3 TO CUR-LINE-CNT
            END-IF
            MOVE GRP-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE SPACES TO GRP-DTL.
        S399-EXIT.
            EXIT.
