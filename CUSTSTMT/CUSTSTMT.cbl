      *     THEN THE CUSTOMER'S OPEN ORDERS WITH STATUS, PLANNED AND
      *     ACTUAL QUANTITIES AND RECENT ACTIVITY DATES - SOMETHING
      *     ORDER SERVICES CAN MAIL INSTEAD OF ASSEMBLING BY HAND
      *     FROM THREE REPORTS.  A MEMBER'S PAGE NAMES ITS BILL-TO
      *     PARENT; A PARENT'S PAGE CLOSES WITH A GROUP SUMMARY OF THE
      *     GROUP CREDIT LIMIT AND EACH MEMBER'S EXPOSURE AND OPEN
      *     ORDERS.
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
                05  WS-OT-TYPE      PIC XX.
                05  WS-OT-STAT      PIC 99.
                05  WS-OT-PLAN-QTY  PIC S9(5) COMP-3.
                05  WS-OT-PLAN-AMT  PIC 9(5)V99 COMP-3.
                05  WS-OT-ACT-QTY   PIC S9(5) COMP-3.
                05  WS-OT-FIRST-ACT PIC X(8).
                05  WS-OT-LAST-ACT  PIC X(8).
        77  WS-GM-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-GM-OVERFLOW      PIC X VALUE 'N'.
        77  WS-GS-CUST          PIC X(6) VALUE SPACES.
        77  WS-GS-MBR-CNT       PIC 9(5) COMP-3 VALUE 0.
        77  WS-GS-LIMIT         PIC 9(7)V99 COMP-3 VALUE 0.
        77  WS-GS-EXPOSURE      PIC 9(9)V99 COMP-3 VALUE 0.
        77  WS-GS-ORD-CNT       PIC 9(5) COMP-3 VALUE 0.
        77  WS-GS-ORD-AMT       PIC 9(9)V99 COMP-3 VALUE 0.
        77  WS-GS-TOT-CNT       PIC 9(5) COMP-3 VALUE 0.
        77  WS-GS-TOT-AMT       PIC 9(9)V99 COMP-3 VALUE 0.
        77  WS-GROUP-CNT        PIC 9(7) COMP-3 VALUE 0.
      *     EVERY CUSTOMER BILLING TO A PARENT, FOR THE GROUP SUMMARY
      *     ON THE PARENT'S STATEMENT.
        01  WS-GM-TABLE.
            03  WS-GM-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-GM-ENT       OCCURS 2000.
                05  WS-GM-MEMBER    PIC X(6).
                05  WS-GM-PARENT    PIC X(6).
                05  WS-GM-NAME      PIC X(30).
                05  WS-GM-EXPOSURE  PIC 9(7)V99 COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CUSTSTMT'.
            03  FILLER          PIC X(14) VALUE 'EXPOSURE     '.
            03  SC-EXPOSURE     PIC Z,ZZZ,ZZ9.99.
            03  FILLER          PIC X(77).
        01  STMT-PARENT-DTL.
            03  SP-CC           PIC X.
            03  FILLER          PIC X(14) VALUE 'BILL TO      '.
            03  SP-PARENT-NO    PIC X(6).
            03  FILLER          PIC X(112).
        01  STMT-GRP-DTL.
            03  SG-CC           PIC X.
            03  FILLER          PIC X(14) VALUE 'GROUP LIMIT  '.
            03  SG-GRP-LIMIT    PIC Z,ZZZ,ZZ9.99.
            03  SG-GRP-LIMIT-X REDEFINES SG-GRP-LIMIT PIC X(12).
            03  FILLER          PIC X(3).
            03  FILLER          PIC X(14) VALUE 'GRP EXPOSURE '.
            03  SG-EXPOSURE     PIC ZZ,ZZZ,ZZ9.99.
            03  FILLER          PIC X(2).
            03  SG-FLAG         PIC X(16).
            03  FILLER          PIC X(58).
        01  GS-H.
            03  FILLER             PIC X(50) VALUE IS
            ' CUST#  * --------- NAME --------- *    ROLE      '.
            03  FILLER             PIC X(50) VALUE IS
            '   EXPOSURE OPEN ORD   OPEN AMOUNT                '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  GS-DTL.
            03  GS-CC           PIC X.
            03  GS-CUST-NO      PIC X(6).
            03  FILLER          PIC X.
            03  GS-CUST-NAME    PIC X(30).
            03  FILLER          PIC X(2).
            03  GS-ROLE         PIC X(6).
            03  FILLER          PIC X(2).
            03  GS-EXPOSURE     PIC ZZ,ZZZ,ZZ9.99.
            03  FILLER          PIC X(2).
            03  GS-ORD-CNT      PIC ZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  GS-ORD-AMT      PIC ZZ,ZZZ,ZZ9.99.
            03  FILLER          PIC X(49).
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDR   TP ST * -------------- DESCRIPTION -------'.
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
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM P200-ORDER-SCAN
            PERFORM P250-GROUP-SCAN
            PERFORM P300-MASTER-PASS
            PERFORM P999-TRAILER
            CLOSE CUST-FILE, RPT-FILE
                MOVE ORDER-STATUS TO WS-OT-STAT(WS-OT-CNT)
                MOVE PLANNED-ORDER-QUANTITY
                    TO WS-OT-PLAN-QTY(WS-OT-CNT)
                MOVE PLANNED-ORDER-AMOUNT
                    TO WS-OT-PLAN-AMT(WS-OT-CNT)
                MOVE ACTUAL-ORDER-QUANTITY
                    TO WS-OT-ACT-QTY(WS-OT-CNT)
                MOVE FIRST-ACTIVITY-DATE
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P250-GROUP-SCAN.
      *     ONE PASS OVER THE MASTER REMEMBERING EVERY CUSTOMER THAT
      *     BILLS TO A PARENT, SO A PARENT'S PAGE CAN SUMMARIZE ITS
      *     GROUP WHATEVER ORDER THE MEMBERS FALL IN.
            MOVE LOW-VALUES TO CM-CUST-NO
            START CUST-FILE KEY NOT < CM-CUST-NO
              INVALID KEY
                MOVE 'Y' TO CUST-EOF
            END-START
            PERFORM P260-GROUP-STEP UNTIL NO-MORE-CUST
            MOVE ' ' TO CUST-EOF
            DISPLAY 'GROUP MEMBERS FOUND: ' WS-GM-CNT
            EXIT.

        P260-GROUP-STEP.
            READ CUST-FILE NEXT
              AT END
                MOVE 'Y' TO CUST-EOF
              NOT AT END
                IF CM-PARENT-NO NOT = SPACES
                  IF WS-GM-CNT < 2000
                    ADD 1 TO WS-GM-CNT
                    MOVE CM-CUST-NO TO WS-GM-MEMBER(WS-GM-CNT)
                    MOVE CM-PARENT-NO TO WS-GM-PARENT(WS-GM-CNT)
                    MOVE CM-CUST-NAME TO WS-GM-NAME(WS-GM-CNT)
                    IF CM-CURR-EXPOSURE NUMERIC
                      MOVE CM-CURR-EXPOSURE
                          TO WS-GM-EXPOSURE(WS-GM-CNT)
                    ELSE
                      MOVE 0 TO WS-GM-EXPOSURE(WS-GM-CNT)
                    END-IF
                  ELSE
                    IF WS-GM-OVERFLOW NOT = 'Y'
                      MOVE 'Y' TO WS-GM-OVERFLOW
                      DISPLAY 'GROUP TABLE FULL - GROUP SUMMARIES WILL'
                      DISPLAY '  BE INCOMPLETE; RAISE THE TABLE SIZE'
                    END-IF
                  END-IF
                END-IF
            END-READ
            EXIT.

        P300-MASTER-PASS.
            MOVE LOW-VALUES TO CM-CUST-NO
            START CUST-FILE KEY NOT < CM-CUST-NO
            END-IF
            MOVE STMT-CR-DTL TO RPT-REC
            PERFORM P750-PRINT
            IF CM-PARENT-NO NOT = SPACES
              MOVE SPACES TO STMT-PARENT-DTL
              MOVE CM-PARENT-NO TO SP-PARENT-NO
              MOVE STMT-PARENT-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-IF
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
              MOVE '0' TO R-CC
              PERFORM P750-PRINT
            END-IF
            IF CM-PARENT-NO = SPACES
              PERFORM P340-GROUP-SUMMARY
            END-IF
            EXIT.

        P330-STATEMENT-ORDER.
            END-IF
            EXIT.

        P340-GROUP-SUMMARY.
      *     A CUSTOMER THAT MEMBERS BILL TO, OR THAT CARRIES A GROUP
      *     LIMIT, IS A PARENT: SUMMARIZE THE WHOLE GROUP.
            MOVE 0 TO WS-GS-MBR-CNT
            MOVE 0 TO WS-GS-LIMIT
            MOVE 0 TO WS-GS-EXPOSURE
            IF CM-GROUP-LIMIT NUMERIC
              MOVE CM-GROUP-LIMIT TO WS-GS-LIMIT
            END-IF
            IF CM-CURR-EXPOSURE NUMERIC
              MOVE CM-CURR-EXPOSURE TO WS-GS-EXPOSURE
            END-IF
            PERFORM P341-SUM-MEMBER
                VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-CNT
            IF WS-GS-MBR-CNT > 0 OR WS-GS-LIMIT > 0
              PERFORM P342-PRINT-GROUP
            END-IF
            EXIT.

        P341-SUM-MEMBER.
            IF WS-GM-PARENT(WS-GM-IDX) = CM-CUST-NO
              ADD 1 TO WS-GS-MBR-CNT
              ADD WS-GM-EXPOSURE(WS-GM-IDX) TO WS-GS-EXPOSURE
            END-IF
            EXIT.

        P342-PRINT-GROUP.
            ADD 1 TO WS-GROUP-CNT
            MOVE SPACES TO STMT-GRP-DTL
            MOVE '-' TO SG-CC
            IF WS-GS-LIMIT > 0
              MOVE WS-GS-LIMIT TO SG-GRP-LIMIT
            ELSE
              MOVE '   UNLIMITED' TO SG-GRP-LIMIT-X
            END-IF
            MOVE WS-GS-EXPOSURE TO SG-EXPOSURE
            IF WS-GS-LIMIT > 0 AND WS-GS-EXPOSURE > WS-GS-LIMIT
              MOVE 'OVER GROUP LIMIT' TO SG-FLAG
            END-IF
            MOVE STMT-GRP-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE GS-H TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE 0 TO WS-GS-TOT-CNT
            MOVE 0 TO WS-GS-TOT-AMT
            MOVE SPACES TO GS-DTL
            MOVE CM-CUST-NO TO GS-CUST-NO
            MOVE CM-CUST-NAME TO GS-CUST-NAME
            MOVE 'PARENT' TO GS-ROLE
            IF CM-CURR-EXPOSURE NUMERIC
              MOVE CM-CURR-EXPOSURE TO GS-EXPOSURE
            ELSE
              MOVE 0 TO GS-EXPOSURE
            END-IF
            MOVE CM-CUST-NO TO WS-GS-CUST
            PERFORM P345-COUNT-ORDERS
            MOVE GS-DTL TO RPT-REC
            PERFORM P750-PRINT
            PERFORM P343-MEMBER-LINE
                VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-CNT
            MOVE SPACES TO GS-DTL
            MOVE 'GROUP TOTAL' TO GS-CUST-NAME
            MOVE WS-GS-EXPOSURE TO GS-EXPOSURE
            MOVE WS-GS-TOT-CNT TO GS-ORD-CNT
            MOVE WS-GS-TOT-AMT TO GS-ORD-AMT
            MOVE GS-DTL TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            EXIT.

        P343-MEMBER-LINE.
            IF WS-GM-PARENT(WS-GM-IDX) = CM-CUST-NO
              MOVE SPACES TO GS-DTL
              MOVE WS-GM-MEMBER(WS-GM-IDX) TO GS-CUST-NO
              MOVE WS-GM-NAME(WS-GM-IDX) TO GS-CUST-NAME
              MOVE 'MEMBER' TO GS-ROLE
              MOVE WS-GM-EXPOSURE(WS-GM-IDX) TO GS-EXPOSURE
              MOVE WS-GM-MEMBER(WS-GM-IDX) TO WS-GS-CUST
              PERFORM P345-COUNT-ORDERS
              MOVE GS-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-IF
            EXIT.

        P345-COUNT-ORDERS.
      *     OPEN ORDERS FOR WS-GS-CUST ONTO THE GROUP LINE AND INTO
      *     THE GROUP TOTALS.
            MOVE 0 TO WS-GS-ORD-CNT
            MOVE 0 TO WS-GS-ORD-AMT
            PERFORM P346-COUNT-ORDER
                VARYING WS-OT-IDX FROM 1 BY 1
                UNTIL WS-OT-IDX > WS-OT-CNT
            MOVE WS-GS-ORD-CNT TO GS-ORD-CNT
            MOVE WS-GS-ORD-AMT TO GS-ORD-AMT
            ADD WS-GS-ORD-CNT TO WS-GS-TOT-CNT
            ADD WS-GS-ORD-AMT TO WS-GS-TOT-AMT
            EXIT.

        P346-COUNT-ORDER.
            IF WS-OT-CUST(WS-OT-IDX) = WS-GS-CUST
              ADD 1 TO WS-GS-ORD-CNT
              ADD WS-OT-PLAN-AMT(WS-OT-IDX) TO WS-GS-ORD-AMT
            END-IF
            EXIT.

        P750-PRINT.
            MOVE 1 TO ADV-LINES
            IF R-CC = '0'
            MOVE WS-OT-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'GROUP SUMMARIES PRINTED' TO T-LABEL
            MOVE WS-GROUP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
