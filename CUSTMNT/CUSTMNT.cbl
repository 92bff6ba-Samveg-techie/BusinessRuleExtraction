      *     IB4OP01.  APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM ITS
      *     OWN TRANSACTION FILE, PRINTS A BEFORE/AFTER MAINTENANCE
      *     REPORT, AND REJECTS DELETES FOR CUSTOMERS THAT STILL OWN
      *     OPEN ORDERS ON THE IMS ORDER DATABASE.  A CUSTOMER MAY BE
      *     LINKED TO A BILL-TO PARENT; THE PARENT CARRIES THE GROUP
      *     CREDIT LIMIT FOR ITSELF AND ALL ITS MEMBERS.  GROUPS ARE
      *     ONE LEVEL DEEP - A PARENT MAY NOT ITSELF HAVE A PARENT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
                FILE STATUS IS FS-RPT.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT CMJRNL-FILE ASSIGN TO UT-S-CMJRNL
      *        TRANSACTION
            03  CT-MERGE-TO         PIC X(6).
      *        SURVIVING CUSTOMER NUMBER FOR AN M TRANSACTION
            03  CT-PARENT-NO        PIC X(6).
      *        BILL-TO PARENT CUSTOMER ON A OR C, SPACES - NO CHANGE,
      *        ALL '*' - REMOVE THE CUSTOMER FROM ITS GROUP
            03  CT-GROUP-LIMIT      PIC 9(7)V99.
            03  CT-GROUP-LIMIT-X REDEFINES CT-GROUP-LIMIT PIC X(9).
      *        GROUP CREDIT LIMIT ON A OR C, PARENT CUSTOMERS ONLY;
      *        A CHANGE REQUIRES THE AUTHORIZING OPERATOR CODE
            03  FILLER              PIC X(10).
        FD  CUST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CUST-REC.
            03  CM-CUST-NO          PIC X(6).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  CM-PARENT-NO        PIC X(6).
      *        BILL-TO PARENT CUSTOMER, SPACES - NONE
            03  CM-GROUP-LIMIT      PIC 9(7)V99.
      *        ON A PARENT - CREDIT LIMIT FOR THE WHOLE GROUP, PARENT
      *        AND MEMBERS TOGETHER; ZERO OR SPACES - NONE ENFORCED
            03  FILLER              PIC X(11).
        FD  CMJRNL-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     BEFORE/AFTER IMAGE JOURNAL OF EVERY APPLIED CUSTOMER
      *     MAINTENANCE TRANSACTION, WITH THE AUTHORIZING OPERATOR
        77  WS-JRNL-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-CM-BEFORE        PIC X(80) VALUE SPACES.
        77  WS-CM-AFTER         PIC X(80) VALUE SPACES.
        77  WS-CM-HOLD          PIC X(80) VALUE SPACES.
        77  WS-MRG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-MRG-ORD-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-MRG-EXPOSURE     PIC 9(7)V99 VALUE 0.
        77  WS-MRG-OK           PIC X VALUE 'Y'.
            88  MERGE-OK          VALUE 'Y'.
        77  WS-GRP-OK           PIC X VALUE 'Y'.
            88  GROUP-OK          VALUE 'Y'.
        77  WS-GRP-REASON       PIC X(10) VALUE SPACES.
        77  WS-GRP-HEAD         PIC X(6) VALUE SPACES.
        77  WS-MBR-FOUND        PIC X VALUE 'N'.
            88  HAS-MEMBERS       VALUE 'Y'.
        77  WS-MBR-EOF          PIC X VALUE ' '.
            88  NO-MORE-MBR       VALUE 'Y'.
        77  CMTRAN-EOF          PIC X VALUE ' '.
            88  CMTRAN-PRESENT    VALUE ' '.
            88  NO-MORE-CMTRAN    VALUE 'Y'.
            03  P-EXPOSURE      PIC Z,ZZZ,ZZ9.99.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(2).
            03  P-PARENT        PIC X(6).
            03  FILLER          PIC X(2).
            03  P-GRP-LIMIT     PIC Z,ZZZ,ZZ9.99.
            03  FILLER          PIC X(20).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN CUST#   IMAGE  * --------- NAME --------- *'.
            03  FILLER             PIC X(50) VALUE IS
            '  CREDIT LIMIT      EXPOSURE    ACTION   PARENT   '.
            03  FILLER             PIC X(33) VALUE IS
            'GROUP LIMIT                      '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
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
                  MOVE 0 TO CM-CREDIT-LIMIT
                END-IF
                MOVE 0 TO CM-CURR-EXPOSURE
                IF CT-PARENT-NO NOT = '******'
                  MOVE CT-PARENT-NO TO CM-PARENT-NO
                END-IF
                IF CT-GROUP-LIMIT NUMERIC
                  MOVE CT-GROUP-LIMIT TO CM-GROUP-LIMIT
                ELSE
                  MOVE 0 TO CM-GROUP-LIMIT
                END-IF
                MOVE 'Y' TO WS-GRP-OK
                IF CM-PARENT-NO NOT = SPACES
                  PERFORM P380-GROUP-EDIT
                END-IF
                IF NOT GROUP-OK
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE WS-GRP-REASON TO P-ACT
                  PERFORM P700-PRINT
                ELSE
                 WRITE CUST-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
                    PERFORM P610-PRINT-TRAN
                    MOVE SPACES TO WS-CM-BEFORE
                    MOVE CUST-REC TO WS-CM-AFTER
                    PERFORM P650-JOURNAL
                 END-WRITE
                END-IF
              NOT INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
        P320-CHANGE.
      *     CREDIT-LIMIT CHANGES REQUIRE AN AUTHORIZING OPERATOR
      *     CODE - THE PRINTED BEFORE/AFTER LINE ALONE IS NOT A
      *     DURABLE RECORD OF WHO RAISED A LIMIT.  THE SAME APPLIES
      *     TO A PARENT'S GROUP CREDIT LIMIT.
            IF (CT-CREDIT-LIMIT-X NOT = SPACES
                OR CT-GROUP-LIMIT-X NOT = SPACES)
                AND CT-AUTH-CODE = SPACES
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
                      AND CT-CREDIT-LIMIT NUMERIC
                    MOVE CT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                  END-IF
                  IF CT-PARENT-NO = '******'
                    MOVE SPACES TO CM-PARENT-NO
                  ELSE
                    IF CT-PARENT-NO NOT = SPACES
                      MOVE CT-PARENT-NO TO CM-PARENT-NO
                    END-IF
                  END-IF
                  IF CT-GROUP-LIMIT-X NOT = SPACES
                      AND CT-GROUP-LIMIT NUMERIC
                    MOVE CT-GROUP-LIMIT TO CM-GROUP-LIMIT
                  END-IF
                  MOVE 'Y' TO WS-GRP-OK
                  IF CM-PARENT-NO NOT = SPACES
                      AND (CT-PARENT-NO NOT = SPACES
                           OR CT-GROUP-LIMIT-X NOT = SPACES)
                    PERFORM P380-GROUP-EDIT
                  END-IF
                  IF NOT GROUP-OK
                    ADD 1 TO WS-REJ-CNT
                    MOVE WS-GRP-REASON TO P-ACT
                    PERFORM P700-PRINT
                  ELSE
                   REWRITE CUST-REC
                    INVALID KEY
                      ADD 1 TO WS-REJ-CNT
                      MOVE 'WRITE ERR' TO P-ACT
                      PERFORM P700-PRINT
                      MOVE CUST-REC TO WS-CM-AFTER
                      PERFORM P650-JOURNAL
                   END-REWRITE
                  END-IF
              END-READ
            END-IF
            EXIT.
            PERFORM P340-CHECK-OPEN
                VARYING WS-OC-IDX FROM 1 BY 1
                UNTIL WS-OC-IDX > WS-OPEN-CUST-CNT OR OPEN-ORDER-CUST
            MOVE CT-CUST-NO TO WS-GRP-HEAD
            PERFORM P385-FIND-MEMBERS
            IF OPEN-ORDER-CUST
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'OPEN ORDRS' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              IF HAS-MEMBERS
      *          A PARENT MAY NOT BE DELETED WHILE MEMBERS STILL BILL
      *          TO IT - MOVE OR UNLINK THE MEMBERS FIRST
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'HAS MEMBRS' TO P-ACT
                PERFORM P700-PRINT
              ELSE
                IF OPEN-CUST-OVERFLOW
      *            THE TABLE COULD NOT HOLD EVERY OPEN-ORDER CUSTOMER,
      *            SO AN ABSENT ENTRY PROVES NOTHING - NO DELETE MAY
      *            PROCEED ON THIS RUN
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'TBL OVRFLW' TO P-ACT
                  PERFORM P700-PRINT
                ELSE
                  MOVE CT-CUST-NO TO CM-CUST-NO
                  READ CUST-FILE
                    INVALID KEY
                      ADD 1 TO WS-REJ-CNT
                      PERFORM P610-PRINT-TRAN
                      MOVE 'NOT FOUND' TO P-ACT
                      PERFORM P700-PRINT
                    NOT INVALID KEY
                      PERFORM P610-PRINT-TRAN
                      PERFORM P630-PRINT-BEFORE
                      MOVE CUST-REC TO WS-CM-BEFORE
                      DELETE CUST-FILE
                        INVALID KEY
                          ADD 1 TO WS-REJ-CNT
                          MOVE 'WRITE ERR' TO P-ACT
                          PERFORM P700-PRINT
                        NOT INVALID KEY
                          ADD 1 TO WS-DEL-CNT
                          MOVE 'DELETED' TO P-ACT
                          PERFORM P700-PRINT
                          MOVE SPACES TO WS-CM-AFTER
                          PERFORM P650-JOURNAL
                      END-DELETE
                  END-READ
                END-IF
              END-IF
            END-IF
            EXIT.

              MOVE 'BAD TARGET' TO P-ACT
              PERFORM P700-PRINT
            END-IF
            IF MERGE-OK
              MOVE CT-CUST-NO TO WS-GRP-HEAD
              PERFORM P385-FIND-MEMBERS
              IF HAS-MEMBERS
                MOVE 'N' TO WS-MRG-OK
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'HAS MEMBRS' TO P-ACT
                PERFORM P700-PRINT
              END-IF
            END-IF
            IF MERGE-OK
              MOVE CT-MERGE-TO TO CM-CUST-NO
              READ CUST-FILE
            END-READ
            EXIT.

        P380-GROUP-EDIT.
      *     VALIDATE THE BILL-TO PARENT ON THE PENDING IMAGE IN
      *     CUST-REC.  GROUPS ARE ONE LEVEL DEEP: THE PARENT MUST
      *     EXIST AND MAY NOT ITSELF HAVE A PARENT, A MEMBER MAY NOT
      *     HEAD MEMBERS OF ITS OWN, AND ONLY THE PARENT CARRIES A
      *     GROUP LIMIT.  CUST-REC IS RESTORED BEFORE RETURNING.
            MOVE 'Y' TO WS-GRP-OK
            MOVE CUST-REC TO WS-CM-HOLD
            IF CM-PARENT-NO = CM-CUST-NO
              MOVE 'N' TO WS-GRP-OK
              MOVE 'BAD PARENT' TO WS-GRP-REASON
            END-IF
            IF GROUP-OK
                AND CM-GROUP-LIMIT NUMERIC
                AND CM-GROUP-LIMIT > 0
              MOVE 'N' TO WS-GRP-OK
              MOVE 'NOT PARENT' TO WS-GRP-REASON
            END-IF
            IF GROUP-OK
              MOVE CM-CUST-NO TO WS-GRP-HEAD
              MOVE CM-PARENT-NO TO CM-CUST-NO
              READ CUST-FILE
                INVALID KEY
                  MOVE 'N' TO WS-GRP-OK
                  MOVE 'NO PARENT' TO WS-GRP-REASON
                NOT INVALID KEY
                  IF CM-PARENT-NO NOT = SPACES
                    MOVE 'N' TO WS-GRP-OK
                    MOVE 'PARENT MBR' TO WS-GRP-REASON
                  END-IF
              END-READ
            END-IF
            IF GROUP-OK
              PERFORM P385-FIND-MEMBERS
              IF HAS-MEMBERS
                MOVE 'N' TO WS-GRP-OK
                MOVE 'HAS MEMBRS' TO WS-GRP-REASON
              END-IF
            END-IF
            MOVE WS-CM-HOLD TO CUST-REC
            EXIT.

        P385-FIND-MEMBERS.
      *     SCAN THE MASTER FOR ANY CUSTOMER BILLING TO WS-GRP-HEAD.
      *     THE CALLER RE-ESTABLISHES CM-CUST-NO BEFORE ANY UPDATE.
            MOVE 'N' TO WS-MBR-FOUND
            MOVE ' ' TO WS-MBR-EOF
            MOVE LOW-VALUES TO CM-CUST-NO
            START CUST-FILE KEY NOT < CM-CUST-NO
              INVALID KEY
                MOVE 'Y' TO WS-MBR-EOF
            END-START
            PERFORM P386-MEMBER-STEP UNTIL NO-MORE-MBR OR HAS-MEMBERS
            EXIT.

        P386-MEMBER-STEP.
            READ CUST-FILE NEXT RECORD
              AT END
                MOVE 'Y' TO WS-MBR-EOF
              NOT AT END
                IF CM-PARENT-NO = WS-GRP-HEAD
                  MOVE 'Y' TO WS-MBR-FOUND
                END-IF
            END-READ
            EXIT.

        P340-CHECK-OPEN.
            IF WS-OPEN-CUST(WS-OC-IDX) = CT-CUST-NO
              MOVE 'Y' TO WS-OC-FOUND
            IF CM-CURR-EXPOSURE NUMERIC
              MOVE CM-CURR-EXPOSURE TO P-EXPOSURE
            END-IF
            MOVE CM-PARENT-NO TO P-PARENT
            IF CM-GROUP-LIMIT NUMERIC
                AND CM-GROUP-LIMIT > 0
              MOVE CM-GROUP-LIMIT TO P-GRP-LIMIT
            END-IF
            EXIT.

        P650-JOURNAL.
