        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLACMNT.
      *     GL ACCOUNT DETERMINATION MASTER MAINTENANCE FOR THE
      *     GLACT-FILE READ BY IB4OP01.  EACH ROW GIVES THE DEBIT AND
      *     CREDIT ACCOUNTS FOR ONE POSTING EVENT (AC - ADD
      *     COMMITMENT, CR - COMPLETION RELIEF, SC - SCRAP) FOR AN
      *     ORDER TYPE AND PLANT.  A BLANK TYPE OR PLANT IS A
      *     WILDCARD, AND THE ROW WITH BOTH BLANK IS THE DEFAULT FOR
      *     THE EVENT.  APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM
      *     ITS OWN TRANSACTION FILE AND PRINTS A BEFORE/AFTER
      *     MAINTENANCE REPORT, SO A NEW PLANT NEEDS NO RECOMPILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GATRAN-FILE ASSIGN TO UT-S-GATRAN
                FILE STATUS IS FS-GATRAN.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT GLACT-FILE ASSIGN TO UT-S-GLACCT
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GA-KEY
                FILE STATUS IS FS-GLACT.
        DATA DIVISION.
        FILE SECTION.
        FD  GATRAN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  GATRAN-REC.
            03  CT-TRAN             PIC X.
      *        A - ADD ROW
      *        C - CHANGE ROW
      *        D - DELETE ROW
            03  CT-TYPE-CD          PIC XX.
            03  CT-PLANT            PIC XX.
            03  CT-EVENT            PIC XX.
            03  CT-DR-ACCT          PIC X(6).
            03  CT-CR-ACCT          PIC X(6).
            03  CT-DESC             PIC X(30).
            03  FILLER              PIC X(31).
        FD  GLACT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  GLACT-REC.
            03  GA-KEY.
                05  GA-TYPE-CD      PIC XX.
                05  GA-PLANT        PIC XX.
                05  GA-EVENT        PIC XX.
            03  GA-DR-ACCT          PIC X(6).
            03  GA-CR-ACCT          PIC X(6).
            03  GA-DESC             PIC X(30).
            03  FILLER              PIC X(32).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-GATRAN           PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-GLACT            PIC 99.
        77  GATRAN-EOF          PIC X VALUE ' '.
            88  GATRAN-PRESENT    VALUE ' '.
            88  NO-MORE-GATRAN    VALUE 'Y'.
        77  WS-EVENT-CHK        PIC XX VALUE SPACES.
            88  VALID-GL-EVENT    VALUE 'AC' 'CR' 'SC'.
        77  WS-INPUT-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ADD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REJ-CNT          PIC 9(7) COMP-3 VALUE 0.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'GLACMNT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-TRANS         PIC X.
            03  FILLER          PIC X(2).
            03  P-TYPE-CD       PIC XX.
            03  FILLER          PIC X(2).
            03  P-PLANT         PIC XX.
            03  FILLER          PIC X(2).
            03  P-EVENT         PIC XX.
            03  FILLER          PIC X(2).
            03  P-IMAGE-CAPT    PIC X(7).
            03  P-DR-ACCT       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-CR-ACCT       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-DESC          PIC X(30).
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(51).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' GL ACCOUNT DETERMINATION MAINTENANCE             '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN TP  PL  EV  IMAGE  DEBIT   CREDIT  * ----- D'.
            03  FILLER             PIC X(50) VALUE IS
            'ESCRIPTION ----- *  ACTION                        '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM GLACMNT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT GATRAN-FILE.
            OPEN I-O GLACT-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-GATRAN NOT = 0 OR FS-RPT NOT = 0
                OR FS-GLACT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'TRANSACTION FILE STATUS IS ' FS-GATRAN
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                DISPLAY 'GL ACCOUNT FILE STATUS IS ' FS-GLACT
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-GATRAN
            PERFORM P999-TRAILER
            CLOSE GATRAN-FILE, GLACT-FILE, RPT-FILE
            MOVE WS-INPUT-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT =
                WS-ADD-CNT + WS-CHG-CNT + WS-DEL-CNT
            MOVE WS-REJ-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM GLACMNT'
            GOBACK.

        R010-READ.
            READ GATRAN-FILE AT END MOVE 'Y' TO GATRAN-EOF
            END-READ
            IF GATRAN-PRESENT
              ADD 1 TO WS-INPUT-CNT
              PERFORM P300-PROCESS
            END-IF
            EXIT.

        P300-PROCESS.
            MOVE CT-EVENT TO WS-EVENT-CHK
            IF NOT VALID-GL-EVENT
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'BAD EVENT' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              EVALUATE CT-TRAN
                WHEN 'A'
                  PERFORM P310-ADD
                WHEN 'C'
                  PERFORM P320-CHANGE
                WHEN 'D'
                  PERFORM P330-DELETE
                WHEN OTHER
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'BAD TRAN' TO P-ACT
                  PERFORM P700-PRINT
              END-EVALUATE
            END-IF
            EXIT.

        P310-ADD.
      *     A ROW MUST NAME BOTH SIDES OF THE POSTING - A BLANK
      *     ACCOUNT WOULD SEND HALF THE PAIR NOWHERE.
            IF CT-DR-ACCT = SPACES OR CT-CR-ACCT = SPACES
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'NO ACCOUNT' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              MOVE CT-TYPE-CD TO GA-TYPE-CD
              MOVE CT-PLANT TO GA-PLANT
              MOVE CT-EVENT TO GA-EVENT
              READ GLACT-FILE
                INVALID KEY
                  MOVE SPACES TO GLACT-REC
                  MOVE CT-TYPE-CD TO GA-TYPE-CD
                  MOVE CT-PLANT TO GA-PLANT
                  MOVE CT-EVENT TO GA-EVENT
                  MOVE CT-DR-ACCT TO GA-DR-ACCT
                  MOVE CT-CR-ACCT TO GA-CR-ACCT
                  MOVE CT-DESC TO GA-DESC
                  WRITE GLACT-REC
                    INVALID KEY
                      ADD 1 TO WS-REJ-CNT
                      PERFORM P610-PRINT-TRAN
                      MOVE 'WRITE ERR' TO P-ACT
                      PERFORM P700-PRINT
                    NOT INVALID KEY
                      ADD 1 TO WS-ADD-CNT
                      PERFORM P610-PRINT-TRAN
                      PERFORM P620-PRINT-AFTER
                      MOVE 'ADDED' TO P-ACT
                      PERFORM P700-PRINT
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  PERFORM P630-PRINT-BEFORE
                  MOVE 'DUPLICATE' TO P-ACT
                  PERFORM P700-PRINT
              END-READ
            END-IF
            EXIT.

        P320-CHANGE.
            MOVE CT-TYPE-CD TO GA-TYPE-CD
            MOVE CT-PLANT TO GA-PLANT
            MOVE CT-EVENT TO GA-EVENT
            READ GLACT-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                IF CT-DR-ACCT NOT = SPACES
                  MOVE CT-DR-ACCT TO GA-DR-ACCT
                END-IF
                IF CT-CR-ACCT NOT = SPACES
                  MOVE CT-CR-ACCT TO GA-CR-ACCT
                END-IF
                IF CT-DESC NOT = SPACES
                  MOVE CT-DESC TO GA-DESC
                END-IF
                REWRITE GLACT-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
                    MOVE 'WRITE ERR' TO P-ACT
                    PERFORM P700-PRINT
                  NOT INVALID KEY
                    ADD 1 TO WS-CHG-CNT
                    PERFORM P620-PRINT-AFTER
                    MOVE 'CHANGED' TO P-ACT
                    PERFORM P700-PRINT
                END-REWRITE
            END-READ
            EXIT.

        P330-DELETE.
            MOVE CT-TYPE-CD TO GA-TYPE-CD
            MOVE CT-PLANT TO GA-PLANT
            MOVE CT-EVENT TO GA-EVENT
            READ GLACT-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                DELETE GLACT-FILE
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
                    MOVE 'WRITE ERR' TO P-ACT
                    PERFORM P700-PRINT
                  NOT INVALID KEY
                    ADD 1 TO WS-DEL-CNT
                    MOVE 'DELETED' TO P-ACT
                    PERFORM P700-PRINT
                END-DELETE
            END-READ
            EXIT.

        P610-PRINT-TRAN.
            MOVE SPACES TO PRT-DTL
            MOVE CT-TRAN TO P-TRANS
            MOVE CT-TYPE-CD TO P-TYPE-CD
            MOVE CT-PLANT TO P-PLANT
            MOVE CT-EVENT TO P-EVENT
            MOVE 'TRAN  ' TO P-IMAGE-CAPT
            MOVE CT-DR-ACCT TO P-DR-ACCT
            MOVE CT-CR-ACCT TO P-CR-ACCT
            MOVE CT-DESC TO P-DESC
            EXIT.

        P620-PRINT-AFTER.
            PERFORM P700-PRINT
            MOVE SPACES TO PRT-DTL
            PERFORM P640-PRINT-ROW
            MOVE 'AFTER ' TO P-IMAGE-CAPT
            EXIT.

        P630-PRINT-BEFORE.
            PERFORM P700-PRINT
            MOVE SPACES TO PRT-DTL
            PERFORM P640-PRINT-ROW
            MOVE 'BEFORE' TO P-IMAGE-CAPT
            EXIT.

        P640-PRINT-ROW.
            MOVE GA-TYPE-CD TO P-TYPE-CD
            MOVE GA-PLANT TO P-PLANT
            MOVE GA-EVENT TO P-EVENT
            MOVE GA-DR-ACCT TO P-DR-ACCT
            MOVE GA-CR-ACCT TO P-CR-ACCT
            MOVE GA-DESC TO P-DESC
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
            MOVE '0' TO T-CC
            MOVE 'TRANSACTIONS READ' TO T-LABEL
            MOVE WS-INPUT-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'ROWS ADDED (A)' TO T-LABEL
            MOVE WS-ADD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ROWS CHANGED (C)' TO T-LABEL
            MOVE WS-CHG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ROWS DELETED (D)' TO T-LABEL
            MOVE WS-DEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'TRANSACTIONS REJECTED' TO T-LABEL
            MOVE WS-REJ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
