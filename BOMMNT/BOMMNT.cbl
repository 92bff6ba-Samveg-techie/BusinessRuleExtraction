        IDENTIFICATION DIVISION.
        PROGRAM-ID. BOMMNT.
      *     BILL-OF-MATERIALS MASTER MAINTENANCE.  EACH BOM-FILE ROW
      *     SAYS HOW MANY OF A COMPONENT PART GO INTO ONE OF A PARENT
      *     PART; BOTH MUST BE ON THE PART-FILE.  APPLIES ADD/CHANGE/
      *     DELETE TRANSACTIONS FROM ITS OWN TRANSACTION FILE AND
      *     PRINTS A BEFORE/AFTER MAINTENANCE REPORT.  AN ADD IS
      *     REFUSED WHEN THE PARENT IS ALREADY USED SOMEWHERE BELOW
      *     THE COMPONENT, SINCE THE STRUCTURE WOULD THEN LOOP AND
      *     THE MRPEXPL EXPLOSION COULD NEVER FINISH.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BMTRAN-FILE ASSIGN TO UT-S-BMTRAN
                FILE STATUS IS FS-BMTRAN.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
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
        DATA DIVISION.
        FILE SECTION.
        FD  BMTRAN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  BMTRAN-REC.
            03  BT-TRAN             PIC X.
      *        A - ADD COMPONENT TO PARENT
      *        C - CHANGE QUANTITY PER
      *        D - DELETE COMPONENT FROM PARENT
            03  BT-PARENT           PIC X(10).
            03  BT-COMP             PIC X(10).
            03  BT-QTY-PER          PIC 9(5)V9(4).
            03  BT-QTY-PER-X REDEFINES BT-QTY-PER PIC X(9).
            03  FILLER              PIC X(50).
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
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-BMTRAN           PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-BOM              PIC 99.
        77  FS-PART             PIC 99.
        77  BMTRAN-EOF          PIC X VALUE ' '.
            88  BMTRAN-PRESENT    VALUE ' '.
            88  NO-MORE-BMTRAN    VALUE 'Y'.
        77  BOM-EOF             PIC X VALUE ' '.
            88  BOM-PRESENT       VALUE ' '.
            88  NO-MORE-BOM       VALUE 'Y'.
        77  WS-INPUT-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ADD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REJ-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CYCLE-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ERR-MSG          PIC X(10) VALUE SPACES.
        77  WS-CYCLE-SW         PIC X VALUE 'N'.
            88  CYCLE-FOUND       VALUE 'Y'.
      *     PARTS REACHED BELOW THE NEW COMPONENT DURING THE CYCLE
      *     CHECK; EACH IS EXPANDED ONCE.
        01  WS-CY-TABLE.
            03  WS-CY-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CY-IDX       PIC S9(4) COMP VALUE 0.
            03  WS-CY-SRCH      PIC S9(4) COMP VALUE 0.
            03  WS-CY-HIT       PIC S9(4) COMP VALUE 0.
            03  WS-CY-PART      PIC X(10) OCCURS 5000.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'BOMMNT  '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-TRANS         PIC X.
            03  FILLER          PIC X(2).
            03  P-PARENT        PIC X(10).
            03  FILLER          PIC X(2).
            03  P-COMP          PIC X(10).
            03  FILLER          PIC X(2).
            03  P-IMAGE-CAPT    PIC X(7).
            03  P-QTY-PER       PIC ZZ,ZZ9.9999.
            03  P-QTY-PER-X REDEFINES P-QTY-PER PIC X(11).
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(75).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' BILL OF MATERIALS MAINTENANCE                    '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' T  PARENT      COMPONENT   IMAGE      QTY PER  AC'.
            03  FILLER             PIC X(50) VALUE IS
            'TION                                              '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM BOMMNT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT BMTRAN-FILE.
            OPEN I-O BOM-FILE.
            OPEN INPUT PART-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-BMTRAN NOT = 0 OR FS-RPT NOT = 0
                OR FS-BOM NOT = 0 OR FS-PART NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'TRANSACTION FILE STATUS IS ' FS-BMTRAN
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                DISPLAY 'BOM FILE STATUS IS ' FS-BOM
                DISPLAY 'PART FILE STATUS IS ' FS-PART
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-BMTRAN
            PERFORM P999-TRAILER
            CLOSE BMTRAN-FILE, BOM-FILE, PART-FILE, RPT-FILE
            MOVE WS-INPUT-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT =
                WS-ADD-CNT + WS-CHG-CNT + WS-DEL-CNT
            MOVE WS-REJ-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM BOMMNT'
            GOBACK.

        R010-READ.
            READ BMTRAN-FILE AT END MOVE 'Y' TO BMTRAN-EOF
            END-READ
            IF BMTRAN-PRESENT
              ADD 1 TO WS-INPUT-CNT
              PERFORM P300-PROCESS
            END-IF
            EXIT.

        P300-PROCESS.
            PERFORM P305-VALIDATE
            IF WS-ERR-MSG NOT = SPACES
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE WS-ERR-MSG TO P-ACT
              PERFORM P700-PRINT
            ELSE
              EVALUATE BT-TRAN
                WHEN 'A'
                  PERFORM P310-ADD
                WHEN 'C'
                  PERFORM P320-CHANGE
                WHEN 'D'
                  PERFORM P330-DELETE
              END-EVALUATE
            END-IF
            EXIT.

        P305-VALIDATE.
            MOVE SPACES TO WS-ERR-MSG
            IF BT-TRAN NOT = 'A' AND BT-TRAN NOT = 'C'
                AND BT-TRAN NOT = 'D'
              MOVE 'BAD TRAN' TO WS-ERR-MSG
            ELSE
              IF BT-PARENT = SPACES OR BT-COMP = SPACES
                MOVE 'NO PART' TO WS-ERR-MSG
              ELSE
                IF BT-PARENT = BT-COMP
                  MOVE 'SELF USE' TO WS-ERR-MSG
                END-IF
              END-IF
            END-IF
            IF WS-ERR-MSG = SPACES AND BT-TRAN NOT = 'D'
              IF BT-QTY-PER NOT NUMERIC OR BT-QTY-PER = 0
                MOVE 'BAD QTY' TO WS-ERR-MSG
              END-IF
            END-IF
      *     DELETES ARE ALLOWED FOR PARTS SINCE REMOVED FROM THE
      *     PART MASTER SO THEIR OLD STRUCTURE CAN BE CLEANED UP.
            IF WS-ERR-MSG = SPACES AND BT-TRAN = 'A'
              MOVE BT-PARENT TO PM-PART-NO
              READ PART-FILE
                INVALID KEY
                  MOVE 'NO PARENT' TO WS-ERR-MSG
              END-READ
            END-IF
            IF WS-ERR-MSG = SPACES AND BT-TRAN = 'A'
              MOVE BT-COMP TO PM-PART-NO
              READ PART-FILE
                INVALID KEY
                  MOVE 'NO COMP' TO WS-ERR-MSG
              END-READ
            END-IF
            EXIT.

        P310-ADD.
            MOVE BT-PARENT TO BM-PARENT
            MOVE BT-COMP TO BM-COMP
            READ BOM-FILE
              INVALID KEY
                PERFORM P400-CYCLE-CHECK
                IF CYCLE-FOUND
                  ADD 1 TO WS-REJ-CNT
                  ADD 1 TO WS-CYCLE-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'CYCLE' TO P-ACT
                  PERFORM P700-PRINT
                ELSE
                  MOVE SPACES TO BOM-REC
                  MOVE BT-PARENT TO BM-PARENT
                  MOVE BT-COMP TO BM-COMP
                  MOVE BT-QTY-PER TO BM-QTY-PER
                  WRITE BOM-REC
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
                END-IF
              NOT INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                MOVE 'DUPLICATE' TO P-ACT
                PERFORM P700-PRINT
            END-READ
            EXIT.

        P320-CHANGE.
            MOVE BT-PARENT TO BM-PARENT
            MOVE BT-COMP TO BM-COMP
            READ BOM-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                MOVE BT-QTY-PER TO BM-QTY-PER
                REWRITE BOM-REC
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
            MOVE BT-PARENT TO BM-PARENT
            MOVE BT-COMP TO BM-COMP
            READ BOM-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                DELETE BOM-FILE
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

        P400-CYCLE-CHECK.
      *     WALK EVERYTHING BELOW THE NEW COMPONENT.  MEETING THE
      *     PARENT ON THE WAY DOWN MEANS THE ADD WOULD CLOSE A LOOP.
      *     A STRUCTURE TOO BIG TO TRACE IS REFUSED AS WELL.
            MOVE 'N' TO WS-CYCLE-SW
            MOVE 1 TO WS-CY-CNT
            MOVE BT-COMP TO WS-CY-PART(1)
            PERFORM P410-CYCLE-EXPAND
                VARYING WS-CY-IDX FROM 1 BY 1
                UNTIL WS-CY-IDX > WS-CY-CNT OR CYCLE-FOUND
            EXIT.

        P410-CYCLE-EXPAND.
            MOVE WS-CY-PART(WS-CY-IDX) TO BM-PARENT
            MOVE LOW-VALUES TO BM-COMP
            MOVE ' ' TO BOM-EOF
            START BOM-FILE KEY NOT < BM-KEY
              INVALID KEY
                MOVE 'Y' TO BOM-EOF
            END-START
            PERFORM P420-CYCLE-STEP UNTIL NO-MORE-BOM OR CYCLE-FOUND
            EXIT.

        P420-CYCLE-STEP.
            READ BOM-FILE NEXT
              AT END
                MOVE 'Y' TO BOM-EOF
            END-READ
            IF BOM-PRESENT
              IF BM-PARENT NOT = WS-CY-PART(WS-CY-IDX)
                MOVE 'Y' TO BOM-EOF
              ELSE
                IF BM-COMP = BT-PARENT
                  MOVE 'Y' TO WS-CYCLE-SW
                ELSE
                  MOVE 0 TO WS-CY-HIT
                  PERFORM VARYING WS-CY-SRCH FROM 1 BY 1
                      UNTIL WS-CY-SRCH > WS-CY-CNT OR WS-CY-HIT > 0
                    IF WS-CY-PART(WS-CY-SRCH) = BM-COMP
                      MOVE WS-CY-SRCH TO WS-CY-HIT
                    END-IF
                  END-PERFORM
                  IF WS-CY-HIT = 0
                    IF WS-CY-CNT < 5000
                      ADD 1 TO WS-CY-CNT
                      MOVE BM-COMP TO WS-CY-PART(WS-CY-CNT)
                    ELSE
                      DISPLAY 'BOM TOO LARGE TO TRACE BELOW ' BT-COMP
                      MOVE 'Y' TO WS-CYCLE-SW
                    END-IF
                  END-IF
                END-IF
              END-IF
            END-IF
            EXIT.

        P610-PRINT-TRAN.
            MOVE SPACES TO PRT-DTL
            MOVE BT-TRAN TO P-TRANS
            MOVE BT-PARENT TO P-PARENT
            MOVE BT-COMP TO P-COMP
            MOVE 'TRAN  ' TO P-IMAGE-CAPT
            IF BT-QTY-PER NUMERIC
              MOVE BT-QTY-PER TO P-QTY-PER
            ELSE
              MOVE BT-QTY-PER-X TO P-QTY-PER-X
            END-IF
            EXIT.

        P620-PRINT-AFTER.
            PERFORM P700-PRINT
            MOVE SPACES TO PRT-DTL
            MOVE BM-PARENT TO P-PARENT
            MOVE BM-COMP TO P-COMP
            MOVE 'AFTER ' TO P-IMAGE-CAPT
            MOVE BM-QTY-PER TO P-QTY-PER
            EXIT.

        P630-PRINT-BEFORE.
            PERFORM P700-PRINT
            MOVE SPACES TO PRT-DTL
            MOVE BM-PARENT TO P-PARENT
            MOVE BM-COMP TO P-COMP
            MOVE 'BEFORE' TO P-IMAGE-CAPT
            MOVE BM-QTY-PER TO P-QTY-PER
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
            MOVE 'COMPONENTS ADDED (A)' TO T-LABEL
            MOVE WS-ADD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'COMPONENTS CHANGED (C)' TO T-LABEL
            MOVE WS-CHG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'COMPONENTS DELETED (D)' TO T-LABEL
            MOVE WS-DEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'TRANSACTIONS REJECTED' TO T-LABEL
            MOVE WS-REJ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '  REFUSED - WOULD LOOP' TO T-LABEL
            MOVE WS-CYCLE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
