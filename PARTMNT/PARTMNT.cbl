            03  CT-UOM              PIC X(3).
            03  CT-ACTIVE           PIC X.
      *        Y - ACTIVE    N - RETIRED (REJECTED AT LINE ENTRY)
            03  CT-STD-COST-X       PIC X(9).
            03  CT-STD-COST REDEFINES CT-STD-COST-X
                                    PIC 9(5)V9(4).
      *        STANDARD UNIT COST, 4 IMPLIED DECIMALS.  BLANK ON A
      *        CHANGE LEAVES THE CURRENT COST IN PLACE.
            03  CT-COST-EFF-DATE    PIC X(8).
      *        YYYYMMDD THE COST TAKES EFFECT - DEFAULTS TO THE RUN
      *        DATE WHEN A COST IS KEYED WITHOUT ONE.
            03  FILLER              PIC X(18).
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
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REJ-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-RUN-DATE         PIC X(8).
        77  WS-COST-EDIT        PIC X VALUE ' '.
            88  COST-OK           VALUE ' '.
            88  COST-BAD          VALUE 'Y'.
        01  WS-EFF-DATE.
            03  WS-EFF-YYYY     PIC 9(4).
            03  WS-EFF-MM       PIC 99.
            03  WS-EFF-DD       PIC 99.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'PARTMNT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  FILLER          PIC X(2).
            03  P-ACTIVE        PIC X.
            03  FILLER          PIC X(2).
            03  P-STD-COST      PIC ZZ,ZZ9.9999.
            03  FILLER          PIC X(2).
            03  P-COST-EFF-DATE PIC X(8).
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(35).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN PART#       IMAGE  * ----- DESCRIPTION -----'.
            03  FILLER             PIC X(50) VALUE IS
            ' *  UOM  A      STD COST    EFF DATE  ACTION      '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT PMTRAN-FILE.
            OPEN I-O PART-FILE.
            OPEN OUTPUT RPT-FILE.
            EXIT.

        P300-PROCESS.
            PERFORM P305-EDIT-COST
            EVALUATE CT-TRAN ALSO WS-COST-EDIT
              WHEN 'A' ALSO ' '
                PERFORM P310-ADD
              WHEN 'C' ALSO ' '
                PERFORM P320-CHANGE
              WHEN 'D' ALSO ANY
                PERFORM P330-DELETE
              WHEN 'A' ALSO 'Y'
              WHEN 'C' ALSO 'Y'
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'BAD COST' TO P-ACT
                PERFORM P700-PRINT
              WHEN OTHER
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
            END-EVALUATE
            EXIT.

        P305-EDIT-COST.
      *     A KEYED COST MUST BE NUMERIC, AND A KEYED EFFECTIVE DATE
      *     A PLAUSIBLE YYYYMMDD.  A DATE WITH NO COST IS REFUSED TOO,
      *     SINCE IT WOULD RE-DATE THE OLD COST WITHOUT CHANGING IT.
            MOVE ' ' TO WS-COST-EDIT
            IF CT-STD-COST-X NOT = SPACES
              IF CT-STD-COST NOT NUMERIC
                MOVE 'Y' TO WS-COST-EDIT
              END-IF
              IF CT-COST-EFF-DATE = SPACES
                MOVE WS-RUN-DATE TO CT-COST-EFF-DATE
              END-IF
            ELSE
              IF CT-COST-EFF-DATE NOT = SPACES
                MOVE 'Y' TO WS-COST-EDIT
              END-IF
            END-IF
            IF CT-COST-EFF-DATE NOT = SPACES
              MOVE CT-COST-EFF-DATE TO WS-EFF-DATE
              IF WS-EFF-DATE NOT NUMERIC
                MOVE 'Y' TO WS-COST-EDIT
              ELSE
                IF WS-EFF-YYYY < 1900
                    OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                    OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                  MOVE 'Y' TO WS-COST-EDIT
                END-IF
              END-IF
            END-IF
            EXIT.

        P310-ADD.
            MOVE CT-PART-NO TO PM-PART-NO
            READ PART-FILE
                ELSE
                  MOVE 'Y' TO PM-ACTIVE
                END-IF
                MOVE 0 TO PM-STD-COST
                IF CT-STD-COST-X NOT = SPACES
                  MOVE CT-STD-COST TO PM-STD-COST
                  MOVE CT-COST-EFF-DATE TO PM-COST-EFF-DATE
                END-IF
                WRITE PART-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
                IF CT-ACTIVE = 'Y' OR CT-ACTIVE = 'N'
                  MOVE CT-ACTIVE TO PM-ACTIVE
                END-IF
                IF PM-STD-COST NOT NUMERIC
                  MOVE 0 TO PM-STD-COST
                END-IF
                IF CT-STD-COST-X NOT = SPACES
                  MOVE CT-STD-COST TO PM-STD-COST
                  MOVE CT-COST-EFF-DATE TO PM-COST-EFF-DATE
                END-IF
                REWRITE PART-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
            MOVE CT-PART-DESC TO P-PART-DESC
            MOVE CT-UOM TO P-UOM
            MOVE CT-ACTIVE TO P-ACTIVE
            IF CT-STD-COST-X NOT = SPACES AND CT-STD-COST NUMERIC
              MOVE CT-STD-COST TO P-STD-COST
            END-IF
            MOVE CT-COST-EFF-DATE TO P-COST-EFF-DATE
            EXIT.

        P620-PRINT-AFTER.
            MOVE PM-PART-DESC TO P-PART-DESC
            MOVE PM-UOM TO P-UOM
            MOVE PM-ACTIVE TO P-ACTIVE
            IF PM-STD-COST NUMERIC
              MOVE PM-STD-COST TO P-STD-COST
            END-IF
            MOVE PM-COST-EFF-DATE TO P-COST-EFF-DATE
            EXIT.

        P630-PRINT-BEFORE.
            MOVE PM-PART-DESC TO P-PART-DESC
            MOVE PM-UOM TO P-UOM
            MOVE PM-ACTIVE TO P-ACTIVE
            IF PM-STD-COST NUMERIC
              MOVE PM-STD-COST TO P-STD-COST
            END-IF
            MOVE PM-COST-EFF-DATE TO P-COST-EFF-DATE
            EXIT.

        P700-PRINT.
