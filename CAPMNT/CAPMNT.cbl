        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAPMNT.
      *     PLANT CAPACITY MASTER MAINTENANCE FOR THE CAPAC-FILE READ
      *     BY CAPLOAD.  EACH ROW GIVES A PLANT'S CAPACITY IN UNITS
      *     FOR ONE WEEK (KEYED BY THE MONDAY THE WEEK STARTS ON).
      *     THE ROW WITH A ZERO WEEK IS THE PLANT'S STANDARD WEEKLY
      *     CAPACITY, USED FOR ANY WEEK WITHOUT A ROW OF ITS OWN, SO
      *     ONLY SHUTDOWNS, OVERTIME AND THE LIKE NEED DATED ROWS.
      *     ANY DATE IN A WEEK MAY BE KEYED - IT IS MOVED BACK TO THAT
      *     WEEK'S MONDAY.  APPLIES ADD/CHANGE/DELETE TRANSACTIONS
      *     FROM ITS OWN TRANSACTION FILE AND PRINTS A BEFORE/AFTER
      *     MAINTENANCE REPORT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CPTRAN-FILE ASSIGN TO UT-S-CPTRAN
                FILE STATUS IS FS-CPTRAN.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT CAPAC-FILE ASSIGN TO UT-S-PLTCAP
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CP-KEY
                FILE STATUS IS FS-CAPAC.
        DATA DIVISION.
        FILE SECTION.
        FD  CPTRAN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CPTRAN-REC.
            03  KT-TRAN             PIC X.
      *        A - ADD ROW
      *        C - CHANGE ROW
      *        D - DELETE ROW
            03  KT-PLANT            PIC XX.
            03  KT-WEEK             PIC 9(8).
            03  KT-WEEK-X REDEFINES KT-WEEK PIC X(8).
      *        ANY DATE IN THE WEEK (YYYYMMDD), ZEROS OR SPACES -
      *        THE PLANT'S STANDARD WEEKLY CAPACITY
            03  KT-CAP-UNITS        PIC 9(7).
            03  KT-CAP-UNITS-X REDEFINES KT-CAP-UNITS PIC X(7).
            03  KT-DESC             PIC X(30).
            03  FILLER              PIC X(32).
        FD  CAPAC-FILE RECORDING MODE F BLOCK 0 RECORDS.
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
        77  FS-CPTRAN           PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-CAPAC            PIC 99.
        77  CPTRAN-EOF          PIC X VALUE ' '.
            88  CPTRAN-PRESENT    VALUE ' '.
            88  NO-MORE-CPTRAN    VALUE 'Y'.
        77  WS-WEEK             PIC 9(8) VALUE 0.
        77  WS-WEEK-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-INPUT-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ADD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REJ-CNT          PIC 9(7) COMP-3 VALUE 0.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CAPMNT  '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-TRANS         PIC X.
            03  FILLER          PIC X(2).
            03  P-PLANT         PIC XX.
            03  FILLER          PIC X(2).
            03  P-WEEK          PIC X(10).
            03  FILLER          PIC X(2).
            03  P-IMAGE-CAPT    PIC X(7).
            03  P-CAP-UNITS     PIC X(9).
            03  FILLER          PIC X(2).
            03  P-DESC          PIC X(30).
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(53).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' PLANT CAPACITY MASTER MAINTENANCE                '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN PL  WEEK OF     IMAGE   CAPACITY  * -------'.
            03  FILLER             PIC X(50) VALUE IS
            ' DESCRIPTION ------- *  ACTION                    '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  W-CAP-EDIT          PIC Z,ZZZ,ZZ9.
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
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM CAPMNT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT CPTRAN-FILE.
            OPEN I-O CAPAC-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-CPTRAN NOT = 0 OR FS-RPT NOT = 0
                OR FS-CAPAC NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'TRANSACTION FILE STATUS IS ' FS-CPTRAN
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                DISPLAY 'CAPACITY FILE STATUS IS ' FS-CAPAC
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-CPTRAN
            PERFORM P999-TRAILER
            CLOSE CPTRAN-FILE, CAPAC-FILE, RPT-FILE
            MOVE WS-INPUT-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT =
                WS-ADD-CNT + WS-CHG-CNT + WS-DEL-CNT
            MOVE WS-REJ-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM CAPMNT'
            GOBACK.

        R010-READ.
            READ CPTRAN-FILE AT END MOVE 'Y' TO CPTRAN-EOF
            END-READ
            IF CPTRAN-PRESENT
              ADD 1 TO WS-INPUT-CNT
              PERFORM P300-PROCESS
            END-IF
            EXIT.

        P300-PROCESS.
            IF KT-PLANT = SPACES
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'NO PLANT' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              IF KT-WEEK-X = SPACES
                MOVE 0 TO KT-WEEK
              END-IF
              IF KT-WEEK NOT NUMERIC
                  OR (KT-WEEK NOT = 0
                      AND (KT-WEEK < 19000101
                           OR KT-WEEK-X(5:2) < '01'
                           OR KT-WEEK-X(5:2) > '12'
                           OR KT-WEEK-X(7:2) < '01'
                           OR KT-WEEK-X(7:2) > '31'
                           OR FUNCTION INTEGER-OF-DATE(KT-WEEK) = 0))
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'BAD WEEK' TO P-ACT
                PERFORM P700-PRINT
              ELSE
                PERFORM P305-WEEK-START
                EVALUATE KT-TRAN
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
            END-IF
            EXIT.

        P305-WEEK-START.
      *     DAY 1 OF THE INTEGER DATE SCALE (1601/01/01) IS A MONDAY,
      *     SO THE WEEK'S MONDAY IS FOUND BY BACKING OFF THE DAYS
      *     SINCE THE LAST MULTIPLE OF SEVEN.
            MOVE KT-WEEK TO WS-WEEK
            IF WS-WEEK NOT = 0
              COMPUTE WS-WEEK-DAYS = FUNCTION INTEGER-OF-DATE(WS-WEEK)
              COMPUTE WS-WEEK-DAYS =
                  WS-WEEK-DAYS - FUNCTION MOD(WS-WEEK-DAYS - 1, 7)
              COMPUTE WS-WEEK = FUNCTION DATE-OF-INTEGER(WS-WEEK-DAYS)
            END-IF
            EXIT.

        P310-ADD.
            IF KT-CAP-UNITS NOT NUMERIC
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'BAD UNITS' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              MOVE KT-PLANT TO CP-PLANT
              MOVE WS-WEEK TO CP-WEEK
              READ CAPAC-FILE
                INVALID KEY
                  MOVE SPACES TO CAPAC-REC
                  MOVE KT-PLANT TO CP-PLANT
                  MOVE WS-WEEK TO CP-WEEK
                  MOVE KT-CAP-UNITS TO CP-CAP-UNITS
                  MOVE KT-DESC TO CP-DESC
                  WRITE CAPAC-REC
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
            IF KT-CAP-UNITS-X NOT = SPACES
                AND KT-CAP-UNITS NOT NUMERIC
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'BAD UNITS' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              MOVE KT-PLANT TO CP-PLANT
              MOVE WS-WEEK TO CP-WEEK
              READ CAPAC-FILE
                INVALID KEY
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'NOT FOUND' TO P-ACT
                  PERFORM P700-PRINT
                NOT INVALID KEY
                  PERFORM P610-PRINT-TRAN
                  PERFORM P630-PRINT-BEFORE
                  IF KT-CAP-UNITS-X NOT = SPACES
                    MOVE KT-CAP-UNITS TO CP-CAP-UNITS
                  END-IF
                  IF KT-DESC NOT = SPACES
                    MOVE KT-DESC TO CP-DESC
                  END-IF
                  REWRITE CAPAC-REC
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
            END-IF
            EXIT.

        P330-DELETE.
            MOVE KT-PLANT TO CP-PLANT
            MOVE WS-WEEK TO CP-WEEK
            READ CAPAC-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                DELETE CAPAC-FILE
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
            MOVE KT-TRAN TO P-TRANS
            MOVE KT-PLANT TO P-PLANT
            MOVE KT-WEEK-X TO P-WEEK
            MOVE 'TRAN  ' TO P-IMAGE-CAPT
            MOVE KT-CAP-UNITS-X TO P-CAP-UNITS
            MOVE KT-DESC TO P-DESC
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
            MOVE CP-PLANT TO P-PLANT
            IF CP-WEEK = 0
              MOVE 'STANDARD' TO P-WEEK
            ELSE
              MOVE CP-WEEK TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-WEEK
            END-IF
            MOVE CP-CAP-UNITS TO W-CAP-EDIT
            MOVE W-CAP-EDIT TO P-CAP-UNITS
            MOVE CP-DESC TO P-DESC
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
