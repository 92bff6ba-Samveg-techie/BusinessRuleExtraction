        IDENTIFICATION DIVISION.
        PROGRAM-ID. CALMNT.
      *     SHOP CALENDAR MAINTENANCE FOR THE SHPCAL-FILE READ BY
      *     WRKDAYS, WHICH COUNTS WORKING DAYS FOR THE AGING, LATE AND
      *     ACKNOWLEDGMENT CHECKS.  THE ROW WITH A ZERO DATE IS A
      *     PLANT'S STANDARD WORKING WEEK (Y OR N FOR MONDAY THROUGH
      *     SUNDAY); DATED ROWS MARK HOLIDAYS AND SHUTDOWN DAYS (H) OR
      *     WEEKEND DAYS THAT ARE WORKED (W).  A BLANK PLANT IS THE
      *     WHOLE-COMPANY CALENDAR, WHICH A PLANT'S OWN ROWS OVERRIDE.
      *     APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM ITS OWN
      *     TRANSACTION FILE AND PRINTS A BEFORE/AFTER MAINTENANCE
      *     REPORT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CLTRAN-FILE ASSIGN TO UT-S-CLTRAN
                FILE STATUS IS FS-CLTRAN.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT SHPCAL-FILE ASSIGN TO UT-S-SHPCAL
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SC-KEY
                FILE STATUS IS FS-SHPCAL.
        DATA DIVISION.
        FILE SECTION.
        FD  CLTRAN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CLTRAN-REC.
            03  CL-TRAN             PIC X.
      *        A - ADD ROW
      *        C - CHANGE ROW
      *        D - DELETE ROW
            03  CL-PLANT            PIC XX.
      *        SPACES - EVERY PLANT
            03  CL-DATE             PIC 9(8).
            03  CL-DATE-X REDEFINES CL-DATE PIC X(8).
      *        YYYYMMDD, ZEROS OR SPACES - THE STANDARD WORKING WEEK
            03  CL-DAY-TYPE         PIC X.
      *        DATED ROW: H - HOLIDAY/SHUTDOWN, W - WORKED DAY
            03  CL-WEEK-PATTERN     PIC X(7).
      *        STANDARD ROW: Y OR N FOR MONDAY THROUGH SUNDAY
            03  CL-DESC             PIC X(30).
            03  FILLER              PIC X(31).
        FD  SHPCAL-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  SHPCAL-REC.
            03  SC-KEY.
                05  SC-PLANT        PIC XX.
                05  SC-DATE         PIC 9(8).
            03  SC-DAY-TYPE         PIC X.
            03  SC-WEEK-PATTERN     PIC X(7).
            03  SC-DESC             PIC X(30).
            03  FILLER              PIC X(32).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-CLTRAN           PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-SHPCAL           PIC 99.
        77  CLTRAN-EOF          PIC X VALUE ' '.
            88  CLTRAN-PRESENT    VALUE ' '.
            88  NO-MORE-CLTRAN    VALUE 'Y'.
        77  WS-DOW              PIC S9(4) COMP VALUE 0.
        77  WS-PAT-CNT          PIC S9(4) COMP VALUE 0.
        77  WS-ROW-OK           PIC X VALUE 'Y'.
            88  ROW-OK            VALUE 'Y'.
        77  WS-INPUT-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-ADD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CHG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REJ-CNT          PIC 9(7) COMP-3 VALUE 0.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'CALMNT  '.
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
            03  P-DATE          PIC X(10).
            03  FILLER          PIC X(2).
            03  P-DOW           PIC X(3).
            03  FILLER          PIC X(2).
            03  P-IMAGE-CAPT    PIC X(7).
            03  P-DAY-TYPE      PIC X.
            03  FILLER          PIC X(2).
            03  P-WEEK-PATTERN  PIC X(7).
            03  FILLER          PIC X(2).
            03  P-DESC          PIC X(30).
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(47).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' SHOP CALENDAR MAINTENANCE                        '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN PL  DATE        DAY  IMAGE  T  MTWTFSS  * --'.
            03  FILLER             PIC X(50) VALUE IS
            '------ DESCRIPTION ------- *  ACTION              '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  W-DOW-NAMES         PIC X(21) VALUE
            'MONTUEWEDTHUFRISATSUN'.
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
            DISPLAY 'ENTERING PROGRAM CALMNT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT CLTRAN-FILE.
            OPEN I-O SHPCAL-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-CLTRAN NOT = 0 OR FS-RPT NOT = 0
                OR FS-SHPCAL NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'TRANSACTION FILE STATUS IS ' FS-CLTRAN
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                DISPLAY 'CALENDAR FILE STATUS IS ' FS-SHPCAL
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-CLTRAN
            PERFORM P999-TRAILER
            CLOSE CLTRAN-FILE, SHPCAL-FILE, RPT-FILE
            MOVE WS-INPUT-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT =
                WS-ADD-CNT + WS-CHG-CNT + WS-DEL-CNT
            MOVE WS-REJ-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM CALMNT'
            GOBACK.

        R010-READ.
            READ CLTRAN-FILE AT END MOVE 'Y' TO CLTRAN-EOF
            END-READ
            IF CLTRAN-PRESENT
              ADD 1 TO WS-INPUT-CNT
              PERFORM P300-PROCESS
            END-IF
            EXIT.

        P300-PROCESS.
            IF CL-DATE-X = SPACES
              MOVE 0 TO CL-DATE
            END-IF
            IF CL-DATE NOT NUMERIC
                OR (CL-DATE NOT = 0
                    AND (CL-DATE < 19000101
                         OR CL-DATE-X(5:2) < '01'
                         OR CL-DATE-X(5:2) > '12'
                         OR CL-DATE-X(7:2) < '01'
                         OR CL-DATE-X(7:2) > '31'
                         OR FUNCTION INTEGER-OF-DATE(CL-DATE) = 0))
              ADD 1 TO WS-REJ-CNT
              PERFORM P610-PRINT-TRAN
              MOVE 'BAD DATE' TO P-ACT
              PERFORM P700-PRINT
            ELSE
              EVALUATE CL-TRAN
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

        P305-EDIT-ROW.
      *     A STANDARD ROW NEEDS SEVEN Y/N DAY FLAGS; A DATED ROW
      *     NEEDS A DAY TYPE OF H OR W.  ON A CHANGE A BLANK FIELD
      *     IS LEFT AS IT WAS.
            MOVE 'Y' TO WS-ROW-OK
            IF CL-DATE = 0
              IF CL-WEEK-PATTERN NOT = SPACES OR CL-TRAN = 'A'
                MOVE 0 TO WS-PAT-CNT
                INSPECT CL-WEEK-PATTERN TALLYING WS-PAT-CNT
                    FOR ALL 'Y' ALL 'N'
                IF WS-PAT-CNT NOT = 7
                  MOVE 'N' TO WS-ROW-OK
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'BAD WEEK' TO P-ACT
                  PERFORM P700-PRINT
                END-IF
              END-IF
            ELSE
              IF CL-DAY-TYPE NOT = SPACE OR CL-TRAN = 'A'
                IF CL-DAY-TYPE NOT = 'H' AND CL-DAY-TYPE NOT = 'W'
                  MOVE 'N' TO WS-ROW-OK
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'BAD TYPE' TO P-ACT
                  PERFORM P700-PRINT
                END-IF
              END-IF
            END-IF
            EXIT.

        P310-ADD.
            PERFORM P305-EDIT-ROW
            IF ROW-OK
              MOVE CL-PLANT TO SC-PLANT
              MOVE CL-DATE TO SC-DATE
              READ SHPCAL-FILE
                INVALID KEY
                  MOVE SPACES TO SHPCAL-REC
                  MOVE CL-PLANT TO SC-PLANT
                  MOVE CL-DATE TO SC-DATE
                  IF CL-DATE = 0
                    MOVE CL-WEEK-PATTERN TO SC-WEEK-PATTERN
                  ELSE
                    MOVE CL-DAY-TYPE TO SC-DAY-TYPE
                  END-IF
                  MOVE CL-DESC TO SC-DESC
                  WRITE SHPCAL-REC
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
            PERFORM P305-EDIT-ROW
            IF ROW-OK
              MOVE CL-PLANT TO SC-PLANT
              MOVE CL-DATE TO SC-DATE
              READ SHPCAL-FILE
                INVALID KEY
                  ADD 1 TO WS-REJ-CNT
                  PERFORM P610-PRINT-TRAN
                  MOVE 'NOT FOUND' TO P-ACT
                  PERFORM P700-PRINT
                NOT INVALID KEY
                  PERFORM P610-PRINT-TRAN
                  PERFORM P630-PRINT-BEFORE
                  IF CL-DATE = 0
                    IF CL-WEEK-PATTERN NOT = SPACES
                      MOVE CL-WEEK-PATTERN TO SC-WEEK-PATTERN
                    END-IF
                  ELSE
                    IF CL-DAY-TYPE NOT = SPACE
                      MOVE CL-DAY-TYPE TO SC-DAY-TYPE
                    END-IF
                  END-IF
                  IF CL-DESC NOT = SPACES
                    MOVE CL-DESC TO SC-DESC
                  END-IF
                  REWRITE SHPCAL-REC
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
            MOVE CL-PLANT TO SC-PLANT
            MOVE CL-DATE TO SC-DATE
            READ SHPCAL-FILE
              INVALID KEY
                ADD 1 TO WS-REJ-CNT
                PERFORM P610-PRINT-TRAN
                MOVE 'NOT FOUND' TO P-ACT
                PERFORM P700-PRINT
              NOT INVALID KEY
                PERFORM P610-PRINT-TRAN
                PERFORM P630-PRINT-BEFORE
                DELETE SHPCAL-FILE
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
            MOVE CL-TRAN TO P-TRANS
            MOVE CL-PLANT TO P-PLANT
            MOVE CL-DATE-X TO P-DATE
            MOVE 'TRAN  ' TO P-IMAGE-CAPT
            MOVE CL-DAY-TYPE TO P-DAY-TYPE
            MOVE CL-WEEK-PATTERN TO P-WEEK-PATTERN
            MOVE CL-DESC TO P-DESC
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
            MOVE SC-PLANT TO P-PLANT
            IF SC-DATE = 0
              MOVE 'STANDARD' TO P-DATE
              MOVE SC-WEEK-PATTERN TO P-WEEK-PATTERN
            ELSE
              MOVE SC-DATE TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
              MOVE W-DATE-FMT TO P-DATE
      *        DAY 1 OF THE INTEGER DATE SCALE (1601/01/01) IS A
      *        MONDAY
              COMPUTE WS-DOW = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(SC-DATE) - 1, 7) * 3 + 1
              MOVE W-DOW-NAMES(WS-DOW:3) TO P-DOW
              MOVE SC-DAY-TYPE TO P-DAY-TYPE
            END-IF
            MOVE SC-DESC TO P-DESC
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
