        IDENTIFICATION DIVISION.
        PROGRAM-ID. JRNRETN.
      *     JOURNAL GENERATION RETENTION FOR THE IB4OP01 BEFORE/AFTER
      *     IMAGE JOURNAL.  WORKS FROM THE JOURNAL CATALOG (JRNCAT)
      *     THAT IB4OP01 APPENDS ONE ENTRY TO PER RUN.  FIRST EXPIRES
      *     EVERY ACTIVE GENERATION WHOSE LAST JOURNAL DATE IS OLDER
      *     THAN THE AUDIT RETENTION PERIOD, THEN CONSOLIDATES THE
      *     DAILY GENERATIONS OF EACH MONTH THAT ENDED MORE THAN THE
      *     CONSOLIDATION CUTOFF AGO INTO ONE MONTHLY GENERATION.  A
      *     MONTH ALREADY CONSOLIDATED THAT PICKS UP MORE DAILIES IS
      *     REWRITTEN AS THE NEXT VERSION OF ITS MONTHLY.  A MONTH IS
      *     ONLY MARKED CONSOLIDATED WHEN EVERY INPUT GENERATION WAS
      *     READ AND THE RECORDS COPIED AGREE WITH THE CATALOG COUNTS.
      *     THE CATALOG ENTRIES ARE UPDATED IN PLACE AND THE NEW
      *     MONTHLY ENTRIES APPENDED; A REGISTER LISTS EVERY
      *     GENERATION KEPT AND RELEASED.  A LIST-ONLY PARM PRINTS
      *     THE SAME REGISTER WITHOUT WRITING ANYTHING.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO UT-S-PARMIN
                FILE STATUS IS FS-PARM.
            SELECT JCAT-FILE ASSIGN TO UT-S-JRNCAT
                FILE STATUS IS FS-JCAT.
      *     THE JOURNAL GENERATIONS ARE OPENED BY CATALOGED NAME
            SELECT JIN-FILE ASSIGN TO WS-JIN-DSNAME
                FILE STATUS IS FS-JIN.
            SELECT JOUT-FILE ASSIGN TO WS-JOUT-DSNAME
                FILE STATUS IS FS-JOUT.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-RUN-MODE       PIC X.
      *        L - LIST ONLY, NOTHING WRITTEN    SPACE - UPDATE
            03  PARM-CONSOL-DAYS    PIC 9(3).
      *        DAYS AFTER A MONTH ENDS BEFORE ITS DAILY GENERATIONS
      *        ARE CONSOLIDATED, ZERO - DEFAULT 35
            03  PARM-RETAIN-MONTHS  PIC 9(3).
      *        AUDIT RETENTION IN MONTHS, ZERO - DEFAULT 84
            03  FILLER              PIC X(73).
        FD  JCAT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JCAT-REC.
            03  JC-GEN-TYPE         PIC X.
      *        D - DAILY RUN JOURNAL    M - MONTHLY CONSOLIDATION
            03  JC-GEN-NO           PIC 9(4).
      *        DAILY - GDG GENERATION    MONTHLY - VERSION
            03  JC-DSNAME           PIC X(44).
            03  JC-FROM-DATE        PIC 9(8).
            03  JC-TO-DATE          PIC 9(8).
            03  JC-REC-CNT          PIC 9(9).
            03  JC-ISRT-CNT         PIC 9(9).
            03  JC-REPL-CNT         PIC 9(9).
            03  JC-DLET-CNT         PIC 9(9).
            03  JC-FIRST-ORDR       PIC X(6).
            03  JC-LAST-ORDR        PIC X(6).
            03  JC-CREATE-DATE      PIC 9(8).
            03  JC-STATUS           PIC X.
      *        A - ACTIVE    C - CONSOLIDATED INTO JC-INTO-DSNAME
      *        X - EXPIRED, TAPE RELEASED
            03  JC-STATUS-DATE      PIC 9(8).
            03  JC-INTO-DSNAME      PIC X(44).
            03  FILLER              PIC X(26).
        FD  JIN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JIN-REC.
            03  JI-TRAN             PIC XX.
            03  JI-ORDR-NO          PIC X(6).
            03  JI-RUN-DATE         PIC 9(8).
            03  JI-BEFORE           PIC X(400).
            03  JI-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
        FD  JOUT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JOUT-REC                PIC X(824).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-PARM             PIC 99.
        77  FS-JCAT             PIC 99.
        77  FS-JIN              PIC 99.
        77  FS-JOUT             PIC 99.
        77  FS-RPT              PIC 99.
        77  JCAT-EOF            PIC X VALUE ' '.
            88  JCAT-PRESENT      VALUE ' '.
            88  NO-MORE-JCAT      VALUE 'Y'.
        77  JIN-EOF             PIC X VALUE ' '.
            88  JIN-PRESENT       VALUE ' '.
            88  NO-MORE-JIN       VALUE 'Y'.
        77  WS-JIN-DSNAME       PIC X(44) VALUE SPACES.
        77  WS-JOUT-DSNAME      PIC X(44) VALUE SPACES.
        77  WS-JRNL-MON-BASE    PIC X(30)
                                VALUE 'IB4OP01.ORDER.JRNLMON'.
        77  WS-RUN-MODE         PIC X VALUE ' '.
            88  LIST-ONLY         VALUE 'L'.
        77  WS-CONSOL-DAYS      PIC 9(3) VALUE 35.
        77  WS-RETAIN-MONTHS    PIC 9(3) VALUE 84.
        77  WS-CONSOL-DATE      PIC 9(8) VALUE 0.
        77  WS-MONTH-NO         PIC S9(7) COMP VALUE 0.
        77  WS-NEXT-MONTH       PIC 9(8) VALUE 0.
        77  WS-CT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CT-SUB           PIC S9(4) COMP VALUE 0.
        77  WS-CT-OLD           PIC S9(4) COMP VALUE 0.
        77  WS-MO-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-MO-SUB           PIC S9(4) COMP VALUE 0.
        77  WS-MO-SWAP          PIC 9(6) VALUE 0.
        77  WS-MON-VER          PIC 9(4) VALUE 0.
        77  WS-MON-VER-2        PIC 99 VALUE 0.
        77  WS-MON-FAIL         PIC X VALUE 'N'.
            88  MONTH-FAILED      VALUE 'Y'.
        77  WS-MON-CAT-CNT      PIC 9(9) VALUE 0.
        77  WS-MON-COPY-CNT     PIC 9(9) VALUE 0.
        77  WS-CT-OVERFLOW      PIC X VALUE 'N'.
        77  WS-READ-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-KEPT-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-CONSOL-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-EXPIRE-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-PRIOR-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-MONTHLY-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-COPY-CNT         PIC 9(9) COMP-3 VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
      *     THE WHOLE CATALOG IS HELD HERE WHILE THE RUN DECIDES
      *     WHAT TO DO; WS-CT-ACT MARKS THE ENTRIES THIS RUN CHANGES.
        01  WS-CT-TABLE.
            03  WS-CT-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CT-ENT       OCCURS 3000.
                05  WS-CT-REC.
                    07  WS-CT-GEN-TYPE  PIC X.
                    07  WS-CT-GEN-NO    PIC 9(4).
                    07  WS-CT-DSNAME    PIC X(44).
                    07  WS-CT-FROM-DATE PIC 9(8).
                    07  WS-CT-FROM-MONTH REDEFINES WS-CT-FROM-DATE.
                        09  WS-CT-FROM-YYYYMM PIC 9(6).
                        09  FILLER          PIC 99.
                    07  WS-CT-TO-DATE   PIC 9(8).
                    07  WS-CT-REC-CNT   PIC 9(9).
                    07  WS-CT-ISRT-CNT  PIC 9(9).
                    07  WS-CT-REPL-CNT  PIC 9(9).
                    07  WS-CT-DLET-CNT  PIC 9(9).
                    07  WS-CT-FIRST-ORDR PIC X(6).
                    07  WS-CT-LAST-ORDR PIC X(6).
                    07  WS-CT-CREATE-DATE PIC 9(8).
                    07  WS-CT-STATUS    PIC X.
                    07  WS-CT-STATUS-DATE PIC 9(8).
                    07  WS-CT-INTO-DSNAME PIC X(44).
                    07  FILLER          PIC X(26).
                05  WS-CT-ACT       PIC X.
      *                 X - EXPIRED THIS RUN   C - CONSOLIDATED THIS RUN
      *                 N - MONTHLY WRITTEN THIS RUN
      *     MONTHS (YYYYMM) WITH DAILY GENERATIONS DUE FOR
      *     CONSOLIDATION, OLDEST FIRST
        01  WS-MO-TABLE.
            03  WS-MO-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-MO-MONTH     PIC 9(6) OCCURS 300.
        01  WS-RUN-DATE         PIC 9(8) VALUE 0.
        01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
            03  WS-RUN-YYYY     PIC 9(4).
            03  WS-RUN-MM       PIC 99.
            03  WS-RUN-DD       PIC 99.
        01  WS-EXPIRE-DATE      PIC 9(8) VALUE 0.
        01  WS-EXPIRE-DATE-R REDEFINES WS-EXPIRE-DATE.
            03  WS-EXP-YYYY     PIC 9(4).
            03  WS-EXP-MM       PIC 99.
            03  WS-EXP-DD       PIC 99.
        01  WS-NEW-MONTHLY.
            03  WS-NM-FROM-DATE PIC 9(8).
            03  WS-NM-TO-DATE   PIC 9(8).
            03  WS-NM-ISRT-CNT  PIC 9(9).
            03  WS-NM-REPL-CNT  PIC 9(9).
            03  WS-NM-DLET-CNT  PIC 9(9).
            03  WS-NM-FIRST-ORDR PIC X(6).
            03  WS-NM-LAST-ORDR PIC X(6).
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'JRNRETN '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-TYPE          PIC X.
            03  FILLER          PIC X.
            03  P-GEN           PIC ZZZ9.
            03  FILLER          PIC X.
            03  P-DSNAME        PIC X(44).
            03  FILLER          PIC X.
            03  P-FROM          PIC X(8).
            03  FILLER          PIC X.
            03  P-TO            PIC X(8).
            03  FILLER          PIC X.
            03  P-RECS          PIC ZZZ,ZZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(30).
            03  FILLER          PIC X(19).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' JOURNAL GENERATION RETENTION REGISTER            '.
            03  H1-MODE            PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' T  GEN DATASET NAME                              '.
            03  FILLER             PIC X(50) VALUE IS
            '   FROM     TO           RECORDS  ACTION          '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM JRNRETN'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT PARM-FILE, JCAT-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-JCAT NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'CATALOG FILE STATUS IS ' FS-JCAT
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                MOVE 'ERROR   ' TO RC-STATUS
                CALL 'RUNLOG' USING RUN-CONTROL
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM I200-READ-PARM
            PERFORM I300-READ-JCAT UNTIL NO-MORE-JCAT
            CLOSE PARM-FILE, JCAT-FILE
            IF LIST-ONLY
              MOVE '   LIST ONLY - NOTHING WRITTEN' TO H1-MODE
            END-IF
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE 3 TO CUR-LINE-CNT
            PERFORM P200-EXPIRE-SCAN
            PERFORM P300-FIND-MONTHS
            PERFORM P400-CONSOLIDATE-MONTH THRU P400-EXIT
                VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX > WS-MO-CNT
            PERFORM P600-LIST-ENTRY
                VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT
            IF NOT LIST-ONLY
              PERFORM P800-UPDATE-CATALOG THRU P800-EXIT
            END-IF
            PERFORM P999-TRAILER
            CLOSE RPT-FILE
            MOVE WS-READ-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT = WS-CONSOL-CNT + WS-EXPIRE-CNT
            MOVE WS-ERR-CNT TO RC-ERROR-COUNT
            IF WS-ERR-CNT > 0
              MOVE 4 TO RETURN-CODE
            END-IF
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM JRNRETN'
            GOBACK.

        I200-READ-PARM.
      *     THE EXPIRY DATE IS THE FIRST OF THE MONTH THE RETENTION
      *     PERIOD REACHES BACK TO; THE CONSOLIDATION DATE IS THE
      *     CUTOFF DAYS BEFORE TODAY.
            READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
            END-READ
            IF FS-PARM = 0
              IF PARM-RUN-MODE = 'L'
                MOVE PARM-RUN-MODE TO WS-RUN-MODE
              END-IF
              IF PARM-CONSOL-DAYS NUMERIC
                  AND PARM-CONSOL-DAYS > 0
                MOVE PARM-CONSOL-DAYS TO WS-CONSOL-DAYS
              END-IF
              IF PARM-RETAIN-MONTHS NUMERIC
                  AND PARM-RETAIN-MONTHS > 0
                MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
              END-IF
            END-IF
            COMPUTE WS-MONTH-NO = WS-RUN-YYYY * 12
                + WS-RUN-MM - 1 - WS-RETAIN-MONTHS
            DIVIDE WS-MONTH-NO BY 12 GIVING WS-EXP-YYYY
                REMAINDER WS-EXP-MM
            ADD 1 TO WS-EXP-MM
            MOVE 1 TO WS-EXP-DD
            COMPUTE WS-CONSOL-DATE = FUNCTION DATE-OF-INTEGER (
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - WS-CONSOL-DAYS)
            DISPLAY 'RUN MODE:              ' WS-RUN-MODE
            DISPLAY 'CONSOLIDATE MONTHS ENDED BEFORE ' WS-CONSOL-DATE
            DISPLAY 'EXPIRE GENERATIONS ENDING BEFORE ' WS-EXPIRE-DATE
            EXIT.

        I300-READ-JCAT.
            READ JCAT-FILE AT END MOVE 'Y' TO JCAT-EOF
            END-READ
            IF JCAT-PRESENT
              ADD 1 TO WS-READ-CNT
              IF WS-CT-CNT < 3000
                ADD 1 TO WS-CT-CNT
                MOVE JCAT-REC TO WS-CT-REC(WS-CT-CNT)
                MOVE SPACE TO WS-CT-ACT(WS-CT-CNT)
              ELSE
                IF WS-CT-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-CT-OVERFLOW
                  DISPLAY 'CATALOG TABLE FULL - LATER ENTRIES ARE'
                  DISPLAY '  LEFT AS THEY ARE THIS RUN'
                END-IF
                ADD 1 TO WS-ERR-CNT
              END-IF
            END-IF
            EXIT.

        P200-EXPIRE-SCAN.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT
              IF WS-CT-STATUS(WS-CT-IDX) = 'A'
                  AND WS-CT-TO-DATE(WS-CT-IDX) < WS-EXPIRE-DATE
                MOVE 'X' TO WS-CT-ACT(WS-CT-IDX)
                MOVE 'X' TO WS-CT-STATUS(WS-CT-IDX)
                MOVE WS-RUN-DATE TO WS-CT-STATUS-DATE(WS-CT-IDX)
                ADD 1 TO WS-EXPIRE-CNT
              END-IF
            END-PERFORM
            EXIT.

        P300-FIND-MONTHS.
      *     A MONTH IS DUE WHEN THE FIRST DAY OF THE FOLLOWING MONTH
      *     IS ON OR BEFORE THE CONSOLIDATION DATE.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT
              IF WS-CT-STATUS(WS-CT-IDX) = 'A'
                  AND WS-CT-GEN-TYPE(WS-CT-IDX) = 'D'
                MOVE WS-CT-FROM-YYYYMM(WS-CT-IDX) TO WS-MO-SWAP
                IF WS-MO-SWAP (5:2) = '12'
                  COMPUTE WS-NEXT-MONTH =
                      (WS-MO-SWAP + 89) * 100 + 1
                ELSE
                  COMPUTE WS-NEXT-MONTH = (WS-MO-SWAP + 1) * 100 + 1
                END-IF
                IF WS-NEXT-MONTH <= WS-CONSOL-DATE
                  PERFORM P310-ADD-MONTH
                END-IF
              END-IF
            END-PERFORM
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX >= WS-MO-CNT
              COMPUTE WS-MO-SUB = WS-MO-IDX + 1
              PERFORM VARYING WS-MO-SUB FROM WS-MO-SUB BY 1
                  UNTIL WS-MO-SUB > WS-MO-CNT
                IF WS-MO-MONTH(WS-MO-SUB) < WS-MO-MONTH(WS-MO-IDX)
                  MOVE WS-MO-MONTH(WS-MO-IDX) TO WS-MO-SWAP
                  MOVE WS-MO-MONTH(WS-MO-SUB)
                      TO WS-MO-MONTH(WS-MO-IDX)
                  MOVE WS-MO-SWAP TO WS-MO-MONTH(WS-MO-SUB)
                END-IF
              END-PERFORM
            END-PERFORM
            EXIT.

        P310-ADD-MONTH.
            MOVE 0 TO WS-MO-SUB
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX > WS-MO-CNT OR WS-MO-SUB > 0
              IF WS-MO-MONTH(WS-MO-IDX) = WS-MO-SWAP
                MOVE WS-MO-IDX TO WS-MO-SUB
              END-IF
            END-PERFORM
            IF WS-MO-SUB = 0 AND WS-MO-CNT < 300
              ADD 1 TO WS-MO-CNT
              MOVE WS-MO-SWAP TO WS-MO-MONTH(WS-MO-CNT)
            END-IF
            EXIT.

        P400-CONSOLIDATE-MONTH.
      *     ONE MONTHLY GENERATION FROM THE MONTH'S CURRENT MONTHLY,
      *     IF ANY, FOLLOWED BY ITS ACTIVE DAILIES IN CATALOG ORDER.
            MOVE 0 TO WS-CT-OLD
            MOVE 0 TO WS-MON-VER
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT
              IF WS-CT-STATUS(WS-CT-IDX) = 'A'
                  AND WS-CT-GEN-TYPE(WS-CT-IDX) = 'M'
                  AND WS-CT-FROM-YYYYMM(WS-CT-IDX)
                      = WS-MO-MONTH(WS-MO-IDX)
                MOVE WS-CT-IDX TO WS-CT-OLD
                MOVE WS-CT-GEN-NO(WS-CT-IDX) TO WS-MON-VER
              END-IF
            END-PERFORM
            ADD 1 TO WS-MON-VER
            MOVE WS-MON-VER TO WS-MON-VER-2
            MOVE SPACES TO WS-JOUT-DSNAME
            STRING WS-JRNL-MON-BASE DELIMITED BY SPACE
                '.M' WS-MO-MONTH(WS-MO-IDX)
                '.V' WS-MON-VER-2 DELIMITED BY SIZE
                INTO WS-JOUT-DSNAME
            END-STRING
            MOVE 'N' TO WS-MON-FAIL
            MOVE 0 TO WS-MON-CAT-CNT, WS-MON-COPY-CNT
            MOVE 99999999 TO WS-NM-FROM-DATE
            MOVE 0 TO WS-NM-TO-DATE
            MOVE 0 TO WS-NM-ISRT-CNT, WS-NM-REPL-CNT, WS-NM-DLET-CNT
            MOVE SPACES TO WS-NM-FIRST-ORDR, WS-NM-LAST-ORDR
            IF NOT LIST-ONLY
              OPEN OUTPUT JOUT-FILE
              IF FS-JOUT NOT = 0
                DISPLAY 'UNABLE TO CREATE ' WS-JOUT-DSNAME
                    ' STATUS ' FS-JOUT
                ADD 1 TO WS-ERR-CNT
                PERFORM P440-CLEAR-TAKEN
                GO TO P400-EXIT
              END-IF
            END-IF
            IF WS-CT-OLD > 0
              MOVE WS-CT-OLD TO WS-CT-SUB
              PERFORM P410-TAKE-GENERATION
            END-IF
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                UNTIL WS-CT-SUB > WS-CT-CNT
              IF WS-CT-STATUS(WS-CT-SUB) = 'A'
                  AND WS-CT-GEN-TYPE(WS-CT-SUB) = 'D'
                  AND WS-CT-FROM-YYYYMM(WS-CT-SUB)
                      = WS-MO-MONTH(WS-MO-IDX)
                PERFORM P410-TAKE-GENERATION
              END-IF
            END-PERFORM
            IF NOT LIST-ONLY
              CLOSE JOUT-FILE
              IF WS-MON-COPY-CNT NOT = WS-MON-CAT-CNT
                DISPLAY 'RECORDS COPIED TO ' WS-JOUT-DSNAME ' '
                    WS-MON-COPY-CNT ' CATALOG SAYS ' WS-MON-CAT-CNT
                MOVE 'Y' TO WS-MON-FAIL
              END-IF
            END-IF
            IF MONTH-FAILED
              DISPLAY 'MONTH ' WS-MO-MONTH(WS-MO-IDX)
                  ' NOT CONSOLIDATED - GENERATIONS LEFT ACTIVE'
              ADD 1 TO WS-ERR-CNT
              PERFORM P440-CLEAR-TAKEN
              GO TO P400-EXIT
            END-IF
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                UNTIL WS-CT-SUB > WS-CT-CNT
              IF WS-CT-ACT(WS-CT-SUB) = 'T'
                MOVE 'C' TO WS-CT-ACT(WS-CT-SUB)
                MOVE 'C' TO WS-CT-STATUS(WS-CT-SUB)
                MOVE WS-RUN-DATE TO WS-CT-STATUS-DATE(WS-CT-SUB)
                MOVE WS-JOUT-DSNAME TO WS-CT-INTO-DSNAME(WS-CT-SUB)
                ADD 1 TO WS-CONSOL-CNT
              END-IF
            END-PERFORM
            IF WS-CT-CNT < 3000
              ADD 1 TO WS-CT-CNT
              MOVE SPACES TO WS-CT-REC(WS-CT-CNT)
              MOVE 'N' TO WS-CT-ACT(WS-CT-CNT)
              MOVE 'M' TO WS-CT-GEN-TYPE(WS-CT-CNT)
              MOVE WS-MON-VER TO WS-CT-GEN-NO(WS-CT-CNT)
              MOVE WS-JOUT-DSNAME TO WS-CT-DSNAME(WS-CT-CNT)
              MOVE WS-NM-FROM-DATE TO WS-CT-FROM-DATE(WS-CT-CNT)
              MOVE WS-NM-TO-DATE TO WS-CT-TO-DATE(WS-CT-CNT)
              MOVE WS-MON-CAT-CNT TO WS-CT-REC-CNT(WS-CT-CNT)
              MOVE WS-NM-ISRT-CNT TO WS-CT-ISRT-CNT(WS-CT-CNT)
              MOVE WS-NM-REPL-CNT TO WS-CT-REPL-CNT(WS-CT-CNT)
              MOVE WS-NM-DLET-CNT TO WS-CT-DLET-CNT(WS-CT-CNT)
              MOVE WS-NM-FIRST-ORDR TO WS-CT-FIRST-ORDR(WS-CT-CNT)
              MOVE WS-NM-LAST-ORDR TO WS-CT-LAST-ORDR(WS-CT-CNT)
              MOVE WS-RUN-DATE TO WS-CT-CREATE-DATE(WS-CT-CNT)
              MOVE 'A' TO WS-CT-STATUS(WS-CT-CNT)
              MOVE WS-RUN-DATE TO WS-CT-STATUS-DATE(WS-CT-CNT)
              ADD 1 TO WS-MONTHLY-CNT
            ELSE
              DISPLAY 'CATALOG TABLE FULL - ' WS-JOUT-DSNAME
                  ' NOT CATALOGED'
              ADD 1 TO WS-ERR-CNT
            END-IF.
        P400-EXIT.
            EXIT.

        P410-TAKE-GENERATION.
      *     WS-CT-SUB IS AN INPUT TO THE MONTHLY BEING BUILT; IT IS
      *     MARKED T UNTIL THE MONTH IS KNOWN TO BE GOOD.
            MOVE 'T' TO WS-CT-ACT(WS-CT-SUB)
            ADD WS-CT-REC-CNT(WS-CT-SUB) TO WS-MON-CAT-CNT
            ADD WS-CT-ISRT-CNT(WS-CT-SUB) TO WS-NM-ISRT-CNT
            ADD WS-CT-REPL-CNT(WS-CT-SUB) TO WS-NM-REPL-CNT
            ADD WS-CT-DLET-CNT(WS-CT-SUB) TO WS-NM-DLET-CNT
            IF WS-CT-FROM-DATE(WS-CT-SUB) < WS-NM-FROM-DATE
              MOVE WS-CT-FROM-DATE(WS-CT-SUB) TO WS-NM-FROM-DATE
            END-IF
            IF WS-CT-TO-DATE(WS-CT-SUB) > WS-NM-TO-DATE
              MOVE WS-CT-TO-DATE(WS-CT-SUB) TO WS-NM-TO-DATE
            END-IF
            IF WS-NM-FIRST-ORDR = SPACES
              MOVE WS-CT-FIRST-ORDR(WS-CT-SUB) TO WS-NM-FIRST-ORDR
            END-IF
            IF WS-CT-LAST-ORDR(WS-CT-SUB) NOT = SPACES
              MOVE WS-CT-LAST-ORDR(WS-CT-SUB) TO WS-NM-LAST-ORDR
            END-IF
            IF NOT LIST-ONLY AND NOT MONTH-FAILED
              PERFORM P420-COPY-GENERATION
            END-IF
            EXIT.

        P420-COPY-GENERATION.
            MOVE WS-CT-DSNAME(WS-CT-SUB) TO WS-JIN-DSNAME
            OPEN INPUT JIN-FILE
            IF FS-JIN NOT = 0
              DISPLAY 'UNABLE TO READ ' WS-JIN-DSNAME
                  ' STATUS ' FS-JIN
              MOVE 'Y' TO WS-MON-FAIL
            ELSE
              MOVE ' ' TO JIN-EOF
              PERFORM P430-COPY-RECORD UNTIL NO-MORE-JIN
              CLOSE JIN-FILE
            END-IF
            EXIT.

        P430-COPY-RECORD.
            READ JIN-FILE AT END MOVE 'Y' TO JIN-EOF
            END-READ
            IF JIN-PRESENT
              MOVE JIN-REC TO JOUT-REC
              WRITE JOUT-REC
              ADD 1 TO WS-MON-COPY-CNT
              ADD 1 TO WS-COPY-CNT
            END-IF
            EXIT.

        P440-CLEAR-TAKEN.
      *     THE MONTH FAILED - ITS INPUTS ARE NOT CONSOLIDATED, SO THE
      *     T MARKS COME OFF BEFORE A LATER MONTH CAN CLAIM THEM.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                UNTIL WS-CT-SUB > WS-CT-CNT
              IF WS-CT-ACT(WS-CT-SUB) = 'T'
                MOVE SPACE TO WS-CT-ACT(WS-CT-SUB)
              END-IF
            END-PERFORM
            EXIT.

        P600-LIST-ENTRY.
      *     ONE LINE FOR EVERY GENERATION STILL HELD OR RELEASED
      *     THIS RUN; THOSE RELEASED BY EARLIER RUNS ARE ONLY
      *     COUNTED.
            MOVE SPACES TO PRT-DTL
            MOVE WS-CT-GEN-TYPE(WS-CT-IDX) TO P-TYPE
            MOVE WS-CT-GEN-NO(WS-CT-IDX) TO P-GEN
            MOVE WS-CT-DSNAME(WS-CT-IDX) TO P-DSNAME
            MOVE WS-CT-FROM-DATE(WS-CT-IDX) TO P-FROM
            MOVE WS-CT-TO-DATE(WS-CT-IDX) TO P-TO
            MOVE WS-CT-REC-CNT(WS-CT-IDX) TO P-RECS
            EVALUATE TRUE
              WHEN WS-CT-ACT(WS-CT-IDX) = 'X'
                IF LIST-ONLY
                  MOVE 'TO EXPIRE' TO P-ACT
                ELSE
                  MOVE 'EXPIRED - RELEASED' TO P-ACT
                END-IF
              WHEN WS-CT-ACT(WS-CT-IDX) = 'C'
                IF LIST-ONLY
                  MOVE 'TO CONSOLIDATE' TO P-ACT
                ELSE
                  MOVE 'CONSOLIDATED - RELEASED' TO P-ACT
                END-IF
              WHEN WS-CT-ACT(WS-CT-IDX) = 'N'
                IF LIST-ONLY
                  MOVE 'MONTHLY PLANNED' TO P-ACT
                ELSE
                  MOVE 'MONTHLY WRITTEN - KEPT' TO P-ACT
                END-IF
              WHEN WS-CT-STATUS(WS-CT-IDX) = 'A'
                MOVE 'KEPT' TO P-ACT
                ADD 1 TO WS-KEPT-CNT
              WHEN OTHER
                ADD 1 TO WS-PRIOR-CNT
            END-EVALUATE
            IF P-ACT NOT = SPACES
              PERFORM P700-PRINT
            END-IF
            EXIT.

        P800-UPDATE-CATALOG.
      *     STATUS CHANGES ARE REWRITTEN IN PLACE, IN THE ORDER THE
      *     ENTRIES WERE LOADED; THE NEW MONTHLIES ARE APPENDED.
            OPEN I-O JCAT-FILE
            IF FS-JCAT NOT = 0
              DISPLAY 'UNABLE TO UPDATE CATALOG, STATUS ' FS-JCAT
              ADD 1 TO WS-ERR-CNT
              GO TO P800-EXIT
            END-IF
            MOVE ' ' TO JCAT-EOF
            MOVE 0 TO WS-CT-IDX
            PERFORM P810-REWRITE-ENTRY
                UNTIL NO-MORE-JCAT OR WS-CT-IDX >= WS-CT-CNT
            CLOSE JCAT-FILE
            IF WS-MONTHLY-CNT = 0
              GO TO P800-EXIT
            END-IF
            OPEN EXTEND JCAT-FILE
            IF FS-JCAT NOT = 0
              DISPLAY 'UNABLE TO EXTEND CATALOG, STATUS ' FS-JCAT
              ADD 1 TO WS-ERR-CNT
              GO TO P800-EXIT
            END-IF
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CNT
              IF WS-CT-ACT(WS-CT-IDX) = 'N'
                MOVE WS-CT-REC(WS-CT-IDX) TO JCAT-REC
                WRITE JCAT-REC
              END-IF
            END-PERFORM
            CLOSE JCAT-FILE.
        P800-EXIT.
            EXIT.

        P810-REWRITE-ENTRY.
            READ JCAT-FILE AT END MOVE 'Y' TO JCAT-EOF
            END-READ
            IF JCAT-PRESENT
              ADD 1 TO WS-CT-IDX
              IF WS-CT-ACT(WS-CT-IDX) = 'X'
                  OR WS-CT-ACT(WS-CT-IDX) = 'C'
                MOVE WS-CT-REC(WS-CT-IDX) TO JCAT-REC
                REWRITE JCAT-REC
                IF FS-JCAT NOT = 0
                  DISPLAY 'CATALOG REWRITE FAILED FOR '
                      WS-CT-DSNAME(WS-CT-IDX) ' STATUS ' FS-JCAT
                  ADD 1 TO WS-ERR-CNT
                END-IF
              END-IF
            END-IF
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
            MOVE 'CATALOG ENTRIES READ' TO T-LABEL
            MOVE WS-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'GENERATIONS KEPT' TO T-LABEL
            MOVE WS-KEPT-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'MONTHLY GENERATIONS WRITTEN' TO T-LABEL
            MOVE WS-MONTHLY-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'CONSOLIDATED AND RELEASED' TO T-LABEL
            MOVE WS-CONSOL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'EXPIRED AND RELEASED' TO T-LABEL
            MOVE WS-EXPIRE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'RELEASED BY EARLIER RUNS' TO T-LABEL
            MOVE WS-PRIOR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'JOURNAL RECORDS COPIED' TO T-LABEL
            MOVE WS-COPY-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ERRORS' TO T-LABEL
            MOVE WS-ERR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
