      *     RESTORE) OR BACKS THE CHANGES OUT USING THE BEFORE-IMAGES
      *     IN REVERSE JOURNAL ORDER.  A RECONCILIATION REGISTER
      *     REPORTS EVERY SEGMENT APPLIED, SKIPPED OR MISMATCHED.
      *     THE JOURNAL GENERATIONS ARE SELECTED FROM THE JOURNAL
      *     CATALOG (JRNCAT): EVERY ACTIVE DAILY OR MONTHLY GENERATION
      *     WHOSE DATE RANGE OVERLAPS THE PARM DATES IS READ, OLDEST
      *     FIRST, AND ITS RECORD COUNT CHECKED AGAINST THE CATALOG.
      *     GENERATIONS IN THE RANGE ALREADY EXPIRED ARE REPORTED AS
      *     A WARNING.  WITHOUT A CATALOG THE JOURNL DD IS READ AS
      *     BEFORE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
                FILE STATUS IS FS-PARM.
            SELECT JRNL-FILE ASSIGN TO UT-S-JOURNL
                FILE STATUS IS FS-JRNL.
            SELECT JCAT-FILE ASSIGN TO UT-S-JRNCAT
                FILE STATUS IS FS-JCAT.
      *     CATALOGED GENERATIONS ARE OPENED BY NAME
            SELECT JGEN-FILE ASSIGN TO WS-JGEN-DSNAME
                FILE STATUS IS FS-JGEN.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
            03  JR-TRAN             PIC XX.
            03  JR-ORDR-NO          PIC X(6).
            03  JR-RUN-DATE         PIC 9(8).
            03  JR-BEFORE           PIC X(400).
            03  JR-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
        FD  JCAT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JCAT-REC.
            03  JC-GEN-TYPE         PIC X.
      *        D - DAILY RUN JOURNAL    M - MONTHLY CONSOLIDATION
            03  JC-GEN-NO           PIC 9(4).
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
      *        A - ACTIVE    C - CONSOLIDATED    X - EXPIRED
            03  JC-STATUS-DATE      PIC 9(8).
            03  JC-INTO-DSNAME      PIC X(44).
            03  FILLER              PIC X(26).
        FD  JGEN-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JGEN-REC                PIC X(824).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
        77  FS-PARM             PIC 99.
        77  FS-JRNL             PIC 99.
        77  FS-RPT              PIC 99.
        77  FS-JCAT             PIC 99.
        77  FS-JGEN             PIC 99.
        77  JRNL-EOF            PIC X VALUE ' '.
            88  JRNL-PRESENT      VALUE ' '.
            88  NO-MORE-JRNL      VALUE 'Y'.
        77  JCAT-EOF            PIC X VALUE ' '.
            88  JCAT-PRESENT      VALUE ' '.
            88  NO-MORE-JCAT      VALUE 'Y'.
        77  JGEN-EOF            PIC X VALUE ' '.
            88  JGEN-PRESENT      VALUE ' '.
            88  NO-MORE-JGEN      VALUE 'Y'.
        77  WS-JGEN-DSNAME      PIC X(44) VALUE SPACES.
        77  WS-USE-CATALOG      PIC X VALUE 'N'.
            88  CATALOG-RUN       VALUE 'Y'.
        77  WS-RUN-DIR          PIC X VALUE 'F'.
            88  BACKOUT-RUN       VALUE 'B'.
        77  WS-FROM-DATE        PIC 9(8) VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-JT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-JT-OVERFLOW      PIC X VALUE 'N'.
        77  WS-GEN-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-EXPD-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-GEN-READ-CNT     PIC 9(9) VALUE 0.
        77  WS-GT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-GT-SUB           PIC S9(4) COMP VALUE 0.
        01  WS-JRNL-WORK.
            03  JW-TRAN             PIC XX.
            03  JW-ORDR-NO          PIC X(6).
            03  JW-RUN-DATE         PIC 9(8).
            03  JW-BEFORE           PIC X(400).
            03  JW-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
      *     CATALOGED GENERATIONS OVERLAPPING THE PARM DATES, IN THE
      *     ORDER THEY ARE READ
        01  WS-GEN-TABLE.
            03  WS-GT-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-GT-ENT       OCCURS 500.
                05  WS-GT-DSNAME    PIC X(44).
                05  WS-GT-FROM      PIC 9(8).
                05  WS-GT-TO        PIC 9(8).
                05  WS-GT-RECS      PIC 9(9).
        01  WS-GT-SWAP          PIC X(69).
      *     THE JOURNAL SELECTION IS HELD IN A TABLE SO A BACKOUT RUN
      *     CAN APPLY THE BEFORE-IMAGES IN REVERSE JOURNAL ORDER.
        01  WS-JRNL-TABLE.
                05  WS-JT-TRAN      PIC XX.
                05  WS-JT-ORDR      PIC X(6).
                05  WS-JT-DATE      PIC 9(8).
                05  WS-JT-BEFORE    PIC X(400).
                05  WS-JT-AFTER     PIC X(400).
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'JRNREPLY'.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(112).
        01  PRT-GEN.
            03  G-CC            PIC X.
            03  G-LIT           PIC X(11).
            03  G-DSNAME        PIC X(44).
            03  FILLER          PIC X.
            03  G-FROM          PIC X(8).
            03  FILLER          PIC X.
            03  G-TO            PIC X(8).
            03  FILLER          PIC X.
            03  G-RECS          PIC ZZZ,ZZZ,ZZ9.
            03  FILLER          PIC X(2).
            03  G-NOTE          PIC X(30).
            03  FILLER          PIC X(15).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
        01  SSA-2.
            03  S2-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE ' '.
        01  WS-APPLY-IMAGE      PIC X(400) VALUE SPACES.
        01  WS-EXPECT-IMAGE     PIC X(400) VALUE SPACES.
        01  ORDER-ROOT-DATA.
       05 ORDER-ROOT-KEY.
           07 ORDER-NUMBER-PREFIX      PIC  X(02).
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
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT PARM-FILE, JCAT-FILE.
            IF FS-JCAT = 0
              MOVE 'Y' TO WS-USE-CATALOG
            ELSE
              DISPLAY 'NO JOURNAL CATALOG, STATUS ' FS-JCAT
                  ' - READING THE JOURNL DD'
              OPEN INPUT JRNL-FILE
            END-IF
            OPEN OUTPUT RPT-FILE.
            IF FS-PARM NOT = 0 OR FS-RPT NOT = 0
                OR (NOT CATALOG-RUN AND FS-JRNL NOT = 0)
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'PARM FILE STATUS IS ' FS-PARM
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE 3 TO CUR-LINE-CNT
            IF CATALOG-RUN
              PERFORM R100-READ-JCAT UNTIL NO-MORE-JCAT
              PERFORM R110-ORDER-GENS
              PERFORM R120-READ-GEN THRU R120-READ-GEN-EXIT
                  VARYING WS-GT-IDX FROM 1 BY 1
                  UNTIL WS-GT-IDX > WS-GT-CNT
            ELSE
              PERFORM R010-READ UNTIL NO-MORE-JRNL
            END-IF
            IF BACKOUT-RUN
              PERFORM P300-APPLY-ENTRY THRU P300-APPLY-ENTRY-EXIT
                  VARYING WS-JT-IDX FROM WS-JT-CNT BY -1
                  UNTIL WS-JT-IDX > WS-JT-CNT
            END-IF
            PERFORM P999-TRAILER
            CLOSE PARM-FILE, RPT-FILE
            IF CATALOG-RUN
              CLOSE JCAT-FILE
            ELSE
              CLOSE JRNL-FILE
            END-IF
            MOVE WS-READ-CNT TO RC-INPUT-COUNT
            MOVE WS-APPL-CNT TO RC-OUTPUT-COUNT
            COMPUTE RC-ERROR-COUNT = WS-MISM-CNT + WS-ERR-CNT
            READ JRNL-FILE AT END MOVE 'Y' TO JRNL-EOF
            END-READ
            IF JRNL-PRESENT
              MOVE JRNL-REC TO WS-JRNL-WORK
              PERFORM R020-SELECT
            END-IF
            EXIT.

        R020-SELECT.
            ADD 1 TO WS-READ-CNT
            IF JW-RUN-DATE >= WS-FROM-DATE
                AND JW-RUN-DATE <= WS-TO-DATE
              ADD 1 TO WS-SEL-CNT
              IF WS-JT-CNT < 5000
                ADD 1 TO WS-JT-CNT
                MOVE JW-TRAN TO WS-JT-TRAN(WS-JT-CNT)
                MOVE JW-ORDR-NO TO WS-JT-ORDR(WS-JT-CNT)
                MOVE JW-RUN-DATE TO WS-JT-DATE(WS-JT-CNT)
                MOVE JW-BEFORE TO WS-JT-BEFORE(WS-JT-CNT)
                MOVE JW-AFTER TO WS-JT-AFTER(WS-JT-CNT)
              ELSE
                IF WS-JT-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-JT-OVERFLOW
                  DISPLAY 'JOURNAL TABLE FULL - NARROW THE DATE'
                  DISPLAY '  RANGE AND RUN AGAIN FOR THE REST'
                END-IF
                ADD 1 TO WS-ERR-CNT
              END-IF
            END-IF
            EXIT.

        R100-READ-JCAT.
      *     CONSOLIDATED DAILIES ARE SKIPPED - THEIR RECORDS ARE READ
      *     FROM THE MONTHLY GENERATION THAT REPLACED THEM.
            READ JCAT-FILE AT END MOVE 'Y' TO JCAT-EOF
            END-READ
            IF JCAT-PRESENT
                AND JC-TO-DATE >= WS-FROM-DATE
                AND JC-FROM-DATE <= WS-TO-DATE
              IF JC-STATUS = 'A'
                IF WS-GT-CNT < 500
                  ADD 1 TO WS-GT-CNT
                  MOVE JC-DSNAME TO WS-GT-DSNAME(WS-GT-CNT)
                  MOVE JC-FROM-DATE TO WS-GT-FROM(WS-GT-CNT)
                  MOVE JC-TO-DATE TO WS-GT-TO(WS-GT-CNT)
                  MOVE JC-REC-CNT TO WS-GT-RECS(WS-GT-CNT)
                ELSE
                  DISPLAY 'GENERATION TABLE FULL - ' JC-DSNAME
                      ' NOT READ'
                  ADD 1 TO WS-ERR-CNT
                END-IF
              END-IF
              IF JC-STATUS = 'X'
                DISPLAY 'WARNING - GENERATION ' JC-DSNAME
                    ' IN RANGE HAS EXPIRED'
                ADD 1 TO WS-EXPD-CNT
                MOVE SPACES TO PRT-GEN
                MOVE 'GENERATION' TO G-LIT
                MOVE JC-DSNAME TO G-DSNAME
                MOVE JC-FROM-DATE TO G-FROM
                MOVE JC-TO-DATE TO G-TO
                MOVE JC-REC-CNT TO G-RECS
                MOVE 'EXPIRED - NOT REPLAYED' TO G-NOTE
                MOVE PRT-GEN TO PRT-DTL
                PERFORM P700-PRINT
              END-IF
            END-IF
            EXIT.

        R110-ORDER-GENS.
      *     OLDEST FIRST BY STARTING DATE; EQUAL DATES KEEP THEIR
      *     CATALOG ORDER.
            PERFORM VARYING WS-GT-IDX FROM 2 BY 1
                UNTIL WS-GT-IDX > WS-GT-CNT
              PERFORM VARYING WS-GT-SUB FROM WS-GT-IDX BY -1
                  UNTIL WS-GT-SUB < 2
                  OR WS-GT-FROM(WS-GT-SUB - 1)
                      <= WS-GT-FROM(WS-GT-SUB)
                MOVE WS-GT-ENT(WS-GT-SUB) TO WS-GT-SWAP
                MOVE WS-GT-ENT(WS-GT-SUB - 1) TO WS-GT-ENT(WS-GT-SUB)
                MOVE WS-GT-SWAP TO WS-GT-ENT(WS-GT-SUB - 1)
              END-PERFORM
            END-PERFORM
            EXIT.

        R120-READ-GEN.
            MOVE SPACES TO PRT-GEN
            MOVE 'GENERATION' TO G-LIT
            MOVE '0' TO G-CC
            MOVE WS-GT-DSNAME(WS-GT-IDX) TO G-DSNAME
            MOVE WS-GT-FROM(WS-GT-IDX) TO G-FROM
            MOVE WS-GT-TO(WS-GT-IDX) TO G-TO
            MOVE WS-GT-RECS(WS-GT-IDX) TO G-RECS
            MOVE WS-GT-DSNAME(WS-GT-IDX) TO WS-JGEN-DSNAME
            OPEN INPUT JGEN-FILE
            IF FS-JGEN NOT = 0
              DISPLAY 'UNABLE TO READ ' WS-JGEN-DSNAME
                  ' STATUS ' FS-JGEN
              ADD 1 TO WS-ERR-CNT
              MOVE 'NOT AVAILABLE' TO G-NOTE
              MOVE PRT-GEN TO PRT-DTL
              PERFORM P700-PRINT
              GO TO R120-READ-GEN-EXIT
            END-IF
            ADD 1 TO WS-GEN-CNT
            MOVE 0 TO WS-GEN-READ-CNT
            MOVE ' ' TO JGEN-EOF
            PERFORM R130-READ-JGEN UNTIL NO-MORE-JGEN
            CLOSE JGEN-FILE
            IF WS-GEN-READ-CNT NOT = WS-GT-RECS(WS-GT-IDX)
              DISPLAY 'GENERATION ' WS-JGEN-DSNAME ' READ '
                  WS-GEN-READ-CNT ' CATALOG SAYS '
                  WS-GT-RECS(WS-GT-IDX)
              ADD 1 TO WS-ERR-CNT
              MOVE 'COUNT DIFFERS FROM CATALOG' TO G-NOTE
            END-IF
            MOVE PRT-GEN TO PRT-DTL
            PERFORM P700-PRINT.
        R120-READ-GEN-EXIT.
            EXIT.

        R130-READ-JGEN.
            READ JGEN-FILE AT END MOVE 'Y' TO JGEN-EOF
            END-READ
            IF JGEN-PRESENT
              ADD 1 TO WS-GEN-READ-CNT
              MOVE JGEN-REC TO WS-JRNL-WORK
              PERFORM R020-SELECT
            END-IF
            EXIT.

            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            IF CATALOG-RUN
              MOVE 'JOURNAL GENERATIONS READ' TO T-LABEL
              MOVE WS-GEN-CNT TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE 'EXPIRED GENERATIONS IN RANGE' TO T-LABEL
              MOVE WS-EXPD-CNT TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-IF
            MOVE 'RECORDS SELECTED' TO T-LABEL
            MOVE WS-SEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
