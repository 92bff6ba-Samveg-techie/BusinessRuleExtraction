        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLRECON.
      *     GL SUBLEDGER RECONCILIATION BETWEEN THE RETAINED GLPST
      *     POSTING HISTORY WRITTEN BY IB4OP01 AND THE ORDR010 ROOTS.
      *     ACCUMULATES EACH ORDER'S OPEN-COMMITMENT AND WIP BALANCE
      *     FROM THE POSTINGS, RECOMPUTES THE SAME FIGURES FROM THE
      *     OPEN ORDERS (PLANNED-ORDER-AMOUNT, STATUS BELOW 90, WIP
      *     NET OF SCRAP VALUED AT THE ORDER'S UNIT AMOUNT), PRINTS
      *     EVERY BREAK BY ORDER AND ENDS WITH A CONTROL-TOTAL PAGE
      *     FOR FINANCE SIGN-OFF.  A MISSED RUN, A JRNREPLY BACK-OUT
      *     OR AN ORDREST RESTORE ALL SHOW UP HERE AS BREAKS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GLPST-FILE ASSIGN TO UT-S-GLHIST
                FILE STATUS IS FS-GLPST.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  GLPST-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     RETAINED GL POSTING HISTORY - EVERY GLPOST GENERATION
      *     KEPT, CONCATENATED OLDEST FIRST.
        01  GLPST-REC.
            03  GL-RUN-DATE         PIC 9(8).
            03  GL-ORDR-NO          PIC X(6).
            03  GL-ACCOUNT          PIC X(6).
            03  GL-DRCR             PIC X.
      *        D - DEBIT    C - CREDIT
            03  GL-AMOUNT           PIC 9(7)V99.
            03  GL-SOURCE           PIC XX.
            03  GL-EVENT            PIC XX.
      *        AC - ADD COMMITMENT     CR - COMPLETION RELIEF
      *        SC - SCRAP   (BLANK ON POSTINGS WRITTEN BEFORE THE
      *        EVENT WAS CARRIED - CLASSIFIED FROM GL-SOURCE)
            03  FILLER              PIC X(46).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-GLPST            PIC 99.
        77  FS-RPT              PIC 99.
        77  GLPST-EOF           PIC X VALUE ' '.
            88  GLPST-PRESENT     VALUE ' '.
            88  NO-MORE-GLPST     VALUE 'Y'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-GL-EVENT         PIC XX VALUE SPACES.
            88  GL-EVENT-ADD      VALUE 'AC'.
            88  GL-EVENT-COMPLETE VALUE 'CR'.
            88  GL-EVENT-SCRAP    VALUE 'SC'.
            88  GL-EVENT-SPLIT-IN VALUE 'SI'.
            88  GL-EVENT-SPLIT-OUT VALUE 'SO'.
            88  GL-EVENT-CANCEL   VALUE 'CX'.
        77  WS-GL-READ-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-PAIR-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-UNCL-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-OPEN-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-BRK-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-RC-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-RC-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-RC-OVERFLOW      PIC X VALUE 'N'.
        77  WS-UNIT-AMT         PIC S9(7)V9(4) COMP-3 VALUE 0.
        77  WS-SCRAP-AMT        PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-COMMIT-DIFF      PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-WIP-DIFF         PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-TOT-GL-COMMIT    PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-DB-COMMIT    PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-GL-WIP       PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-DB-WIP       PIC S9(11)V99 COMP-3 VALUE 0.
        77  WS-TOT-DIFF         PIC S9(11)V99 COMP-3 VALUE 0.
        01  WS-REC-TABLE.
            03  WS-REC-CNT      PIC S9(4) COMP VALUE 0.
            03  WS-REC-ENT      OCCURS 5000.
                05  WS-REC-ORDR     PIC X(6).
                05  WS-REC-GL-SEEN  PIC X.
                05  WS-REC-ON-DB    PIC X.
                05  WS-REC-STATUS   PIC 99.
                05  WS-REC-GL-COMMIT PIC S9(9)V99 COMP-3.
                05  WS-REC-GL-WIP   PIC S9(9)V99 COMP-3.
                05  WS-REC-DB-COMMIT PIC S9(9)V99 COMP-3.
                05  WS-REC-DB-WIP   PIC S9(9)V99 COMP-3.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'GLRECON '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-STATUS        PIC XX.
            03  FILLER          PIC X(2).
            03  P-GL-COMMIT     PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-DB-COMMIT     PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-COMMIT-DIFF   PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-GL-WIP        PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-DB-WIP        PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X.
            03  P-WIP-DIFF      PIC ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(14).
            03  FILLER          PIC X(20).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' GL SUBLEDGER RECONCILIATION - BREAKS BY ORDER    '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDR#   ST    GL COMMIT    DB COMMIT   COMMIT DIF'.
            03  FILLER             PIC X(50) VALUE IS
            'F       GL WIP       DB WIP     WIP DIFF   BREAK  '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  H1-C.
            03  FILLER             PIC X(45) VALUE IS
            '1                                            '.
            03  FILLER             PIC X(50) VALUE IS
            ' GL SUBLEDGER RECONCILIATION - CONTROL TOTALS     '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  TOT-DTL.
            03  TA-CC           PIC X.
            03  TA-LABEL        PIC X(30).
            03  TA-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(84).
        01  SIGN-DTL.
            03  SG-CC           PIC X.
            03  SG-LABEL        PIC X(30).
            03  FILLER          PIC X(30) VALUE ALL '_'.
            03  FILLER          PIC X(8) VALUE '  DATE  '.
            03  FILLER          PIC X(12) VALUE ALL '_'.
            03  FILLER          PIC X(52).
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
            DISPLAY 'ENTERING PROGRAM GLRECON'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT GLPST-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-GLPST NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'GL HISTORY FILE STATUS IS ' FS-GLPST
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM R010-READ-GL UNTIL NO-MORE-GLPST
            PERFORM P200-ORDER-SCAN
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE 3 TO CUR-LINE-CNT
            PERFORM P300-COMPARE THRU P300-EXIT
                VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-REC-CNT
            PERFORM P900-CONTROL-PAGE
            CLOSE GLPST-FILE, RPT-FILE
            MOVE WS-GL-READ-CNT TO RC-INPUT-COUNT
            MOVE WS-REC-CNT TO RC-OUTPUT-COUNT
            MOVE WS-BRK-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM GLRECON'
            GOBACK.

        R010-READ-GL.
            READ GLPST-FILE AT END MOVE 'Y' TO GLPST-EOF
            END-READ
            IF GLPST-PRESENT
              ADD 1 TO WS-GL-READ-CNT
              PERFORM P100-ACCUM-POSTING THRU P100-EXIT
            END-IF
            EXIT.

        P100-ACCUM-POSTING.
      *     EVERY POSTING IS A BALANCED DEBIT/CREDIT PAIR, SO ONLY
      *     THE DEBIT HALF IS ACCUMULATED - IT CARRIES THE EVENT
      *     AMOUNT ONCE.
            IF GL-DRCR NOT = 'D'
              GO TO P100-EXIT
            END-IF
            MOVE GL-EVENT TO WS-GL-EVENT
            IF WS-GL-EVENT = SPACES
              EVALUATE GL-SOURCE
                WHEN 'A '
                  MOVE 'AC' TO WS-GL-EVENT
                WHEN 'UA'
                  MOVE 'CR' TO WS-GL-EVENT
                WHEN 'SC'
                  MOVE 'SC' TO WS-GL-EVENT
              END-EVALUATE
            END-IF
            IF NOT GL-EVENT-ADD AND NOT GL-EVENT-COMPLETE
                AND NOT GL-EVENT-SCRAP AND NOT GL-EVENT-SPLIT-IN
                AND NOT GL-EVENT-SPLIT-OUT AND NOT GL-EVENT-CANCEL
              ADD 1 TO WS-GL-UNCL-CNT
              GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-GL-PAIR-CNT
            MOVE GL-ORDR-NO TO ORDKEY-REDEF
            PERFORM P150-FIND-ORDER
            IF WS-RC-FOUND = 0
              GO TO P100-EXIT
            END-IF
            MOVE 'Y' TO WS-REC-GL-SEEN(WS-RC-FOUND)
            EVALUATE TRUE
              WHEN GL-EVENT-ADD
                ADD GL-AMOUNT TO WS-REC-GL-COMMIT(WS-RC-FOUND)
                ADD GL-AMOUNT TO WS-REC-GL-WIP(WS-RC-FOUND)
              WHEN GL-EVENT-COMPLETE
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-COMMIT(WS-RC-FOUND)
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-WIP(WS-RC-FOUND)
              WHEN GL-EVENT-SCRAP
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-WIP(WS-RC-FOUND)
              WHEN GL-EVENT-SPLIT-IN
                ADD GL-AMOUNT TO WS-REC-GL-COMMIT(WS-RC-FOUND)
                ADD GL-AMOUNT TO WS-REC-GL-WIP(WS-RC-FOUND)
              WHEN GL-EVENT-SPLIT-OUT
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-COMMIT(WS-RC-FOUND)
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-WIP(WS-RC-FOUND)
              WHEN GL-EVENT-CANCEL
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-COMMIT(WS-RC-FOUND)
                SUBTRACT GL-AMOUNT FROM WS-REC-GL-WIP(WS-RC-FOUND)
            END-EVALUATE.
        P100-EXIT.
            EXIT.

        P150-FIND-ORDER.
      *     LOCATE (OR ADD) THE RECONCILIATION ENTRY FOR THE ORDER
      *     IN ORDKEY-REDEF, RETURNING ITS INDEX IN WS-RC-FOUND
      *     (ZERO - TABLE FULL).
            MOVE 0 TO WS-RC-FOUND
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-REC-CNT
                OR WS-RC-FOUND > 0
              IF WS-REC-ORDR(WS-RC-IDX) = ORDKEY-REDEF
                MOVE WS-RC-IDX TO WS-RC-FOUND
              END-IF
            END-PERFORM
            IF WS-RC-FOUND = 0
              IF WS-REC-CNT < 5000
                ADD 1 TO WS-REC-CNT
                MOVE WS-REC-CNT TO WS-RC-FOUND
                MOVE ORDKEY-REDEF TO WS-REC-ORDR(WS-RC-FOUND)
                MOVE 'N' TO WS-REC-GL-SEEN(WS-RC-FOUND)
                MOVE 'N' TO WS-REC-ON-DB(WS-RC-FOUND)
                MOVE 0 TO WS-REC-STATUS(WS-RC-FOUND)
                MOVE 0 TO WS-REC-GL-COMMIT(WS-RC-FOUND)
                MOVE 0 TO WS-REC-GL-WIP(WS-RC-FOUND)
                MOVE 0 TO WS-REC-DB-COMMIT(WS-RC-FOUND)
                MOVE 0 TO WS-REC-DB-WIP(WS-RC-FOUND)
              ELSE
                IF WS-RC-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-RC-OVERFLOW
                  DISPLAY 'RECONCILIATION TABLE FULL - RESULTS'
                  DISPLAY '  INCOMPLETE, RAISE THE TABLE SIZE AND RERUN'
                END-IF
              END-IF
            END-IF
            EXIT.

        P200-ORDER-SCAN.
      *     ONE PASS OVER THE ORDR010 ROOTS RECOMPUTING EACH
      *     ORDER'S EXPECTED COMMITMENT AND WIP.  ONLY OPEN ORDERS
      *     CARRY A BALANCE - A COMPLETED ORDER HAS BEEN RELIEVED.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            DISPLAY 'ORDER ROOTS SCANNED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            PERFORM P150-FIND-ORDER
            IF WS-RC-FOUND > 0
              MOVE 'Y' TO WS-REC-ON-DB(WS-RC-FOUND)
              MOVE ORDER-STATUS TO WS-REC-STATUS(WS-RC-FOUND)
              IF ORDER-STATUS < 90
                ADD 1 TO WS-OPEN-CNT
                PERFORM P220-EXPECTED
              END-IF
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-EXPECTED.
      *     SCRAP IS VALUED THE WAY IB4OP01 POSTS IT - AT THE
      *     ORDER'S UNIT AMOUNT (PLANNED AMOUNT OVER PLANNED QTY).
            MOVE 0 TO WS-SCRAP-AMT
            IF PLANNED-ORDER-QUANTITY > 0
                AND TOTAL-SCRAP-QUANTITY > 0
              COMPUTE WS-UNIT-AMT =
                  PLANNED-ORDER-AMOUNT / PLANNED-ORDER-QUANTITY
              COMPUTE WS-SCRAP-AMT ROUNDED =
                  WS-UNIT-AMT * TOTAL-SCRAP-QUANTITY
            END-IF
            MOVE PLANNED-ORDER-AMOUNT TO WS-REC-DB-COMMIT(WS-RC-FOUND)
            COMPUTE WS-REC-DB-WIP(WS-RC-FOUND) =
                PLANNED-ORDER-AMOUNT - WS-SCRAP-AMT
            EXIT.

        P300-COMPARE.
      *     ONE ENTRY PER ORDER SEEN ON EITHER SIDE.  COMMITMENT IS
      *     COMPARED FOR EVERY ORDER (A CLOSED OR VANISHED ORDER
      *     MUST HAVE NONE LEFT); WIP ONLY FOR ORDERS STILL OPEN.
            IF WS-REC-ON-DB(WS-RC-IDX) = 'Y'
                AND WS-REC-STATUS(WS-RC-IDX) < 90
              ADD WS-REC-GL-WIP(WS-RC-IDX) TO WS-TOT-GL-WIP
              ADD WS-REC-DB-WIP(WS-RC-IDX) TO WS-TOT-DB-WIP
              COMPUTE WS-WIP-DIFF = WS-REC-GL-WIP(WS-RC-IDX)
                  - WS-REC-DB-WIP(WS-RC-IDX)
            ELSE
              MOVE 0 TO WS-WIP-DIFF
            END-IF
            ADD WS-REC-GL-COMMIT(WS-RC-IDX) TO WS-TOT-GL-COMMIT
            ADD WS-REC-DB-COMMIT(WS-RC-IDX) TO WS-TOT-DB-COMMIT
            COMPUTE WS-COMMIT-DIFF = WS-REC-GL-COMMIT(WS-RC-IDX)
                - WS-REC-DB-COMMIT(WS-RC-IDX)
            IF WS-COMMIT-DIFF = 0 AND WS-WIP-DIFF = 0
              GO TO P300-EXIT
            END-IF
            ADD 1 TO WS-BRK-CNT
            MOVE SPACES TO PRT-DTL
            MOVE WS-REC-ORDR(WS-RC-IDX) TO P-ORDR-NO
            IF WS-REC-ON-DB(WS-RC-IDX) = 'Y'
              MOVE WS-REC-STATUS(WS-RC-IDX) TO P-STATUS
            ELSE
              MOVE '--' TO P-STATUS
            END-IF
            MOVE WS-REC-GL-COMMIT(WS-RC-IDX) TO P-GL-COMMIT
            MOVE WS-REC-DB-COMMIT(WS-RC-IDX) TO P-DB-COMMIT
            MOVE WS-COMMIT-DIFF TO P-COMMIT-DIFF
            MOVE WS-REC-GL-WIP(WS-RC-IDX) TO P-GL-WIP
            MOVE WS-REC-DB-WIP(WS-RC-IDX) TO P-DB-WIP
            MOVE WS-WIP-DIFF TO P-WIP-DIFF
            EVALUATE TRUE
              WHEN WS-REC-ON-DB(WS-RC-IDX) NOT = 'Y'
                MOVE 'NOT ON DB' TO P-ACT
              WHEN WS-REC-GL-SEEN(WS-RC-IDX) NOT = 'Y'
                MOVE 'NO GL POSTINGS' TO P-ACT
              WHEN WS-REC-STATUS(WS-RC-IDX) >= 90
                MOVE 'CLOSED-COMMIT' TO P-ACT
              WHEN WS-COMMIT-DIFF NOT = 0
                MOVE 'COMMIT BREAK' TO P-ACT
              WHEN OTHER
                MOVE 'WIP BREAK' TO P-ACT
            END-EVALUATE
            PERFORM P700-PRINT.
        P300-EXIT.
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

        P900-CONTROL-PAGE.
      *     CONTROL TOTALS ON A PAGE OF THEIR OWN FOR FINANCE TO
      *     SIGN OFF - GL BALANCE, DATABASE BALANCE AND DIFFERENCE
      *     FOR EACH SUBLEDGER, THEN THE SIGNATURE LINES.
            MOVE H1-C TO RPT-REC
            PERFORM P750-PRINT
            MOVE WS-RUN-DATE TO W-DATE
            MOVE 'YYYY/MM/DD' TO W-DATE-FMT
            MOVE CORRESPONDING W-DATE TO W-DATE-FMT
            MOVE SPACES TO TRL-DTL
            MOVE '0' TO T-CC
            MOVE 'RUN DATE' TO T-LABEL
            MOVE TRL-DTL TO RPT-REC
            MOVE W-DATE-FMT TO RPT-REC(32:10)
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE '0' TO T-CC
            MOVE 'GL HISTORY RECORDS READ' TO T-LABEL
            MOVE WS-GL-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'POSTING PAIRS ACCUMULATED' TO T-LABEL
            MOVE WS-GL-PAIR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'POSTINGS NOT CLASSIFIED' TO T-LABEL
            MOVE WS-GL-UNCL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDER ROOTS SCANNED' TO T-LABEL
            MOVE WS-ORDER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'OPEN ORDERS (STATUS < 90)' TO T-LABEL
            MOVE WS-OPEN-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS RECONCILED' TO T-LABEL
            MOVE WS-REC-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS WITH BREAKS' TO T-LABEL
            MOVE WS-BRK-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TOT-DTL
            MOVE '0' TO TA-CC
            MOVE 'GL OPEN COMMITMENT' TO TA-LABEL
            MOVE WS-TOT-GL-COMMIT TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO TA-CC
            MOVE 'DATABASE OPEN COMMITMENT' TO TA-LABEL
            MOVE WS-TOT-DB-COMMIT TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            COMPUTE WS-TOT-DIFF = WS-TOT-GL-COMMIT - WS-TOT-DB-COMMIT
            MOVE 'COMMITMENT DIFFERENCE' TO TA-LABEL
            MOVE WS-TOT-DIFF TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '0' TO TA-CC
            MOVE 'GL WIP (OPEN ORDERS)' TO TA-LABEL
            MOVE WS-TOT-GL-WIP TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO TA-CC
            MOVE 'DATABASE WIP' TO TA-LABEL
            MOVE WS-TOT-DB-WIP TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            COMPUTE WS-TOT-DIFF = WS-TOT-GL-WIP - WS-TOT-DB-WIP
            MOVE 'WIP DIFFERENCE' TO TA-LABEL
            MOVE WS-TOT-DIFF TO TA-AMT
            MOVE TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '-' TO SG-CC
            MOVE 'PREPARED BY' TO SG-LABEL
            MOVE SIGN-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE '-' TO SG-CC
            MOVE 'REVIEWED BY (FINANCE)' TO SG-LABEL
            MOVE SIGN-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
