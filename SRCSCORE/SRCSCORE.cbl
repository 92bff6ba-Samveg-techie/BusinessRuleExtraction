        IDENTIFICATION DIVISION.
        PROGRAM-ID. SRCSCORE.
      *     WEEKLY SOURCE-SYSTEM ERROR-RATE SCORECARD.  READS THE
      *     SOURCE-SYSTEM HISTORY APPENDED BY TRNEDIT (TRANSACTIONS
      *     SUBMITTED AND STRUCTURALLY REJECTED PER DECK SOURCE) AND
      *     BY IB4OP01 (BUSINESS REJECTS BY REASON CODE, SUSPENSIONS
      *     AND REJECTS RECYCLED MORE THAN ONCE) AND PRINTS, PER
      *     SOURCE, THE WEEK'S COUNTS AND ERROR RATE WITH THE
      *     BUSINESS REJECTS BROKEN DOWN BY REASON CODE, SO EACH
      *     DEPARTMENT CAN BE SHOWN WHERE ITS KEYING GOES WRONG.
      *     THE PARM CARD MAY GIVE THE FIRST AND LAST RUN DATES;
      *     OTHERWISE THE WEEK IS THE SEVEN DAYS ENDING TODAY.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO UT-S-PARMIN
                FILE STATUS IS FS-PARM.
            SELECT SRCHST-FILE ASSIGN TO UT-S-SRCHST
                FILE STATUS IS FS-SRCHST.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-FROM-DATE      PIC 9(8).
      *        FIRST HISTORY RUN-DATE TO INCLUDE, ZERO - SIX DAYS
      *        BEFORE THE LAST
            03  PARM-TO-DATE        PIC 9(8).
      *        LAST HISTORY RUN-DATE TO INCLUDE, ZERO - TODAY
            03  FILLER              PIC X(64).
        FD  SRCHST-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  SRCHST-REC.
            03  SH-RUN-DATE         PIC 9(8).
            03  SH-PROGRAM          PIC X(8).
            03  SH-SOURCE-ID        PIC X(4).
      *        SPACES - RECORDS OUTSIDE ANY BH/BT DECK
            03  SH-EVENT            PIC XX.
      *        SB - SUBMITTED              SR - STRUCTURALLY REJECTED
      *        BR - BUSINESS-REJECTED      SU - SUSPENDED
      *        RC - RECYCLED MORE THAN ONCE
            03  SH-REASON-CD        PIC XX.
      *        ON BR - THE REASON CODE, OR SPACES ON THE RECORD
      *        COUNTING REJECTED TRANSACTIONS
            03  SH-COUNT            PIC 9(7).
            03  FILLER              PIC X(49).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-PARM             PIC 99.
        77  FS-SRCHST           PIC 99.
        77  FS-RPT              PIC 99.
        77  SRCHST-EOF          PIC X VALUE ' '.
            88  SRCHST-PRESENT    VALUE ' '.
            88  NO-MORE-SRCHST    VALUE 'Y'.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-FROM-DATE        PIC 9(8) VALUE 0.
        77  WS-TO-DATE          PIC 9(8) VALUE 0.
        77  WS-READ-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-USED-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-BAD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-ST-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-ST-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-RS-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-RS-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-OVERFLOW         PIC X VALUE 'N'.
        77  WS-ERRS             PIC 9(9) COMP-3 VALUE 0.
        77  WS-SUBMITTED        PIC 9(9) COMP-3 VALUE 0.
        77  WS-RATE             PIC 9(3)V9 VALUE 0.
        01  WS-ST-KEY           PIC X(4).
        01  WS-RS-KEY.
            03  WS-RS-KEY-SRC   PIC X(4).
            03  WS-RS-KEY-CD    PIC XX.
      *     WEEK TOTALS PER SOURCE, KEPT IN SOURCE ORDER.
        01  WS-ST-TABLE.
            03  WS-ST-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-ST-ENT       OCCURS 200.
                05  WS-ST-SRC       PIC X(4).
                05  WS-ST-SUBMIT    PIC 9(9) COMP-3.
                05  WS-ST-STRREJ    PIC 9(9) COMP-3.
                05  WS-ST-BUSREJ    PIC 9(9) COMP-3.
                05  WS-ST-SUSP      PIC 9(9) COMP-3.
                05  WS-ST-RECYC     PIC 9(9) COMP-3.
      *     BUSINESS REJECTS PER SOURCE AND REASON CODE, IN ORDER.
        01  WS-RS-TABLE.
            03  WS-RS-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-RS-ENT       OCCURS 2000.
                05  WS-RS-ENT-KEY.
                    07  WS-RS-SRC   PIC X(4).
                    07  WS-RS-CD    PIC XX.
                05  WS-RS-COUNT     PIC 9(9) COMP-3.
        01  WS-TOTALS.
            03  WS-TOT-SUBMIT   PIC 9(9) COMP-3 VALUE 0.
            03  WS-TOT-STRREJ   PIC 9(9) COMP-3 VALUE 0.
            03  WS-TOT-BUSREJ   PIC 9(9) COMP-3 VALUE 0.
            03  WS-TOT-SUSP     PIC 9(9) COMP-3 VALUE 0.
            03  WS-TOT-RECYC    PIC 9(9) COMP-3 VALUE 0.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'SRCSCORE'.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  FILLER          PIC X.
            03  P-SOURCE        PIC X(6).
            03  FILLER          PIC X(3).
            03  P-SUBMIT        PIC ZZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  P-STRREJ        PIC ZZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  P-BUSREJ        PIC ZZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  P-SUSP          PIC ZZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  P-RECYC         PIC ZZZ,ZZ9.
            03  FILLER          PIC X(4).
            03  P-RATE          PIC ZZ9.9.
            03  FILLER          PIC X(62).
        01  RS-DTL.
            03  RS-CC           PIC X.
            03  FILLER          PIC X(10).
            03  RS-LABEL        PIC X(7).
            03  RS-CODE         PIC XX.
            03  FILLER          PIC X(13).
            03  RS-COUNT        PIC ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' SOURCE-SYSTEM ERROR-RATE SCORECARD               '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            '  SOURCE SUBMITTED STRUCTURAL   BUSINESS  SUSPENDE'.
            03  FILLER             PIC X(50) VALUE IS
            'D   RECYCLED    ERROR                             '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  H3.
            03  FILLER             PIC X(50) VALUE IS
            '                      REJECTS    REJECTS          '.
            03  FILLER             PIC X(50) VALUE IS
            '     2+ RUNS   RATE %                             '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  MSG-DTL.
            03  M-CC            PIC X.
            03  M-TEXT          PIC X(80).
            03  FILLER          PIC X(52).
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM SRCSCORE'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM I200-READ-PARM
            OPEN INPUT SRCHST-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-SRCHST NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'SOURCE HISTORY FILE STATUS IS ' FS-SRCHST
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                MOVE 'Y' TO SRCHST-EOF
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-SRCHST
            PERFORM P100-HEADINGS
            PERFORM P300-SOURCE-LINE
                VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-CNT
            PERFORM P400-TOTAL-LINE
            PERFORM P999-TRAILER
            CLOSE SRCHST-FILE, RPT-FILE
            MOVE WS-READ-CNT TO RC-INPUT-COUNT
            MOVE WS-ST-CNT TO RC-OUTPUT-COUNT
            MOVE WS-BAD-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM SRCSCORE'
            GOBACK.

        I200-READ-PARM.
      *     THE PARM FILE IS OPTIONAL - ABSENT MEANS THE SEVEN DAYS
      *     ENDING TODAY.
            MOVE WS-RUN-DATE TO WS-TO-DATE
            OPEN INPUT PARM-FILE
            IF FS-PARM = 0
              READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
              END-READ
              IF FS-PARM = 0
                IF PARM-TO-DATE NUMERIC AND PARM-TO-DATE > 0
                  MOVE PARM-TO-DATE TO WS-TO-DATE
                END-IF
                IF PARM-FROM-DATE NUMERIC AND PARM-FROM-DATE > 0
                  MOVE PARM-FROM-DATE TO WS-FROM-DATE
                END-IF
              END-IF
              CLOSE PARM-FILE
            END-IF
            IF WS-FROM-DATE = 0
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6)
            END-IF
            DISPLAY 'SCORECARD WEEK ' WS-FROM-DATE ' TO ' WS-TO-DATE
            EXIT.

        R010-READ.
            READ SRCHST-FILE AT END MOVE 'Y' TO SRCHST-EOF
            END-READ
            IF SRCHST-PRESENT
              ADD 1 TO WS-READ-CNT
              IF SH-RUN-DATE NOT NUMERIC OR SH-COUNT NOT NUMERIC
                ADD 1 TO WS-BAD-CNT
                DISPLAY 'UNREADABLE HISTORY RECORD ' WS-READ-CNT
              ELSE
                IF SH-RUN-DATE NOT < WS-FROM-DATE
                    AND SH-RUN-DATE NOT > WS-TO-DATE
                  ADD 1 TO WS-USED-CNT
                  PERFORM P200-ACCUM
                END-IF
              END-IF
            END-IF
            EXIT.

        P200-ACCUM.
            MOVE SH-SOURCE-ID TO WS-ST-KEY
            PERFORM P210-FIND-SOURCE
            IF WS-ST-FOUND > 0
              EVALUATE SH-EVENT
                WHEN 'SB'
                  ADD SH-COUNT TO WS-ST-SUBMIT(WS-ST-FOUND)
                WHEN 'SR'
                  ADD SH-COUNT TO WS-ST-STRREJ(WS-ST-FOUND)
                WHEN 'BR'
                  IF SH-REASON-CD = SPACES
                    ADD SH-COUNT TO WS-ST-BUSREJ(WS-ST-FOUND)
                  ELSE
                    MOVE SH-SOURCE-ID TO WS-RS-KEY-SRC
                    MOVE SH-REASON-CD TO WS-RS-KEY-CD
                    PERFORM P220-FIND-REASON
                    IF WS-RS-FOUND > 0
                      ADD SH-COUNT TO WS-RS-COUNT(WS-RS-FOUND)
                    END-IF
                  END-IF
                WHEN 'SU'
                  ADD SH-COUNT TO WS-ST-SUSP(WS-ST-FOUND)
                WHEN 'RC'
                  ADD SH-COUNT TO WS-ST-RECYC(WS-ST-FOUND)
                WHEN OTHER
                  ADD 1 TO WS-BAD-CNT
                  DISPLAY 'UNKNOWN HISTORY EVENT ' SH-EVENT
                      ' RECORD ' WS-READ-CNT
              END-EVALUATE
            END-IF
            EXIT.

        P210-FIND-SOURCE.
      *     LOCATE THE SOURCE, OR OPEN AN ENTRY FOR IT IN SOURCE-ID
      *     ORDER SO THE SCORECARD PRINTS STRAIGHT FROM THE TABLE.
            MOVE 0 TO WS-ST-FOUND
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-CNT
                OR WS-ST-SRC(WS-ST-IDX) NOT < WS-ST-KEY
              CONTINUE
            END-PERFORM
            IF WS-ST-IDX NOT > WS-ST-CNT
                AND WS-ST-SRC(WS-ST-IDX) = WS-ST-KEY
              MOVE WS-ST-IDX TO WS-ST-FOUND
            ELSE
              IF WS-ST-CNT < 200
                MOVE WS-ST-IDX TO WS-ST-FOUND
                PERFORM VARYING WS-ST-IDX FROM WS-ST-CNT BY -1
                    UNTIL WS-ST-IDX < WS-ST-FOUND
                  MOVE WS-ST-ENT(WS-ST-IDX) TO WS-ST-ENT(WS-ST-IDX + 1)
                END-PERFORM
                ADD 1 TO WS-ST-CNT
                MOVE WS-ST-KEY TO WS-ST-SRC(WS-ST-FOUND)
                MOVE 0 TO WS-ST-SUBMIT(WS-ST-FOUND)
                MOVE 0 TO WS-ST-STRREJ(WS-ST-FOUND)
                MOVE 0 TO WS-ST-BUSREJ(WS-ST-FOUND)
                MOVE 0 TO WS-ST-SUSP(WS-ST-FOUND)
                MOVE 0 TO WS-ST-RECYC(WS-ST-FOUND)
              ELSE
                PERFORM P230-TABLE-FULL
              END-IF
            END-IF
            EXIT.

        P220-FIND-REASON.
            MOVE 0 TO WS-RS-FOUND
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                UNTIL WS-RS-IDX > WS-RS-CNT
                OR WS-RS-ENT-KEY(WS-RS-IDX) NOT < WS-RS-KEY
              CONTINUE
            END-PERFORM
            IF WS-RS-IDX NOT > WS-RS-CNT
                AND WS-RS-ENT-KEY(WS-RS-IDX) = WS-RS-KEY
              MOVE WS-RS-IDX TO WS-RS-FOUND
            ELSE
              IF WS-RS-CNT < 2000
                MOVE WS-RS-IDX TO WS-RS-FOUND
                PERFORM VARYING WS-RS-IDX FROM WS-RS-CNT BY -1
                    UNTIL WS-RS-IDX < WS-RS-FOUND
                  MOVE WS-RS-ENT(WS-RS-IDX) TO WS-RS-ENT(WS-RS-IDX + 1)
                END-PERFORM
                ADD 1 TO WS-RS-CNT
                MOVE WS-RS-KEY TO WS-RS-ENT-KEY(WS-RS-FOUND)
                MOVE 0 TO WS-RS-COUNT(WS-RS-FOUND)
              ELSE
                PERFORM P230-TABLE-FULL
              END-IF
            END-IF
            EXIT.

        P230-TABLE-FULL.
            IF WS-OVERFLOW NOT = 'Y'
              MOVE 'Y' TO WS-OVERFLOW
              MOVE 'ERROR   ' TO RC-STATUS
              DISPLAY 'SCORECARD TABLE FULL - FURTHER SOURCES OR'
              DISPLAY '  REASON CODES MISSING; RAISE THE TABLE SIZE'
            END-IF
            EXIT.

        P100-HEADINGS.
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO MSG-DTL
            STRING 'WEEK OF RUNS FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                DELIMITED BY SIZE INTO M-TEXT
            END-STRING
            MOVE MSG-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            MOVE H3 TO RPT-REC
            PERFORM P750-PRINT
            MOVE 5 TO CUR-LINE-CNT
            EXIT.

        P300-SOURCE-LINE.
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            IF WS-ST-SRC(WS-ST-IDX) = SPACES
              MOVE '(NONE)' TO P-SOURCE
            ELSE
              MOVE WS-ST-SRC(WS-ST-IDX) TO P-SOURCE
            END-IF
            MOVE WS-ST-SUBMIT(WS-ST-IDX) TO P-SUBMIT
            MOVE WS-ST-STRREJ(WS-ST-IDX) TO P-STRREJ
            MOVE WS-ST-BUSREJ(WS-ST-IDX) TO P-BUSREJ
            MOVE WS-ST-SUSP(WS-ST-IDX) TO P-SUSP
            MOVE WS-ST-RECYC(WS-ST-IDX) TO P-RECYC
            COMPUTE WS-ERRS = WS-ST-STRREJ(WS-ST-IDX)
                + WS-ST-BUSREJ(WS-ST-IDX) + WS-ST-SUSP(WS-ST-IDX)
            MOVE WS-ST-SUBMIT(WS-ST-IDX) TO WS-SUBMITTED
            PERFORM P350-RATE
            PERFORM P700-PRINT
            ADD WS-ST-SUBMIT(WS-ST-IDX) TO WS-TOT-SUBMIT
            ADD WS-ST-STRREJ(WS-ST-IDX) TO WS-TOT-STRREJ
            ADD WS-ST-BUSREJ(WS-ST-IDX) TO WS-TOT-BUSREJ
            ADD WS-ST-SUSP(WS-ST-IDX) TO WS-TOT-SUSP
            ADD WS-ST-RECYC(WS-ST-IDX) TO WS-TOT-RECYC
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                UNTIL WS-RS-IDX > WS-RS-CNT
              IF WS-RS-SRC(WS-RS-IDX) = WS-ST-SRC(WS-ST-IDX)
                MOVE SPACES TO RS-DTL
                MOVE 'REASON ' TO RS-LABEL
                MOVE WS-RS-CD(WS-RS-IDX) TO RS-CODE
                MOVE WS-RS-COUNT(WS-RS-IDX) TO RS-COUNT
                MOVE RS-DTL TO PRT-DTL
                PERFORM P700-PRINT
              END-IF
            END-PERFORM
            EXIT.

        P350-RATE.
      *     ERROR RATE - STRUCTURAL AND BUSINESS REJECTS AND
      *     SUSPENSIONS AS A PERCENTAGE OF TRANSACTIONS SUBMITTED.
            MOVE 0 TO WS-RATE
            IF WS-SUBMITTED > 0 AND WS-ERRS > 0
              COMPUTE WS-RATE ROUNDED = WS-ERRS * 100 / WS-SUBMITTED
                ON SIZE ERROR
                  MOVE 999.9 TO WS-RATE
              END-COMPUTE
            END-IF
            MOVE WS-RATE TO P-RATE
            EXIT.

        P400-TOTAL-LINE.
            MOVE SPACES TO PRT-DTL
            MOVE '0' TO P-CC
            MOVE 'TOTAL' TO P-SOURCE
            MOVE WS-TOT-SUBMIT TO P-SUBMIT
            MOVE WS-TOT-STRREJ TO P-STRREJ
            MOVE WS-TOT-BUSREJ TO P-BUSREJ
            MOVE WS-TOT-SUSP TO P-SUSP
            MOVE WS-TOT-RECYC TO P-RECYC
            COMPUTE WS-ERRS = WS-TOT-STRREJ + WS-TOT-BUSREJ
                + WS-TOT-SUSP
            MOVE WS-TOT-SUBMIT TO WS-SUBMITTED
            PERFORM P350-RATE
            PERFORM P700-PRINT
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM P750-PRINT
              MOVE H3 TO RPT-REC
              PERFORM P750-PRINT
              MOVE 4 TO CUR-LINE-CNT
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
            MOVE 'HISTORY RECORDS READ' TO T-LABEL
            MOVE WS-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'HISTORY RECORDS IN THE WEEK' TO T-LABEL
            MOVE WS-USED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'SOURCES REPORTED' TO T-LABEL
            MOVE WS-ST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'UNREADABLE RECORDS' TO T-LABEL
            MOVE WS-BAD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
