      *     IB4OP01.  READS THE RAW CONCATENATED TRANS-FILE, CHECKS
      *     RECORD FORMAT, SORTS BY ORDER NUMBER WITH ADDS FIRST,
      *     AND SPLITS CLEAN TRANSACTIONS TO THE IB4OP01 INPUT AND
      *     STRUCTURALLY BROKEN RECORDS TO A REJECT FILE.  AN ADD
      *     THAT ARRIVES WITHOUT AN ORDER NUMBER IS GIVEN THE NEXT
      *     NUMBER FROM THE NUMBER-RANGE CONTROL FILE, AND LINE ITEMS
      *     FOLLOWING IT IN THE SAME DECK WITHOUT A NUMBER GET THE
      *     SAME ONE; EVERY ASSIGNMENT GOES TO THE NUMBER REGISTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
                FILE STATUS IS FS-PARM.
            SELECT FPREG-FILE ASSIGN TO UT-S-FPREGS
                FILE STATUS IS FS-FPREG.
            SELECT NUMCTL-FILE ASSIGN TO UT-S-NUMCTL
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NC-PREFIX
                FILE STATUS IS FS-NUMCTL.
            SELECT NUMREG-FILE ASSIGN TO UT-S-NUMREG
                FILE STATUS IS FS-NUMREG.
            SELECT SRCHST-FILE ASSIGN TO UT-S-SRCHST
                FILE STATUS IS FS-SRCHST.
            SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.
        DATA DIVISION.
        FILE SECTION.
            03  TS-SCRAP-QTY-X REDEFINES TS-SCRAP-QTY PIC X(5).
            03  TS-REASON-CD        PIC XX.
            03  FILLER              PIC X(65).
        01  TRAN-SHIP REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TH-SHIP-QTY         PIC 9(5).
            03  TH-SHIP-QTY-X REDEFINES TH-SHIP-QTY PIC X(5).
            03  TH-SHIP-DATE        PIC X(8).
            03  TH-CARRIER-REF      PIC X(20).
            03  FILLER              PIC X(39).
        01  TRAN-HOLD REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TK-HOLD-REASON      PIC XX.
            03  TK-HOLD-DATE        PIC X(8).
            03  FILLER              PIC X(62).
        01  TRAN-SPLIT REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TP-NEW-ORDR-NO      PIC X(6).
            03  TP-SPLIT-QTY        PIC 9(5).
            03  TP-SPLIT-QTY-X REDEFINES TP-SPLIT-QTY PIC X(5).
            03  TP-PLANT            PIC X(2).
            03  TP-PROMISE-DATE     PIC X(8).
            03  FILLER              PIC X(51).
        01  TRAN-CANCEL REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TX-CANCEL-REASON    PIC XX.
            03  TX-CANCEL-DATE      PIC X(8).
            03  FILLER              PIC X(62).
        01  TRAN-BATCH-HDR REDEFINES TRAN-INQY.
      *        BH - BATCH (DECK) HEADER, BT - BATCH TRAILER.  EACH
      *        DEPARTMENT WRAPS ITS DECK IN A BH/BT PAIR SO A DECK
            03  TL-LINE-STATUS-X REDEFINES TL-LINE-STATUS PIC XX.
            03  FILLER              PIC X(46).
        FD  TRNOUT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  TRNOUT-REC.
            03  TO-DATA             PIC X(80).
            03  TO-SOURCE-ID        PIC X(4).
      *        DECK SOURCE THE TRANSACTION CAME IN UNDER, CARRIED
      *        THROUGH IB4OP01 TO ITS REJECT AND SUSPENSE OUTPUTS;
      *        SPACES - A RECORD OUTSIDE ANY BH/BT DECK
        FD  REJECT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  REJECT-REC.
            03  RJ-DATA             PIC X(80).
            03  FILLER              PIC XX.
            03  RJ-REASON           PIC X(20).
            03  RJ-SOURCE-ID        PIC X(4).
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-FORCE          PIC X.
      *        F - FORCE THE RUN EVEN IF THIS INPUT FILE'S
      *        FINGERPRINT IS ALREADY ON THE REGISTER
            03  PARM-DFLT-PREFIX    PIC XX.
      *        ORDER-NUMBER PREFIX FOR AN ADD WHOSE ORDER NUMBER IS
      *        ENTIRELY BLANK (A CLERK MAY ALSO KEY THE PREFIX ALONE)
            03  FILLER              PIC X(77).
        FD  FPREG-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     REGISTER OF INPUT-FILE FINGERPRINTS ALREADY PROCESSED -
      *     THE GUARD AGAINST DOUBLE-RUNNING THE SAME DAY'S INPUT,
            03  FP-FIRST            PIC X(20).
            03  FP-LAST             PIC X(20).
            03  FILLER              PIC X(16).
        FD  NUMCTL-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER NUMBER RANGE CONTROL - ONE RECORD PER
      *     ORDER-NUMBER-PREFIX.  SET UP BY OPERATIONS; THE LAST
      *     NUMBER IS ADVANCED HERE AS NUMBERS ARE ASSIGNED.
        01  NUMCTL-REC.
            03  NC-PREFIX           PIC XX.
            03  NC-LOW-NO           PIC 9(4).
            03  NC-HIGH-NO          PIC 9(4).
            03  NC-LAST-NO          PIC 9(4).
      *        LAST NUMBER ASSIGNED - LOW MINUS ONE FOR A NEW RANGE
            03  NC-WARN-LEFT        PIC 9(4).
      *        WARN WHEN THIS FEW NUMBERS REMAIN, ZERO - A TENTH OF
      *        THE RANGE
            03  NC-LAST-DATE        PIC 9(8).
            03  FILLER              PIC X(54).
        FD  NUMREG-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ASSIGNED-NUMBER REGISTER, APPENDED ACROSS RUNS - WHICH
      *     ORDER NUMBER EACH CLERK'S RECORD WAS GIVEN, BY BATCH
      *     (DECK SOURCE AND DATE) AND SEQUENCE WITHIN THE BATCH.
        01  NUMREG-REC.
            03  NR-RUN-DATE         PIC 9(8).
            03  NR-SOURCE-ID        PIC X(4).
      *        SPACES - A RECORD OUTSIDE ANY BH/BT DECK
            03  NR-DECK-DATE        PIC 9(8).
            03  NR-BATCH-SEQ        PIC 9(7).
      *        RECORD NUMBER WITHIN THE DECK, OR WITHIN THE INPUT
      *        FILE FOR A RECORD OUTSIDE ANY DECK
            03  NR-TRAN             PIC XX.
            03  NR-ORDR-NO          PIC X(6).
            03  NR-CUST-NO          PIC X(6).
            03  NR-LINE-NO          PIC XX.
            03  FILLER              PIC X(37).
        FD  SRCHST-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     SOURCE-SYSTEM ERROR HISTORY, APPENDED ACROSS RUNS BY
      *     TRNEDIT AND IB4OP01 AND READ BY SRCSCORE FOR THE WEEKLY
      *     SCORECARD - ONE RECORD PER SOURCE AND EVENT EACH RUN.
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
        SD  SORT-FILE.
        01  SORT-REC.
            03  SW-ORDR-NO          PIC X(6).
            03  SW-RANK             PIC 9.
            03  SW-SEQ              PIC 9(7).
            03  SW-DATA             PIC X(80).
            03  SW-SOURCE-ID        PIC X(4).

        WORKING-STORAGE SECTION.
        77  FS-TRNIN            PIC 99.
        77  WS-SRC-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-SRC-FOUND        PIC S9(4) COMP VALUE 0.
        77  WS-SRC-OVERFLOW     PIC X VALUE 'N'.
        77  FS-NUMCTL           PIC 99.
        77  FS-NUMREG           PIC 99.
        77  WS-NUMCTL-AVAIL     PIC X VALUE 'N'.
            88  NUMCTL-ON         VALUE 'Y'.
        77  WS-NUMREG-AVAIL     PIC X VALUE 'N'.
            88  NUMREG-ON         VALUE 'Y'.
        77  WS-DFLT-PREFIX      PIC XX VALUE SPACES.
        77  WS-AUTO-NUMBER      PIC X VALUE ' '.
            88  AUTO-NUMBER-ORDER VALUE 'A'.
            88  AUTO-NUMBER-LINE  VALUE 'L'.
            88  AUTO-NUMBER       VALUE 'A' 'L'.
        77  WS-CARRY-ORDR       PIC X(6) VALUE SPACES.
        77  WS-BATCH-SRC        PIC X(4) VALUE SPACES.
        77  WS-BATCH-DATE       PIC 9(8) VALUE 0.
        77  WS-BATCH-SEQ        PIC 9(7) VALUE 0.
        77  WS-ASSIGN-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-CARRY-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-NC-LEFT          PIC 9(4) VALUE 0.
        77  WS-NC-WARN          PIC 9(4) VALUE 0.
        77  WS-DISP-LEFT        PIC 9(4) VALUE 0.
        01  WS-NEW-ORDR-NO.
            03  WS-NEW-PREFIX   PIC XX.
            03  WS-NEW-NUMBER   PIC 9(4).
        77  WS-PX-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-PX-FOUND         PIC S9(4) COMP VALUE 0.
      *     PREFIXES NUMBERED THIS RUN, FOR THE RANGE SUMMARY.
        01  WS-PX-TABLE.
            03  WS-PX-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-PX-ENT       OCCURS 50.
                05  WS-PX-PREFIX    PIC XX.
                05  WS-PX-ASSIGNED  PIC 9(7) COMP-3.
                05  WS-PX-LEFT      PIC 9(4).
                05  WS-PX-WARN      PIC 9(4).
        01  WS-SRC-TABLE.
            03  WS-SRC-CNT      PIC S9(4) COMP VALUE 0.
            03  WS-SRC-ENT      OCCURS 50.
                05  WS-SRC-DECKS    PIC 9(5) COMP-3.
                05  WS-SRC-RECS     PIC 9(7) COMP-3.
                05  WS-SRC-BAD      PIC 9(5) COMP-3.
        77  FS-SRCHST           PIC 99.
        77  WS-SC-KEY           PIC X(4) VALUE SPACES.
        77  WS-SC-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-SC-FOUND         PIC S9(4) COMP VALUE 0.
      *     SUBMITTED AND STRUCTURALLY REJECTED BY SOURCE, FOR THE
      *     SOURCE-SYSTEM ERROR HISTORY.
        01  WS-SC-TABLE.
            03  WS-SC-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-SC-ENT       OCCURS 100.
                05  WS-SC-ID        PIC X(4).
                05  WS-SC-SUBMIT    PIC 9(7) COMP-3.
                05  WS-SC-STRREJ    PIC 9(7) COMP-3.

        PROCEDURE DIVISION.
        I100-INIT.
                DISPLAY 'FORCE PARM SUPPLIED - FINGERPRINT GUARD'
                DISPLAY '  OVERRIDDEN FOR THIS RUN'
              END-IF
              IF FS-PARM = 0 AND PARM-DFLT-PREFIX NOT = SPACES
                MOVE PARM-DFLT-PREFIX TO WS-DFLT-PREFIX
                DISPLAY 'DEFAULT ORDER PREFIX:  ' WS-DFLT-PREFIX
              END-IF
              CLOSE PARM-FILE
            END-IF.
        F100-FINGERPRINT.
              DISPLAY 'INPUT FILE STATUS IS ' FS-TRNIN
              DISPLAY 'REJECT FILE STATUS IS ' FS-REJECT
            END-IF
            PERFORM S115-OPEN-NUMBERING
            PERFORM S120-READ UNTIL NO-MORE-TRNIN
            PERFORM S185-SRC-SUMMARY
            PERFORM S188-RANGE-SUMMARY
            PERFORM S190-CONTROL-REC
            PERFORM S195-SRC-HISTORY
            IF NUMCTL-ON
              CLOSE NUMCTL-FILE
            END-IF
            IF NUMREG-ON
              CLOSE NUMREG-FILE
            END-IF
            CLOSE TRNIN-FILE
            GO TO S199-EXIT.
        S115-OPEN-NUMBERING.
      *     WITHOUT THE CONTROL FILE AN ADD WITH NO ORDER NUMBER IS
      *     REJECTED AS BEFORE; WITHOUT THE REGISTER NO NUMBER IS
      *     ASSIGNED, SINCE AN UNRECORDED NUMBER CANNOT BE TRACED
      *     BACK TO THE CLERK'S RECORD.
            OPEN I-O NUMCTL-FILE
            IF FS-NUMCTL = 0
              MOVE 'Y' TO WS-NUMCTL-AVAIL
            ELSE
              DISPLAY 'NO ORDER NUMBER CONTROL - AUTO NUMBERING OFF'
            END-IF
            IF NUMCTL-ON
              OPEN EXTEND NUMREG-FILE
              IF FS-NUMREG NOT = 0
                OPEN OUTPUT NUMREG-FILE
              END-IF
              IF FS-NUMREG = 0
                MOVE 'Y' TO WS-NUMREG-AVAIL
              ELSE
                DISPLAY 'NUMBER REGISTER UNAVAILABLE, STATUS '
                    FS-NUMREG
                DISPLAY '  AUTO NUMBERING OFF'
                CLOSE NUMCTL-FILE
                MOVE 'N' TO WS-NUMCTL-AVAIL
              END-IF
            END-IF.
        S120-READ.
            READ TRNIN-FILE AT END MOVE 'Y' TO TRNIN-EOF
            END-READ
                  IF IN-DECK
                    PERFORM S172-DECK-CAPTURE
                  ELSE
                    MOVE SPACES TO WS-BATCH-SRC
                    MOVE 0 TO WS-BATCH-DATE
                    MOVE WS-READ-CNT TO WS-BATCH-SEQ
                    MOVE SPACES TO WS-SC-KEY
                    PERFORM S182-SC-TALLY
                    IF WS-SC-FOUND > 0
                      ADD 1 TO WS-SC-SUBMIT(WS-SC-FOUND)
                    END-IF
                    PERFORM S125-EDIT-ONE
                  END-IF
              END-EVALUATE
            END-IF.
        S125-EDIT-ONE.
            PERFORM S130-EDIT
            IF REC-CLEAN AND AUTO-NUMBER
              PERFORM S140-ORDER-NUMBER THRU S140-EXIT
            END-IF
            IF REC-CLEAN
              PERFORM S150-RELEASE
            ELSE
              PERFORM S160-REJECT
              MOVE WS-BATCH-SRC TO WS-SC-KEY
              PERFORM S182-SC-TALLY
              IF WS-SC-FOUND > 0
                ADD 1 TO WS-SC-STRREJ(WS-SC-FOUND)
              END-IF
            END-IF.
        S130-EDIT.
      *     STRUCTURAL EDITS ONLY - THE FULL BUSINESS VALIDATION
      *     COULD NOT EVEN PARSE IS STOPPED HERE.
            MOVE 'Y' TO WS-REC-OK
            MOVE SPACES TO WS-REJ-REASON
            MOVE ' ' TO WS-AUTO-NUMBER
            IF TI-TRAN = 'A '
              MOVE SPACES TO WS-CARRY-ORDR
              IF TI-ORDR-NO (3:4) = SPACES
                MOVE 'A' TO WS-AUTO-NUMBER
              END-IF
            END-IF
            IF (TI-TRAN = 'LA' OR 'LU' OR 'LD')
                AND TI-ORDR-NO = SPACES
                AND WS-CARRY-ORDR NOT = SPACES
              MOVE 'L' TO WS-AUTO-NUMBER
            END-IF
            EVALUATE TI-TRAN
              WHEN 'A '
                IF TB-PO-QTY NOT NUMERIC OR TB-PO-AMT NOT NUMERIC
                  MOVE 'N' TO WS-REC-OK
                  MOVE 'NON-NUMERIC FIELD' TO WS-REJ-REASON
                END-IF
              WHEN 'SH'
                IF TH-SHIP-QTY NOT NUMERIC
                    OR (TH-SHIP-DATE NOT = SPACES
                        AND TH-SHIP-DATE NOT NUMERIC)
                  MOVE 'N' TO WS-REC-OK
                  MOVE 'NON-NUMERIC FIELD' TO WS-REJ-REASON
                END-IF
              WHEN 'HL'
                IF TK-HOLD-DATE NOT = SPACES
                    AND TK-HOLD-DATE NOT NUMERIC
                  MOVE 'N' TO WS-REC-OK
                  MOVE 'NON-NUMERIC FIELD' TO WS-REJ-REASON
                END-IF
              WHEN 'SP'
                IF TP-SPLIT-QTY NOT NUMERIC
                    OR (TP-PROMISE-DATE NOT = SPACES
                        AND TP-PROMISE-DATE NOT NUMERIC)
                  MOVE 'N' TO WS-REC-OK
                  MOVE 'NON-NUMERIC FIELD' TO WS-REJ-REASON
                END-IF
              WHEN 'CX'
                IF TX-CANCEL-DATE NOT = SPACES
                    AND TX-CANCEL-DATE NOT NUMERIC
                  MOVE 'N' TO WS-REC-OK
                  MOVE 'NON-NUMERIC FIELD' TO WS-REJ-REASON
                END-IF
              WHEN 'LA'
              WHEN 'LU'
              WHEN 'LD'
                END-IF
              WHEN 'D '
              WHEN 'Q '
              WHEN 'RL'
                CONTINUE
              WHEN 'RP'
              WHEN 'OX'
            END-EVALUATE
            IF REC-CLEAN
                AND (TI-TRAN = 'A ' OR 'UB' OR 'UA' OR 'D ' OR 'Q '
                     OR 'SC' OR 'LA' OR 'LU' OR 'LD' OR 'SH'
                     OR 'HL' OR 'RL' OR 'SP' OR 'CX')
                AND TI-ORDR-NO = SPACES
                AND NOT AUTO-NUMBER
              MOVE 'N' TO WS-REC-OK
              MOVE 'ORDER NO MISSING' TO WS-REJ-REASON
            END-IF.
        S140-ORDER-NUMBER.
      *     AN ADD TAKES THE NEXT NUMBER IN ITS PREFIX'S RANGE - THE
      *     PREFIX KEYED BY THE CLERK, ELSE THE PARM DEFAULT.  A
      *     LINE ITEM WITH NO NUMBER TAKES THE NUMBER LAST ASSIGNED
      *     IN THE SAME DECK.
            IF AUTO-NUMBER-LINE
              MOVE WS-CARRY-ORDR TO TI-ORDR-NO
              ADD 1 TO WS-CARRY-CNT
              PERFORM S148-REGISTER
              GO TO S140-EXIT
            END-IF
            IF NOT NUMCTL-ON
              MOVE 'N' TO WS-REC-OK
              MOVE 'ORDER NO MISSING' TO WS-REJ-REASON
              GO TO S140-EXIT
            END-IF
            MOVE TI-ORDR-NO (1:2) TO NC-PREFIX
            IF NC-PREFIX = SPACES
              MOVE WS-DFLT-PREFIX TO NC-PREFIX
            END-IF
            IF NC-PREFIX = SPACES
              MOVE 'N' TO WS-REC-OK
              MOVE 'NO ORDER PREFIX' TO WS-REJ-REASON
              GO TO S140-EXIT
            END-IF
            READ NUMCTL-FILE
              INVALID KEY
                MOVE 'N' TO WS-REC-OK
                MOVE 'PREFIX NOT IN RANGES' TO WS-REJ-REASON
            END-READ
            IF NOT REC-CLEAN
              GO TO S140-EXIT
            END-IF
            IF NC-LOW-NO NOT NUMERIC OR NC-HIGH-NO NOT NUMERIC
                OR NC-LAST-NO NOT NUMERIC
              MOVE 'N' TO WS-REC-OK
              MOVE 'BAD RANGE CONTROL' TO WS-REJ-REASON
              GO TO S140-EXIT
            END-IF
            IF NC-LAST-NO < NC-LOW-NO
              COMPUTE NC-LAST-NO = NC-LOW-NO - 1
            END-IF
            IF NC-LAST-NO NOT < NC-HIGH-NO
              MOVE 'N' TO WS-REC-OK
              MOVE 'ORDER RANGE FULL' TO WS-REJ-REASON
              PERFORM S145-RANGE-TALLY
              GO TO S140-EXIT
            END-IF
            ADD 1 TO NC-LAST-NO
            MOVE WS-RUN-DATE TO NC-LAST-DATE
            REWRITE NUMCTL-REC
              INVALID KEY
                MOVE 'N' TO WS-REC-OK
                MOVE 'RANGE UPDATE FAILED' TO WS-REJ-REASON
            END-REWRITE
            IF NOT REC-CLEAN
              GO TO S140-EXIT
            END-IF
            MOVE NC-PREFIX TO WS-NEW-PREFIX
            MOVE NC-LAST-NO TO WS-NEW-NUMBER
            MOVE WS-NEW-ORDR-NO TO TI-ORDR-NO
            MOVE WS-NEW-ORDR-NO TO WS-CARRY-ORDR
            ADD 1 TO WS-ASSIGN-CNT
            PERFORM S145-RANGE-TALLY
            IF WS-PX-FOUND > 0
              ADD 1 TO WS-PX-ASSIGNED(WS-PX-FOUND)
            END-IF
            PERFORM S148-REGISTER.
        S140-EXIT.
            EXIT.
        S145-RANGE-TALLY.
      *     NOTE THE NUMBERS LEFT IN THE RANGE JUST READ AGAINST ITS
      *     WARNING LEVEL, FOR THE SUMMARY AT END OF INPUT.
            COMPUTE WS-NC-LEFT = NC-HIGH-NO - NC-LAST-NO
            IF NC-WARN-LEFT NUMERIC AND NC-WARN-LEFT > 0
              MOVE NC-WARN-LEFT TO WS-NC-WARN
            ELSE
              COMPUTE WS-NC-WARN =
                  (NC-HIGH-NO - NC-LOW-NO + 1) / 10
            END-IF
            MOVE 0 TO WS-PX-FOUND
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                UNTIL WS-PX-IDX > WS-PX-CNT
                OR WS-PX-FOUND > 0
              IF WS-PX-PREFIX(WS-PX-IDX) = NC-PREFIX
                MOVE WS-PX-IDX TO WS-PX-FOUND
              END-IF
            END-PERFORM
            IF WS-PX-FOUND = 0 AND WS-PX-CNT < 50
              ADD 1 TO WS-PX-CNT
              MOVE WS-PX-CNT TO WS-PX-FOUND
              MOVE NC-PREFIX TO WS-PX-PREFIX(WS-PX-FOUND)
              MOVE 0 TO WS-PX-ASSIGNED(WS-PX-FOUND)
            END-IF
            IF WS-PX-FOUND > 0
              MOVE WS-NC-LEFT TO WS-PX-LEFT(WS-PX-FOUND)
              MOVE WS-NC-WARN TO WS-PX-WARN(WS-PX-FOUND)
            END-IF.
        S148-REGISTER.
            MOVE SPACES TO NUMREG-REC
            MOVE WS-RUN-DATE TO NR-RUN-DATE
            MOVE WS-BATCH-SRC TO NR-SOURCE-ID
            MOVE WS-BATCH-DATE TO NR-DECK-DATE
            MOVE WS-BATCH-SEQ TO NR-BATCH-SEQ
            MOVE TI-TRAN TO NR-TRAN
            MOVE TI-ORDR-NO TO NR-ORDR-NO
            IF AUTO-NUMBER-ORDER
              MOVE TB-CUST-NO TO NR-CUST-NO
            ELSE
              MOVE TL-LINE-NO-X TO NR-LINE-NO
            END-IF
            WRITE NUMREG-REC.
        S150-RELEASE.
            ADD 1 TO WS-CLEAN-CNT
            MOVE SPACES TO SORT-REC
                MOVE 2 TO SW-RANK
              WHEN 'UB'
                MOVE 3 TO SW-RANK
              WHEN 'RL'
                MOVE 3 TO SW-RANK
              WHEN 'HL'
                MOVE 4 TO SW-RANK
              WHEN 'UA'
                MOVE 4 TO SW-RANK
              WHEN 'SC'
                MOVE 4 TO SW-RANK
              WHEN 'SH'
                MOVE 4 TO SW-RANK
              WHEN 'SP'
                MOVE 4 TO SW-RANK
              WHEN 'LU'
                MOVE 5 TO SW-RANK
              WHEN 'LD'
                MOVE 6 TO SW-RANK
              WHEN 'Q '
                MOVE 7 TO SW-RANK
              WHEN 'CX'
                MOVE 8 TO SW-RANK
              WHEN 'D '
                MOVE 8 TO SW-RANK
              WHEN OTHER
            ADD 1 TO WS-SEQ-NO
            MOVE WS-SEQ-NO TO SW-SEQ
            MOVE TRAN-INQY TO SW-DATA
            MOVE WS-BATCH-SRC TO SW-SOURCE-ID
            RELEASE SORT-REC.
        S160-REJECT.
            ADD 1 TO WS-REJ-CNT
            MOVE SPACES TO REJECT-REC
            MOVE TRAN-INQY TO RJ-DATA
            MOVE WS-REJ-REASON TO RJ-REASON
            MOVE WS-BATCH-SRC TO RJ-SOURCE-ID
            WRITE REJECT-REC.
        S170-DECK-START.
            IF IN-DECK
            MOVE 'Y' TO WS-IN-DECK
            MOVE BH-SOURCE-ID TO WS-DECK-SRC
            MOVE BH-DECK-DATE TO WS-DECK-DATE
            MOVE SPACES TO WS-CARRY-ORDR
            MOVE 0 TO WS-DECK-CNT
            MOVE 0 TO WS-DECK-TRUE-CNT
            MOVE 'N' TO WS-DECK-OVERFLOW.
      *     RECORDS PAST THE BUFFER ARE STILL COUNTED SO THE
      *     OVERFLOW REJECT CARRIES THE DECK'S TRUE SIZE.
            ADD 1 TO WS-DECK-TRUE-CNT
            MOVE WS-DECK-SRC TO WS-SC-KEY
            PERFORM S182-SC-TALLY
            IF WS-SC-FOUND > 0
              ADD 1 TO WS-SC-SUBMIT(WS-SC-FOUND)
            END-IF
            IF WS-DECK-CNT < 2000
              ADD 1 TO WS-DECK-CNT
              MOVE TRAN-INQY TO WS-DECK-REC(WS-DECK-CNT)
            IF NOT IN-DECK
              MOVE 'N' TO WS-REC-OK
              MOVE 'TRAILER NO HEADER' TO WS-REJ-REASON
              MOVE BH-SOURCE-ID TO WS-BATCH-SRC
              PERFORM S160-REJECT
            ELSE
              PERFORM S180-SRC-TALLY
                PERFORM S178-DECK-REJECT
              END-IF
              MOVE 'N' TO WS-IN-DECK
              MOVE SPACES TO WS-CARRY-ORDR
            END-IF.
        S176-DECK-PROCESS.
            MOVE WS-DECK-REC(WS-DECK-IDX) TO TRAN-INQY
            MOVE WS-DECK-SRC TO WS-BATCH-SRC
            MOVE WS-DECK-DATE TO WS-BATCH-DATE
            MOVE WS-DECK-IDX TO WS-BATCH-SEQ
            PERFORM S125-EDIT-ONE.
        S178-DECK-REJECT.
      *     THE CAPTURED PART OF THE DECK GOES TO THE REJECT FILE
              STRING 'DECK UNBAL ' WS-DECK-SRC
                  DELIMITED BY SIZE INTO RJ-REASON
              END-STRING
              MOVE WS-DECK-SRC TO RJ-SOURCE-ID
              WRITE REJECT-REC
            END-PERFORM
            IF WS-DECK-TRUE-CNT > WS-DECK-CNT
              STRING 'DECK OVERFLOW ' WS-DECK-SRC
                  DELIMITED BY SIZE INTO RJ-REASON
              END-STRING
              MOVE WS-DECK-SRC TO RJ-SOURCE-ID
              WRITE REJECT-REC
            END-IF
            MOVE WS-DECK-SRC TO WS-SC-KEY
            PERFORM S182-SC-TALLY
            IF WS-SC-FOUND > 0
              ADD WS-DECK-TRUE-CNT TO WS-SC-STRREJ(WS-SC-FOUND)
            END-IF
            MOVE 0 TO WS-DECK-CNT
            MOVE 0 TO WS-DECK-TRUE-CNT.
        S180-SRC-TALLY.
                END-IF
              END-IF
            END-IF.
        S182-SC-TALLY.
            MOVE 0 TO WS-SC-FOUND
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                UNTIL WS-SC-IDX > WS-SC-CNT
                OR WS-SC-FOUND > 0
              IF WS-SC-ID(WS-SC-IDX) = WS-SC-KEY
                MOVE WS-SC-IDX TO WS-SC-FOUND
              END-IF
            END-PERFORM
            IF WS-SC-FOUND = 0 AND WS-SC-CNT < 100
              ADD 1 TO WS-SC-CNT
              MOVE WS-SC-CNT TO WS-SC-FOUND
              MOVE WS-SC-KEY TO WS-SC-ID(WS-SC-FOUND)
              MOVE 0 TO WS-SC-SUBMIT(WS-SC-FOUND)
              MOVE 0 TO WS-SC-STRREJ(WS-SC-FOUND)
            END-IF.
        S185-SRC-SUMMARY.
      *     PER-SOURCE BALANCING SUMMARY ALONGSIDE THE CONTROL
      *     RECORD, SO DATA CONTROL SEES EACH DEPARTMENT'S DECKS.
              END-STRING
              WRITE REJECT-REC
            END-PERFORM.
        S188-RANGE-SUMMARY.
      *     NUMBERS ASSIGNED AND LEFT PER PREFIX USED THIS RUN, WITH
      *     A WARNING WHERE A RANGE IS NEARLY OR WHOLLY USED UP SO
      *     OPERATIONS CAN OPEN A NEW RANGE BEFORE ADDS ARE REFUSED.
            IF WS-ASSIGN-CNT > 0 OR WS-CARRY-CNT > 0
              MOVE WS-ASSIGN-CNT TO WS-DISP-READ
              MOVE WS-CARRY-CNT TO WS-DISP-CLEAN
              DISPLAY 'ORDER NUMBERS ASSIGNED: ' WS-DISP-READ
                  ' CARRIED TO LINES: ' WS-DISP-CLEAN
            END-IF
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                UNTIL WS-PX-IDX > WS-PX-CNT
              MOVE WS-PX-ASSIGNED(WS-PX-IDX) TO WS-DISP-READ
              MOVE WS-PX-LEFT(WS-PX-IDX) TO WS-DISP-LEFT
              MOVE SPACES TO REJECT-REC
              STRING '** RANGE ' WS-PX-PREFIX(WS-PX-IDX)
                     ': ASSIGNED=' WS-DISP-READ
                     ' LEFT=' WS-DISP-LEFT
                     DELIMITED BY SIZE
                     INTO RJ-DATA
              END-STRING
              IF WS-PX-LEFT(WS-PX-IDX) = 0
                MOVE 'RANGE EXHAUSTED' TO RJ-REASON
                DISPLAY 'ORDER RANGE ' WS-PX-PREFIX(WS-PX-IDX)
                    ' EXHAUSTED - ADDS WITHOUT A NUMBER REFUSED'
              ELSE
                IF WS-PX-LEFT(WS-PX-IDX) NOT > WS-PX-WARN(WS-PX-IDX)
                  MOVE 'RANGE NEARLY USED' TO RJ-REASON
                  DISPLAY 'ORDER RANGE ' WS-PX-PREFIX(WS-PX-IDX)
                      ' NEARLY EXHAUSTED - ' WS-DISP-LEFT
                      ' NUMBERS LEFT'
                END-IF
              END-IF
              WRITE REJECT-REC
            END-PERFORM.
        S190-CONTROL-REC.
      *     TRAILING CONTROL RECORD SO DATA CONTROL CAN BALANCE THE
      *     SPLIT WITHOUT THE JOB LOG.
            END-STRING
            WRITE REJECT-REC
            CLOSE REJECT-FILE.
        S195-SRC-HISTORY.
      *     SUBMITTED AND STRUCTURALLY REJECTED COUNTS BY SOURCE TO
      *     THE SOURCE-SYSTEM ERROR HISTORY FOR THE WEEKLY SCORECARD.
            IF WS-SC-CNT = 0
              DISPLAY 'NO TRANSACTIONS - NO SOURCE HISTORY WRITTEN'
            ELSE
              OPEN EXTEND SRCHST-FILE
              IF FS-SRCHST NOT = 0
                OPEN OUTPUT SRCHST-FILE
              END-IF
              IF FS-SRCHST NOT = 0
                DISPLAY 'SOURCE HISTORY UNAVAILABLE, STATUS '
                    FS-SRCHST
              ELSE
                PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                    UNTIL WS-SC-IDX > WS-SC-CNT
                  MOVE SPACES TO SRCHST-REC
                  MOVE WS-RUN-DATE TO SH-RUN-DATE
                  MOVE 'TRNEDIT ' TO SH-PROGRAM
                  MOVE WS-SC-ID(WS-SC-IDX) TO SH-SOURCE-ID
                  MOVE 'SB' TO SH-EVENT
                  MOVE WS-SC-SUBMIT(WS-SC-IDX) TO SH-COUNT
                  WRITE SRCHST-REC
                  IF WS-SC-STRREJ(WS-SC-IDX) > 0
                    MOVE 'SR' TO SH-EVENT
                    MOVE WS-SC-STRREJ(WS-SC-IDX) TO SH-COUNT
                    WRITE SRCHST-REC
                  END-IF
                END-PERFORM
                CLOSE SRCHST-FILE
              END-IF
            END-IF.
        S199-EXIT.
            EXIT.

              DISPLAY 'UNABLE TO OPEN OUTPUT FILE, STATUS ' FS-TRNOUT
            END-IF
            PERFORM S220-RETURN UNTIL NO-MORE-TRNIN-SORTED
            CLOSE TRNOUT-FILE
            GO TO S299-EXIT.
        S220-RETURN.
            RETURN SORT-FILE
              AT END
                MOVE 'Y' TO SORTED-EOF
              NOT AT END
                MOVE SW-DATA TO TO-DATA
                MOVE SW-SOURCE-ID TO TO-SOURCE-ID
                WRITE TRNOUT-REC
            END-RETURN.
        S299-EXIT.
