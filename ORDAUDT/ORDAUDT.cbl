        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDAUDT.
      *     FIELD-LEVEL AUDIT TRAIL FOR ONE ORDER.  READS THE
      *     JRNL-FILE BEFORE/AFTER IMAGE JOURNAL WRITTEN BY IB4OP01
      *     P930-JOURNAL - THE JOB CONCATENATES THE RETAINED JOURNAL
      *     GENERATIONS, OLDEST FIRST, UNDER THE JOURNL DD - AND
      *     SELECTS EVERY RECORD FOR THE ORDER ON THE PARM CARD,
      *     OPTIONALLY WITHIN A RUN-DATE RANGE.  EACH BEFORE AND
      *     AFTER IMAGE IS UNPACKED INTO THE ROOT LAYOUT AND ONLY THE
      *     FIELDS THAT CHANGED ARE PRINTED, OLD AND NEW VALUE, WITH
      *     THE TRANSACTION CODE THAT CHANGED THEM, IN DATE ORDER.
      *     AN INSERT LISTS THE FIELDS THE ORDER WAS CREATED WITH; A
      *     DELETE PRINTS ONE LINE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO UT-S-PARMIN
                FILE STATUS IS FS-PARM.
            SELECT JRNL-FILE ASSIGN TO UT-S-JOURNL
                FILE STATUS IS FS-JRNL.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT ASORT-FILE ASSIGN TO UT-S-SORTWK.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-ORDR-NO        PIC X(6).
      *        ORDER TO AUDIT, REQUIRED
            03  PARM-FROM-DATE      PIC 9(8).
      *        FIRST JOURNAL RUN-DATE TO PRINT, ZERO - ALL
            03  PARM-TO-DATE        PIC 9(8).
      *        LAST JOURNAL RUN-DATE TO PRINT, ZERO - NO LIMIT
            03  FILLER              PIC X(58).
        FD  JRNL-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JRNL-REC.
            03  JR-TRAN             PIC XX.
            03  JR-ORDR-NO          PIC X(6).
            03  JR-RUN-DATE         PIC 9(8).
            03  JR-BEFORE           PIC X(400).
            03  JR-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).
        SD  ASORT-FILE.
        01  ASORT-REC.
            03  SR-RUN-DATE         PIC 9(8).
            03  SR-JRNL-SEQ         PIC 9(7).
      *        POSITION ON THE JOURNAL, KEEPS A DAY'S CHANGES IN THE
      *        ORDER THEY WERE MADE
            03  SR-TRAN             PIC XX.
            03  SR-BEFORE           PIC X(400).
            03  SR-AFTER            PIC X(400).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-PARM             PIC 99.
        77  FS-JRNL             PIC 99.
        77  FS-RPT              PIC 99.
        77  JRNL-EOF            PIC X VALUE ' '.
            88  JRNL-PRESENT      VALUE ' '.
            88  NO-MORE-JRNL      VALUE 'Y'.
        77  SORTED-EOF          PIC X VALUE ' '.
            88  NO-MORE-SORTED    VALUE 'Y'.
        77  WS-ORDR-NO          PIC X(6) VALUE SPACES.
        77  WS-FROM-DATE        PIC 9(8) VALUE 0.
        77  WS-TO-DATE          PIC 9(8) VALUE 99999999.
        77  WS-READ-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ORDR-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-SEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-INS-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-UPD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCHG-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-FLD-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-REC-FLDS         PIC S9(4) COMP VALUE 0.
        77  WS-WK-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-WK-NO            PIC 99 VALUE 0.
        77  WS-EDIT-QTY         PIC -ZZ,ZZ9.
        77  WS-EDIT-AMT         PIC ZZ,ZZ9.99.
        77  WS-EDIT-PCT         PIC -ZZ,ZZ9.999.
        77  WS-EDIT-STAT        PIC 99.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDAUDT '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-JRN-DATE      PIC X(8).
            03  FILLER          PIC X(2).
            03  P-TRAN          PIC XX.
            03  FILLER          PIC X(2).
            03  P-FIELD         PIC X(24).
            03  FILLER          PIC X(2).
            03  P-OLD-VALUE     PIC X(40).
            03  FILLER          PIC X(2).
            03  P-NEW-VALUE     PIC X(40).
            03  FILLER          PIC X(10).
        01  SEL-DTL.
            03  SL-CC           PIC X.
            03  FILLER          PIC X(7) VALUE 'ORDER: '.
            03  SL-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(14) VALUE '  RUN DATES:  '.
            03  SL-FROM-DATE    PIC 9(8).
            03  FILLER          PIC X(4) VALUE ' TO '.
            03  SL-TO-DATE      PIC 9(8).
            03  FILLER          PIC X(85).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER FIELD AUDIT TRAIL                          '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' JRN DATE  TR  FIELD                     OLD VALUE'.
            03  FILLER             PIC X(50) VALUE IS
            '                                 NEW VALUE        '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
      *     THE BEFORE-IMAGE IS LAID OVER BEFORE-ROOT-DATA AND THE
      *     AFTER-IMAGE OVER ORDER-ROOT-DATA; THE FIELD NAMES ARE
      *     QUALIFIED WITH OF TO TELL THEM APART.
        01  BEFORE-ROOT-DATA.
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

        PROCEDURE DIVISION.
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM ORDAUDT'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            SORT ASORT-FILE
                ON ASCENDING KEY SR-RUN-DATE
                ON ASCENDING KEY SR-JRNL-SEQ
                INPUT PROCEDURE IS S100-LOAD
                OUTPUT PROCEDURE IS S200-PRINT
            DISPLAY 'JOURNAL RECORDS READ:  ' WS-READ-CNT
            DISPLAY 'RECORDS FOR ORDER:     ' WS-ORDR-CNT
            DISPLAY 'FIELD CHANGES PRINTED: ' WS-FLD-CNT
            MOVE WS-READ-CNT TO RC-INPUT-COUNT
            MOVE WS-SEL-CNT TO RC-OUTPUT-COUNT
            IF WS-ORDR-NO = SPACES
              MOVE 1 TO RC-ERROR-COUNT
              MOVE 'ERROR   ' TO RC-STATUS
            END-IF
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM ORDAUDT'
            GOBACK.

        S100-LOAD SECTION.
        S110-OPEN.
            OPEN INPUT PARM-FILE, JRNL-FILE
            IF FS-PARM NOT = 0 OR FS-JRNL NOT = 0
              DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
              DISPLAY '  PROGRAM TERMINATING.'
              DISPLAY 'PARM FILE STATUS IS ' FS-PARM
              DISPLAY 'JOURNAL FILE STATUS IS ' FS-JRNL
            END-IF
            PERFORM S115-READ-PARM
            IF WS-ORDR-NO = SPACES
              DISPLAY 'NO ORDER NUMBER ON THE PARM CARD - NOTHING'
              DISPLAY '  SELECTED'
              MOVE 'Y' TO JRNL-EOF
            END-IF
            PERFORM S120-READ UNTIL NO-MORE-JRNL
            CLOSE PARM-FILE, JRNL-FILE
            GO TO S199-EXIT.
        S115-READ-PARM.
            READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
            END-READ
            IF FS-PARM = 0
              MOVE PARM-ORDR-NO TO WS-ORDR-NO
              IF PARM-FROM-DATE NUMERIC
                  AND PARM-FROM-DATE > 0
                MOVE PARM-FROM-DATE TO WS-FROM-DATE
              END-IF
              IF PARM-TO-DATE NUMERIC
                  AND PARM-TO-DATE > 0
                MOVE PARM-TO-DATE TO WS-TO-DATE
              END-IF
            END-IF
            DISPLAY 'AUDIT ORDER:           ' WS-ORDR-NO
            DISPLAY 'JOURNAL DATE FROM:     ' WS-FROM-DATE
            DISPLAY 'JOURNAL DATE TO:       ' WS-TO-DATE.
        S120-READ.
            READ JRNL-FILE AT END MOVE 'Y' TO JRNL-EOF
            END-READ
            IF JRNL-PRESENT
              ADD 1 TO WS-READ-CNT
              IF JR-ORDR-NO = WS-ORDR-NO
                ADD 1 TO WS-ORDR-CNT
                IF JR-RUN-DATE >= WS-FROM-DATE
                    AND JR-RUN-DATE <= WS-TO-DATE
                  ADD 1 TO WS-SEL-CNT
                  MOVE JR-RUN-DATE TO SR-RUN-DATE
                  MOVE WS-READ-CNT TO SR-JRNL-SEQ
                  MOVE JR-TRAN TO SR-TRAN
                  MOVE JR-BEFORE TO SR-BEFORE
                  MOVE JR-AFTER TO SR-AFTER
                  RELEASE ASORT-REC
                END-IF
              END-IF
            END-IF.
        S199-EXIT.
            EXIT.

        S200-PRINT SECTION.
        S210-OPEN.
            OPEN OUTPUT RPT-FILE
            IF FS-RPT NOT = 0
              DISPLAY 'UNABLE TO OPEN REPORT FILE, STATUS ' FS-RPT
            END-IF
            MOVE WS-ORDR-NO TO SL-ORDR-NO
            MOVE WS-FROM-DATE TO SL-FROM-DATE
            MOVE WS-TO-DATE TO SL-TO-DATE
            MOVE 99 TO CUR-LINE-CNT
            PERFORM S220-RETURN UNTIL NO-MORE-SORTED
            IF WS-SEL-CNT = 0
              MOVE SPACES TO PRT-DTL
              MOVE 'NO JOURNAL RECORDS' TO P-FIELD
              MOVE 'FOR THIS ORDER IN THE DATE RANGE' TO P-OLD-VALUE
              PERFORM S280-PRINT
            END-IF
            PERFORM S290-TRAILER
            CLOSE RPT-FILE
            GO TO S299-EXIT.
        S220-RETURN.
            RETURN ASORT-FILE
              AT END
                MOVE 'Y' TO SORTED-EOF
              NOT AT END
                PERFORM S230-ENTRY
            END-RETURN.
        S230-ENTRY.
      *     A SPACES AFTER-IMAGE IS A DELETE.  A SPACES BEFORE-IMAGE
      *     IS AN INSERT: THE BEFORE LAYOUT IS INITIALIZED SO EVERY
      *     FIELD THE ORDER WAS CREATED WITH PRINTS AS A CHANGE FROM
      *     BLANK OR ZERO.
            MOVE 0 TO WS-REC-FLDS
            IF SR-AFTER = SPACES
              ADD 1 TO WS-DEL-CNT
              MOVE 'ORDER DELETED' TO P-FIELD
              PERFORM S255-ENTRY-LINE
            ELSE
              IF SR-BEFORE = SPACES
                ADD 1 TO WS-INS-CNT
                INITIALIZE BEFORE-ROOT-DATA
                MOVE 'ORDER ADDED' TO P-FIELD
                PERFORM S255-ENTRY-LINE
              ELSE
                ADD 1 TO WS-UPD-CNT
                MOVE SR-BEFORE TO BEFORE-ROOT-DATA
              END-IF
              MOVE SR-AFTER TO ORDER-ROOT-DATA
              PERFORM S240-COMPARE
              PERFORM S245-COMPARE-WEEK
                  VARYING WS-WK-IDX FROM 1 BY 1
                  UNTIL WS-WK-IDX > 13
              IF WS-REC-FLDS = 0
                ADD 1 TO WS-NOCHG-CNT
                MOVE 'NO FIELD CHANGES' TO P-FIELD
                PERFORM S255-ENTRY-LINE
              END-IF
            END-IF.
        S240-COMPARE.
            IF ORDER-DESCRIPTION OF BEFORE-ROOT-DATA
                NOT = ORDER-DESCRIPTION OF ORDER-ROOT-DATA
              MOVE 'DESCRIPTION' TO P-FIELD
              MOVE ORDER-DESCRIPTION OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE ORDER-DESCRIPTION OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF CUSTOMER-NUMBER OF BEFORE-ROOT-DATA
                NOT = CUSTOMER-NUMBER OF ORDER-ROOT-DATA
              MOVE 'CUSTOMER' TO P-FIELD
              MOVE CUSTOMER-NUMBER OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE CUSTOMER-NUMBER OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PLANNED-ORDER-QUANTITY OF BEFORE-ROOT-DATA
                NOT = PLANNED-ORDER-QUANTITY OF ORDER-ROOT-DATA
              MOVE 'PLANNED QUANTITY' TO P-FIELD
              MOVE PLANNED-ORDER-QUANTITY OF BEFORE-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE PLANNED-ORDER-QUANTITY OF ORDER-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PLANNED-ORDER-AMOUNT OF BEFORE-ROOT-DATA
                NOT = PLANNED-ORDER-AMOUNT OF ORDER-ROOT-DATA
              MOVE 'PLANNED AMOUNT' TO P-FIELD
              MOVE PLANNED-ORDER-AMOUNT OF BEFORE-ROOT-DATA
                  TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO P-OLD-VALUE
              MOVE PLANNED-ORDER-AMOUNT OF ORDER-ROOT-DATA
                  TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF ORDER-TYPE OF BEFORE-ROOT-DATA
                NOT = ORDER-TYPE OF ORDER-ROOT-DATA
              MOVE 'ORDER TYPE' TO P-FIELD
              MOVE ORDER-TYPE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE ORDER-TYPE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF ACTUAL-ORDER-QUANTITY OF BEFORE-ROOT-DATA
                NOT = ACTUAL-ORDER-QUANTITY OF ORDER-ROOT-DATA
              MOVE 'ACTUAL QUANTITY' TO P-FIELD
              MOVE ACTUAL-ORDER-QUANTITY OF BEFORE-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE ACTUAL-ORDER-QUANTITY OF ORDER-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF TOTAL-SCRAP-QUANTITY OF BEFORE-ROOT-DATA
                NOT = TOTAL-SCRAP-QUANTITY OF ORDER-ROOT-DATA
              MOVE 'SCRAP QUANTITY' TO P-FIELD
              MOVE TOTAL-SCRAP-QUANTITY OF BEFORE-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE TOTAL-SCRAP-QUANTITY OF ORDER-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF ORDER-STATUS OF BEFORE-ROOT-DATA
                NOT = ORDER-STATUS OF ORDER-ROOT-DATA
              MOVE 'ORDER STATUS' TO P-FIELD
              MOVE ORDER-STATUS OF BEFORE-ROOT-DATA
                  TO WS-EDIT-STAT
              MOVE WS-EDIT-STAT TO P-OLD-VALUE
              MOVE ORDER-STATUS OF ORDER-ROOT-DATA
                  TO WS-EDIT-STAT
              MOVE WS-EDIT-STAT TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF FIRST-ACTIVITY-DATE OF BEFORE-ROOT-DATA
                NOT = FIRST-ACTIVITY-DATE OF ORDER-ROOT-DATA
              MOVE 'FIRST ACTIVITY DATE' TO P-FIELD
              MOVE FIRST-ACTIVITY-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE FIRST-ACTIVITY-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF LAST-ACTIVITY-DATE OF BEFORE-ROOT-DATA
                NOT = LAST-ACTIVITY-DATE OF ORDER-ROOT-DATA
              MOVE 'LAST ACTIVITY DATE' TO P-FIELD
              MOVE LAST-ACTIVITY-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE LAST-ACTIVITY-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PRIORITY-CODE OF BEFORE-ROOT-DATA
                NOT = PRIORITY-CODE OF ORDER-ROOT-DATA
              MOVE 'PRIORITY' TO P-FIELD
              MOVE PRIORITY-CODE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE PRIORITY-CODE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PROMISE-DATE OF BEFORE-ROOT-DATA
                NOT = PROMISE-DATE OF ORDER-ROOT-DATA
              MOVE 'PROMISE DATE' TO P-FIELD
              MOVE PROMISE-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE PROMISE-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PLANT-CODE OF BEFORE-ROOT-DATA
                NOT = PLANT-CODE OF ORDER-ROOT-DATA
              MOVE 'PLANT' TO P-FIELD
              MOVE PLANT-CODE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE PLANT-CODE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF DISPATCH-DATE OF BEFORE-ROOT-DATA
                NOT = DISPATCH-DATE OF ORDER-ROOT-DATA
              MOVE 'DISPATCH DATE' TO P-FIELD
              MOVE DISPATCH-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE DISPATCH-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF DISPATCH-ACK-DATE OF BEFORE-ROOT-DATA
                NOT = DISPATCH-ACK-DATE OF ORDER-ROOT-DATA
              MOVE 'DISPATCH ACK DATE' TO P-FIELD
              MOVE DISPATCH-ACK-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE DISPATCH-ACK-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF DISPATCH-ACK-STARTED OF BEFORE-ROOT-DATA
                NOT = DISPATCH-ACK-STARTED OF ORDER-ROOT-DATA
              MOVE 'DISPATCH ACK STARTED' TO P-FIELD
              MOVE DISPATCH-ACK-STARTED OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE DISPATCH-ACK-STARTED OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF SHIPPED-QUANTITY OF BEFORE-ROOT-DATA
                NOT = SHIPPED-QUANTITY OF ORDER-ROOT-DATA
              MOVE 'SHIPPED QUANTITY' TO P-FIELD
              MOVE SHIPPED-QUANTITY OF BEFORE-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE SHIPPED-QUANTITY OF ORDER-ROOT-DATA
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF LAST-SHIP-DATE OF BEFORE-ROOT-DATA
                NOT = LAST-SHIP-DATE OF ORDER-ROOT-DATA
              MOVE 'LAST SHIP DATE' TO P-FIELD
              MOVE LAST-SHIP-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE LAST-SHIP-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF HOLD-STATUS OF BEFORE-ROOT-DATA
                NOT = HOLD-STATUS OF ORDER-ROOT-DATA
              MOVE 'HOLD STATUS' TO P-FIELD
              MOVE HOLD-STATUS OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE HOLD-STATUS OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF HOLD-REASON OF BEFORE-ROOT-DATA
                NOT = HOLD-REASON OF ORDER-ROOT-DATA
              MOVE 'HOLD REASON' TO P-FIELD
              MOVE HOLD-REASON OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE HOLD-REASON OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF HOLD-DATE OF BEFORE-ROOT-DATA
                NOT = HOLD-DATE OF ORDER-ROOT-DATA
              MOVE 'HOLD DATE' TO P-FIELD
              MOVE HOLD-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE HOLD-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF SPLIT-FROM-ORDER OF BEFORE-ROOT-DATA
                NOT = SPLIT-FROM-ORDER OF ORDER-ROOT-DATA
              MOVE 'SPLIT FROM ORDER' TO P-FIELD
              MOVE SPLIT-FROM-ORDER OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE SPLIT-FROM-ORDER OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF CANCEL-STATUS OF BEFORE-ROOT-DATA
                NOT = CANCEL-STATUS OF ORDER-ROOT-DATA
              MOVE 'CANCEL STATUS' TO P-FIELD
              MOVE CANCEL-STATUS OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE CANCEL-STATUS OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF CANCEL-REASON OF BEFORE-ROOT-DATA
                NOT = CANCEL-REASON OF ORDER-ROOT-DATA
              MOVE 'CANCEL REASON' TO P-FIELD
              MOVE CANCEL-REASON OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE CANCEL-REASON OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF CANCEL-DATE OF BEFORE-ROOT-DATA
                NOT = CANCEL-DATE OF ORDER-ROOT-DATA
              MOVE 'CANCEL DATE' TO P-FIELD
              MOVE CANCEL-DATE OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE CANCEL-DATE OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF ORIGINAL-ORDER OF BEFORE-ROOT-DATA
                NOT = ORIGINAL-ORDER OF ORDER-ROOT-DATA
              MOVE 'ORIGINAL ORDER' TO P-FIELD
              MOVE ORIGINAL-ORDER OF BEFORE-ROOT-DATA
                  TO P-OLD-VALUE
              MOVE ORIGINAL-ORDER OF ORDER-ROOT-DATA
                  TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF.
        S245-COMPARE-WEEK.
            MOVE WS-WK-IDX TO WS-WK-NO
            IF NUMBER-UNITS-STARTED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                NOT = NUMBER-UNITS-STARTED OF ORDER-ROOT-DATA(WS-WK-IDX)
              STRING 'UNITS STARTED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO P-FIELD
              END-STRING
              MOVE NUMBER-UNITS-STARTED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE NUMBER-UNITS-STARTED OF ORDER-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF NUMBER-UNITS-COMPLETED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                NOT = NUMBER-UNITS-COMPLETED
                    OF ORDER-ROOT-DATA(WS-WK-IDX)
              STRING 'UNITS COMPLETED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO P-FIELD
              END-STRING
              MOVE NUMBER-UNITS-COMPLETED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-OLD-VALUE
              MOVE NUMBER-UNITS-COMPLETED OF ORDER-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PERCENTAGE-STARTED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                NOT = PERCENTAGE-STARTED OF ORDER-ROOT-DATA(WS-WK-IDX)
              STRING 'PCT STARTED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO P-FIELD
              END-STRING
              MOVE PERCENTAGE-STARTED OF BEFORE-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO P-OLD-VALUE
              MOVE PERCENTAGE-STARTED OF ORDER-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF
            IF PERCENTAGE-COMPLETE OF BEFORE-ROOT-DATA(WS-WK-IDX)
                NOT = PERCENTAGE-COMPLETE OF ORDER-ROOT-DATA(WS-WK-IDX)
              STRING 'PCT COMPLETE WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO P-FIELD
              END-STRING
              MOVE PERCENTAGE-COMPLETE OF BEFORE-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO P-OLD-VALUE
              MOVE PERCENTAGE-COMPLETE OF ORDER-ROOT-DATA(WS-WK-IDX)
                  TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO P-NEW-VALUE
              PERFORM S250-CHANGE
            END-IF.
        S250-CHANGE.
            ADD 1 TO WS-FLD-CNT
            PERFORM S255-ENTRY-LINE.
        S255-ENTRY-LINE.
      *     THE FIRST LINE OF EACH JOURNAL ENTRY IS DOUBLE SPACED.
            ADD 1 TO WS-REC-FLDS
            IF WS-REC-FLDS = 1
              MOVE '0' TO P-CC
            END-IF
            MOVE SR-RUN-DATE TO P-JRN-DATE
            MOVE SR-TRAN TO P-TRAN
            PERFORM S280-PRINT.
        S280-PRINT.
            IF (CUR-LINE-CNT + 2) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM S285-LINE
              MOVE SEL-DTL TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM S285-LINE
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM S285-LINE
              MOVE '0' TO P-CC
              MOVE 5 TO CUR-LINE-CNT
            END-IF
            MOVE PRT-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE SPACES TO PRT-DTL.
        S285-LINE.
            MOVE 1 TO ADV-LINES
            IF R-CC = '0'
              MOVE 2 TO ADV-LINES
            END-IF
            IF R-CC = '-'
              MOVE 3 TO ADV-LINES
            END-IF
            WRITE RPT-REC AFTER ADVANCING ADV-LINES
            ADD ADV-LINES TO CUR-LINE-CNT.
        S290-TRAILER.
            MOVE SPACES TO TRL-DTL
            MOVE '-' TO T-CC
            MOVE 'JOURNAL RECORDS READ' TO T-LABEL
            MOVE WS-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE SPACE TO T-CC
            MOVE 'RECORDS FOR THE ORDER' TO T-LABEL
            MOVE WS-ORDR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'RECORDS IN THE DATE RANGE' TO T-LABEL
            MOVE WS-SEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'INSERTS' TO T-LABEL
            MOVE WS-INS-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'UPDATES' TO T-LABEL
            MOVE WS-UPD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'DELETES' TO T-LABEL
            MOVE WS-DEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'UPDATES WITH NO FIELD CHANGES' TO T-LABEL
            MOVE WS-NOCHG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE
            MOVE 'FIELD CHANGES PRINTED' TO T-LABEL
            MOVE WS-FLD-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S285-LINE.
        S299-EXIT.
            EXIT.
