        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDVRFY.
      *     ORDER DATABASE INTEGRITY VERIFICATION.  WALKS EVERY
      *     ORDR010 ROOT AND ITS ORDR020 LINES AND CHECKS THE DATA THE
      *     SCAN PROGRAMS TRUST: PACKED FIELDS NUMERIC, STATUS AND
      *     FLAG BYTES VALID, DATES REAL CALENDAR DATES, FIRST
      *     ACTIVITY NOT AFTER LAST ACTIVITY, LINE KEYS 01-99, AND
      *     ORDER TYPE AND PLANT ON THEIR MASTERS.  EVERY PROBLEM
      *     PRINTS ON THE EXCEPTION REPORT WITH A SEVERITY, AND THE
      *     STEP RETURN CODE IS SET FROM THE WORST ONE FOUND SO THE
      *     JOB CAN BYPASS THE DOWNSTREAM STEPS:
      *        0 - CLEAN
      *        4 - WARNINGS ONLY
      *        8 - ERRORS - BAD CODES, DATES OR KEYS
      *       12 - SEVERE - A PACKED OR STATUS FIELD THAT IS NOT
      *            NUMERIC AND WOULD ABEND A SCAN
      *       16 - THE DATABASE SCAN ITSELF FAILED
      *     THE ORDER-TYPE MASTER AND THE PLANT CAPACITY MASTER
      *     (A PLANT IS KNOWN WHEN IT HAS ITS STANDARD WEEK ROW) ARE
      *     OPTIONAL; WITHOUT ONE, THAT CODE CHECK IS OFF.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OTYPE-FILE ASSIGN TO UT-S-ORDTYP
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OT-TYPE-CD
                FILE STATUS IS FS-OTYPE.
            SELECT CAPAC-FILE ASSIGN TO UT-S-PLTCAP
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CP-KEY
                FILE STATUS IS FS-CAPAC.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  OTYPE-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER-TYPE REFERENCE MASTER MAINTAINED BY ORDTMNT.
        01  OTYPE-REC.
            03  OT-TYPE-CD          PIC XX.
            03  OT-TYPE-DESC        PIC X(30).
            03  OT-ACTIVE           PIC X.
            03  OT-RETURN-TYPE      PIC X.
            03  FILLER              PIC X(46).
        FD  CAPAC-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     PLANT CAPACITY MASTER MAINTAINED BY CAPMNT.
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
        77  FS-OTYPE            PIC 99.
        77  FS-CAPAC            PIC 99.
        77  FS-RPT              PIC 99.
        77  WS-OTYPE-AVAIL      PIC X VALUE 'N'.
            88  OTYPE-MASTER-ON VALUE 'Y'.
        77  WS-CAPAC-AVAIL      PIC X VALUE 'N'.
            88  CAPAC-MASTER-ON VALUE 'Y'.
        77  WS-ORDER-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-BAD-ORDER-CNT    PIC 9(7) COMP-3 VALUE 0.
        77  WS-WARN-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ERROR-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-SEVERE-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-ORD-EXC          PIC S9(4) COMP VALUE 0.
        77  WS-WK-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-WK-NO            PIC 99 VALUE 0.
        77  WS-MAX-RC           PIC S9(4) COMP VALUE 0.
        77  WS-SEV-RC           PIC S9(4) COMP VALUE 0.
      *     ONE EXCEPTION: THE CHECK FILLS THESE AND PERFORMS
      *     P850-EXCEPTION.
        77  WS-EXC-SEV          PIC X VALUE SPACE.
            88  EXC-WARNING       VALUE 'W'.
            88  EXC-ERROR         VALUE 'E'.
            88  EXC-SEVERE        VALUE 'S'.
            88  EXC-DB-FAILURE    VALUE 'D'.
        77  WS-EXC-LINE         PIC XX VALUE SPACES.
        77  WS-EXC-FIELD        PIC X(24) VALUE SPACES.
        77  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
        77  WS-EXC-MSG          PIC X(40) VALUE SPACES.
      *     CALENDAR DATE CHECK.  P800-CHECK-DATE TESTS WS-CHK-DATE
      *     AND SETS WS-DATE-EDIT.
        01  WS-CHK-DATE         PIC X(8) VALUE SPACES.
        01  FILLER REDEFINES WS-CHK-DATE.
            03  WS-CHK-YYYY     PIC 9(4).
            03  WS-CHK-MM       PIC 99.
            03  WS-CHK-DD       PIC 99.
        77  WS-DATE-EDIT        PIC X VALUE 'Y'.
            88  DATE-OK           VALUE 'Y'.
            88  DATE-BAD          VALUE 'N'.
        77  WS-LEAP-QUOT        PIC S9(4) COMP VALUE 0.
        77  WS-LEAP-REM         PIC S9(4) COMP VALUE 0.
        77  WS-MONTH-DAYS       PIC 99 VALUE 0.
        01  WS-DAYS-TABLE.
            03  FILLER          PIC X(24) VALUE
                '312831303130313130313031'.
        01  FILLER REDEFINES WS-DAYS-TABLE.
            03  WS-DAYS-IN-MONTH PIC 99 OCCURS 12.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDVRFY '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-ORDR-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-LINE-NO       PIC XX.
            03  FILLER          PIC X(2).
            03  P-SEVERITY      PIC X(8).
            03  FILLER          PIC X(2).
            03  P-FIELD         PIC X(24).
            03  FILLER          PIC X(2).
            03  P-VALUE         PIC X(10).
            03  FILLER          PIC X(2).
            03  P-MESSAGE       PIC X(40).
            03  FILLER          PIC X(32).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER DATABASE INTEGRITY EXCEPTIONS              '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER   LN  SEVERITY  FIELD                     V'.
            03  FILLER             PIC X(50) VALUE IS
            'ALUE       EXCEPTION                              '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  SSA-2.
            03  S2-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE ' '.
        01  SSA-2L.
            03  S2L-SEG-NAME    PIC X(8) VALUE IS 'ORDR020 '.
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
        01  ORDER-LINE-DATA.
       05 ORDER-LINE-KEY               PIC  9(02).
       05 LINE-PART-NUMBER             PIC  X(10).
       05 LINE-QUANTITY                PIC  S9(05)       COMP-3.
       05 LINE-AMOUNT                  PIC  9(05)V99     COMP-3.
       05 LINE-STATUS                  PIC  9(02).
       05 FILLER                       PIC  X(06).
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
            DISPLAY 'ENTERING PROGRAM ORDVRFY'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN OUTPUT RPT-FILE.
            IF FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            OPEN INPUT OTYPE-FILE
            IF FS-OTYPE = 0
              MOVE 'Y' TO WS-OTYPE-AVAIL
            ELSE
              DISPLAY 'NO ORDER-TYPE MASTER - TYPE CHECK OFF'
            END-IF
            OPEN INPUT CAPAC-FILE
            IF FS-CAPAC = 0
              MOVE 'Y' TO WS-CAPAC-AVAIL
            ELSE
              DISPLAY 'NO PLANT CAPACITY MASTER - PLANT CHECK OFF'
            END-IF
            PERFORM P200-ORDER-SCAN
            PERFORM P999-TRAILER
            CLOSE RPT-FILE
            IF OTYPE-MASTER-ON
              CLOSE OTYPE-FILE
            END-IF
            IF CAPAC-MASTER-ON
              CLOSE CAPAC-FILE
            END-IF
            DISPLAY 'VERIFICATION RETURN CODE: ' WS-MAX-RC
            MOVE WS-ORDER-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT = WS-ORDER-CNT - WS-BAD-ORDER-CNT
            COMPUTE RC-ERROR-COUNT = WS-ERROR-CNT + WS-SEVERE-CNT
            IF WS-MAX-RC >= 8
              MOVE 'ERROR   ' TO RC-STATUS
            END-IF
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE WS-MAX-RC TO RETURN-CODE
            DISPLAY 'LEAVING  PROGRAM ORDVRFY'
            GOBACK.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            IF DBSTATUS NOT = 'GB'
              MOVE 'D' TO WS-EXC-SEV
              MOVE SPACES TO WS-EXC-LINE
              MOVE 'ORDR010 SCAN' TO WS-EXC-FIELD
              MOVE DBSTATUS TO WS-EXC-VALUE
              MOVE 'DATABASE SCAN STOPPED - STATUS CODE'
                  TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            DISPLAY 'ORDER ROOTS VERIFIED: ' WS-ORDER-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ORDER-CNT
            MOVE 0 TO WS-ORD-EXC
            PERFORM P300-CHECK-ROOT
            MOVE 'GNP ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            PERFORM P400-CHECK-LINE UNTIL DBSTATUS NOT = SPACE
            IF DBSTATUS NOT = 'GE'
              MOVE 'D' TO WS-EXC-SEV
              MOVE SPACES TO WS-EXC-LINE
              MOVE 'ORDR020 SCAN' TO WS-EXC-FIELD
              MOVE DBSTATUS TO WS-EXC-VALUE
              MOVE 'LINE SCAN STOPPED - STATUS CODE' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF WS-ORD-EXC > 0
              ADD 1 TO WS-BAD-ORDER-CNT
            END-IF
            MOVE 'GN  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P300-CHECK-ROOT.
            MOVE SPACES TO WS-EXC-LINE
            IF ORDER-NUMBER NOT NUMERIC
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'ORDER-NUMBER' TO WS-EXC-FIELD
              MOVE ORDKEY-REDEF TO WS-EXC-VALUE
              MOVE 'ORDER KEY NOT NUMERIC' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF CUSTOMER-NUMBER = SPACES
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'CUSTOMER-NUMBER' TO WS-EXC-FIELD
              MOVE 'NO CUSTOMER ON THE ORDER' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
      *     PACKED FIELDS
            IF PLANNED-ORDER-QUANTITY NOT NUMERIC
              MOVE 'PLANNED-ORDER-QUANTITY' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF PLANNED-ORDER-AMOUNT NOT NUMERIC
              MOVE 'PLANNED-ORDER-AMOUNT' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF ACTUAL-ORDER-QUANTITY NOT NUMERIC
              MOVE 'ACTUAL-ORDER-QUANTITY' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF TOTAL-SCRAP-QUANTITY NOT NUMERIC
              MOVE 'TOTAL-SCRAP-QUANTITY' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF SHIPPED-QUANTITY NOT NUMERIC
              MOVE 'SHIPPED-QUANTITY' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            PERFORM P320-CHECK-WEEK
                VARYING WS-WK-IDX FROM 1 BY 1
                UNTIL WS-WK-IDX > 13
      *     STATUS AND FLAG BYTES
            IF ORDER-STATUS NOT NUMERIC
              MOVE 'S' TO WS-EXC-SEV
              MOVE 'ORDER-STATUS' TO WS-EXC-FIELD
              MOVE ORDER-STATUS TO WS-EXC-VALUE
              MOVE 'ORDER STATUS NOT NUMERIC' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            ELSE
              IF ORDER-CANCELLED AND ORDER-STATUS NOT = 99
                MOVE 'E' TO WS-EXC-SEV
                MOVE 'ORDER-STATUS' TO WS-EXC-FIELD
                MOVE ORDER-STATUS TO WS-EXC-VALUE
                MOVE 'CANCELLED ORDER NOT AT STATUS 99'
                    TO WS-EXC-MSG
                PERFORM P850-EXCEPTION
              END-IF
            END-IF
            IF CANCEL-STATUS NOT = SPACE AND NOT ORDER-CANCELLED
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'CANCEL-STATUS' TO WS-EXC-FIELD
              MOVE CANCEL-STATUS TO WS-EXC-VALUE
              MOVE 'CANCEL FLAG NOT BLANK OR X' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF HOLD-STATUS NOT = SPACE AND NOT ORDER-ON-HOLD
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'HOLD-STATUS' TO WS-EXC-FIELD
              MOVE HOLD-STATUS TO WS-EXC-VALUE
              MOVE 'HOLD FLAG NOT BLANK OR H' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF ORDER-ON-HOLD AND HOLD-REASON = SPACES
              MOVE 'W' TO WS-EXC-SEV
              MOVE 'HOLD-REASON' TO WS-EXC-FIELD
              MOVE 'ORDER ON HOLD WITH NO REASON' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF ORDER-CANCELLED AND CANCEL-DATE = SPACES
              MOVE 'W' TO WS-EXC-SEV
              MOVE 'CANCEL-DATE' TO WS-EXC-FIELD
              MOVE 'CANCELLED ORDER WITH NO CANCEL DATE'
                  TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
      *     DATES - BLANK IS ALLOWED, ANYTHING ELSE MUST BE REAL
            MOVE FIRST-ACTIVITY-DATE TO WS-CHK-DATE
            MOVE 'FIRST-ACTIVITY-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE LAST-ACTIVITY-DATE TO WS-CHK-DATE
            MOVE 'LAST-ACTIVITY-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE PROMISE-DATE TO WS-CHK-DATE
            MOVE 'PROMISE-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE DISPATCH-DATE TO WS-CHK-DATE
            MOVE 'DISPATCH-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE DISPATCH-ACK-DATE TO WS-CHK-DATE
            MOVE 'DISPATCH-ACK-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE LAST-SHIP-DATE TO WS-CHK-DATE
            MOVE 'LAST-SHIP-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE HOLD-DATE TO WS-CHK-DATE
            MOVE 'HOLD-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            MOVE CANCEL-DATE TO WS-CHK-DATE
            MOVE 'CANCEL-DATE' TO WS-EXC-FIELD
            PERFORM P310-CHECK-DATE-FIELD
            IF FIRST-ACTIVITY-DATE NOT = SPACES
                AND LAST-ACTIVITY-DATE NOT = SPACES
                AND FIRST-ACTIVITY-DATE > LAST-ACTIVITY-DATE
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'FIRST-ACTIVITY-DATE' TO WS-EXC-FIELD
              MOVE FIRST-ACTIVITY-DATE TO WS-EXC-VALUE
              MOVE 'AFTER LAST-ACTIVITY-DATE' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
      *     REFERENCE CODES
            IF OTYPE-MASTER-ON AND ORDER-TYPE NOT = SPACES
              MOVE ORDER-TYPE TO OT-TYPE-CD
              READ OTYPE-FILE
                INVALID KEY
                  MOVE 'E' TO WS-EXC-SEV
                  MOVE 'ORDER-TYPE' TO WS-EXC-FIELD
                  MOVE ORDER-TYPE TO WS-EXC-VALUE
                  MOVE 'TYPE NOT ON THE ORDER-TYPE MASTER'
                      TO WS-EXC-MSG
                  PERFORM P850-EXCEPTION
              END-READ
            END-IF
            IF CAPAC-MASTER-ON AND PLANT-CODE NOT = SPACES
              MOVE PLANT-CODE TO CP-PLANT
              MOVE 0 TO CP-WEEK
              READ CAPAC-FILE
                INVALID KEY
                  MOVE 'E' TO WS-EXC-SEV
                  MOVE 'PLANT-CODE' TO WS-EXC-FIELD
                  MOVE PLANT-CODE TO WS-EXC-VALUE
                  MOVE 'PLANT NOT ON THE PLANT CAPACITY MASTER'
                      TO WS-EXC-MSG
                  PERFORM P850-EXCEPTION
              END-READ
            END-IF
            EXIT.

        P310-CHECK-DATE-FIELD.
            IF WS-CHK-DATE NOT = SPACES
              PERFORM P800-CHECK-DATE
              IF DATE-BAD
                MOVE 'E' TO WS-EXC-SEV
                MOVE WS-CHK-DATE TO WS-EXC-VALUE
                MOVE 'NOT A REAL CALENDAR DATE' TO WS-EXC-MSG
                PERFORM P850-EXCEPTION
              END-IF
            END-IF
            EXIT.

        P320-CHECK-WEEK.
            MOVE WS-WK-IDX TO WS-WK-NO
            IF NUMBER-UNITS-STARTED(WS-WK-IDX) NOT NUMERIC
              MOVE SPACES TO WS-EXC-FIELD
              STRING 'UNITS STARTED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO WS-EXC-FIELD
              END-STRING
              PERFORM P860-NOT-PACKED
            END-IF
            IF NUMBER-UNITS-COMPLETED(WS-WK-IDX) NOT NUMERIC
              MOVE SPACES TO WS-EXC-FIELD
              STRING 'UNITS COMPLETED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO WS-EXC-FIELD
              END-STRING
              PERFORM P860-NOT-PACKED
            END-IF
            IF PERCENTAGE-STARTED(WS-WK-IDX) NOT NUMERIC
              MOVE SPACES TO WS-EXC-FIELD
              STRING 'PCT STARTED WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO WS-EXC-FIELD
              END-STRING
              PERFORM P860-NOT-PACKED
            END-IF
            IF PERCENTAGE-COMPLETE(WS-WK-IDX) NOT NUMERIC
              MOVE SPACES TO WS-EXC-FIELD
              STRING 'PCT COMPLETE WK ' WS-WK-NO
                  DELIMITED BY SIZE INTO WS-EXC-FIELD
              END-STRING
              PERFORM P860-NOT-PACKED
            END-IF
            EXIT.

        P400-CHECK-LINE.
            ADD 1 TO WS-LINE-CNT
            MOVE ORDER-LINE-KEY TO WS-EXC-LINE
            IF ORDER-LINE-KEY NOT NUMERIC
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'ORDER-LINE-KEY' TO WS-EXC-FIELD
              MOVE ORDER-LINE-KEY TO WS-EXC-VALUE
              MOVE 'LINE KEY NOT NUMERIC' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            ELSE
              IF ORDER-LINE-KEY = 0
                MOVE 'E' TO WS-EXC-SEV
                MOVE 'ORDER-LINE-KEY' TO WS-EXC-FIELD
                MOVE ORDER-LINE-KEY TO WS-EXC-VALUE
                MOVE 'LINE KEY OUT OF RANGE 01-99' TO WS-EXC-MSG
                PERFORM P850-EXCEPTION
              END-IF
            END-IF
            IF LINE-QUANTITY NOT NUMERIC
              MOVE 'LINE-QUANTITY' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF LINE-AMOUNT NOT NUMERIC
              MOVE 'LINE-AMOUNT' TO WS-EXC-FIELD
              PERFORM P860-NOT-PACKED
            END-IF
            IF LINE-STATUS NOT NUMERIC
              MOVE 'E' TO WS-EXC-SEV
              MOVE 'LINE-STATUS' TO WS-EXC-FIELD
              MOVE LINE-STATUS TO WS-EXC-VALUE
              MOVE 'LINE STATUS NOT NUMERIC' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            IF LINE-PART-NUMBER = SPACES
              MOVE 'W' TO WS-EXC-SEV
              MOVE 'LINE-PART-NUMBER' TO WS-EXC-FIELD
              MOVE 'NO PART NUMBER ON THE LINE' TO WS-EXC-MSG
              PERFORM P850-EXCEPTION
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        P800-CHECK-DATE.
      *     A REAL YYYYMMDD: NUMERIC, MONTH 01-12, DAY WITHIN THE
      *     MONTH, 29 FEBRUARY ONLY IN A LEAP YEAR.
            MOVE 'Y' TO WS-DATE-EDIT
            IF WS-CHK-DATE NOT NUMERIC
              MOVE 'N' TO WS-DATE-EDIT
            ELSE
              IF WS-CHK-YYYY < 1900
                  OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                  OR WS-CHK-DD < 1
                MOVE 'N' TO WS-DATE-EDIT
              ELSE
                MOVE WS-DAYS-IN-MONTH(WS-CHK-MM) TO WS-MONTH-DAYS
                IF WS-CHK-MM = 2
                  DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOT
                      REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                    DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = 0
                      DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOT
                          REMAINDER WS-LEAP-REM
                      IF WS-LEAP-REM NOT = 0
                        MOVE 28 TO WS-MONTH-DAYS
                      END-IF
                    END-IF
                  END-IF
                END-IF
                IF WS-CHK-DD > WS-MONTH-DAYS
                  MOVE 'N' TO WS-DATE-EDIT
                END-IF
              END-IF
            END-IF
            EXIT.

        P850-EXCEPTION.
            ADD 1 TO WS-ORD-EXC
            MOVE SPACES TO PRT-DTL
            MOVE ORDKEY-REDEF TO P-ORDR-NO
            MOVE WS-EXC-LINE TO P-LINE-NO
            EVALUATE TRUE
              WHEN EXC-WARNING
                MOVE 'WARNING' TO P-SEVERITY
                ADD 1 TO WS-WARN-CNT
                MOVE 4 TO WS-SEV-RC
              WHEN EXC-ERROR
                MOVE 'ERROR' TO P-SEVERITY
                ADD 1 TO WS-ERROR-CNT
                MOVE 8 TO WS-SEV-RC
              WHEN EXC-SEVERE
                MOVE 'SEVERE' TO P-SEVERITY
                ADD 1 TO WS-SEVERE-CNT
                MOVE 12 TO WS-SEV-RC
              WHEN OTHER
                MOVE 'DB FAIL' TO P-SEVERITY
                ADD 1 TO WS-SEVERE-CNT
                MOVE 16 TO WS-SEV-RC
            END-EVALUATE
            IF WS-SEV-RC > WS-MAX-RC
              MOVE WS-SEV-RC TO WS-MAX-RC
            END-IF
            MOVE WS-EXC-FIELD TO P-FIELD
            MOVE WS-EXC-VALUE TO P-VALUE
            MOVE WS-EXC-MSG TO P-MESSAGE
            PERFORM P700-PRINT
            MOVE SPACES TO WS-EXC-FIELD, WS-EXC-VALUE, WS-EXC-MSG
            EXIT.

        P860-NOT-PACKED.
      *     A PACKED FIELD THAT IS NOT NUMERIC ABENDS ANY PROGRAM
      *     THAT DOES ARITHMETIC ON IT - ALWAYS SEVERE.
            MOVE 'S' TO WS-EXC-SEV
            MOVE 'PACKED FIELD NOT NUMERIC' TO WS-EXC-MSG
            PERFORM P850-EXCEPTION
            EXIT.

        P700-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
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
            IF CUR-LINE-CNT > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM P750-PRINT
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM P750-PRINT
              MOVE 3 TO CUR-LINE-CNT
            END-IF
            MOVE SPACES TO TRL-DTL
            MOVE '-' TO T-CC
            MOVE 'ORDER ROOTS VERIFIED' TO T-LABEL
            MOVE WS-ORDER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'ORDER LINES VERIFIED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDERS WITH EXCEPTIONS' TO T-LABEL
            MOVE WS-BAD-ORDER-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'WARNINGS' TO T-LABEL
            MOVE WS-WARN-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ERRORS' TO T-LABEL
            MOVE WS-ERROR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'SEVERE / DATABASE FAILURES' TO T-LABEL
            MOVE WS-SEVERE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'STEP RETURN CODE' TO T-LABEL
            MOVE WS-MAX-RC TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
