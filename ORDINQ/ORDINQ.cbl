        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDINQ.
      *     ONLINE ORDER STATUS INQUIRY - IMS MESSAGE PROCESSING
      *     PROGRAM.  EACH INPUT MESSAGE CARRIES O AND AN ORDER
      *     NUMBER, OR C AND A CUSTOMER NUMBER.  AN ORDER INQUIRY IS
      *     ANSWERED WITH THE ORDR010 ROOT (STATUS, QUANTITIES,
      *     PROMISE, DISPATCH AND ACKNOWLEDGMENT DATES) AND ITS
      *     ORDR020 LINE ITEMS; A CUSTOMER INQUIRY WITH ONE LINE PER
      *     ORDER.  AN ORDER ORDPURGE HAS ARCHIVED IS ANSWERED FROM
      *     THE PURGE CATALOG, LOADED ONCE WHEN THE PROGRAM IS
      *     SCHEDULED.  THE REPLY GOES BACK TO THE ORIGINATING
      *     TERMINAL THROUGH THE IOPCB, ONE SEGMENT PER LINE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CATLG-FILE ASSIGN TO UT-S-PRGCAT
                FILE STATUS IS FS-CATLG.
        DATA DIVISION.
        FILE SECTION.
        FD  CATLG-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     PURGE CATALOG WRITTEN BY ORDPURGE.
        01  CATLG-REC.
            03  PC-ORDR-NO          PIC X(6).
            03  PC-CUST-NO          PIC X(6).
            03  PC-PURGE-DATE       PIC 9(8).
            03  PC-ARCH-ID          PIC X(12).
            03  FILLER              PIC X(48).

        WORKING-STORAGE SECTION.
        77  FS-CATLG            PIC 99.
        77  CATLG-EOF           PIC X VALUE ' '.
            88  CATLG-PRESENT     VALUE ' '.
            88  NO-MORE-CATLG     VALUE 'Y'.
        77  WS-MSG-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-BAD-MSG-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-ISRT-ERR-CNT     PIC 9(7) COMP-3 VALUE 0.
        77  WS-REPLY-CNT        PIC S9(4) COMP VALUE 0.
        77  WS-ORDER-HITS       PIC S9(4) COMP VALUE 0.
        77  WS-LINE-HITS        PIC S9(4) COMP VALUE 0.
        77  WS-MAX-REPLY        PIC S9(4) COMP VALUE +60.
        77  WS-REPLY-FULL       PIC X VALUE 'N'.
            88  REPLY-FULL        VALUE 'Y'.
        77  WS-REPLY-LAST       PIC X VALUE 'N'.
        77  WS-CAT-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-CAT-FOUND        PIC S9(4) COMP VALUE 0.
        77  WS-CAT-LOOKUP       PIC X(6) VALUE SPACES.
        01  WS-CAT-TABLE.
            03  WS-CAT-CNT      PIC S9(4) COMP VALUE 0.
            03  WS-CAT-ENT      OCCURS 5000.
                05  WS-CAT-ORDR     PIC X(6).
                05  WS-CAT-CUST     PIC X(6).
                05  WS-CAT-DATE     PIC 9(8).
                05  WS-CAT-ARCH-ID  PIC X(12).
        77  ACTION              PIC XXXX.
      *     THE REPLY HAS ITS OWN FUNCTION CODE SO AN ISRT TO THE
      *     IOPCB NEVER LEAKS INTO A GN/GNP LOOP ON THE DBPCB.
        77  REPLY-ACTION        PIC XXXX VALUE 'ISRT'.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDINQ  '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
      *     INPUT MESSAGE - TRANSACTION CODE, THEN O ORDER-NUMBER OR
      *     C CUSTOMER-NUMBER.
        01  MSG-IN.
            03  MI-LL           PIC S9(4) COMP.
            03  MI-ZZ           PIC S9(4) COMP.
            03  MI-TRAN-CODE    PIC X(8).
            03  FILLER          PIC X.
            03  MI-KEY-TYPE     PIC X.
                88  MI-ORDER-INQ    VALUE 'O'.
                88  MI-CUST-INQ     VALUE 'C'.
            03  FILLER          PIC X.
            03  MI-KEY          PIC X(6).
            03  FILLER          PIC X(60).
        01  MSG-OUT.
            03  MO-LL           PIC S9(4) COMP VALUE +83.
            03  MO-ZZ           PIC S9(4) COMP VALUE +0.
            03  MO-TEXT         PIC X(79).
      *     REPLY LINE LAYOUTS.
        01  RL-ORDER-1.
            03  FILLER          PIC X(6) VALUE 'ORDER '.
            03  R1-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(7) VALUE '  CUST '.
            03  R1-CUST-NO      PIC X(6).
            03  FILLER          PIC X(7) VALUE '  TYPE '.
            03  R1-TYPE         PIC XX.
            03  FILLER          PIC X(9) VALUE '  STATUS '.
            03  R1-STATUS       PIC 99.
            03  FILLER          PIC X(7) VALUE '  PLNT '.
            03  R1-PLANT        PIC XX.
            03  FILLER          PIC XX VALUE SPACES.
            03  R1-FLAG         PIC X(12).
            03  FILLER          PIC X(11) VALUE SPACES.
        01  RL-ORDER-2.
            03  FILLER          PIC X(8) VALUE 'PLANNED '.
            03  R2-PLANNED      PIC ZZZZ9-.
            03  FILLER          PIC X(9) VALUE '  ACTUAL '.
            03  R2-ACTUAL       PIC ZZZZ9-.
            03  FILLER          PIC X(10) VALUE '  SHIPPED '.
            03  R2-SHIPPED      PIC ZZZZ9-.
            03  FILLER          PIC X(8) VALUE '  SCRAP '.
            03  R2-SCRAP        PIC ZZZZ9-.
            03  FILLER          PIC X(9) VALUE '  AMOUNT '.
            03  R2-AMOUNT       PIC ZZ,ZZ9.99.
            03  FILLER          PIC X(2) VALUE SPACES.
        01  RL-ORDER-3.
            03  FILLER          PIC X(8) VALUE 'PROMISE '.
            03  R3-PROMISE      PIC X(8).
            03  FILLER          PIC X(11) VALUE '  DISPATCH '.
            03  R3-DISPATCH     PIC X(8).
            03  FILLER          PIC X(6) VALUE '  ACK '.
            03  R3-ACK          PIC X(8).
            03  FILLER          PIC X(12) VALUE '  LAST SHIP '.
            03  R3-LAST-SHIP    PIC X(8).
            03  FILLER          PIC X(10) VALUE SPACES.
        01  RL-LINE.
            03  FILLER          PIC X(7) VALUE '  LINE '.
            03  RL-LINE-NO      PIC 99.
            03  FILLER          PIC X(7) VALUE '  PART '.
            03  RL-PART-NO      PIC X(10).
            03  FILLER          PIC X(6) VALUE '  QTY '.
            03  RL-QTY          PIC ZZZZ9-.
            03  FILLER          PIC X(9) VALUE '  AMOUNT '.
            03  RL-AMOUNT       PIC ZZ,ZZ9.99.
            03  FILLER          PIC X(9) VALUE '  STATUS '.
            03  RL-STATUS       PIC 99.
            03  FILLER          PIC X(12) VALUE SPACES.
        01  RL-PURGED.
            03  FILLER          PIC X(6) VALUE 'ORDER '.
            03  RP-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(7) VALUE '  CUST '.
            03  RP-CUST-NO      PIC X(6).
            03  FILLER          PIC X(24) VALUE
                '  PURGED BY ORDPURGE ON '.
            03  RP-PURGE-DATE   PIC 9(8).
            03  FILLER          PIC X(10) VALUE '  ARCHIVE '.
            03  RP-ARCH-ID      PIC X(12).
        01  RL-CUST-ORDER.
            03  RO-ORDR-NO      PIC X(6).
            03  FILLER          PIC X(2) VALUE SPACES.
            03  RO-TYPE         PIC XX.
            03  FILLER          PIC X(4) VALUE '  ST'.
            03  RO-STATUS       PIC 99.
            03  RO-STATUS-X REDEFINES RO-STATUS PIC XX.
            03  FILLER          PIC X(6) VALUE '  QTY '.
            03  RO-PLANNED      PIC ZZZZ9-.
            03  FILLER          PIC X(6) VALUE '  SHP '.
            03  RO-SHIPPED      PIC ZZZZ9-.
            03  FILLER          PIC X(10) VALUE '  PROMISE '.
            03  RO-PROMISE      PIC X(8).
            03  FILLER          PIC X(2) VALUE SPACES.
            03  RO-FLAG         PIC X(19).
        01  RL-CUST-HEAD.
            03  FILLER          PIC X(22) VALUE
                'ORDERS FOR CUSTOMER   '.
            03  RH-CUST-NO      PIC X(6).
            03  FILLER          PIC X(51) VALUE SPACES.
        01  RL-COUNT.
            03  RT-COUNT        PIC ZZZ9.
            03  RT-TEXT         PIC X(75).
        01  SSA-1.
            03  S1-SEG-NAME     PIC X(8) VALUE IS 'ORDR010 '.
            03  FILLER          PIC X VALUE '('.
            03  S1-FLD-NAME     PIC X(8) VALUE 'ORDRKEY '.
            03  S1-SC-OP        PIC XX VALUE ' ='.
            03  SSA-1-KEY       PIC X(6).
            03  FILLER          PIC XX VALUE ') '.
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
            DISPLAY 'ENTERING PROGRAM ORDINQ'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            PERFORM I200-LOAD-PURGE-CATALOG
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, IOPCB, MSG-IN
            PERFORM M100-MESSAGE UNTIL I-DBSTATUS NOT = SPACE
            IF I-DBSTATUS NOT = 'QC'
              DISPLAY 'IMS MESSAGE GU ERROR, STATUS: ' I-DBSTATUS
              MOVE 'ERROR   ' TO RC-STATUS
            END-IF
            MOVE WS-MSG-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT = WS-MSG-CNT - WS-BAD-MSG-CNT
            COMPUTE RC-ERROR-COUNT = WS-BAD-MSG-CNT + WS-ISRT-ERR-CNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM ORDINQ'
            GOBACK.

        I200-LOAD-PURGE-CATALOG.
      *     AN ABSENT CATALOG IS TOLERATED - A PURGED ORDER THEN
      *     ANSWERS NOT ON FILE.
            OPEN INPUT CATLG-FILE
            IF FS-CATLG NOT = 0
              DISPLAY 'NO PURGE CATALOG - PURGED LOOKUPS OFF'
              MOVE 'Y' TO CATLG-EOF
            ELSE
              PERFORM I210-READ-CATLG UNTIL NO-MORE-CATLG
              CLOSE CATLG-FILE
              DISPLAY 'PURGE CATALOG ENTRIES: ' WS-CAT-CNT
            END-IF
            EXIT.

        I210-READ-CATLG.
            READ CATLG-FILE AT END MOVE 'Y' TO CATLG-EOF
            END-READ
            IF CATLG-PRESENT
              IF WS-CAT-CNT < 5000
                ADD 1 TO WS-CAT-CNT
                MOVE PC-ORDR-NO TO WS-CAT-ORDR(WS-CAT-CNT)
                MOVE PC-CUST-NO TO WS-CAT-CUST(WS-CAT-CNT)
                MOVE PC-PURGE-DATE TO WS-CAT-DATE(WS-CAT-CNT)
                MOVE PC-ARCH-ID TO WS-CAT-ARCH-ID(WS-CAT-CNT)
              END-IF
            END-IF
            EXIT.

        M100-MESSAGE.
            ADD 1 TO WS-MSG-CNT
            MOVE 0 TO WS-REPLY-CNT
            MOVE 'N' TO WS-REPLY-FULL
            MOVE 'N' TO WS-REPLY-LAST
            EVALUATE TRUE
              WHEN MI-ORDER-INQ AND MI-KEY NOT = SPACES
                PERFORM M200-ORDER-INQUIRY THRU M200-EXIT
              WHEN MI-CUST-INQ AND MI-KEY NOT = SPACES
                PERFORM M300-CUST-INQUIRY
              WHEN OTHER
                ADD 1 TO WS-BAD-MSG-CNT
                MOVE SPACES TO MO-TEXT
                MOVE 'ENTER O AND AN ORDER NUMBER OR C AND A CUSTOMER'
                    TO MO-TEXT
                PERFORM M900-REPLY
            END-EVALUATE
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, IOPCB, MSG-IN
            EXIT.

        M200-ORDER-INQUIRY.
      *     LIVE ORDER FIRST; A ROOT RESTORED BY ORDREST IS LIVE
      *     AGAIN EVEN THOUGH ITS CATALOG ENTRY REMAINS.
            MOVE MI-KEY TO SSA-1-KEY
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-1
            IF DBSTATUS = SPACE
              PERFORM M210-REPLY-ORDER
              GO TO M200-EXIT
            END-IF
            MOVE MI-KEY TO WS-CAT-LOOKUP
            PERFORM M400-FIND-PURGED
            IF WS-CAT-FOUND > 0
              PERFORM M410-REPLY-PURGED
            ELSE
              MOVE SPACES TO MO-TEXT
              STRING 'ORDER ' MI-KEY ' NOT ON FILE'
                  DELIMITED BY SIZE INTO MO-TEXT
              END-STRING
              PERFORM M900-REPLY
            END-IF.
        M200-EXIT.
            EXIT.

        M210-REPLY-ORDER.
            MOVE ORDKEY-REDEF TO R1-ORDR-NO
            MOVE CUSTOMER-NUMBER TO R1-CUST-NO
            MOVE ORDER-TYPE TO R1-TYPE
            MOVE ORDER-STATUS TO R1-STATUS
            MOVE PLANT-CODE TO R1-PLANT
            MOVE SPACES TO R1-FLAG
            IF ORDER-CANCELLED
              STRING 'CANCELLED ' CANCEL-REASON
                  DELIMITED BY SIZE INTO R1-FLAG
              END-STRING
            ELSE
              IF ORDER-ON-HOLD
                STRING 'ON HOLD ' HOLD-REASON
                    DELIMITED BY SIZE INTO R1-FLAG
                END-STRING
              END-IF
            END-IF
            MOVE RL-ORDER-1 TO MO-TEXT
            PERFORM M900-REPLY
            MOVE PLANNED-ORDER-QUANTITY TO R2-PLANNED
            MOVE ACTUAL-ORDER-QUANTITY TO R2-ACTUAL
            MOVE SHIPPED-QUANTITY TO R2-SHIPPED
            MOVE TOTAL-SCRAP-QUANTITY TO R2-SCRAP
            MOVE PLANNED-ORDER-AMOUNT TO R2-AMOUNT
            MOVE RL-ORDER-2 TO MO-TEXT
            PERFORM M900-REPLY
            MOVE PROMISE-DATE TO R3-PROMISE
            MOVE DISPATCH-DATE TO R3-DISPATCH
            MOVE DISPATCH-ACK-DATE TO R3-ACK
            MOVE LAST-SHIP-DATE TO R3-LAST-SHIP
            MOVE RL-ORDER-3 TO MO-TEXT
            PERFORM M900-REPLY
            MOVE 0 TO WS-LINE-HITS
            MOVE 'GNP ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            PERFORM M220-REPLY-LINE UNTIL DBSTATUS NOT = SPACE
            IF WS-LINE-HITS = 0
              MOVE '  NO LINE ITEMS' TO MO-TEXT
              PERFORM M900-REPLY
            END-IF
            EXIT.

        M220-REPLY-LINE.
            ADD 1 TO WS-LINE-HITS
            MOVE ORDER-LINE-KEY TO RL-LINE-NO
            MOVE LINE-PART-NUMBER TO RL-PART-NO
            MOVE LINE-QUANTITY TO RL-QTY
            MOVE LINE-AMOUNT TO RL-AMOUNT
            MOVE LINE-STATUS TO RL-STATUS
            MOVE RL-LINE TO MO-TEXT
            PERFORM M900-REPLY
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        M300-CUST-INQUIRY.
      *     NO INDEX ON CUSTOMER, SO THE ROOTS ARE SCANNED; PURGED
      *     ORDERS FOLLOW FROM THE CATALOG.  THE REPLY IS CAPPED SO
      *     A LARGE ACCOUNT CANNOT FLOOD THE TERMINAL.
            MOVE MI-KEY TO RH-CUST-NO
            MOVE RL-CUST-HEAD TO MO-TEXT
            PERFORM M900-REPLY
            MOVE 0 TO WS-ORDER-HITS
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM M310-CUST-STEP UNTIL DBSTATUS NOT = SPACE
            PERFORM M320-CUST-PURGED
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-CNT
            MOVE SPACES TO RL-COUNT
            MOVE WS-ORDER-HITS TO RT-COUNT
            IF REPLY-FULL
              MOVE ' ORDERS - LIST TRUNCATED, USE ORDER INQUIRY'
                  TO RT-TEXT
            ELSE
              MOVE ' ORDERS' TO RT-TEXT
            END-IF
            MOVE 'Y' TO WS-REPLY-LAST
            MOVE RL-COUNT TO MO-TEXT
            PERFORM M900-REPLY
            EXIT.

        M310-CUST-STEP.
            IF CUSTOMER-NUMBER = MI-KEY
              ADD 1 TO WS-ORDER-HITS
              MOVE SPACES TO RL-CUST-ORDER
              MOVE ORDKEY-REDEF TO RO-ORDR-NO
              MOVE ORDER-TYPE TO RO-TYPE
              MOVE ORDER-STATUS TO RO-STATUS
              MOVE PLANNED-ORDER-QUANTITY TO RO-PLANNED
              MOVE SHIPPED-QUANTITY TO RO-SHIPPED
              MOVE PROMISE-DATE TO RO-PROMISE
              IF ORDER-CANCELLED
                MOVE 'CANCELLED' TO RO-FLAG
              ELSE
                IF ORDER-ON-HOLD
                  MOVE 'ON HOLD' TO RO-FLAG
                END-IF
              END-IF
              MOVE RL-CUST-ORDER TO MO-TEXT
              PERFORM M900-REPLY
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        M320-CUST-PURGED.
            IF WS-CAT-CUST(WS-CAT-IDX) = MI-KEY
              MOVE WS-CAT-ORDR(WS-CAT-IDX) TO SSA-1-KEY
              MOVE 'GU  ' TO ACTION
              CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA,
                  SSA-1
      *         A RESTORED ORDER WAS ALREADY LISTED FROM THE ROOTS
              IF DBSTATUS NOT = SPACE
                ADD 1 TO WS-ORDER-HITS
                MOVE SPACES TO RL-CUST-ORDER
                MOVE WS-CAT-ORDR(WS-CAT-IDX) TO RO-ORDR-NO
                MOVE '--' TO RO-STATUS-X
                STRING 'PURGED ' WS-CAT-DATE(WS-CAT-IDX)
                    DELIMITED BY SIZE INTO RO-FLAG
                END-STRING
                MOVE RL-CUST-ORDER TO MO-TEXT
                PERFORM M900-REPLY
              END-IF
            END-IF
            EXIT.

        M400-FIND-PURGED.
            MOVE 0 TO WS-CAT-FOUND
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-CNT
              IF WS-CAT-ORDR(WS-CAT-IDX) = WS-CAT-LOOKUP
      *         LATEST ENTRY WINS FOR AN ORDER PURGED MORE THAN ONCE
                MOVE WS-CAT-IDX TO WS-CAT-FOUND
              END-IF
            END-PERFORM
            EXIT.

        M410-REPLY-PURGED.
            MOVE WS-CAT-ORDR(WS-CAT-FOUND) TO RP-ORDR-NO
            MOVE WS-CAT-CUST(WS-CAT-FOUND) TO RP-CUST-NO
            MOVE WS-CAT-DATE(WS-CAT-FOUND) TO RP-PURGE-DATE
            MOVE WS-CAT-ARCH-ID(WS-CAT-FOUND) TO RP-ARCH-ID
            MOVE RL-PURGED TO MO-TEXT
            PERFORM M900-REPLY
            MOVE '  LINE ITEMS ARE ON THE ARCHIVE ONLY' TO MO-TEXT
            PERFORM M900-REPLY
            EXIT.

        M900-REPLY.
      *     ONE REPLY SEGMENT.  PAST THE CAP FURTHER LINES ARE
      *     DROPPED; THE CLOSING COUNT LINE STILL GOES OUT.
            IF WS-REPLY-CNT < WS-MAX-REPLY OR WS-REPLY-LAST = 'Y'
              ADD 1 TO WS-REPLY-CNT
              CALL 'CBLTDLI' USING REPLY-ACTION, IOPCB, MSG-OUT
              IF I-DBSTATUS NOT = SPACE
                ADD 1 TO WS-ISRT-ERR-CNT
                DISPLAY 'IMS REPLY ISRT ERROR, STATUS: ' I-DBSTATUS
              END-IF
            ELSE
              MOVE 'Y' TO WS-REPLY-FULL
            END-IF
            MOVE SPACES TO MO-TEXT
            EXIT.
