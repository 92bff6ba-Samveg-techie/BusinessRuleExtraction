        IDENTIFICATION DIVISION.
        PROGRAM-ID. STSFEED.
      *     CUSTOMER ORDER STATUS NOTIFICATION FEED.  READS THE
      *     JRNL-FILE BEFORE/AFTER IMAGE JOURNAL WRITTEN BY IB4OP01
      *     P930-JOURNAL AND COMPARES ORDER-STATUS, PROMISE-DATE,
      *     DISPATCH-DATE AND THE CANCEL FLAG IN EACH ROOT UPDATE.
      *     ONE NOTIFICATION RECORD IS WRITTEN PER CHANGE A CUSTOMER
      *     CARES ABOUT - ORDER STARTED, DISPATCHED, COMPLETED,
      *     PROMISE DATE MOVED, CANCELLED - SORTED BY CUSTOMER AND
      *     ORDER.  THE FEED FILE IS THE OUTBOUND STATUS FEED FOR THE
      *     CUSTOMER PORTAL AND EDI PARTNERS; A CONTROL REGISTER
      *     LISTS EVERY NOTIFICATION WRITTEN.  INSERTS AND DELETES
      *     (A SPACES BEFORE- OR AFTER-IMAGE) ARE NOT STATUS CHANGES
      *     AND ARE PASSED OVER.
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
            SELECT FEED-FILE ASSIGN TO UT-S-STSFEED
                FILE STATUS IS FS-FEED.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
            SELECT NSORT-FILE ASSIGN TO UT-S-SORTWK.
        DATA DIVISION.
        FILE SECTION.
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-JRNL-DATE      PIC 9(8).
      *        JOURNAL RUN-DATE TO PROCESS, ZERO - EVERY RECORD ON
      *        THE JOURNAL FILE
            03  FILLER              PIC X(72).
        FD  JRNL-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  JRNL-REC.
            03  JR-TRAN             PIC XX.
            03  JR-ORDR-NO          PIC X(6).
            03  JR-RUN-DATE         PIC 9(8).
            03  JR-BEFORE           PIC X(400).
            03  JR-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
        FD  FEED-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  FEED-REC                PIC X(80).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).
        SD  NSORT-FILE.
        01  NSORT-REC.
            03  NF-CUST-NO          PIC X(6).
            03  NF-ORDR-NO          PIC X(6).
            03  NF-JRNL-SEQ         PIC 9(7).
      *        POSITION OF THE CHANGE ON THE JOURNAL, SO AN ORDER'S
      *        NOTIFICATIONS STAY IN THE ORDER THEY HAPPENED
            03  NF-EVENT            PIC XX.
      *        ST - STARTED   DS - DISPATCHED   CM - COMPLETED
      *        PM - PROMISE DATE MOVED   CX - CANCELLED
            03  NF-JRNL-DATE        PIC 9(8).
            03  NF-TRAN             PIC XX.
            03  NF-OLD-STATUS       PIC 99.
            03  NF-NEW-STATUS       PIC 99.
            03  NF-OLD-DATE         PIC X(8).
      *        PM - PREVIOUS PROMISE DATE, SPACES IF NONE WAS SET
            03  NF-NEW-DATE         PIC X(8).
      *        PM - NEW PROMISE DATE   DS - DISPATCH DATE
      *        CX - CANCEL DATE   ST/CM - JOURNAL RUN DATE
            03  NF-CANCEL-REASON    PIC XX.
            03  NF-PLANT            PIC XX.
            03  FILLER              PIC X(25).

        WORKING-STORAGE SECTION.
        77  MAX-LINES           PIC S9999 COMP VALUE +55.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-PARM             PIC 99.
        77  FS-JRNL             PIC 99.
        77  FS-FEED             PIC 99.
        77  FS-RPT              PIC 99.
        77  JRNL-EOF            PIC X VALUE ' '.
            88  JRNL-PRESENT      VALUE ' '.
            88  NO-MORE-JRNL      VALUE 'Y'.
        77  SORTED-EOF          PIC X VALUE ' '.
            88  NO-MORE-SORTED    VALUE 'Y'.
        77  WS-JRNL-DATE        PIC 9(8) VALUE 0.
        77  WS-READ-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-SEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-INS-DEL-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-NOCHG-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-REL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-FEED-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ST-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-DS-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-CM-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-PM-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-CX-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CUST-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-LAST-CUST        PIC X(6) VALUE LOW-VALUES.
        77  WS-REC-EVENTS       PIC S9(4) COMP VALUE 0.
      *     THE FIELDS OF THE BEFORE-IMAGE THAT ARE COMPARED; THE
      *     AFTER-IMAGE IS THEN LAID OVER ORDER-ROOT-DATA.
        77  WS-BEF-STATUS       PIC 99 VALUE 0.
        77  WS-BEF-PROMISE      PIC X(8) VALUE SPACES.
        77  WS-BEF-DISPATCH     PIC X(8) VALUE SPACES.
        77  WS-BEF-CANCEL       PIC X VALUE SPACE.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'STSFEED '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  PRT-DTL.
            03  P-CC            PIC X.
            03  P-CUST-NO       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-ORD-NUM       PIC X(6).
            03  FILLER          PIC X(2).
            03  P-EVENT         PIC XX.
            03  FILLER          PIC X.
            03  P-EVENT-DESC    PIC X(16).
            03  FILLER          PIC X(2).
            03  P-OLD-STAT      PIC 99.
            03  FILLER          PIC X(3).
            03  P-NEW-STAT      PIC 99.
            03  FILLER          PIC X(2).
            03  P-OLD-DATE      PIC X(8).
            03  FILLER          PIC X(2).
            03  P-NEW-DATE      PIC X(8).
            03  FILLER          PIC X(2).
            03  P-CANCEL-REASON PIC XX.
            03  FILLER          PIC X(2).
            03  P-TRAN          PIC XX.
            03  FILLER          PIC X(2).
            03  P-JRN-DATE      PIC X(8).
            03  FILLER          PIC X(50).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER STATUS NOTIFICATION FEED REGISTER          '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  H2.
            03  FILLER             PIC X(50) VALUE IS
            ' CUST    ORDR    EV NOTIFICATION     OLD  NEW  OLD'.
            03  FILLER             PIC X(50) VALUE IS
            ' DATE  NEW DATE  RS  TR  JRN DATE                 '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
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
            DISPLAY 'ENTERING PROGRAM STSFEED'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            SORT NSORT-FILE
                ON ASCENDING KEY NF-CUST-NO
                ON ASCENDING KEY NF-ORDR-NO
                ON ASCENDING KEY NF-JRNL-SEQ
                INPUT PROCEDURE IS S100-LOAD
                OUTPUT PROCEDURE IS S200-WRITE
            DISPLAY 'JOURNAL RECORDS READ:  ' WS-READ-CNT
            DISPLAY 'NOTIFICATIONS WRITTEN: ' WS-FEED-CNT
            MOVE WS-READ-CNT TO RC-INPUT-COUNT
            MOVE WS-FEED-CNT TO RC-OUTPUT-COUNT
            MOVE WS-ERR-CNT TO RC-ERROR-COUNT
            CALL 'RUNLOG' USING RUN-CONTROL
            DISPLAY 'LEAVING  PROGRAM STSFEED'
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
            PERFORM S120-READ UNTIL NO-MORE-JRNL
            CLOSE PARM-FILE, JRNL-FILE
            GO TO S199-EXIT.
        S115-READ-PARM.
            READ PARM-FILE AT END MOVE HIGH-VALUE TO FS-PARM
            END-READ
            IF FS-PARM = 0
                AND PARM-JRNL-DATE NUMERIC
                AND PARM-JRNL-DATE > 0
              MOVE PARM-JRNL-DATE TO WS-JRNL-DATE
            END-IF
            IF WS-JRNL-DATE = 0
              DISPLAY 'JOURNAL DATE:          ALL'
            ELSE
              DISPLAY 'JOURNAL DATE:          ' WS-JRNL-DATE
            END-IF.
        S120-READ.
            READ JRNL-FILE AT END MOVE 'Y' TO JRNL-EOF
            END-READ
            IF JRNL-PRESENT
              ADD 1 TO WS-READ-CNT
              IF WS-JRNL-DATE = 0 OR JR-RUN-DATE = WS-JRNL-DATE
                ADD 1 TO WS-SEL-CNT
                IF JR-BEFORE = SPACES OR JR-AFTER = SPACES
                  ADD 1 TO WS-INS-DEL-CNT
                ELSE
                  PERFORM S130-COMPARE
                END-IF
              END-IF
            END-IF.
        S130-COMPARE.
      *     STATUS PHASES FOLLOW THE IB4OP01 TRANSITION TABLE:
      *     00-09 NOT STARTED, 10-89 IN WORK, 90-99 COMPLETE.  A
      *     CANCELLED ORDER GOES TO 99 WITH CANCEL-STATUS X, SO IT
      *     IS REPORTED AS CANCELLED, NOT COMPLETED.
            MOVE JR-BEFORE TO ORDER-ROOT-DATA
            MOVE ORDER-STATUS TO WS-BEF-STATUS
            MOVE PROMISE-DATE TO WS-BEF-PROMISE
            MOVE DISPATCH-DATE TO WS-BEF-DISPATCH
            MOVE CANCEL-STATUS TO WS-BEF-CANCEL
            MOVE JR-AFTER TO ORDER-ROOT-DATA
            IF ORDER-STATUS NOT NUMERIC OR WS-BEF-STATUS NOT NUMERIC
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'BAD STATUS IN JOURNAL IMAGE, ORDER: '
                  JR-ORDR-NO
            ELSE
              MOVE 0 TO WS-REC-EVENTS
              MOVE SPACES TO NSORT-REC
              IF ORDER-CANCELLED AND WS-BEF-CANCEL NOT = 'X'
                MOVE 'CX' TO NF-EVENT
                MOVE CANCEL-DATE TO NF-NEW-DATE
                PERFORM S140-RELEASE
                ADD 1 TO WS-CX-CNT
              END-IF
              IF WS-BEF-STATUS < 10 AND ORDER-STATUS >= 10
                  AND NOT ORDER-CANCELLED
                MOVE 'ST' TO NF-EVENT
                MOVE JR-RUN-DATE TO NF-NEW-DATE
                PERFORM S140-RELEASE
                ADD 1 TO WS-ST-CNT
              END-IF
              IF WS-BEF-DISPATCH = SPACES
                  AND DISPATCH-DATE NOT = SPACES
                MOVE 'DS' TO NF-EVENT
                MOVE DISPATCH-DATE TO NF-NEW-DATE
                PERFORM S140-RELEASE
                ADD 1 TO WS-DS-CNT
              END-IF
              IF WS-BEF-STATUS < 90 AND ORDER-STATUS >= 90
                  AND NOT ORDER-CANCELLED
                MOVE 'CM' TO NF-EVENT
                MOVE JR-RUN-DATE TO NF-NEW-DATE
                PERFORM S140-RELEASE
                ADD 1 TO WS-CM-CNT
              END-IF
              IF PROMISE-DATE NOT = WS-BEF-PROMISE
                  AND PROMISE-DATE NOT = SPACES
                MOVE 'PM' TO NF-EVENT
                MOVE WS-BEF-PROMISE TO NF-OLD-DATE
                MOVE PROMISE-DATE TO NF-NEW-DATE
                PERFORM S140-RELEASE
                ADD 1 TO WS-PM-CNT
              END-IF
              IF WS-REC-EVENTS = 0
                ADD 1 TO WS-NOCHG-CNT
              END-IF
            END-IF.
        S140-RELEASE.
      *     NF-EVENT AND THE EVENT DATES ARE SET BY THE CALLER; THE
      *     REST OF THE RECORD COMES FROM THE JOURNAL AND THE
      *     AFTER-IMAGE.  THE SORT RECORD IS CLEARED AFTER RELEASE
      *     SO THE NEXT EVENT STARTS FROM SPACES.
            ADD 1 TO WS-REL-CNT
            ADD 1 TO WS-REC-EVENTS
            MOVE CUSTOMER-NUMBER TO NF-CUST-NO
            MOVE JR-ORDR-NO TO NF-ORDR-NO
            MOVE WS-REL-CNT TO NF-JRNL-SEQ
            MOVE JR-RUN-DATE TO NF-JRNL-DATE
            MOVE JR-TRAN TO NF-TRAN
            MOVE WS-BEF-STATUS TO NF-OLD-STATUS
            MOVE ORDER-STATUS TO NF-NEW-STATUS
            IF ORDER-CANCELLED
              MOVE CANCEL-REASON TO NF-CANCEL-REASON
            END-IF
            MOVE PLANT-CODE TO NF-PLANT
            RELEASE NSORT-REC
            MOVE SPACES TO NSORT-REC.
        S199-EXIT.
            EXIT.

        S200-WRITE SECTION.
        S210-OPEN.
            OPEN OUTPUT FEED-FILE, RPT-FILE
            IF FS-FEED NOT = 0 OR FS-RPT NOT = 0
              DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
              DISPLAY '  PROGRAM TERMINATING.'
              DISPLAY 'FEED FILE STATUS IS ' FS-FEED
              DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            MOVE H1 TO RPT-REC
            PERFORM S270-LINE
            MOVE H2 TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM S270-LINE
            MOVE 3 TO CUR-LINE-CNT
            PERFORM S220-RETURN UNTIL NO-MORE-SORTED
            PERFORM S260-TRAILER
            CLOSE FEED-FILE, RPT-FILE
            GO TO S299-EXIT.
        S220-RETURN.
            RETURN NSORT-FILE
              AT END
                MOVE 'Y' TO SORTED-EOF
              NOT AT END
                PERFORM S230-DETAIL
            END-RETURN.
        S230-DETAIL.
            WRITE FEED-REC FROM NSORT-REC
            IF FS-FEED NOT = 0
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'FEED WRITE ERROR, STATUS ' FS-FEED
                  ' ORDER: ' NF-ORDR-NO
            ELSE
              ADD 1 TO WS-FEED-CNT
            END-IF
            MOVE SPACES TO PRT-DTL
            IF NF-CUST-NO NOT = WS-LAST-CUST
              MOVE NF-CUST-NO TO WS-LAST-CUST
              ADD 1 TO WS-CUST-CNT
              MOVE '0' TO P-CC
            END-IF
            MOVE NF-CUST-NO TO P-CUST-NO
            MOVE NF-ORDR-NO TO P-ORD-NUM
            MOVE NF-EVENT TO P-EVENT
            EVALUATE NF-EVENT
              WHEN 'ST'
                MOVE 'ORDER STARTED' TO P-EVENT-DESC
              WHEN 'DS'
                MOVE 'DISPATCHED' TO P-EVENT-DESC
              WHEN 'CM'
                MOVE 'COMPLETED' TO P-EVENT-DESC
              WHEN 'PM'
                MOVE 'PROMISE MOVED' TO P-EVENT-DESC
              WHEN 'CX'
                MOVE 'CANCELLED' TO P-EVENT-DESC
            END-EVALUATE
            MOVE NF-OLD-STATUS TO P-OLD-STAT
            MOVE NF-NEW-STATUS TO P-NEW-STAT
            MOVE NF-OLD-DATE TO P-OLD-DATE
            MOVE NF-NEW-DATE TO P-NEW-DATE
            MOVE NF-CANCEL-REASON TO P-CANCEL-REASON
            MOVE NF-TRAN TO P-TRAN
            MOVE NF-JRNL-DATE TO P-JRN-DATE
            PERFORM S250-PRINT.
        S250-PRINT.
            IF (CUR-LINE-CNT + 1) > MAX-LINES
              MOVE H1 TO RPT-REC
              PERFORM S270-LINE
              MOVE H2 TO RPT-REC
              MOVE '0' TO R-CC
              PERFORM S270-LINE
              MOVE '0' TO P-CC
              MOVE 3 TO CUR-LINE-CNT
            END-IF
            MOVE PRT-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE SPACES TO PRT-DTL.
        S260-TRAILER.
            MOVE SPACES TO TRL-DTL
            MOVE '-' TO T-CC
            MOVE 'JOURNAL RECORDS READ' TO T-LABEL
            MOVE WS-READ-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE SPACE TO T-CC
            MOVE 'RECORDS SELECTED' TO T-LABEL
            MOVE WS-SEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'INSERTS/DELETES PASSED OVER' TO T-LABEL
            MOVE WS-INS-DEL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'UPDATES WITH NO NOTIFICATION' TO T-LABEL
            MOVE WS-NOCHG-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'ORDERS STARTED' TO T-LABEL
            MOVE WS-ST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'ORDERS DISPATCHED' TO T-LABEL
            MOVE WS-DS-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'ORDERS COMPLETED' TO T-LABEL
            MOVE WS-CM-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'PROMISE DATES MOVED' TO T-LABEL
            MOVE WS-PM-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'ORDERS CANCELLED' TO T-LABEL
            MOVE WS-CX-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'NOTIFICATIONS WRITTEN' TO T-LABEL
            MOVE WS-FEED-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'CUSTOMERS NOTIFIED' TO T-LABEL
            MOVE WS-CUST-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE
            MOVE 'ERRORS' TO T-LABEL
            MOVE WS-ERR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM S270-LINE.
        S270-LINE.
            MOVE 1 TO ADV-LINES
            IF R-CC = '0'
              MOVE 2 TO ADV-LINES
            END-IF
            IF R-CC = '-'
              MOVE 3 TO ADV-LINES
            END-IF
            WRITE RPT-REC AFTER ADVANCING ADV-LINES
            ADD ADV-LINES TO CUR-LINE-CNT.
        S299-EXIT.
            EXIT.
