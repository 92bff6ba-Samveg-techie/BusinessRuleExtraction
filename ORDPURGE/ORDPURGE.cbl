      *     CLOSED-ORDER PURGE AND ARCHIVE FOR THE IB4OP01 ORDER
      *     DATABASE.  SELECTS ORDERS AT A TERMINAL ORDER-STATUS
      *     WHOSE LAST-ACTIVITY-DATE IS OLDER THAN A PARAMETER-DRIVEN
      *     RETENTION IN WORKING DAYS OF THE ORDER'S PLANT (SHOP
      *     CALENDAR, SEE WRKDAYS), WRITES THE FULL ROOT SEGMENT TO
      *     A SEQUENTIAL ARCHIVE FILE, DELETES THE SEGMENT, AND PRINTS
      *     A PURGE REGISTER WITH CONTROL COUNTS SO ARCHIVE TIES TO
      *     DELETES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
            03  PARM-PURGE-STATUS   PIC 9(2).
      *        ORDERS AT THIS STATUS OR HIGHER ARE PURGE CANDIDATES
            03  PARM-RETENTION-DAYS PIC 9(5).
      *        MINIMUM WORKING DAYS SINCE LAST ACTIVITY BEFORE
      *        PURGING, ZERO - DEFAULT 260 (ABOUT A YEAR)
            03  FILLER              PIC X(73).
        FD  ARCH-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  ARCH-REC.
            03  AR-PURGE-DATE       PIC 9(8).
            03  AR-ROOT-IMAGE       PIC X(400).
            03  FILLER              PIC X(12).
        FD  CATLG-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     SLIM PURGE CATALOG, APPENDED ACROSS RUNS, SO A QUERY ON
        77  WS-CAT-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  FS-RPT              PIC 99.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-AGE-DAYS         PIC S9(9) COMP VALUE 0.
        77  WS-PURGE-STATUS     PIC 9(2) VALUE 90.
        77  WS-RETENTION-DAYS   PIC 9(5) VALUE 260.
        77  WS-READ-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-ARCH-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-DEL-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  ACTION              PIC XXXX.
      *     WORKING-DAY COUNT FROM THE SHOP CALENDAR, SEE WRKDAYS
        01  WD-REQUEST.
            03  WD-PLANT        PIC XX.
            03  WD-FROM-DATE    PIC 9(8).
            03  WD-TO-DATE      PIC 9(8).
            03  WD-DAYS         PIC S9(7).
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDPURGE'.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
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
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM I200-READ-PARM
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
              END-IF
            END-IF
            DISPLAY 'PURGE STATUS AT/ABOVE: ' WS-PURGE-STATUS
            DISPLAY 'RETENTION WORK DAYS:   ' WS-RETENTION-DAYS
            EXIT.

        P300-PURGE-SCAN.
            IF ORDER-STATUS >= WS-PURGE-STATUS
                AND LAST-ACTIVITY-DATE NUMERIC
                AND LAST-ACTIVITY-DATE > '19000101'
              MOVE PLANT-CODE TO WD-PLANT
              MOVE LAST-ACTIVITY-DATE TO WD-FROM-DATE
              MOVE WS-RUN-DATE TO WD-TO-DATE
              CALL 'WRKDAYS' USING WD-REQUEST
              MOVE WD-DAYS TO WS-AGE-DAYS
              IF WS-AGE-DAYS > WS-RETENTION-DAYS
                PERFORM P320-ARCHIVE-DELETE
              END-IF
