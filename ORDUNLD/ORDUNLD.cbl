        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDUNLD.
      *     ORDER DATABASE UNLOAD.  WALKS EVERY ORDR010 ROOT IN KEY
      *     SEQUENCE AND WRITES IT, FOLLOWED BY ITS ORDR020 LINES, TO
      *     A SEQUENTIAL BACKUP (THE JOB CATALOGS EACH RUN AS A NEW
      *     DATED GENERATION).  A HEADER CARRIES THE UNLOAD DATE AND
      *     TIME; A TRAILER CARRIES THE ROOT, LINE AND RECORD COUNTS
      *     AND HASH TOTALS THAT ORDRELD PROVES AGAINST ON RELOAD.
      *     IF THE DATABASE SCAN DOES NOT END CLEANLY NO TRAILER IS
      *     WRITTEN, SO THE PARTIAL BACKUP CANNOT BE RELOADED, AND
      *     THE STEP ENDS WITH RETURN CODE 16.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BKUP-FILE ASSIGN TO UT-S-ORDBKP
                FILE STATUS IS FS-BKUP.
            SELECT RPT-FILE ASSIGN TO UT-S-PRINT1
                FILE STATUS IS FS-RPT.
        DATA DIVISION.
        FILE SECTION.
        FD  BKUP-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER DATABASE BACKUP WRITTEN BY ORDUNLD AND READ BY
      *     ORDRELD: ONE HEADER, EACH ROOT FOLLOWED BY ITS LINES,
      *     ONE TRAILER WITH THE CONTROL COUNTS.
        01  BKUP-REC.
            03  BK-TYPE             PIC X.
      *        H - HEADER   R - ORDR010 ROOT   L - ORDR020 LINE
      *        T - TRAILER
            03  BK-ORDR-NO          PIC X(6).
      *        ROOT KEY OF THE ORDER, ON R AND L RECORDS
            03  BK-DATA             PIC X(400).
      *        R - THE ROOT SEGMENT   L - THE LINE SEGMENT (27 BYTES)
            03  FILLER              PIC X(13).
        01  BKUP-HDR-REC.
            03  FILLER              PIC X.
            03  BH-UNLOAD-DATE      PIC 9(8).
            03  BH-UNLOAD-TIME      PIC 9(8).
            03  BH-DBD-NAME         PIC X(8).
            03  BH-PROGRAM          PIC X(8).
            03  FILLER              PIC X(387).
        01  BKUP-TRL-REC.
            03  FILLER              PIC X.
            03  BT-ROOT-CNT         PIC 9(9).
            03  BT-LINE-CNT         PIC 9(9).
            03  BT-REC-CNT          PIC 9(9).
      *        ALL RECORDS ON THE FILE, HEADER AND TRAILER INCLUDED
            03  BT-AMT-TOTAL        PIC 9(11)V99.
      *        HASH TOTAL OF PLANNED-ORDER-AMOUNT OVER ALL ROOTS
            03  BT-QTY-TOTAL        PIC S9(11).
      *        HASH TOTAL OF LINE-QUANTITY OVER ALL LINES
            03  FILLER              PIC X(368).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER             PIC X(132).

        WORKING-STORAGE SECTION.
        77  CUR-LINE-CNT        PIC S9999 COMP VALUE +256.
        77  ADV-LINES           PIC S9999 COMP VALUE +1.
        77  FS-BKUP             PIC 99.
        77  FS-RPT              PIC 99.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-RUN-TIME         PIC 9(8) VALUE 0.
        77  WS-ROOT-CNT         PIC 9(9) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(9) COMP-3 VALUE 0.
        77  WS-REC-CNT          PIC 9(9) COMP-3 VALUE 0.
        77  WS-AMT-TOTAL        PIC 9(11)V99 COMP-3 VALUE 0.
        77  WS-QTY-TOTAL        PIC S9(11) COMP-3 VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-SCAN-OK          PIC X VALUE 'Y'.
            88  SCAN-CLEAN        VALUE 'Y'.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDUNLD '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER DATABASE UNLOAD CONTROL REPORT             '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  AMT-DTL.
            03  AT-CC           PIC X.
            03  AT-LABEL        PIC X(30).
            03  AT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(84).
        01  MSG-DTL.
            03  M-CC            PIC X.
            03  M-TEXT          PIC X(80).
            03  FILLER          PIC X(52).
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
            DISPLAY 'ENTERING PROGRAM ORDUNLD'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN OUTPUT BKUP-FILE, RPT-FILE.
            IF FS-BKUP NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'BACKUP FILE STATUS IS ' FS-BKUP
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
            END-IF
            PERFORM P100-WRITE-HEADER
            PERFORM P200-ORDER-SCAN
            IF SCAN-CLEAN
              PERFORM P400-WRITE-TRAILER
            END-IF
            PERFORM P999-TRAILER
            CLOSE BKUP-FILE, RPT-FILE
            MOVE WS-ROOT-CNT TO RC-INPUT-COUNT
            MOVE WS-REC-CNT TO RC-OUTPUT-COUNT
            MOVE WS-ERR-CNT TO RC-ERROR-COUNT
            IF NOT SCAN-CLEAN
              MOVE 'ERROR   ' TO RC-STATUS
            END-IF
            CALL 'RUNLOG' USING RUN-CONTROL
            IF NOT SCAN-CLEAN
              MOVE 16 TO RETURN-CODE
            END-IF
            DISPLAY 'LEAVING  PROGRAM ORDUNLD'
            GOBACK.

        P100-WRITE-HEADER.
            MOVE SPACES TO BKUP-REC
            MOVE 'H' TO BK-TYPE
            MOVE WS-RUN-DATE TO BH-UNLOAD-DATE
            MOVE WS-RUN-TIME TO BH-UNLOAD-TIME
            MOVE DBD-NAME TO BH-DBD-NAME
            MOVE 'ORDUNLD ' TO BH-PROGRAM
            PERFORM P500-WRITE
            EXIT.

        P200-ORDER-SCAN.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P210-ORDER-STEP UNTIL DBSTATUS NOT = SPACE
            IF DBSTATUS NOT = 'GB'
              MOVE 'N' TO WS-SCAN-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'IMS ROOT SCAN ERROR, DBSTATUS: ' DBSTATUS
                  ' AFTER ORDER: ' ORDKEY-REDEF
            END-IF
            DISPLAY 'ORDER ROOTS UNLOADED: ' WS-ROOT-CNT
            DISPLAY 'ORDER LINES UNLOADED: ' WS-LINE-CNT
            EXIT.

        P210-ORDER-STEP.
            ADD 1 TO WS-ROOT-CNT
            ADD PLANNED-ORDER-AMOUNT TO WS-AMT-TOTAL
            MOVE SPACES TO BKUP-REC
            MOVE 'R' TO BK-TYPE
            MOVE ORDKEY-REDEF TO BK-ORDR-NO
            MOVE ORDER-ROOT-DATA TO BK-DATA
            PERFORM P500-WRITE
            MOVE 'GNP ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            PERFORM P220-LINE-STEP UNTIL DBSTATUS NOT = SPACE
            IF DBSTATUS NOT = 'GE'
              MOVE 'N' TO WS-SCAN-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'IMS LINE SCAN ERROR, DBSTATUS: ' DBSTATUS
                  ' ORDER: ' ORDKEY-REDEF
            END-IF
            MOVE 'GN  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            EXIT.

        P220-LINE-STEP.
            ADD 1 TO WS-LINE-CNT
            ADD LINE-QUANTITY TO WS-QTY-TOTAL
            MOVE SPACES TO BKUP-REC
            MOVE 'L' TO BK-TYPE
            MOVE ORDKEY-REDEF TO BK-ORDR-NO
            MOVE ORDER-LINE-DATA TO BK-DATA
            PERFORM P500-WRITE
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA, SSA-2L
            EXIT.

        P400-WRITE-TRAILER.
            MOVE SPACES TO BKUP-REC
            MOVE 'T' TO BK-TYPE
            ADD 1 TO WS-REC-CNT
            MOVE WS-ROOT-CNT TO BT-ROOT-CNT
            MOVE WS-LINE-CNT TO BT-LINE-CNT
            MOVE WS-REC-CNT TO BT-REC-CNT
            MOVE WS-AMT-TOTAL TO BT-AMT-TOTAL
            MOVE WS-QTY-TOTAL TO BT-QTY-TOTAL
            WRITE BKUP-REC
            IF FS-BKUP NOT = 0
              MOVE 'N' TO WS-SCAN-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'BACKUP WRITE ERROR, STATUS ' FS-BKUP
            END-IF
            EXIT.

        P500-WRITE.
            ADD 1 TO WS-REC-CNT
            WRITE BKUP-REC
            IF FS-BKUP NOT = 0
              MOVE 'N' TO WS-SCAN-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'BACKUP WRITE ERROR, STATUS ' FS-BKUP
                  ' RECORD: ' WS-REC-CNT
            END-IF
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
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO MSG-DTL
            MOVE '0' TO M-CC
            STRING 'UNLOAD DATE ' WS-RUN-DATE '  TIME ' WS-RUN-TIME
                '  DBD ' DBD-NAME
                DELIMITED BY SIZE INTO M-TEXT
            END-STRING
            MOVE MSG-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE '0' TO T-CC
            MOVE 'ORDER ROOTS UNLOADED' TO T-LABEL
            MOVE WS-ROOT-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACE TO T-CC
            MOVE 'ORDER LINES UNLOADED' TO T-LABEL
            MOVE WS-LINE-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'BACKUP RECORDS WRITTEN' TO T-LABEL
            MOVE WS-REC-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO AMT-DTL
            MOVE 'PLANNED AMOUNT HASH TOTAL' TO AT-LABEL
            MOVE WS-AMT-TOTAL TO AT-AMOUNT
            MOVE AMT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'LINE QUANTITY HASH TOTAL' TO AT-LABEL
            MOVE WS-QTY-TOTAL TO AT-AMOUNT
            MOVE AMT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE 'ERRORS' TO T-LABEL
            MOVE WS-ERR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO MSG-DTL
            MOVE '0' TO M-CC
            IF SCAN-CLEAN
              MOVE 'UNLOAD COMPLETE - TRAILER WRITTEN' TO M-TEXT
            ELSE
              MOVE 'UNLOAD FAILED - NO TRAILER, BACKUP NOT USABLE'
                  TO M-TEXT
            END-IF
            MOVE MSG-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
