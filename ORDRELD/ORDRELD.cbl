        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDRELD.
      *     ORDER DATABASE RELOAD FROM AN ORDUNLD BACKUP.  THE
      *     DATABASE MUST BE EMPTY - IF A ROOT IS FOUND NOTHING IS
      *     LOADED.  EACH ROOT IS INSERTED AND ITS LINES INSERTED
      *     UNDER IT.  THE CONTROL REPORT PROVES THE ROOTS, LINES,
      *     RECORDS AND HASH TOTALS LOADED AGAINST THE BACKUP TRAILER;
      *     A BACKUP WITH NO HEADER OR NO TRAILER, ANY INSERT
      *     FAILURE, OR ANY COUNT THAT DOES NOT TIE ENDS THE STEP
      *     WITH RETURN CODE 16 SO RECOVERY AND REFRESH JOBS STOP
      *     BEFORE THE ROLL-FORWARD.
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
        77  BKUP-EOF            PIC X VALUE ' '.
            88  BKUP-PRESENT      VALUE ' '.
            88  NO-MORE-BKUP      VALUE 'Y'.
        77  WS-REC-CNT          PIC 9(9) COMP-3 VALUE 0.
        77  WS-ROOT-READ        PIC 9(9) COMP-3 VALUE 0.
        77  WS-LINE-READ        PIC 9(9) COMP-3 VALUE 0.
        77  WS-ROOT-CNT         PIC 9(9) COMP-3 VALUE 0.
        77  WS-LINE-CNT         PIC 9(9) COMP-3 VALUE 0.
        77  WS-AMT-TOTAL        PIC 9(11)V99 COMP-3 VALUE 0.
        77  WS-QTY-TOTAL        PIC S9(11) COMP-3 VALUE 0.
        77  WS-ERR-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-CUR-ROOT         PIC X(6) VALUE SPACES.
        77  WS-LOAD-OK          PIC X VALUE 'Y'.
            88  LOAD-ALLOWED      VALUE 'Y'.
        77  WS-TRL-SEEN         PIC X VALUE 'N'.
            88  TRAILER-SEEN      VALUE 'Y'.
        77  WS-TIE              PIC X VALUE 'N'.
            88  COUNTS-TIE        VALUE 'Y'.
      *     THE BACKUP HEADER AND TRAILER, KEPT FOR THE CONTROL REPORT
        01  WS-HDR-SAVE.
            03  WS-HDR-DATE     PIC 9(8) VALUE 0.
            03  WS-HDR-TIME     PIC 9(8) VALUE 0.
            03  WS-HDR-DBD      PIC X(8) VALUE SPACES.
        01  WS-TRL-SAVE.
            03  WS-TRL-ROOTS    PIC 9(9) VALUE 0.
            03  WS-TRL-LINES    PIC 9(9) VALUE 0.
            03  WS-TRL-RECS     PIC 9(9) VALUE 0.
            03  WS-TRL-AMT      PIC 9(11)V99 VALUE 0.
            03  WS-TRL-QTY      PIC S9(11) VALUE 0.
        77  ACTION              PIC XXXX.
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'ORDRELD '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' ORDER DATABASE RELOAD CONTROL REPORT             '.
            03  FILLER             PIC X(38) VALUE IS
            '                                      '.
        01  TRL-DTL.
            03  T-CC            PIC X.
            03  T-LABEL         PIC X(30).
            03  T-COUNT         PIC Z,ZZZ,ZZ9.
            03  FILLER          PIC X(93).
        01  MSG-DTL.
            03  M-CC            PIC X.
            03  M-TEXT          PIC X(80).
            03  FILLER          PIC X(52).
        01  TIE-HDR.
            03  FILLER          PIC X(31) VALUE '0'.
            03  FILLER          PIC X(20) VALUE '      FROM TRAILER'.
            03  FILLER          PIC X(20) VALUE '      LOADED / READ'.
            03  FILLER          PIC X(62) VALUE SPACES.
        01  TIE-DTL.
            03  TD-CC           PIC X.
            03  TD-LABEL        PIC X(30).
            03  TD-BACKUP       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  TD-LOADED       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03  FILLER          PIC X(2).
            03  TD-RESULT       PIC X(12).
            03  FILLER          PIC X(50).
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
            DISPLAY 'ENTERING PROGRAM ORDRELD'
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN INPUT BKUP-FILE.
            OPEN OUTPUT RPT-FILE.
            IF FS-BKUP NOT = 0 OR FS-RPT NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'BACKUP FILE STATUS IS ' FS-BKUP
                DISPLAY 'REPORT FILE STATUS IS ' FS-RPT
                MOVE 'N' TO WS-LOAD-OK
            END-IF
            PERFORM P100-CHECK-EMPTY
            IF LOAD-ALLOWED
              PERFORM P150-READ-HEADER
            END-IF
            IF LOAD-ALLOWED
              PERFORM P200-READ UNTIL NO-MORE-BKUP
              PERFORM P400-PROVE
            END-IF
            PERFORM P999-TRAILER
            CLOSE BKUP-FILE, RPT-FILE
            MOVE WS-REC-CNT TO RC-INPUT-COUNT
            COMPUTE RC-OUTPUT-COUNT = WS-ROOT-CNT + WS-LINE-CNT
            MOVE WS-ERR-CNT TO RC-ERROR-COUNT
            IF NOT COUNTS-TIE
              MOVE 'ERROR   ' TO RC-STATUS
            END-IF
            CALL 'RUNLOG' USING RUN-CONTROL
            IF NOT COUNTS-TIE
              MOVE 16 TO RETURN-CODE
            END-IF
            DISPLAY 'LEAVING  PROGRAM ORDRELD'
            GOBACK.

        P100-CHECK-EMPTY.
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            IF DBSTATUS = SPACE
              MOVE 'N' TO WS-LOAD-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'ORDER DATABASE IS NOT EMPTY - FIRST ROOT: '
                  ORDKEY-REDEF
              DISPLAY '  NOTHING RELOADED'
            ELSE
              IF DBSTATUS NOT = 'GB'
                MOVE 'N' TO WS-LOAD-OK
                ADD 1 TO WS-ERR-CNT
                DISPLAY 'IMS GU ERROR, DBSTATUS: ' DBSTATUS
              END-IF
            END-IF
            EXIT.

        P150-READ-HEADER.
            READ BKUP-FILE AT END MOVE 'Y' TO BKUP-EOF
            END-READ
            IF BKUP-PRESENT AND BK-TYPE = 'H'
              ADD 1 TO WS-REC-CNT
              MOVE BH-UNLOAD-DATE TO WS-HDR-DATE
              MOVE BH-UNLOAD-TIME TO WS-HDR-TIME
              MOVE BH-DBD-NAME TO WS-HDR-DBD
              DISPLAY 'BACKUP UNLOADED ' WS-HDR-DATE ' ' WS-HDR-TIME
            ELSE
              MOVE 'N' TO WS-LOAD-OK
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'BACKUP HAS NO HEADER - NOT AN ORDUNLD BACKUP'
              DISPLAY '  NOTHING RELOADED'
            END-IF
            EXIT.

        P200-READ.
            READ BKUP-FILE AT END MOVE 'Y' TO BKUP-EOF
            END-READ
            IF BKUP-PRESENT
              ADD 1 TO WS-REC-CNT
              IF TRAILER-SEEN
                ADD 1 TO WS-ERR-CNT
                DISPLAY 'RECORD AFTER THE TRAILER, RECORD: '
                    WS-REC-CNT
              ELSE
                EVALUATE BK-TYPE
                  WHEN 'R'
                    PERFORM P210-ROOT
                  WHEN 'L'
                    PERFORM P220-LINE
                  WHEN 'T'
                    MOVE 'Y' TO WS-TRL-SEEN
                    MOVE BT-ROOT-CNT TO WS-TRL-ROOTS
                    MOVE BT-LINE-CNT TO WS-TRL-LINES
                    MOVE BT-REC-CNT TO WS-TRL-RECS
                    MOVE BT-AMT-TOTAL TO WS-TRL-AMT
                    MOVE BT-QTY-TOTAL TO WS-TRL-QTY
                  WHEN OTHER
                    ADD 1 TO WS-ERR-CNT
                    DISPLAY 'UNKNOWN BACKUP RECORD TYPE ' BK-TYPE
                        ' RECORD: ' WS-REC-CNT
                END-EVALUATE
              END-IF
            END-IF
            EXIT.

        P210-ROOT.
            ADD 1 TO WS-ROOT-READ
            MOVE BK-ORDR-NO TO WS-CUR-ROOT
            MOVE BK-DATA TO ORDER-ROOT-DATA
            MOVE 'ISRT' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            IF DBSTATUS = SPACE
              ADD 1 TO WS-ROOT-CNT
              ADD PLANNED-ORDER-AMOUNT TO WS-AMT-TOTAL
            ELSE
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'IMS ROOT ISRT ERROR, DBSTATUS: ' DBSTATUS
                  ' ORDER: ' BK-ORDR-NO
            END-IF
            EXIT.

        P220-LINE.
      *     A LINE MUST FOLLOW ITS OWN ROOT ON THE BACKUP.
            ADD 1 TO WS-LINE-READ
            IF BK-ORDR-NO NOT = WS-CUR-ROOT
              ADD 1 TO WS-ERR-CNT
              DISPLAY 'LINE OUT OF SEQUENCE, ORDER: ' BK-ORDR-NO
                  ' RECORD: ' WS-REC-CNT
            ELSE
              MOVE BK-DATA TO ORDER-LINE-DATA
              MOVE BK-ORDR-NO TO SSA-1-KEY
              MOVE 'ISRT' TO ACTION
              CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-LINE-DATA,
                  SSA-1, SSA-2L
              IF DBSTATUS = SPACE
                ADD 1 TO WS-LINE-CNT
                ADD LINE-QUANTITY TO WS-QTY-TOTAL
              ELSE
                ADD 1 TO WS-ERR-CNT
                DISPLAY 'IMS LINE ISRT ERROR, DBSTATUS: ' DBSTATUS
                    ' ORDER: ' BK-ORDR-NO ' LINE: ' ORDER-LINE-KEY
              END-IF
            END-IF
            EXIT.

        P400-PROVE.
      *     EVERYTHING ON THE BACKUP MUST HAVE BEEN READ AND LOADED:
      *     THE TRAILER COUNTS AGAINST WHAT WAS READ AND WHAT WAS
      *     INSERTED, AND THE HASH TOTALS OVER WHAT WAS INSERTED.
            IF TRAILER-SEEN
                AND WS-ERR-CNT = 0
                AND WS-TRL-RECS = WS-REC-CNT
                AND WS-TRL-ROOTS = WS-ROOT-READ
                AND WS-TRL-ROOTS = WS-ROOT-CNT
                AND WS-TRL-LINES = WS-LINE-READ
                AND WS-TRL-LINES = WS-LINE-CNT
                AND WS-TRL-AMT = WS-AMT-TOTAL
                AND WS-TRL-QTY = WS-QTY-TOTAL
              MOVE 'Y' TO WS-TIE
            END-IF
            IF NOT TRAILER-SEEN
              DISPLAY 'BACKUP HAS NO TRAILER - INCOMPLETE UNLOAD'
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

        P800-TIE-LINE.
            IF TD-BACKUP = TD-LOADED AND TRAILER-SEEN
              MOVE 'TIES' TO TD-RESULT
            ELSE
              MOVE '** NO TIE **' TO TD-RESULT
            END-IF
            MOVE TIE-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TIE-DTL
            EXIT.

        P999-TRAILER.
            MOVE H1 TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO MSG-DTL
            MOVE '0' TO M-CC
            STRING 'BACKUP UNLOADED ' WS-HDR-DATE '  TIME '
                WS-HDR-TIME '  DBD ' WS-HDR-DBD
                DELIMITED BY SIZE INTO M-TEXT
            END-STRING
            MOVE MSG-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE TIE-HDR TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TIE-DTL
            MOVE 'BACKUP RECORDS READ' TO TD-LABEL
            MOVE WS-TRL-RECS TO TD-BACKUP
            MOVE WS-REC-CNT TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'ORDER ROOTS READ' TO TD-LABEL
            MOVE WS-TRL-ROOTS TO TD-BACKUP
            MOVE WS-ROOT-READ TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'ORDER ROOTS INSERTED' TO TD-LABEL
            MOVE WS-TRL-ROOTS TO TD-BACKUP
            MOVE WS-ROOT-CNT TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'ORDER LINES READ' TO TD-LABEL
            MOVE WS-TRL-LINES TO TD-BACKUP
            MOVE WS-LINE-READ TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'ORDER LINES INSERTED' TO TD-LABEL
            MOVE WS-TRL-LINES TO TD-BACKUP
            MOVE WS-LINE-CNT TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'PLANNED AMOUNT HASH TOTAL' TO TD-LABEL
            MOVE WS-TRL-AMT TO TD-BACKUP
            MOVE WS-AMT-TOTAL TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE 'LINE QUANTITY HASH TOTAL' TO TD-LABEL
            MOVE WS-TRL-QTY TO TD-BACKUP
            MOVE WS-QTY-TOTAL TO TD-LOADED
            PERFORM P800-TIE-LINE
            MOVE SPACES TO TRL-DTL
            MOVE '0' TO T-CC
            MOVE 'ERRORS' TO T-LABEL
            MOVE WS-ERR-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO MSG-DTL
            MOVE '0' TO M-CC
            EVALUATE TRUE
              WHEN COUNTS-TIE
                MOVE 'RELOAD COMPLETE - ALL CONTROL COUNTS TIE'
                    TO M-TEXT
              WHEN NOT LOAD-ALLOWED
                MOVE 'RELOAD REFUSED - SEE THE JOB LOG, NOTHING LOADED'
                    TO M-TEXT
              WHEN OTHER
                MOVE 'RELOAD OUT OF BALANCE - DO NOT USE THE DATABASE'
                    TO M-TEXT
            END-EVALUATE
            MOVE MSG-DTL TO RPT-REC
            PERFORM P750-PRINT
            EXIT.
