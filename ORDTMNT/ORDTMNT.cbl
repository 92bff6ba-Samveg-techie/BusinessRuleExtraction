            03  CT-TYPE-DESC        PIC X(30).
            03  CT-ACTIVE           PIC X.
      *        Y - ACTIVE    N - RETIRED (REJECTED AT ORDER ENTRY)
            03  CT-RETURN-TYPE      PIC X.
      *        R - RETURN/REWORK TYPE    N - ORDINARY TYPE
      *        SPACE - ORDINARY ON ADD, NO CHANGE ON CHANGE
            03  FILLER              PIC X(45).
        FD  OTYPE-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  OTYPE-REC.
            03  OT-TYPE-CD          PIC XX.
            03  OT-TYPE-DESC        PIC X(30).
            03  OT-ACTIVE           PIC X.
            03  OT-RETURN-TYPE      PIC X.
      *        R - RETURN/REWORK TYPE, ORIGINAL ORDER REQUIRED ON ADD
            03  FILLER              PIC X(46).
        FD  RPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  RPT-REC.
            03  R-CC               PIC X.
            03  FILLER          PIC X(2).
            03  P-ACTIVE        PIC X.
            03  FILLER          PIC X(2).
            03  P-RETURN-TYPE   PIC X.
            03  FILLER          PIC X(2).
            03  P-ACT           PIC X(10).
            03  FILLER          PIC X(70).
        01  H1.
            03  FILLER             PIC X(45) VALUE IS
            '                                             '.
            03  FILLER             PIC X(50) VALUE IS
            ' TRAN TP  IMAGE  * ------- DESCRIPTION ------- *  '.
            03  FILLER             PIC X(50) VALUE IS
            'A  R  ACTION                                      '.
            03  FILLER             PIC X(33) VALUE IS
            '                                 '.
        01  TRL-DTL.
                ELSE
                  MOVE 'Y' TO OT-ACTIVE
                END-IF
                IF CT-RETURN-TYPE = 'R'
                  MOVE 'R' TO OT-RETURN-TYPE
                ELSE
                  MOVE 'N' TO OT-RETURN-TYPE
                END-IF
                WRITE OTYPE-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
                IF CT-ACTIVE = 'Y' OR CT-ACTIVE = 'N'
                  MOVE CT-ACTIVE TO OT-ACTIVE
                END-IF
                IF CT-RETURN-TYPE = 'R' OR CT-RETURN-TYPE = 'N'
                  MOVE CT-RETURN-TYPE TO OT-RETURN-TYPE
                END-IF
                REWRITE OTYPE-REC
                  INVALID KEY
                    ADD 1 TO WS-REJ-CNT
            MOVE 'TRAN  ' TO P-IMAGE-CAPT
            MOVE CT-TYPE-DESC TO P-TYPE-DESC
            MOVE CT-ACTIVE TO P-ACTIVE
            MOVE CT-RETURN-TYPE TO P-RETURN-TYPE
            EXIT.

        P620-PRINT-AFTER.
            MOVE 'AFTER ' TO P-IMAGE-CAPT
            MOVE OT-TYPE-DESC TO P-TYPE-DESC
            MOVE OT-ACTIVE TO P-ACTIVE
            MOVE OT-RETURN-TYPE TO P-RETURN-TYPE
            EXIT.

        P630-PRINT-BEFORE.
            MOVE 'BEFORE' TO P-IMAGE-CAPT
            MOVE OT-TYPE-DESC TO P-TYPE-DESC
            MOVE OT-ACTIVE TO P-ACTIVE
            MOVE OT-RETURN-TYPE TO P-RETURN-TYPE
            EXIT.

        P700-PRINT.
