      * statuses only - key values never appear on any report or     *
      * log, only inside the protected AESKEYS dataset itself.       *
      *                                                               *
      * Keys are entered under dual control: an add or rotate comes  *
      * in as two or three components, each on its own transaction   *
      * keyed by a different custodian.  Components are held on the  *
      * protected AESKEYPD ceremony file (rewritten each run as      *
      * AESKEYPN, like AESKEYS/AESKEYSN) until the last one arrives, *
      * then XORed together into the key.  The report shows a check  *
      * value (first 6 hex digits of a zero block enciphered under   *
      * it) for each component and for the finished key, so each     *
      * custodian can confirm their part without anyone seeing a     *
      * value.  A transaction carrying a whole key is refused.       *
      * Ceremonies still incomplete are listed every run and are     *
      * expired, components destroyed, after WS-CER-DAYS days.       *
      *                                                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. AESKEYMT.
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-KEYSN.
            SELECT I-CER ASSIGN TO 'AESKEYPD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CER.
            SELECT O-CER ASSIGN TO 'AESKEYPN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CERN.
            SELECT O-RPT ASSIGN TO 'AESKEYRP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
          02 T-KEY-ID                PIC X(16).
          02 T-EFF-DATE              PIC 9(08).
          02 T-KEY-VALUE             PIC X(128).
      *      A and R come in as key components, one per custodian
          02 T-COMPONENT REDEFINES T-KEY-VALUE.
             03 T-COMP-VALUE         PIC X(64).
             03 T-CUSTODIAN          PIC X(08).
             03 T-COMP-NO            PIC 9(01).
             03 T-COMP-OF            PIC 9(01).
      *         COMPONENT n OF 2 OR 3
             03 FILLER               PIC X(54).
          02 FILLER                  PIC X(07).

      *   AESKEYS (old master, input)
          02 KEYN-VALUE              PIC X(128).
          02 FILLER                  PIC X(03).

      *   AESKEYPD (key ceremonies in progress, input)
       FD I-CER LABEL RECORD STANDARD.

       01 CER-REC.
          02 CER-ID                  PIC X(16).
          02 CER-ACTION              PIC X(01).
          02 CER-EFF-DATE            PIC 9(08).
          02 CER-COMP-OF             PIC 9(01).
          02 CER-START-DATE          PIC 9(08).
          02 CER-COMP OCCURS 3.
             03 CER-CUSTODIAN        PIC X(08).
             03 CER-VALUE            PIC X(64).
             03 CER-KCV              PIC X(06).
          02 FILLER                  PIC X(12).

      *   AESKEYPN (key ceremonies in progress, output)
       FD O-CER LABEL RECORD STANDARD.

       01 CERN-REC                   PIC X(280).

      *   AESKEYRP
       FD O-RPT LABEL RECORD STANDARD.

            88 FS-KEYSN-OK                     VALUE 0.
         01 FS-RPT                   PIC 9(02).
            88 FS-RPT-OK                       VALUE 0.
         01 FS-CER                   PIC 9(02).
            88 FS-CER-OK                       VALUE 0.
            88 FS-CER-EOF                      VALUE 10.
         01 FS-CERN                  PIC 9(02).
            88 FS-CERN-OK                      VALUE 0.

         77 WS-KEY-COUNT             PIC 9(04) COMP VALUE 0.
         77 WS-KEY-MAX               PIC 9(04) COMP VALUE 500.
         77 WS-DISPOSITION           PIC X(20)      VALUE SPACES.
         77 WS-KEY-COUNT-DISP         PIC 9(04)      VALUE 0.

      *  Key ceremonies: components held until the last custodian
      *  has keyed theirs, expired after WS-CER-DAYS days
         77 WS-CER-DAYS              PIC 9(03)      VALUE 5.
         77 WS-CER-COUNT             PIC 9(04) COMP VALUE 0.
         77 WS-CER-MAX               PIC 9(04) COMP VALUE 100.
         77 WS-CER-AT                PIC 9(04) COMP VALUE 0.
         77 WS-C                     PIC 9(04) COMP VALUE 0.
         77 WS-J                     PIC 9(04) COMP VALUE 0.
         77 WS-IN-COUNT              PIC 9(01)      VALUE 0.
         77 WS-COMP-LEN              PIC 9(02)      VALUE 0.
         77 WS-HELD-LEN              PIC 9(02)      VALUE 0.
         77 WS-TRAIL                 PIC 9(02)      VALUE 0.
         77 WS-RUN-DATE              PIC 9(08)      VALUE 0.
         77 WS-AGE-DAYS              PIC 9(05)      VALUE 0.
         77 WS-HELD-CNT              PIC 9(05)      VALUE 0.
         77 WS-DONE-CNT              PIC 9(05)      VALUE 0.
         77 WS-OPEN-CNT              PIC 9(05)      VALUE 0.
         77 WS-EXPIRED-CNT           PIC 9(05)      VALUE 0.
         77 WS-J-DISP                PIC 9(01)      VALUE 0.
         77 WS-DETAIL                PIC X(80)      VALUE SPACES.
         77 WS-DETAIL-2              PIC X(80)      VALUE SPACES.
         77 WS-COMBINED              PIC X(64)      VALUE SPACES.
         77 WS-KCV-KEY               PIC X(64)      VALUE SPACES.
         77 WS-KCV                   PIC X(06)      VALUE SPACES.
         77 WS-KCV-OK                PIC X(01)      VALUE 'N'.

         01 WS-CER-TABLE.
            02 WS-CER-ENTRY OCCURS 100.
               03 WC-ID              PIC X(16).
               03 WC-ACTION          PIC X(01).
               03 WC-EFF-DATE        PIC 9(08).
               03 WC-COMP-OF         PIC 9(01).
               03 WC-START-DATE      PIC 9(08).
               03 WC-COMP OCCURS 3.
                  04 WC-CUSTODIAN    PIC X(08).
                  04 WC-VALUE        PIC X(64).
                  04 WC-KCV          PIC X(06).
               03 WC-STATE           PIC X(01).
                  88 WC-OPEN                   VALUE 'O'.
                  88 WC-CLOSED                 VALUE 'C'.

      *  Hex digit XOR, one nibble at a time
         01 WS-HEX-DIGITS            PIC X(16)
                                     VALUE '0123456789ABCDEF'.
         01 WS-HEX-TABLE REDEFINES WS-HEX-DIGITS.
            02 WS-HEX-CHAR           PIC X(01) OCCURS 16.
         77 WS-H                     PIC 9(02)      VALUE 0.
         77 WS-NIB-CHAR              PIC X(01)      VALUE SPACE.
         77 WS-NIB                   PIC 9(02)      VALUE 0.
         77 WS-NIB-A                 PIC 9(02)      VALUE 0.
         77 WS-NIB-B                 PIC 9(02)      VALUE 0.
         77 WS-NIB-R                 PIC 9(02)      VALUE 0.
         77 WS-BIT-A                 PIC 9(01)      VALUE 0.
         77 WS-BIT-B                 PIC 9(01)      VALUE 0.
         77 WS-BIT-P                 PIC 9(02)      VALUE 0.
         77 WS-HEX-BAD               PIC X(01)      VALUE 'N'.

      *  AESCORE areas for the check values, tables thru DATA-GET
      *  as AESMAIN loads them
         77 WS-TABLES-LOADED         PIC X(01)      VALUE 'N'.
         77 WS-CIPHER-DATA           PIC X(2860).
         01 DG-S.
            02 PUT-MESSAGE-LS          PIC X(2178).
            02 PUT-MESSAGE             PIC X(8).
            02 LDG-TEXT                PIC X(2860).
            02 LDG-STATUS              PIC X(3).
               88 LDGS-ERR                      VALUE 'ERR'.
            02 LDG-INPUT.
               03 LDGS-CFILE           PIC X(1).
               03 FILLER               PIC X(1023).
            02 LDG-OUTPUT.
               03 FILLER               PIC X(1024).
         01 PM-S.
            02 LMESSAGE-LEVEL          PIC 9(01).
            02 LLOG-LEVEL              PIC 9(01).
            02 LTEXT                   PIC X(128).
            02 EXTRA-IN.
               03 CFILE                PIC X(01).
               03 FILLER               PIC X(1023).
            02 EXTRA-OUT.
               03 FILLER               PIC X(1024).
         01 IOCOMM.
            02 IO-ACTION               PIC X(1).
            02 IO-MODE                 PIC X(3).
            02 IO-BITS                 PIC X(3).
            02 IO-TEXT                 PIC X(32).
            02 IO-KEY                  PIC X(64).
            02 IO-KSCH                 PIC X(480).
         01 IOTAB                      PIC X(2820).
         01 IOPUTM                     PIC X(2178).

         01 WS-KEY-TABLE.
            02 WS-KEY-ENTRY OCCURS 500.
               03 WK-ID              PIC X(16).
       PROCEDURE DIVISION.
       MAINLINE.
            OPEN INPUT I-TRAN.
            OPEN OUTPUT O-KEYS O-RPT O-CER.

            IF NOT FS-TRAN-OK OR NOT FS-KEYSN-OK OR NOT FS-RPT-OK
               OR NOT FS-CERN-OK
              DISPLAY 'AESKEYMT: file open failure ' FS-TRAN ' '
                      FS-KEYSN ' ' FS-RPT ' ' FS-CERN
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM LOAD-KEY-STORE.
            PERFORM LOAD-CEREMONIES.

            MOVE 'AES KEY STORE MAINTENANCE' TO RPT-REC.
            WRITE RPT-REC.
            PERFORM READ-TRAN.
            PERFORM APPLY-TRAN UNTIL FS-TRAN-EOF.

            PERFORM LIST-CEREMONIES.

            PERFORM WRITE-KEY-STORE.
            PERFORM WRITE-CEREMONIES.
            PERFORM WRITE-TOTALS.

            CLOSE I-TRAN O-KEYS O-RPT O-CER.
            GOBACK.


            END-IF.


       LOAD-CEREMONIES.
      *     No ceremony file simply means none are in progress.
            OPEN INPUT I-CER.

            IF FS-CER-OK
              PERFORM READ-CEREMONY UNTIL FS-CER-EOF
              CLOSE I-CER
            END-IF.


       READ-CEREMONY.
            READ I-CER
              AT END
                MOVE 10 TO FS-CER
            END-READ.

            IF NOT FS-CER-EOF
              IF WS-CER-COUNT < WS-CER-MAX
                ADD 1 TO WS-CER-COUNT
                MOVE CER-REC TO WS-CER-ENTRY(WS-CER-COUNT)
                SET WC-OPEN(WS-CER-COUNT) TO TRUE
              ELSE
                DISPLAY 'AESKEYMT: ceremony table full, '
                        'record dropped'
              END-IF
            END-IF.


       READ-TRAN.
            READ I-TRAN
              AT END
       APPLY-TRAN.
            ADD 1 TO WS-TRAN-CNT.
            MOVE SPACES TO WS-DISPOSITION.
            MOVE SPACES TO WS-DETAIL.

            PERFORM FIND-HIGH-VERSION.

                  MOVE 'EXISTS - USE R' TO WS-DISPOSITION
                  ADD 1 TO WS-REJECT-CNT
                ELSE
                  PERFORM ACCEPT-COMPONENT
                END-IF
              WHEN 'R'
                IF WS-FOUND = 'N'
                  MOVE 'UNKNOWN KEY ID' TO WS-DISPOSITION
                  ADD 1 TO WS-REJECT-CNT
                ELSE
                  PERFORM ACCEPT-COMPONENT
                END-IF
              WHEN 'X'
                IF WS-FOUND = 'N'
            END-IF.


       ACCEPT-COMPONENT.
      *     One custodian's component of an add or rotate.  The key
      *     version is only added when the last component is in.
            INSPECT T-COMP-VALUE CONVERTING 'abcdef' TO 'ABCDEF'.

            PERFORM CHECK-COMPONENT.

      *     The check value comes first, so a component that cannot
      *     be checked never opens a ceremony
            IF WS-DISPOSITION = SPACES
              MOVE T-COMP-VALUE TO WS-KCV-KEY
              PERFORM KEY-CHECK-VALUE
              IF WS-KCV-OK = 'N'
                MOVE 'NO CHECK VALUE' TO WS-DISPOSITION
              END-IF
            END-IF.

            IF WS-DISPOSITION = SPACES
              PERFORM FIND-CEREMONY
              IF WS-CER-AT = 0
                PERFORM START-CEREMONY
              ELSE
                PERFORM EXPIRE-CEREMONY
                IF WS-DISPOSITION = SPACES
                  PERFORM MATCH-CEREMONY
                END-IF
              END-IF
            END-IF.

            IF WS-DISPOSITION = SPACES
              MOVE T-CUSTODIAN   TO WC-CUSTODIAN(WS-CER-AT, T-COMP-NO)
              MOVE T-COMP-VALUE  TO WC-VALUE(WS-CER-AT, T-COMP-NO)
              MOVE WS-KCV        TO WC-KCV(WS-CER-AT, T-COMP-NO)
              ADD 1 TO WS-HELD-CNT
              STRING '    COMPONENT ' T-COMP-NO ' OF ' T-COMP-OF
                     ' CUSTODIAN ' T-CUSTODIAN
                     ' KCV ' WS-KCV
              DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM COUNT-COMPONENTS-IN
              IF WS-IN-COUNT < WC-COMP-OF(WS-CER-AT)
                MOVE 'COMPONENT HELD' TO WS-DISPOSITION
                ADD 1 TO WS-APPLIED-CNT
              ELSE
                PERFORM COMPLETE-CEREMONY
              END-IF
            ELSE
              ADD 1 TO WS-REJECT-CNT
            END-IF.

      *     The component is not left lying in the record area
            MOVE SPACES TO T-COMP-VALUE.


       CHECK-COMPONENT.
            IF T-CUSTODIAN = SPACES
              MOVE 'DUAL CONTROL REQD' TO WS-DISPOSITION
            ELSE
              IF T-KEY-ID = SPACES OR T-COMP-VALUE = SPACES
                MOVE 'MISSING ID/VALUE' TO WS-DISPOSITION
              ELSE
                IF (T-COMP-OF NOT = 2 AND T-COMP-OF NOT = 3)
                   OR T-COMP-NO < 1 OR T-COMP-NO > T-COMP-OF
                  MOVE 'BAD COMPONENT NO' TO WS-DISPOSITION
                END-IF
              END-IF
            END-IF.

            IF WS-DISPOSITION = SPACES
              MOVE 0 TO WS-TRAIL
              INSPECT FUNCTION REVERSE(T-COMP-VALUE)
                      TALLYING WS-TRAIL FOR LEADING SPACES
              COMPUTE WS-COMP-LEN = 64 - WS-TRAIL
              MOVE 'N' TO WS-HEX-BAD
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-COMP-LEN
                MOVE T-COMP-VALUE(WS-J:1) TO WS-NIB-CHAR
                PERFORM HEX-TO-NIBBLE
              END-PERFORM
              IF WS-HEX-BAD = 'Y'
                 OR (WS-COMP-LEN NOT = 32 AND WS-COMP-LEN NOT = 48
                     AND WS-COMP-LEN NOT = 64)
                MOVE 'BAD COMPONENT VALUE' TO WS-DISPOSITION
              END-IF
            END-IF.


       FIND-CEREMONY.
            MOVE 0 TO WS-CER-AT.
            PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-CER-COUNT
              IF WC-ID(WS-C) = T-KEY-ID AND WC-OPEN(WS-C)
                MOVE WS-C TO WS-CER-AT
              END-IF
            END-PERFORM.


       EXPIRE-CEREMONY.
      *     A ceremony past WS-CER-DAYS is expired as soon as the next
      *     component arrives - its components are destroyed and the
      *     late component is refused, not matched.
            COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(WC-START-DATE(WS-CER-AT)).

            IF WS-AGE-DAYS > WS-CER-DAYS
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                MOVE SPACES TO WC-COMP(WS-CER-AT, WS-J)
              END-PERFORM
              SET WC-CLOSED(WS-CER-AT) TO TRUE
              ADD 1 TO WS-EXPIRED-CNT
              MOVE 'EXPIRED' TO WS-DISPOSITION
            END-IF.


       START-CEREMONY.
            IF WS-CER-COUNT >= WS-CER-MAX
              MOVE 'CEREMONY TABLE FULL' TO WS-DISPOSITION
            ELSE
              ADD 1 TO WS-CER-COUNT
              MOVE WS-CER-COUNT TO WS-CER-AT
              MOVE SPACES       TO WS-CER-ENTRY(WS-CER-AT)
              MOVE T-KEY-ID     TO WC-ID(WS-CER-AT)
              MOVE T-ACTION     TO WC-ACTION(WS-CER-AT)
              MOVE T-EFF-DATE   TO WC-EFF-DATE(WS-CER-AT)
              MOVE T-COMP-OF    TO WC-COMP-OF(WS-CER-AT)
              MOVE WS-RUN-DATE  TO WC-START-DATE(WS-CER-AT)
              SET WC-OPEN(WS-CER-AT) TO TRUE
            END-IF.


       MATCH-CEREMONY.
      *     Every component must be for the same action, date and
      *     split, from a different custodian, and the same length.
            IF WC-ACTION(WS-CER-AT) NOT = T-ACTION
               OR WC-EFF-DATE(WS-CER-AT) NOT = T-EFF-DATE
               OR WC-COMP-OF(WS-CER-AT) NOT = T-COMP-OF
              MOVE 'CEREMONY MISMATCH' TO WS-DISPOSITION
            END-IF.

            IF WS-DISPOSITION = SPACES
               AND WC-VALUE(WS-CER-AT, T-COMP-NO) NOT = SPACES
              MOVE 'COMPONENT ALREADY IN' TO WS-DISPOSITION
            END-IF.

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > 3 OR WS-DISPOSITION NOT = SPACES
              IF WC-VALUE(WS-CER-AT, WS-J) NOT = SPACES
                IF WC-CUSTODIAN(WS-CER-AT, WS-J) = T-CUSTODIAN
                  MOVE 'SAME CUSTODIAN' TO WS-DISPOSITION
                ELSE
                  MOVE 0 TO WS-TRAIL
                  INSPECT FUNCTION REVERSE(WC-VALUE(WS-CER-AT, WS-J))
                          TALLYING WS-TRAIL FOR LEADING SPACES
                  COMPUTE WS-HELD-LEN = 64 - WS-TRAIL
                  IF WS-HELD-LEN NOT = WS-COMP-LEN
                    MOVE 'COMPONENT LENGTH' TO WS-DISPOSITION
                  END-IF
                END-IF
              END-IF
            END-PERFORM.


       COUNT-COMPONENTS-IN.
            MOVE 0 TO WS-IN-COUNT.
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
              IF WC-VALUE(WS-CER-AT, WS-J) NOT = SPACES
                ADD 1 TO WS-IN-COUNT
              END-IF
            END-PERFORM.


       COMPLETE-CEREMONY.
      *     XOR the components into the key and add it as the next
      *     version, exactly as a single-value add or rotate was.
            MOVE WC-VALUE(WS-CER-AT, 1) TO WS-COMBINED.
            PERFORM VARYING WS-C FROM 2 BY 1
                    UNTIL WS-C > WC-COMP-OF(WS-CER-AT)
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-COMP-LEN
                MOVE WS-COMBINED(WS-J:1) TO WS-NIB-CHAR
                PERFORM HEX-TO-NIBBLE
                MOVE WS-NIB TO WS-NIB-A
                MOVE WC-VALUE(WS-CER-AT, WS-C)(WS-J:1) TO WS-NIB-CHAR
                PERFORM HEX-TO-NIBBLE
                MOVE WS-NIB TO WS-NIB-B
                PERFORM NIBBLE-XOR
                MOVE WS-HEX-CHAR(WS-NIB-R + 1) TO WS-COMBINED(WS-J:1)
              END-PERFORM
            END-PERFORM.

            MOVE WS-COMBINED TO WS-KCV-KEY.
            PERFORM KEY-CHECK-VALUE.

            MOVE SPACES TO T-KEY-VALUE.
            MOVE WS-COMBINED TO T-KEY-VALUE.
            MOVE SPACES TO WS-COMBINED.
            PERFORM ADD-KEY-VERSION.
            MOVE SPACES TO T-KEY-VALUE.

            IF WS-DISPOSITION = 'ADDED'
              SET WC-CLOSED(WS-CER-AT) TO TRUE
              ADD 1 TO WS-DONE-CNT
              STRING '    KEY COMPLETE - VERSION '
                     WK-VERSION(WS-KEY-COUNT)
                     ' KCV ' WS-KCV
              DELIMITED BY SIZE INTO WS-DETAIL-2
            END-IF.


       HEX-TO-NIBBLE.
      *     WS-NIB-CHAR to 0-15 in WS-NIB; WS-HEX-BAD set if not hex
            MOVE 0 TO WS-NIB.
            PERFORM VARYING WS-H FROM 1 BY 1
                    UNTIL WS-H > 16
              IF WS-HEX-CHAR(WS-H) = WS-NIB-CHAR
                COMPUTE WS-NIB = WS-H - 1
              END-IF
            END-PERFORM.
            IF WS-NIB = 0 AND WS-NIB-CHAR NOT = '0'
              MOVE 'Y' TO WS-HEX-BAD
            END-IF.


       NIBBLE-XOR.
      *     Bitwise XOR of WS-NIB-A and WS-NIB-B into WS-NIB-R
            MOVE 0 TO WS-NIB-R.
            MOVE 1 TO WS-BIT-P.
            PERFORM 4 TIMES
              DIVIDE WS-NIB-A BY 2 GIVING WS-NIB-A
                     REMAINDER WS-BIT-A
              DIVIDE WS-NIB-B BY 2 GIVING WS-NIB-B
                     REMAINDER WS-BIT-B
              IF WS-BIT-A NOT = WS-BIT-B
                ADD WS-BIT-P TO WS-NIB-R
              END-IF
              MULTIPLY 2 BY WS-BIT-P
            END-PERFORM.


       KEY-CHECK-VALUE.
      *     Encipher an all-zero block under WS-KCV-KEY; the first
      *     6 hex digits of the result are the check value.
            MOVE 'N' TO WS-KCV-OK.
            MOVE SPACES TO WS-KCV.

            IF WS-TABLES-LOADED = 'N'
              PERFORM LOAD-TABLES
            END-IF.

            IF WS-TABLES-LOADED = 'Y'
              MOVE 0 TO WS-TRAIL
              INSPECT FUNCTION REVERSE(WS-KCV-KEY)
                      TALLYING WS-TRAIL FOR LEADING SPACES
              MOVE LOW-VALUES     TO IOCOMM
              MOVE 'C'            TO IO-ACTION
              MOVE 'ECB'          TO IO-MODE
              EVALUATE 64 - WS-TRAIL
                WHEN 48
                  MOVE '192'      TO IO-BITS
                WHEN 64
                  MOVE '256'      TO IO-BITS
                WHEN OTHER
                  MOVE '128'      TO IO-BITS
              END-EVALUATE
              MOVE ALL '0'        TO IO-TEXT
              MOVE WS-KCV-KEY     TO IO-KEY
              MOVE WS-CIPHER-DATA TO IOTAB
              MOVE PM-S           TO IOPUTM
              CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM
              MOVE IO-TEXT(1:6)   TO WS-KCV
              INSPECT WS-KCV CONVERTING 'abcdef' TO 'ABCDEF'
              MOVE 'Y'            TO WS-KCV-OK
            END-IF.

            MOVE SPACES TO WS-KCV-KEY.
            MOVE SPACES TO IO-KEY.


       LOAD-TABLES.
            MOVE LOW-VALUES     TO DG-S.
            MOVE LOW-VALUES     TO PM-S.
            MOVE 2              TO LLOG-LEVEL.
            MOVE PM-S           TO PUT-MESSAGE-LS OF DG-S.
            MOVE 'AESMPUT'      TO PUT-MESSAGE OF DG-S.
            MOVE SPACE          TO LDGS-CFILE.

            CALL 'AESTGET' USING DG-S.
            IF LDGS-ERR
              DISPLAY 'AESKEYMT: cipher tables not available'
              MOVE 'X' TO WS-TABLES-LOADED
            ELSE
              MOVE LDG-TEXT TO WS-CIPHER-DATA
              CALL 'AESTGET' USING DG-S
              MOVE 'C' TO LDGS-CFILE
              CALL 'AESTGET' USING DG-S
              MOVE 'Y' TO WS-TABLES-LOADED
            END-IF.


       LIST-CEREMONIES.
      *     Every ceremony still waiting for a component, with its
      *     age; past WS-CER-DAYS it is expired and its components
      *     are not carried forward.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'KEY CEREMONIES INCOMPLETE' TO RPT-REC.
            WRITE RPT-REC.

            PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-CER-COUNT
              IF WC-OPEN(WS-C)
                PERFORM LIST-ONE-CEREMONY
              END-IF
            END-PERFORM.


       LIST-ONE-CEREMONY.
            COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(WC-START-DATE(WS-C)).
            MOVE WS-C TO WS-CER-AT.
            PERFORM COUNT-COMPONENTS-IN.

            MOVE SPACES TO WS-DISPOSITION.
            IF WS-AGE-DAYS > WS-CER-DAYS
              SET WC-CLOSED(WS-C) TO TRUE
              ADD 1 TO WS-EXPIRED-CNT
              MOVE 'EXPIRED' TO WS-DISPOSITION
            ELSE
              ADD 1 TO WS-OPEN-CNT
              MOVE 'AWAITING' TO WS-DISPOSITION
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING WC-ACTION(WS-C) ' ' WC-ID(WS-C)
                   ' EFF ' WC-EFF-DATE(WS-C)
                   ' STARTED ' WC-START-DATE(WS-C)
                   ' AGE ' WS-AGE-DAYS
                   ' ' WS-IN-COUNT ' OF ' WC-COMP-OF(WS-C)
                   ' ' WS-DISPOSITION
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.

            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
              IF WC-VALUE(WS-C, WS-J) NOT = SPACES
                MOVE WS-J TO WS-J-DISP
                MOVE SPACES TO RPT-REC
                STRING '    COMPONENT ' WS-J-DISP
                       ' CUSTODIAN ' WC-CUSTODIAN(WS-C, WS-J)
                       ' KCV ' WC-KCV(WS-C, WS-J)
                DELIMITED BY SIZE INTO RPT-REC
                WRITE RPT-REC
              END-IF
            END-PERFORM.


       RETIRE-KEY.
      *     Retires every version of the named key; AESMAIN will no
      *     longer resolve it.
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.

      *     Component and check-value detail, when there is any
            IF WS-DETAIL NOT = SPACES
              MOVE WS-DETAIL TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO WS-DETAIL
            END-IF.
            IF WS-DETAIL-2 NOT = SPACES
              MOVE WS-DETAIL-2 TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO WS-DETAIL-2
            END-IF.


       WRITE-KEY-STORE.
            PERFORM VARYING WS-I FROM 1 BY 1
            END-PERFORM.


       WRITE-CEREMONIES.
            PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-CER-COUNT
              IF WC-OPEN(WS-C)
                MOVE SPACES TO CERN-REC
                MOVE WS-CER-ENTRY(WS-C)(1:268) TO CERN-REC(1:268)
                WRITE CERN-REC
              END-IF
            END-PERFORM.

            INITIALIZE WS-CER-TABLE.


       WRITE-TOTALS.
            MOVE SPACES TO RPT-REC.
            STRING 'TRANSACTIONS READ    ' WS-TRAN-CNT
            STRING 'KEY RECORDS WRITTEN  ' WS-KEY-COUNT-DISP
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'COMPONENTS HELD      ' WS-HELD-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'CEREMONIES COMPLETED ' WS-DONE-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'CEREMONIES OPEN      ' WS-OPEN-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'CEREMONIES EXPIRED   ' WS-EXPIRED-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
