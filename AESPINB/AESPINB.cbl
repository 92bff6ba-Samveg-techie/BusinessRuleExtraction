      *****************************************************************
      *                                                               *
      * PIN block service for the ATM account master, so customer    *
      * PINs are never kept in clear text.                           *
      *                                                               *
      * Builds a 32-hex-digit clear PIN block from the account       *
      * number and PIN, enciphers it as one AES-128 ECB block thru   *
      * AESCORE under a named key from the AESKEYS store, and hands  *
      * back the enciphered block and the key version used.  The     *
      * caller verifies a PIN by building the block again with the   *
      * key version stored beside it and comparing the two blocks,   *
      * so the clear PIN is never recovered.                         *
      *                                                               *
      * Clear PIN block layout (ISO 9564 format 4 style, with the    *
      * account number standing in for the random fill so the same   *
      * PIN always gives the same block for one account, and two     *
      * accounts with the same PIN give different blocks):           *
      *                                                               *
      *     pos  1- 2   '44'  format and PIN length                  *
      *     pos  3- 6   PIN digits                                   *
      *     pos  7-16   'AAAAAAAAAA' fill                            *
      *     pos 17-28   zeros                                        *
      *     pos 29-32   account number                               *
      *                                                               *
      * LPIN-KEY-VERSION zero asks for the current version of the    *
      * key (active, newest effective date on or before today, as    *
      * AESMAIN resolves it) - used when a PIN is set.  A non-zero   *
      * version asks for that exact version whatever its status, so  *
      * PINs set under a key since retired still verify until they   *
      * are next reset.                                              *
      *                                                               *
      * The cipher tables and the last key resolved are kept between *
      * calls, so a batch run reads AESKEYS once per key version.    *
      *                                                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. AESPINB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     Protected key store, shared with AESMAIN
            SELECT I-KEYS ASSIGN TO 'AESKEYS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-KEYS.

       DATA DIVISION.
       FILE SECTION.
      *   AESKEYS - named keys with versions and effective dates
       FD I-KEYS LABEL RECORD STANDARD.

       01 KEY-REC.
          02 KEY-ID                  PIC X(16).
          02 KEY-VERSION             PIC 9(04).
          02 KEY-EFF-DATE            PIC 9(08).
          02 KEY-STATUS              PIC X(01).
             88 KEY-STATUS-ACTIVE              VALUE 'A'.
             88 KEY-STATUS-RETIRED             VALUE 'R'.
          02 KEY-VALUE               PIC X(128).
          02 FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.
         01 FS-KEYS                  PIC 9(02).
            88 FS-KEYS-OK                      VALUE 0.
            88 FS-KEYS-EOF                     VALUE 10.

      *  Key held from the last call: reused while the caller keeps
      *  asking for the same key ID and version
         77 WS-HELD-KEY-ID            PIC X(16)  VALUE SPACES.
         77 WS-HELD-ASKED             PIC 9(04)  VALUE 0.
         77 WS-HELD-VERSION           PIC 9(04)  VALUE 0.
         77 WS-HELD-KEY               PIC X(128) VALUE SPACES.

         77 WS-KEY-FOUND              PIC X(01)  VALUE 'N'.
            88 WS-KEY-IS-FOUND                  VALUE 'Y'.
         77 WS-KEY-BEST-DATE          PIC 9(08)  VALUE 0.
         77 WS-KEY-VERSION            PIC 9(04)  VALUE 0.
         77 WS-WORK-KEY               PIC X(128) VALUE SPACES.
         77 WS-RUN-DATE               PIC 9(08)  VALUE 0.

         77 WS-TABLES-LOADED          PIC X(01)  VALUE 'N'.
            88 WS-TABLES-ARE-LOADED             VALUE 'Y'.
         77 WS-CIPHER-DATA            PIC X(2860).

      *  Clear PIN block
         01 WS-PIN-FIELD.
            02 WS-PF-FORMAT           PIC X(02) VALUE '44'.
            02 WS-PF-PIN              PIC 9(04).
            02 WS-PF-FILL             PIC X(10) VALUE 'AAAAAAAAAA'.
            02 WS-PF-ZERO             PIC X(12) VALUE '000000000000'.
            02 WS-PF-ACCT             PIC 9(04).

      *  DATA-GET interface, as AESMAIN drives it
         01 DG-S.
            02 PUT-MESSAGE-LS          PIC X(2178).
            02 PUT-MESSAGE             PIC X(8).
            02 LDG-TEXT                PIC X(2860).
            02 LDG-STATUS              PIC X(3).
               88 LDGS-OK                       VALUE 'OK '.
               88 LDGS-ERR                      VALUE 'ERR'.
               88 LDGS-EOF                      VALUE 'EOF'.
            02 LDG-INPUT.
               03 LDGS-CFILE           PIC X(1).
               03 FILLER               PIC X(1023).
            02 LDG-OUTPUT.
               03 FILLER               PIC X(1024).

         01 PM-S.
            02 LMESSAGE-LEVEL          PIC 9(01).
               88 LLEVEL-INF                     VALUE 0.
               88 LLEVEL-WAR                     VALUE 1.
               88 LLEVEL-ERR                     VALUE 2.
               88 LLEVEL-MAX                     VALUE 9.
            02 LLOG-LEVEL              PIC 9(01).
            02 LTEXT                   PIC X(128).
            02 EXTRA-IN.
               03 CFILE                PIC X(01).
               03 FILLER               PIC X(1023).
            02 EXTRA-OUT.
               03 FILLER               PIC X(1024).

      ******************************************
      * AESCORE COMMUNICATION AREA             *
      ******************************************
         01 IOCOMM.
            02 IO-ACTION               PIC X(1).
            02 IO-MODE                 PIC X(3).
            02 IO-BITS                 PIC X(3).
            02 IO-TEXT                 PIC X(32).
            02 IO-KEY                  PIC X(64).
            02 IO-KSCH                 PIC X(480).
         01 IOTAB                      PIC X(2820).

         01 IOPUTM                     PIC X(2178).

       LINKAGE SECTION.
         01 LPIN-LS.
          02 LPIN-KEY-ID                 PIC X(16).
          02 LPIN-KEY-VERSION            PIC 9(04).
          02 LPIN-ACCT-NO                PIC 9(04).
          02 LPIN-PIN                    PIC 9(04).
          02 LPIN-BLOCK                  PIC X(32).
          02 LPIN-STATUS                 PIC X(03).
             88 LPINS-OK                           VALUE 'OK '.
             88 LPINS-ERR                          VALUE 'ERR'.


       PROCEDURE DIVISION USING LPIN-LS.
      *****************************************************************
      *                          MAINLINE                             *
      *****************************************************************
       MAINLINE.
            SET LPINS-OK                    TO TRUE.
            MOVE SPACES                     TO LPIN-BLOCK.

            IF NOT WS-TABLES-ARE-LOADED
              PERFORM LOAD-TABLES
            END-IF.

            IF LPINS-OK
              IF LPIN-KEY-ID NOT = WS-HELD-KEY-ID
                 OR LPIN-KEY-VERSION NOT = WS-HELD-ASKED
                PERFORM RESOLVE-KEY
              END-IF
            END-IF.

            IF LPINS-OK
              PERFORM CIPHER-PIN-BLOCK
            END-IF.

            GOBACK.


       LOAD-TABLES.
      *     The cipher tables come thru the usual DATA-GET interface;
      *     only the cipher half is needed, the second read is taken
      *     so the stream is left where AESMAIN would leave it
            MOVE LOW-VALUES                 TO DG-S.
            MOVE LOW-VALUES                 TO PM-S.
            MOVE 2                          TO LLOG-LEVEL OF PM-S.
            MOVE PM-S                       TO PUT-MESSAGE-LS OF DG-S.
            MOVE 'AESMPUT'                  TO PUT-MESSAGE OF DG-S.
            MOVE SPACE                      TO LDGS-CFILE OF DG-S.

            CALL 'AESTGET' USING DG-S.
            IF LDGS-ERR
              DISPLAY 'AESPINB: cipher tables not available'
              SET LPINS-ERR                 TO TRUE
            ELSE
              MOVE LDG-TEXT                 TO WS-CIPHER-DATA
              CALL 'AESTGET' USING DG-S
              MOVE 'C'                      TO LDGS-CFILE OF DG-S
              CALL 'AESTGET' USING DG-S
              SET WS-TABLES-ARE-LOADED      TO TRUE
            END-IF.


       RESOLVE-KEY.
            MOVE SPACES                     TO WS-HELD-KEY-ID.
            MOVE 0                          TO WS-HELD-ASKED
                                               WS-HELD-VERSION
                                               WS-KEY-VERSION
                                               WS-KEY-BEST-DATE.
            MOVE SPACES                     TO WS-WORK-KEY.
            MOVE 'N'                        TO WS-KEY-FOUND.

            IF LPIN-KEY-ID = SPACES OR LOW-VALUES
              DISPLAY 'AESPINB: no key ID given'
              SET LPINS-ERR                 TO TRUE
            ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              OPEN INPUT I-KEYS
              IF NOT FS-KEYS-OK
                DISPLAY 'AESPINB: key store AESKEYS not available'
                SET LPINS-ERR               TO TRUE
              ELSE
                PERFORM READ-KEY-RECORD
                  UNTIL FS-KEYS-EOF
                CLOSE I-KEYS
                IF WS-KEY-IS-FOUND
                  MOVE LPIN-KEY-ID          TO WS-HELD-KEY-ID
                  MOVE LPIN-KEY-VERSION     TO WS-HELD-ASKED
                  MOVE WS-KEY-VERSION       TO WS-HELD-VERSION
                  MOVE WS-WORK-KEY          TO WS-HELD-KEY
                ELSE
                  DISPLAY 'AESPINB: key ' LPIN-KEY-ID
                          ' version ' LPIN-KEY-VERSION
                          ' not usable'
                  SET LPINS-ERR             TO TRUE
                END-IF
              END-IF
            END-IF.


       READ-KEY-RECORD.
            READ I-KEYS
              AT END
                MOVE 10                     TO FS-KEYS
            END-READ.

            IF NOT FS-KEYS-EOF AND KEY-ID = LPIN-KEY-ID
              IF LPIN-KEY-VERSION = 0
      *         Current version: same choice AESMAIN makes
                IF KEY-STATUS-ACTIVE
                   AND KEY-EFF-DATE <= WS-RUN-DATE
                  IF KEY-EFF-DATE > WS-KEY-BEST-DATE
                     OR (KEY-EFF-DATE = WS-KEY-BEST-DATE
                         AND KEY-VERSION > WS-KEY-VERSION)
                    MOVE KEY-EFF-DATE       TO WS-KEY-BEST-DATE
                    MOVE KEY-VERSION        TO WS-KEY-VERSION
                    MOVE KEY-VALUE          TO WS-WORK-KEY
                    SET WS-KEY-IS-FOUND     TO TRUE
                  END-IF
                END-IF
              ELSE
      *         Stored version: taken as found
                IF KEY-VERSION = LPIN-KEY-VERSION
                  MOVE KEY-VERSION          TO WS-KEY-VERSION
                  MOVE KEY-VALUE            TO WS-WORK-KEY
                  SET WS-KEY-IS-FOUND       TO TRUE
                END-IF
              END-IF
            END-IF.


       CIPHER-PIN-BLOCK.
            MOVE LPIN-PIN                   TO WS-PF-PIN.
            MOVE LPIN-ACCT-NO               TO WS-PF-ACCT.

            MOVE LOW-VALUES                 TO IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '128'                      TO IO-BITS OF IOCOMM.
            MOVE WS-PIN-FIELD               TO IO-TEXT OF IOCOMM.
            MOVE WS-HELD-KEY                TO IO-KEY OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PM-S                       TO IOPUTM.

            CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

            MOVE IO-TEXT OF IOCOMM          TO LPIN-BLOCK.
            MOVE WS-HELD-VERSION            TO LPIN-KEY-VERSION.
