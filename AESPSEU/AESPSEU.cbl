      *****************************************************************
      *                                                               *
      * Keyed pseudonym service for the AES subsystem, so data that  *
      * leaves the shop can be linked per person without carrying    *
      * anything that identifies the person.                         *
      *                                                               *
      * Turns a value of up to 16 characters (a patient ID, say)     *
      * into a 32-hex-digit block by enciphering it as one AES-128   *
      * ECB block thru AESCORE under a named key from the AESKEYS    *
      * store.  The same value under the same key version always     *
      * gives the same block, two values never give the same one,    *
      * and without the key the value cannot be got back or tried    *
      * against the block.  The caller decides how much of the       *
      * block to use and for what.                                   *
      *                                                               *
      * Each character is coded as two decimal digits, its place in  *
      * WS-CODE-CHARS (01-78), so the clear block is 32 digits;      *
      * a character not in the table codes as 99.                    *
      *                                                               *
      * LPSE-KEY-VERSION zero asks for the current version of the    *
      * key (as AESMAIN resolves it); a non-zero version asks for    *
      * that exact version whatever its status, so an earlier        *
      * mapping can be reproduced.  The version used is handed       *
      * back.  Tables and the last key resolved are kept between     *
      * calls, as in AESPINB.                                        *
      *                                                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. AESPSEU.
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

      *  Clear block: two decimal digits per character
         01 WS-CLEAR-FIELD.
            02 WS-CF-CODE             PIC 9(02) OCCURS 16.
         77 WS-C                      PIC 9(02)  VALUE 0.
         77 WS-T                      PIC 9(02)  VALUE 0.
         77 WS-ONE-CHAR               PIC X(01)  VALUE SPACE.

      *  Character codes - place in this table, space first
         01 WS-CODE-CHARS.
            02 FILLER                 PIC X(47)  VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghij'.
            02 FILLER                 PIC X(31)  VALUE
               'klmnopqrstuvwxyz-_./,:;#@&*+=()'.
         01 WS-CODE-TABLE REDEFINES WS-CODE-CHARS.
            02 WS-CODE-CHAR           PIC X(01) OCCURS 78.

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
         01 LPSE-LS.
          02 LPSE-KEY-ID                 PIC X(16).
          02 LPSE-KEY-VERSION            PIC 9(04).
          02 LPSE-VALUE                  PIC X(16).
          02 LPSE-BLOCK                  PIC X(32).
          02 LPSE-STATUS                 PIC X(03).
             88 LPSES-OK                           VALUE 'OK '.
             88 LPSES-ERR                          VALUE 'ERR'.


       PROCEDURE DIVISION USING LPSE-LS.
      *****************************************************************
      *                          MAINLINE                             *
      *****************************************************************
       MAINLINE.
            SET LPSES-OK                    TO TRUE.
            MOVE SPACES                     TO LPSE-BLOCK.

            IF NOT WS-TABLES-ARE-LOADED
              PERFORM LOAD-TABLES
            END-IF.

            IF LPSES-OK
              IF LPSE-KEY-ID NOT = WS-HELD-KEY-ID
                 OR LPSE-KEY-VERSION NOT = WS-HELD-ASKED
                PERFORM RESOLVE-KEY
              END-IF
            END-IF.

            IF LPSES-OK
              PERFORM CIPHER-VALUE
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
              DISPLAY 'AESPSEU: cipher tables not available'
              SET LPSES-ERR                 TO TRUE
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

            IF LPSE-KEY-ID = SPACES OR LOW-VALUES
              DISPLAY 'AESPSEU: no key ID given'
              SET LPSES-ERR                 TO TRUE
            ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              OPEN INPUT I-KEYS
              IF NOT FS-KEYS-OK
                DISPLAY 'AESPSEU: key store AESKEYS not available'
                SET LPSES-ERR               TO TRUE
              ELSE
                PERFORM READ-KEY-RECORD
                  UNTIL FS-KEYS-EOF
                CLOSE I-KEYS
                IF WS-KEY-IS-FOUND
                  MOVE LPSE-KEY-ID          TO WS-HELD-KEY-ID
                  MOVE LPSE-KEY-VERSION     TO WS-HELD-ASKED
                  MOVE WS-KEY-VERSION       TO WS-HELD-VERSION
                  MOVE WS-WORK-KEY          TO WS-HELD-KEY
                ELSE
                  DISPLAY 'AESPSEU: key ' LPSE-KEY-ID
                          ' version ' LPSE-KEY-VERSION
                          ' not usable'
                  SET LPSES-ERR             TO TRUE
                END-IF
              END-IF
            END-IF.


       READ-KEY-RECORD.
            READ I-KEYS
              AT END
                MOVE 10                     TO FS-KEYS
            END-READ.

            IF NOT FS-KEYS-EOF AND KEY-ID = LPSE-KEY-ID
              IF LPSE-KEY-VERSION = 0
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
                IF KEY-VERSION = LPSE-KEY-VERSION
                  MOVE KEY-VERSION          TO WS-KEY-VERSION
                  MOVE KEY-VALUE            TO WS-WORK-KEY
                  SET WS-KEY-IS-FOUND       TO TRUE
                END-IF
              END-IF
            END-IF.


       CIPHER-VALUE.
            PERFORM VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > 16
              MOVE LPSE-VALUE(WS-C:1)       TO WS-ONE-CHAR
              MOVE 99                       TO WS-CF-CODE(WS-C)
              PERFORM VARYING WS-T FROM 1 BY 1
                UNTIL WS-T > 78 OR WS-CF-CODE(WS-C) NOT = 99
                IF WS-CODE-CHAR(WS-T) = WS-ONE-CHAR
                  MOVE WS-T                 TO WS-CF-CODE(WS-C)
                END-IF
              END-PERFORM
            END-PERFORM.

            MOVE LOW-VALUES                 TO IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '128'                      TO IO-BITS OF IOCOMM.
            MOVE WS-CLEAR-FIELD             TO IO-TEXT OF IOCOMM.
            MOVE WS-HELD-KEY                TO IO-KEY OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PM-S                       TO IOPUTM.

            CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

            MOVE IO-TEXT OF IOCOMM          TO LPSE-BLOCK.
            MOVE WS-HELD-VERSION            TO LPSE-KEY-VERSION.
