                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-KEYS.
      *     Encrypted dataset catalog: one entry per dataset written
      *     under a key ID, read by the AESRKPLN rotation planner.
            SELECT O-CAT ASSIGN TO 'AESCATLG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAT.

       DATA DIVISION.
       FILE SECTION.
          02 KEY-VALUE               PIC X(128).
          02 FILLER                  PIC X(03).

      *   AESCATLG - E (encrypted) entries from here, K (rekeyed)
      *   entries from AESREKEY; the latest entry for a dataset
      *   name is the one that counts
       FD O-CAT LABEL RECORD STANDARD.

       01 CAT-REC.
          02 CAT-DSNAME              PIC X(44).
          02 CAT-KEY-ID              PIC X(16).
          02 CAT-KEY-VERSION         PIC 9(04).
          02 CAT-MODE                PIC X(03).
          02 CAT-BITS                PIC X(03).
          02 CAT-IV                  PIC X(32).
          02 CAT-DATE                PIC 9(08).
          02 CAT-TIME                PIC 9(06).
          02 CAT-MAC-TAG             PIC X(32).
          02 CAT-BLOCKS              PIC 9(09).
          02 CAT-EVENT               PIC X(01).
             88 CAT-ENCRYPTED                  VALUE 'E'.
             88 CAT-REKEYED                    VALUE 'K'.
          02 CAT-NEW-DSNAME          PIC X(44).
          02 FILLER                  PIC X(08).

       WORKING-STORAGE SECTION.
         01 FS-LOG                   PIC 9(02).
            88 FS-LOG-OK                       VALUE 0.

         01 FS-CAT                   PIC 9(02).
            88 FS-CAT-OK                       VALUE 0.

         01 FS-KEYS                  PIC 9(02).
            88 FS-KEYS-OK                      VALUE 0.
            88 FS-KEYS-EOF                     VALUE 10.

            PERFORM WRITE-JOB-SUMMARY.

      *     A dataset enciphered under a named key goes on the
      *     catalog, so a later rotation knows to bring it forward
            IF LMAINS-OK AND WS-ACTION = 'CIPHER  '
               AND LMAIN-KEY-ID NOT = SPACES AND NOT = LOW-VALUES
               AND LMAIN-OUTPUT-DSNAME NOT = SPACES
               AND LMAIN-OUTPUT-DSNAME NOT = LOW-VALUES
              PERFORM REGISTER-DATASET
            END-IF.

      *     Put ending log
            MOVE 'Ending process'           TO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.
            PERFORM LOG-MESSAGE.


       REGISTER-DATASET.
      *     Dataset, key ID and the version actually used, mode,
      *     bits and IV (all AESREKEY needs to decipher it again),
      *     date and the integrity tag when one was taken.
            MOVE SPACES                     TO CAT-REC.
            MOVE LMAIN-OUTPUT-DSNAME        TO CAT-DSNAME.
            MOVE LMAIN-KEY-ID               TO CAT-KEY-ID.
            MOVE WS-KEY-VERSION             TO CAT-KEY-VERSION.
            MOVE WS-MODE                    TO CAT-MODE.
            MOVE WS-BITS                    TO CAT-BITS.
            MOVE LMAIN-IV                   TO CAT-IV.
            MOVE WS-JOB-DATE                TO CAT-DATE.
            MOVE WS-JOB-TIME                TO CAT-TIME.
            IF LMAIN-MAC-ON
              MOVE LMAIN-MAC-TAG            TO CAT-MAC-TAG
            END-IF.
            MOVE WS-BLOCK-COUNT             TO CAT-BLOCKS.
            SET CAT-ENCRYPTED               TO TRUE.

            OPEN EXTEND O-CAT.
            IF NOT FS-CAT-OK
              OPEN OUTPUT O-CAT
            END-IF.

            IF FS-CAT-OK
              WRITE CAT-REC
              CLOSE O-CAT
              MOVE SPACES                   TO LTEXT OF PM-S
              STRING 'Cataloged '
                      CAT-DSNAME
                      ' under version '
                      CAT-KEY-VERSION
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-INF OF PM-S        TO TRUE
            ELSE
              MOVE 'Dataset catalog AESCATLG not available'
                                            TO LTEXT OF PM-S
              SET LLEVEL-WAR OF PM-S        TO TRUE
            END-IF.

            PERFORM LOG-MESSAGE.


       CHECK-INPUT.
      *     If no interface name informed, use default
            IF LMAIN-DATA-GET = SPACES OR LOW-VALUES
              MOVE 'ECB'                    TO WS-MODE
            END-IF.

      *     VERIFY state is per call: a caller that stays loaded
      *     between calls must not carry the last call's VERIFY
      *     into this one
            MOVE 'N'                        TO WS-VERIFY-FLAG
                                               WS-VF-DONE
                                               WS-VF-MISMATCH.

      *     If no action informed, use CIPHER as default.  VERIFY
      *     runs a normal CIPHER and then proves the written output
      *     deciphers back to the input.
