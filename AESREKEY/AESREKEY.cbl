      * under an old key version are brought forward to the current  *
      * one instead of pinning the old version alive forever.        *
      *                                                               *
      * Reads each parameter record (key ID, old version, mode,      *
      * bits, IV, input / work / output dataset names), looks the    *
      * old version's value up in the AESKEYS store (whatever its    *
      * status - rekeying retired versions is the point), deciphers  *
      * the input to the work dataset with it, then re-encrypts the  *
      * work dataset under the current active version of the same    *
      * key ID via the VERIFY action, which ciphers and then reads   *
      * the result back to prove it deciphers to the original.       *
      * AESRKPLN writes one record per cataloged dataset that is     *
      * still under a superseded version.                            *
      *                                                               *
      * Each dataset rekeyed and verified gets a K entry on the      *
      * AESCATLG catalog against its old name, so the planner does   *
      * not offer it again; the new output is cataloged by AESMAIN.  *
      *                                                               *
      * Return codes (the highest over all records):                 *
      *     0 - rekeyed and verified                                 *
      *     8 - AESMAIN ended with status ERR                        *
      *    12 - verification reported FAIL                           *
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-KEYS.
            SELECT O-CAT ASSIGN TO 'AESCATLG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAT.

       DATA DIVISION.
       FILE SECTION.
          02 KEY-VALUE               PIC X(128).
          02 FILLER                  PIC X(03).

      *   AESCATLG - same record as AESMAIN writes
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
         01 FS-PARM                  PIC 9(02).
            88 FS-PARM-OK                      VALUE 0.
            88 FS-PARM-EOF                     VALUE 10.

         01 FS-CAT                   PIC 9(02).
            88 FS-CAT-OK                       VALUE 0.

         01 FS-KEYS                  PIC 9(02).
            88 FS-KEYS-OK                      VALUE 0.
            88 FS-KEYS-EOF                     VALUE 10.

         77 WS-RETURN                PIC 9(02) VALUE 0.
         77 WS-WORST-RETURN          PIC 9(02) VALUE 0.
         77 WS-PARM-COUNT            PIC 9(05) VALUE 0.
         77 WS-REKEYED-COUNT         PIC 9(05) VALUE 0.
         77 WS-FAILED-COUNT          PIC 9(05) VALUE 0.
         01 WS-CAT-STAMP.
            02 WS-CAT-DATE           PIC 9(08).
            02 WS-CAT-TIME           PIC 9(06).
            02 FILLER                PIC X(07).
         77 WS-OLD-KEY               PIC X(128) VALUE SPACES.
         77 WS-OLD-FOUND             PIC X(01) VALUE 'N'.
            88 WS-OLD-IS-FOUND                 VALUE 'Y'.
              GOBACK
            END-IF.

            PERFORM READ-PARM.

            IF FS-PARM-EOF
              DISPLAY 'AESREKEY: REKEYPRM is empty'
              CLOSE I-PARM
              MOVE 16                       TO WS-RETURN
              PERFORM SET-RETURN-CODE
              GOBACK
            END-IF.

            PERFORM REKEY-ONE-DATASET
              UNTIL FS-PARM-EOF.

            CLOSE I-PARM.

            DISPLAY 'AESREKEY: ' WS-PARM-COUNT ' record(s), '
                    WS-REKEYED-COUNT ' rekeyed, '
                    WS-FAILED-COUNT ' failed'.

            MOVE WS-WORST-RETURN            TO WS-RETURN.
            PERFORM SET-RETURN-CODE.

            GOBACK.


       READ-PARM.
            READ I-PARM
              AT END
                MOVE 10                     TO FS-PARM
            END-READ.


       REKEY-ONE-DATASET.
      *     Each record stands on its own - a failure is reported
      *     and the next dataset is still attempted.
            MOVE 0                          TO WS-RETURN.
            ADD 1                           TO WS-PARM-COUNT.

            DISPLAY 'AESREKEY: key ' P-KEY-ID
                    ' from version ' P-OLD-VERSION
                    ' mode ' P-MODE
                    ' bits ' P-BITS.
            DISPLAY 'AESREKEY: dataset ' P-INPUT-DSNAME.

            PERFORM FIND-OLD-KEY.
            IF WS-RETURN = 0 AND NOT WS-OLD-IS-FOUND
              DISPLAY 'AESREKEY: version ' P-OLD-VERSION
                      ' of key ' P-KEY-ID
                      ' not on the key store'
              MOVE 16                       TO WS-RETURN
            END-IF.

            IF WS-RETURN = 0
              PERFORM DECIPHER-WITH-OLD-KEY
            END-IF.

            IF WS-RETURN = 0
              PERFORM RECIPHER-WITH-CURRENT
              PERFORM REPORT-RESULT
            END-IF.

            IF WS-RETURN = 0
              PERFORM MARK-REKEYED
              ADD 1                         TO WS-REKEYED-COUNT
            ELSE
              ADD 1                         TO WS-FAILED-COUNT
            END-IF.

            IF WS-RETURN > WS-WORST-RETURN
              MOVE WS-RETURN                TO WS-WORST-RETURN
            END-IF.

            PERFORM READ-PARM.


       FIND-OLD-KEY.
              DISPLAY 'AESREKEY: cannot open AESKEYS, status '
                      FS-KEYS
              MOVE 16                       TO WS-RETURN
            ELSE
              PERFORM READ-KEY-RECORD
                UNTIL FS-KEYS-EOF
              CLOSE I-KEYS
            END-IF.


       READ-KEY-RECORD.
            READ I-KEYS
            MOVE P-WORK-DSNAME              TO LMAIN-INPUT-DSNAME.
            MOVE P-OUTPUT-DSNAME            TO LMAIN-OUTPUT-DSNAME.
            MOVE 'Y'                        TO LMAIN-AUDIT-ENABLE.
      *     A fresh integrity tag under the new version goes on
      *     the catalog entry AESMAIN writes for the output
            MOVE 'Y'                        TO LMAIN-MAC-ENABLE.

            CALL 'AESMAIN' USING REKEY-LS.

            END-IF.


       MARK-REKEYED.
      *     K entry against the old dataset name, pointing at the
      *     new one - the latest entry for a name is the one the
      *     planner goes by, so the old dataset drops off its list.
            MOVE FUNCTION CURRENT-DATE      TO WS-CAT-STAMP.

            MOVE SPACES                     TO CAT-REC.
            MOVE P-INPUT-DSNAME             TO CAT-DSNAME.
            MOVE P-KEY-ID                   TO CAT-KEY-ID.
            MOVE P-OLD-VERSION              TO CAT-KEY-VERSION.
            MOVE P-MODE                     TO CAT-MODE.
            MOVE P-BITS                     TO CAT-BITS.
            MOVE P-IV                       TO CAT-IV.
            MOVE WS-CAT-DATE                TO CAT-DATE.
            MOVE WS-CAT-TIME                TO CAT-TIME.
            MOVE WS-DECIPHER-BLOCKS         TO CAT-BLOCKS.
            SET CAT-REKEYED                 TO TRUE.
            MOVE P-OUTPUT-DSNAME            TO CAT-NEW-DSNAME.

            OPEN EXTEND O-CAT.
            IF NOT FS-CAT-OK
              OPEN OUTPUT O-CAT
            END-IF.

            IF FS-CAT-OK
              WRITE CAT-REC
              CLOSE O-CAT
            ELSE
              DISPLAY 'AESREKEY: cannot open AESCATLG, status '
                      FS-CAT ' - mark ' P-INPUT-DSNAME
                      ' rekeyed by hand'
            END-IF.


       SET-RETURN-CODE.
            MOVE WS-RETURN                  TO RETURN-CODE.
