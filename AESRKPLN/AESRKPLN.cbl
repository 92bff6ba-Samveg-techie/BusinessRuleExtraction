      *****************************************************************
      *                                                               *
      * Key rotation planner for the AES subsystem: works out which  *
      * encrypted datasets a rotation has left behind and writes the *
      * AESREKEY parameter records to bring them forward.            *
      *                                                               *
      * AESMAIN catalogs every dataset it enciphers under a key ID   *
      * on AESCATLG (dataset, key ID, version, mode, bits, IV, date, *
      * integrity tag); AESREKEY adds a K entry when it has rekeyed  *
      * one.  The latest entry for each dataset name is the one that *
      * counts.  Each dataset still E under a version older than the *
      * key ID's current one (resolved from AESKEYS the way AESMAIN  *
      * resolves it) is listed and gets a REKEYPRM record.  The new  *
      * output name is the old one with a .Vnnnn suffix for the new  *
      * version, replacing any .Vnnnn suffix already there.          *
      *                                                               *
      * Return codes:                                                *
      *     0 - plan written, nothing left unplanned                 *
      *     4 - some datasets could not be planned (see report)      *
      *    16 - file problem                                         *
      *                                                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. AESRKPLN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT I-CAT ASSIGN TO 'AESCATLG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAT.
            SELECT I-KEYS ASSIGN TO 'AESKEYS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-KEYS.
            SELECT O-PARM ASSIGN TO 'REKEYPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.
            SELECT O-RPT ASSIGN TO 'AESRKPRP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESCATLG - same record as AESMAIN and AESREKEY write
       FD I-CAT LABEL RECORD STANDARD.

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

      *   AESKEYS - same record as AESMAIN reads
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

      *   REKEYPRM - same record as AESREKEY reads
       FD O-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          02 P-KEY-ID                PIC X(16).
          02 P-OLD-VERSION           PIC 9(04).
          02 P-MODE                  PIC X(03).
          02 P-BITS                  PIC X(03).
          02 P-IV                    PIC X(32).
          02 P-INPUT-DSNAME          PIC X(44).
          02 P-WORK-DSNAME           PIC X(44).
          02 P-OUTPUT-DSNAME         PIC X(44).

      *   AESRKPRP
       FD O-RPT LABEL RECORD STANDARD.

       01 RPT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS-CAT                   PIC 9(02).
            88 FS-CAT-OK                       VALUE 0.
            88 FS-CAT-EOF                      VALUE 10.
         01 FS-KEYS                  PIC 9(02).
            88 FS-KEYS-OK                      VALUE 0.
            88 FS-KEYS-EOF                     VALUE 10.
         01 FS-PARM                  PIC 9(02).
            88 FS-PARM-OK                      VALUE 0.
         01 FS-RPT                   PIC 9(02).
            88 FS-RPT-OK                       VALUE 0.

      *  Clear intermediate AESREKEY deciphers into - one dataset
      *  at a time, so every planned record shares it
         77 WS-WORK-DSNAME           PIC X(44)      VALUE 'AESRKWRK'.

         77 WS-RUN-DATE              PIC 9(08)      VALUE 0.
         77 WS-I                     PIC 9(04) COMP VALUE 0.
         77 WS-D                     PIC 9(04) COMP VALUE 0.
         77 WS-K                     PIC 9(04) COMP VALUE 0.
         77 WS-LEN                   PIC 9(02)      VALUE 0.
         77 WS-FOUND                 PIC X(01)      VALUE 'N'.
         77 WS-CURRENT-VERSION       PIC 9(04)      VALUE 0.
         77 WS-NEW-DSNAME            PIC X(44)      VALUE SPACES.
         77 WS-DISPOSITION           PIC X(20)      VALUE SPACES.
         77 WS-DETAIL                PIC X(80)      VALUE SPACES.
         77 WS-RETURN                PIC 9(02)      VALUE 0.

         77 WS-CAT-CNT               PIC 9(05)      VALUE 0.
         77 WS-DSN-CNT               PIC 9(05)      VALUE 0.
         77 WS-CURRENT-CNT           PIC 9(05)      VALUE 0.
         77 WS-REKEYED-CNT           PIC 9(05)      VALUE 0.
         77 WS-PLANNED-CNT           PIC 9(05)      VALUE 0.
         77 WS-UNPLANNED-CNT         PIC 9(05)      VALUE 0.

      *  Current version of each key ID, by AESMAIN's rule: active,
      *  newest effective date on or before today, highest version
      *  breaking date ties
         77 WS-VER-COUNT             PIC 9(04) COMP VALUE 0.
         77 WS-VER-MAX               PIC 9(04) COMP VALUE 500.
         01 WS-VER-TABLE.
            02 WS-VER-ENTRY OCCURS 500.
               03 WV-ID              PIC X(16).
               03 WV-VERSION         PIC 9(04).
               03 WV-EFF-DATE        PIC 9(08).

      *  Latest catalog entry for each dataset name
         77 WS-DSN-COUNT             PIC 9(04) COMP VALUE 0.
         77 WS-DSN-MAX               PIC 9(04) COMP VALUE 2000.
         01 WS-DSN-TABLE.
            02 WS-DSN-ENTRY OCCURS 2000.
               03 WD-DSNAME          PIC X(44).
               03 WD-KEY-ID          PIC X(16).
               03 WD-KEY-VERSION     PIC 9(04).
               03 WD-MODE            PIC X(03).
               03 WD-BITS            PIC X(03).
               03 WD-IV              PIC X(32).
               03 WD-DATE            PIC 9(08).
               03 WD-EVENT           PIC X(01).
                  88 WD-ENCRYPTED              VALUE 'E'.
                  88 WD-REKEYED                VALUE 'K'.
               03 WD-NEW-DSNAME      PIC X(44).

       PROCEDURE DIVISION.
       MAINLINE.
            OPEN OUTPUT O-PARM O-RPT.

            IF NOT FS-PARM-OK OR NOT FS-RPT-OK
              DISPLAY 'AESRKPLN: file open failure ' FS-PARM ' '
                      FS-RPT
              MOVE 16 TO RETURN-CODE
              GOBACK
            END-IF.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            MOVE SPACES TO RPT-REC.
            STRING 'AES KEY ROTATION PLAN ' WS-RUN-DATE
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.

            PERFORM LOAD-KEY-VERSIONS.
            IF WS-RETURN = 0
              PERFORM LOAD-CATALOG
            END-IF.

            IF WS-RETURN = 0
              PERFORM VARYING WS-D FROM 1 BY 1
                      UNTIL WS-D > WS-DSN-COUNT
                PERFORM PLAN-DATASET
              END-PERFORM
              PERFORM WRITE-TOTALS
              IF WS-UNPLANNED-CNT > 0
                MOVE 4 TO WS-RETURN
              END-IF
            END-IF.

            CLOSE O-PARM O-RPT.
            MOVE WS-RETURN TO RETURN-CODE.
            GOBACK.


       LOAD-KEY-VERSIONS.
            OPEN INPUT I-KEYS.

            IF NOT FS-KEYS-OK
              DISPLAY 'AESRKPLN: cannot open AESKEYS, status '
                      FS-KEYS
              MOVE 16 TO WS-RETURN
            ELSE
              PERFORM READ-KEY-RECORD UNTIL FS-KEYS-EOF
              CLOSE I-KEYS
            END-IF.


       READ-KEY-RECORD.
            READ I-KEYS
              AT END
                MOVE 10 TO FS-KEYS
            END-READ.

            IF NOT FS-KEYS-EOF
               AND KEY-STATUS-ACTIVE
               AND KEY-EFF-DATE <= WS-RUN-DATE
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-VER-COUNT OR WS-FOUND = 'Y'
                IF WV-ID(WS-K) = KEY-ID
                  MOVE 'Y' TO WS-FOUND
                  IF KEY-EFF-DATE > WV-EFF-DATE(WS-K)
                     OR (KEY-EFF-DATE = WV-EFF-DATE(WS-K)
                         AND KEY-VERSION > WV-VERSION(WS-K))
                    MOVE KEY-VERSION  TO WV-VERSION(WS-K)
                    MOVE KEY-EFF-DATE TO WV-EFF-DATE(WS-K)
                  END-IF
                END-IF
              END-PERFORM
              IF WS-FOUND = 'N'
                IF WS-VER-COUNT < WS-VER-MAX
                  ADD 1 TO WS-VER-COUNT
                  MOVE KEY-ID       TO WV-ID(WS-VER-COUNT)
                  MOVE KEY-VERSION  TO WV-VERSION(WS-VER-COUNT)
                  MOVE KEY-EFF-DATE TO WV-EFF-DATE(WS-VER-COUNT)
                ELSE
                  DISPLAY 'AESRKPLN: key table full, key '
                          KEY-ID ' dropped'
                END-IF
              END-IF
            END-IF.


       LOAD-CATALOG.
      *     No catalog yet simply means nothing has been enciphered
      *     under a key ID - the plan is empty.
            OPEN INPUT I-CAT.

            IF NOT FS-CAT-OK
              DISPLAY 'AESRKPLN: no AESCATLG catalog, status '
                      FS-CAT
            ELSE
              PERFORM READ-CAT-RECORD UNTIL FS-CAT-EOF
              CLOSE I-CAT
            END-IF.


       READ-CAT-RECORD.
      *     The catalog is in the order it was written, so a later
      *     entry for a dataset name replaces the one held for it.
            READ I-CAT
              AT END
                MOVE 10 TO FS-CAT
            END-READ.

            IF NOT FS-CAT-EOF
              ADD 1 TO WS-CAT-CNT
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-DSN-COUNT OR WS-FOUND = 'Y'
                IF WD-DSNAME(WS-I) = CAT-DSNAME
                  MOVE 'Y' TO WS-FOUND
                  MOVE WS-I TO WS-D
                END-IF
              END-PERFORM
              IF WS-FOUND = 'N'
                IF WS-DSN-COUNT < WS-DSN-MAX
                  ADD 1 TO WS-DSN-COUNT
                  MOVE WS-DSN-COUNT TO WS-D
                  MOVE 'Y' TO WS-FOUND
                ELSE
                  DISPLAY 'AESRKPLN: dataset table full, '
                          CAT-DSNAME ' dropped'
                END-IF
              END-IF
              IF WS-FOUND = 'Y'
                MOVE CAT-DSNAME      TO WD-DSNAME(WS-D)
                MOVE CAT-KEY-ID      TO WD-KEY-ID(WS-D)
                MOVE CAT-KEY-VERSION TO WD-KEY-VERSION(WS-D)
                MOVE CAT-MODE        TO WD-MODE(WS-D)
                MOVE CAT-BITS        TO WD-BITS(WS-D)
                MOVE CAT-IV          TO WD-IV(WS-D)
                MOVE CAT-DATE        TO WD-DATE(WS-D)
                MOVE CAT-EVENT       TO WD-EVENT(WS-D)
                MOVE CAT-NEW-DSNAME  TO WD-NEW-DSNAME(WS-D)
              END-IF
            END-IF.


       PLAN-DATASET.
            ADD 1 TO WS-DSN-CNT.
            MOVE SPACES TO WS-DETAIL.
            MOVE 0 TO WS-CURRENT-VERSION.

            MOVE 'N' TO WS-FOUND.
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-VER-COUNT OR WS-FOUND = 'Y'
              IF WV-ID(WS-K) = WD-KEY-ID(WS-D)
                MOVE 'Y' TO WS-FOUND
                MOVE WV-VERSION(WS-K) TO WS-CURRENT-VERSION
              END-IF
            END-PERFORM.

            EVALUATE TRUE
              WHEN WD-REKEYED(WS-D)
                MOVE 'REKEYED' TO WS-DISPOSITION
                STRING '    NOW ' WD-NEW-DSNAME(WS-D)
                DELIMITED BY SIZE INTO WS-DETAIL
                ADD 1 TO WS-REKEYED-CNT
              WHEN WS-FOUND = 'N'
                MOVE 'NO ACTIVE VERSION' TO WS-DISPOSITION
                ADD 1 TO WS-UNPLANNED-CNT
              WHEN WD-KEY-VERSION(WS-D) NOT < WS-CURRENT-VERSION
                MOVE 'CURRENT' TO WS-DISPOSITION
                ADD 1 TO WS-CURRENT-CNT
              WHEN OTHER
                PERFORM BUILD-NEW-DSNAME
                IF WS-NEW-DSNAME = SPACES
                  MOVE 'NAME TOO LONG' TO WS-DISPOSITION
                  ADD 1 TO WS-UNPLANNED-CNT
                ELSE
                  PERFORM WRITE-PARM
                  MOVE 'PLANNED' TO WS-DISPOSITION
                  STRING '    TO V' WS-CURRENT-VERSION ' '
                         WS-NEW-DSNAME
                  DELIMITED BY SIZE INTO WS-DETAIL
                  ADD 1 TO WS-PLANNED-CNT
                END-IF
            END-EVALUATE.

            PERFORM WRITE-RPT-LINE.


       BUILD-NEW-DSNAME.
      *     Old name less any .Vnnnn suffix, plus .V and the new
      *     version; left blank when the result will not fit.
            MOVE SPACES TO WS-NEW-DSNAME.
            PERFORM VARYING WS-LEN FROM 44 BY -1
                    UNTIL WS-LEN = 0
                       OR WD-DSNAME(WS-D)(WS-LEN:1) NOT = SPACE
              CONTINUE
            END-PERFORM.

            IF WS-LEN > 6
              IF WD-DSNAME(WS-D)(WS-LEN - 5:2) = '.V'
                 AND WD-DSNAME(WS-D)(WS-LEN - 3:4) IS NUMERIC
                SUBTRACT 6 FROM WS-LEN
              END-IF
            END-IF.

            IF WS-LEN > 0 AND WS-LEN NOT > 38
              STRING WD-DSNAME(WS-D)(1:WS-LEN) '.V'
                     WS-CURRENT-VERSION
              DELIMITED BY SIZE INTO WS-NEW-DSNAME
            END-IF.


       WRITE-PARM.
            MOVE SPACES TO PARM-REC.
            MOVE WD-KEY-ID(WS-D)      TO P-KEY-ID.
            MOVE WD-KEY-VERSION(WS-D) TO P-OLD-VERSION.
            MOVE WD-MODE(WS-D)        TO P-MODE.
            MOVE WD-BITS(WS-D)        TO P-BITS.
            MOVE WD-IV(WS-D)          TO P-IV.
            MOVE WD-DSNAME(WS-D)      TO P-INPUT-DSNAME.
            MOVE WS-WORK-DSNAME       TO P-WORK-DSNAME.
            MOVE WS-NEW-DSNAME        TO P-OUTPUT-DSNAME.
            WRITE PARM-REC.


       WRITE-RPT-LINE.
      *     Dataset, key ID, cataloged version and date - never the
      *     key value or the IV.
            MOVE SPACES TO RPT-REC.
            STRING WD-DSNAME(WS-D) ' ' WD-KEY-ID(WS-D)
                   ' V' WD-KEY-VERSION(WS-D)
                   ' ' WD-DATE(WS-D)
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.

            MOVE SPACES TO RPT-REC.
            STRING '    ' WS-DISPOSITION
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.

            IF WS-DETAIL NOT = SPACES
              MOVE WS-DETAIL TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO WS-DETAIL
            END-IF.


       WRITE-TOTALS.
            MOVE SPACES TO RPT-REC.
            STRING 'CATALOG ENTRIES READ  ' WS-CAT-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'DATASETS CATALOGED    ' WS-DSN-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ALREADY CURRENT       ' WS-CURRENT-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'ALREADY REKEYED       ' WS-REKEYED-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'REKEYS PLANNED        ' WS-PLANNED-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            STRING 'NOT PLANNED           ' WS-UNPLANNED-CNT
            DELIMITED BY SIZE INTO RPT-REC.
            WRITE RPT-REC.
