      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release - production data masking
      *================================================================*

      **** Masks copies of the production customer master, ATM
      **** account master and BMI screening input for the test
      **** region.  Each record is copied whole and only the
      **** personal field is replaced with a FAKER value:
      ****     CUST-FILE  CM-CUST-NAME   COMPANY-COMPANY
      ****     ACCTMST    MS-PIN-BLOCK   a FAKRAND PIN, enciphered
      ****                               through AESPINB under the
      ****                               account's own key version
      ****     BMIIN      IN-NAME        PERSON-NAME (by IN-GENDER)
      **** Keys, amounts and codes are never touched, so the masked
      **** files still relate to each other and to the rest of the
      **** test region exactly as production does.
      ****
      **** The substitute is deterministic: FAKER is seeded from
      **** the masking key and the original value itself, so the
      **** same original always gets the same substitute, in any
      **** file, in any run made with the same key.  The key is the
      **** first command-line argument; without it a fixed default
      **** is used.
      ****
      **** The test PIN for every masked account is listed on
      **** TSTPINS so the ATM can be driven in the test region.
      ****
      **** The MASKRPT control report proves the run: counts in and
      **** out tie, every masked record is byte-for-byte the same
      **** as its original apart from the personal field, amount
      **** totals agree, and - from a sort of every original and
      **** every substitute - no original value survives anywhere
      **** in the masked files.  Only keys are printed, never a
      **** name or PIN.

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKMASK.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT CUSTFILE             ASSIGN UT-S-CUSTMS
                                       ORGANIZATION INDEXED
                                       ACCESS SEQUENTIAL
                                       RECORD KEY CM-CUST-NO
                                       FILE STATUS W-CUST-STATUS.
           SELECT CUSTMASK             ASSIGN UT-S-CUSTMK
                                       ORGANIZATION INDEXED
                                       ACCESS SEQUENTIAL
                                       RECORD KEY CK-CUST-NO
                                       FILE STATUS W-CUSTMK-STATUS.
           SELECT ACCTFILE             ASSIGN 'ACCTMST'
                                       ORGANIZATION INDEXED
                                       ACCESS SEQUENTIAL
                                       RECORD KEY MS-ACCT-NO
                                       FILE STATUS W-ACCT-STATUS.
           SELECT ACCTMASK             ASSIGN 'ACCTMSK'
                                       ORGANIZATION INDEXED
                                       ACCESS SEQUENTIAL
                                       RECORD KEY AK-ACCT-NO
                                       FILE STATUS W-ACCTMK-STATUS.
           SELECT BMIFILE              ASSIGN 'BMIIN'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BMI-STATUS.
           SELECT BMIMASK              ASSIGN 'BMIMASK'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BMIMK-STATUS.
           SELECT PINLIST              ASSIGN 'TSTPINS'
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT MASKWORK             ASSIGN 'MASKWORK'
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT MASKSORT             ASSIGN UT-S-SORTWK.
           SELECT MASKRPT              ASSIGN 'MASKRPT'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CUSTFILE.

      **** Production customer master (CUST-REC columns):

       01  CUST-REC.
           05  CM-CUST-NO          PIC X(6).
           05  CM-CUST-NAME        PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(7)V99.
           05  CM-CURR-EXPOSURE    PIC 9(7)V99.
           05  CM-PARENT-NO        PIC X(6).
           05  CM-GROUP-LIMIT      PIC 9(7)V99.
           05  FILLER              PIC X(11).

       FD  CUSTMASK.

       01  CUSTMASK-REC.
           05  CK-CUST-NO          PIC X(6).
           05  CK-CUST-NAME        PIC X(30).
           05  CK-CREDIT-LIMIT     PIC 9(7)V99.
           05  CK-CURR-EXPOSURE    PIC 9(7)V99.
           05  FILLER              PIC X(26).

       FD  ACCTFILE.

      **** Production ATM account master (ACCOUNT-MASTER-REC
      **** columns):

       01  ACCOUNT-MASTER-REC.
           05  MS-ACCT-NO          PIC 9(4).
           05  MS-PIN-KEY-VER      PIC 9(4).
           05  MS-BALANCE          PIC 9(5)V99.
           05  MS-WITHDRAWN-TODAY  PIC 9(5)V99.
           05  MS-STATUS           PIC X.
           05  MS-LAST-WDR-DATE    PIC X(8).
           05  MS-PENDING-DEP      PIC 9(5)V99.
           05  FILLER              PIC X(2).
           05  MS-PIN-BLOCK        PIC X(32).

       FD  ACCTMASK.

       01  ACCTMASK-REC.
           05  AK-ACCT-NO          PIC 9(4).
           05  AK-PIN-KEY-VER      PIC 9(4).
           05  AK-BALANCE          PIC 9(5)V99.
           05  FILLER              PIC X(7).
           05  FILLER              PIC X(9).
           05  AK-PENDING-DEP      PIC 9(5)V99.
           05  FILLER              PIC X(2).
           05  AK-PIN-BLOCK        PIC X(32).

       FD  BMIFILE.

      **** Production BMI screening input (BMI-IN-REC columns):

       01  BMI-IN-REC.
           05  IN-PATIENT-ID       PIC X(8).
           05  IN-NAME             PIC X(20).
           05  IN-UNITS            PIC X.
           05  IN-HEIGHT           PIC X(5).
           05  IN-WEIGHT           PIC X(5).
           05  IN-AGE              PIC X(2).
           05  IN-GENDER           PIC X.
           05  FILLER              PIC X(19).

       FD  BMIMASK.

       01  BMIMASK-REC.
           05  BK-PATIENT-ID       PIC X(8).
           05  BK-NAME             PIC X(20).
           05  FILLER              PIC X(33).

       FD  PINLIST.

      **** Test PIN sheet - the FAKRAND PIN behind each masked
      **** account's new PIN block:

       01  PINLIST-REC.
           05  PL-ACCT-NO          PIC 9(4).
           05  FILLER              PIC X(01).
           05  PL-PIN              PIC 9(4).

       FD  MASKWORK.

      **** Every original and every substitute, for the survivor
      **** check at the end of the run:

       01  MASKWORK-REC.
           05  MW-VALUE            PIC X(32).
           05  MW-SOURCE           PIC X(01).
           05  MW-FILE             PIC X(04).
           05  MW-KEY              PIC X(08).

       SD  MASKSORT.

       01  MASKSORT-REC.
           05  SR-VALUE            PIC X(32).
           05  SR-SOURCE           PIC X(01).
               88  SR-MASKED                       VALUE 'M'.
               88  SR-ORIGINAL                     VALUE 'O'.
           05  SR-FILE             PIC X(04).
           05  SR-KEY              PIC X(08).

       FD  MASKRPT.

       01  MASKRPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-AESPINB-PROG          PIC X(08)       VALUE 'AESPINB'.
       01  W-RUNLOG-PROG           PIC X(08)       VALUE 'RUNLOG'.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  W-CUST-STATUS           PIC 9(02)       VALUE 0.
           88  W-CUST-OK                           VALUE 0.
       01  W-CUSTMK-STATUS         PIC 9(02)       VALUE 0.
           88  W-CUSTMK-OK                         VALUE 0.
       01  W-ACCT-STATUS           PIC 9(02)       VALUE 0.
           88  W-ACCT-OK                           VALUE 0.
       01  W-ACCTMK-STATUS         PIC 9(02)       VALUE 0.
           88  W-ACCTMK-OK                         VALUE 0.
       01  W-BMI-STATUS            PIC 9(02)       VALUE 0.
           88  W-BMI-OK                            VALUE 0.
       01  W-BMIMK-STATUS          PIC 9(02)       VALUE 0.
           88  W-BMIMK-OK                          VALUE 0.

       01  W-IN-EOF                PIC X(01)       VALUE 'N'.
           88  W-IN-IS-EOF                         VALUE 'Y'.
       01  W-OUT-EOF               PIC X(01)       VALUE 'N'.
           88  W-OUT-IS-EOF                        VALUE 'Y'.
       01  W-SORT-EOF              PIC X(01)       VALUE 'N'.
           88  W-SORT-IS-EOF                       VALUE 'Y'.

      **** Masking key (first command-line argument), part of every
      **** seed so a different key gives a different substitution:

       01  W-PARM-TEXT             PIC X(200)      VALUE SPACES.
       01  W-MASK-KEY              PIC X(30)       VALUE
           'FAKMASK default masking key'.
       01  W-MASK-KEY-SOURCE       PIC X(08)       VALUE 'DEFAULT'.

      **** Seed built from the key, the kind of field and the
      **** original value; the seed number is a hash of the same:

       01  W-SEED-TEXT.
           05  W-SEED-KEY          PIC X(30).
           05  W-SEED-KIND         PIC X(04).
           05  W-SEED-VALUE        PIC X(46).
       01  W-SEED-NO               PIC 9(09)  COMP VALUE 0.
       01  W-HASH-WORK             PIC 9(12)  COMP VALUE 0.
       01  W-HASH-QUOT             PIC 9(12)  COMP VALUE 0.
       01  W-HASH-DX               PIC S9(4)  COMP VALUE 0.
       01  W-TRY                   PIC S9(4)  COMP VALUE 0.
       01  W-TRY-MAX               PIC S9(4)  COMP VALUE 5.

      **** Field being masked and its substitute:

       01  W-ORIGINAL              PIC X(32)       VALUE SPACES.
       01  W-SUBSTITUTE            PIC X(32)       VALUE SPACES.
       01  W-ORIG-UPPER            PIC X(32)       VALUE SPACES.
       01  W-SUB-UPPER             PIC X(32)       VALUE SPACES.
       01  W-SUB-WIDTH             PIC S9(4)  COMP VALUE 0.
       01  W-WORK-FILE-ID          PIC X(04)       VALUE SPACES.
       01  W-WORK-KEY              PIC X(08)       VALUE SPACES.

      **** The last original of each kind and what it became, so a
      **** value repeated on consecutive records is not drawn again
      **** from a random sequence already under way:

       01  W-LAST-CUST-ORIG        PIC X(32)       VALUE LOW-VALUES.
       01  W-LAST-CUST-SUB         PIC X(32)       VALUE SPACES.
       01  W-LAST-NAME-ORIG        PIC X(32)       VALUE LOW-VALUES.
       01  W-LAST-NAME-GENDER      PIC X(01)       VALUE SPACE.
       01  W-LAST-NAME-SUB         PIC X(32)       VALUE SPACES.

       01  W-PIN-BLOCK-AREA.
           05  PB-KEY-ID           PIC X(16)       VALUE 'ATMPIN'.
           05  PB-KEY-VERSION      PIC 9(4).
           05  PB-ACCT-NO          PIC 9(4).
           05  PB-PIN              PIC 9(4).
           05  PB-BLOCK            PIC X(32).
           05  PB-STATUS           PIC X(3).
               88  PB-STATUS-OK                    VALUE 'OK '.
       01  W-TEST-PIN              PIC 9(4)        VALUE 0.

      **** Per-file control totals:

       01  W-CONTROL-TOTALS.
           05  W-FILE-TOTALS                       OCCURS 3
                                                   INDEXED FT-DX.
               10  FT-NAME         PIC X(08).
               10  FT-PRESENT      PIC X(01).
               10  FT-READ         PIC 9(09)  COMP.
               10  FT-WRITTEN      PIC 9(09)  COMP.
               10  FT-MASKED       PIC 9(09)  COMP.
               10  FT-BLANK        PIC 9(09)  COMP.
               10  FT-FAILED       PIC 9(09)  COMP.
               10  FT-REREAD       PIC 9(09)  COMP.
               10  FT-PROVED       PIC 9(09)  COMP.
               10  FT-DIFFER       PIC 9(09)  COMP.
               10  FT-UNMASKED     PIC 9(09)  COMP.
               10  FT-AMT-IN       PIC 9(11)V99.
               10  FT-AMT-OUT      PIC 9(11)V99.
       01  W-CUST-DX               PIC S9(4)  COMP VALUE 1.
       01  W-ACCT-DX               PIC S9(4)  COMP VALUE 2.
       01  W-BMI-DX                PIC S9(4)  COMP VALUE 3.

      **** Proof compare areas - each side of a record pair with
      **** the personal field blanked:

       01  W-CMP-ORIG              PIC X(80)       VALUE SPACES.
       01  W-CMP-MASK              PIC X(80)       VALUE SPACES.
       01  W-PROBLEM-TEXT          PIC X(40)       VALUE SPACES.
       01  W-PROBLEM-KEY           PIC X(08)       VALUE SPACES.

      **** Survivor check over the sorted originals and substitutes:

       01  W-GROUP-VALUE           PIC X(32)       VALUE LOW-VALUES.
       01  W-GROUP-MASKED          PIC 9(09)  COMP VALUE 0.
       01  W-GROUP-FILE            PIC X(04)       VALUE SPACES.
       01  W-GROUP-KEY             PIC X(08)       VALUE SPACES.
       01  W-GROUP-FLAGGED         PIC X(01)       VALUE 'N'.
       01  W-WORK-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-SORTED-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-SURVIVOR-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-EXCEPTION-CNT         PIC 9(09)  COMP VALUE 0.

       01  W-RUN-STAMP.
           05  W-RUN-DATE          PIC 9(08).
           05  W-RUN-TIME          PIC 9(06).
           05  FILLER              PIC X(07).

       01  W-RUN-CONTROL.
           05  RC-PROGRAM          PIC X(8)        VALUE 'FAKMASK'.
           05  RC-INPUT-COUNT      PIC 9(9)        VALUE 0.
           05  RC-OUTPUT-COUNT     PIC 9(9)        VALUE 0.
           05  RC-ERROR-COUNT      PIC 9(9)        VALUE 0.
           05  RC-STATUS           PIC X(8)        VALUE 'OK'.

       01  W-FAKRAND-PARAMETER.
           05  FAKRAND-SEED-NO     PIC 9(09)  COMP VALUE 0.

           05  FAKRAND-SEED-TEXT   PIC X(80)       VALUE SPACES.

           05  FAKRAND-RANDOM-NO   PIC V9(09) COMP.

       01  W-ERROR-MSG             PIC X(20)       VALUE
           '**** FAKMASK error: '.

       01  W-FAKER-PARAMETER.
           05  FAKER-PROVIDER-FUNCTION
                                   PIC X(30).
               88  COMPANY-COMPANY                 VALUE
                                   'COMPANY-COMPANY'.
               88  PERSON-NAME                     VALUE
                                   'PERSON-NAME'.
               88  PERSON-NAME-MALE                VALUE
                                   'PERSON-NAME-MALE'.
               88  PERSON-NAME-FEMALE              VALUE
                                   'PERSON-NAME-FEMALE'.

           05  FAKER-SEED-NO       PIC 9(9)   COMP VALUE 0.

           05  FAKER-SEED-TEXT     PIC X(80)       VALUE SPACES.

           05  FAKER-RESPONSE-CODE PIC 9(4).
               88  FAKER-RESPONSE-GOOD             VALUE 0.
               88  FAKER-UNKNOWN-PROVIDER          VALUE 10.
               88  FAKER-UNKNOWN-FUNCTION          VALUE 20.
               88  FAKER-UNKNOWN-FORMAT            VALUE 30.

           05  FAKER-RESPONSE-MSG  PIC X(80).

           05  FAKER-RESULT        PIC X(80).

           05  FAKER-RESULT-FIELDS PIC X(80).

      **** These fields are populated only for PERSON-NAME,
      **** PERSON-NAME-MALE and PERSON-NAME-FEMALE calls:
           05  FAKER-PERSON REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-PERSON-PREFIX
                                   PIC X(10).
               10  FAKER-PERSON-FIRST-NAME
                                   PIC X(25).
               10  FAKER-PERSON-LAST-NAME
                                   PIC X(35).
               10  FAKER-PERSON-SUFFIX
                                   PIC X(10).

           05  FAKER-INFO-CNT      PIC S9(4)  COMP.

           05  FAKER-INFO-OCCS.
               10  FAKER-INFO                      OCCURS 20
                                                   INDEXED FI-DX
                                                           FI-DX2.
                   15  FAKER-TABLE PIC X(30).
                   15  FAKER-RANDOM-NO-SUB
                                   PIC S9(4)V9(9)
                                              COMP.
                   15  FAKER-TABLE-ENTRY
                                   PIC S9(4)  COMP.

           05  FAKER-RESULT-EXTENDED
                                   PIC X(200).

           05  FAKER-DATE-PARMS.
               10  FAKER-DATE-ANCHOR
                                   PIC 9(08).
               10  FAKER-DOB-AGE-MIN
                                   PIC 9(03).
               10  FAKER-DOB-AGE-MAX
                                   PIC 9(03).
               10  FAKER-DATE-FROM PIC 9(08).
               10  FAKER-DATE-TO   PIC 9(08).
               10  FAKER-DATE-RECENT-DAYS
                                   PIC 9(04).

      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-MASK-CUSTOMERS THRU SUB-2000-EXIT

           PERFORM SUB-2200-MASK-ACCOUNTS THRU SUB-2200-EXIT

           PERFORM SUB-2400-MASK-SCREENINGS THRU SUB-2400-EXIT

           CLOSE MASKWORK
                 PINLIST

           PERFORM SUB-4000-PROVE-CUSTOMERS THRU SUB-4000-EXIT

           PERFORM SUB-4200-PROVE-ACCOUNTS THRU SUB-4200-EXIT

           PERFORM SUB-4400-PROVE-SCREENINGS THRU SUB-4400-EXIT

           PERFORM SUB-5000-SURVIVOR-CHECK THRU SUB-5000-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE 'START'            TO RC-STATUS
           CALL W-RUNLOG-PROG   USING W-RUN-CONTROL
           MOVE 'OK'               TO RC-STATUS

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT NOT = SPACES
               UNSTRING W-PARM-TEXT
                                   DELIMITED BY ALL SPACE
                                 INTO W-MASK-KEY
               MOVE 'SUPPLIED'     TO W-MASK-KEY-SOURCE
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                   TO W-RUN-STAMP

           INITIALIZE W-CONTROL-TOTALS
           MOVE 'CUSTMS'           TO FT-NAME(W-CUST-DX)
           MOVE 'ACCTMST'          TO FT-NAME(W-ACCT-DX)
           MOVE 'BMIIN'            TO FT-NAME(W-BMI-DX)

           OPEN OUTPUT MASKRPT
                       MASKWORK
                       PINLIST

           MOVE SPACES             TO MASKRPT-REC
           STRING 'FAKMASK PRODUCTION DATA MASKING RUN '
                                           DELIMITED SIZE
                  W-RUN-DATE               DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  W-RUN-TIME               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE SPACES             TO MASKRPT-REC
           STRING 'MASKING KEY: '          DELIMITED SIZE
                  W-MASK-KEY-SOURCE        DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE SPACES             TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE 'EXCEPTIONS (KEYS ONLY)'
                                   TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-MASK-CUSTOMERS.
      *------------------------

           OPEN INPUT CUSTFILE

           IF      NOT W-CUST-OK
               MOVE 'N'            TO FT-PRESENT(W-CUST-DX)
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 'Y'                TO FT-PRESENT(W-CUST-DX)

           OPEN OUTPUT CUSTMASK

           IF      NOT W-CUSTMK-OK
               DISPLAY W-ERROR-MSG 'CUSTMK OPEN ' W-CUSTMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               CLOSE CUSTFILE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-2010-MASK-CUSTOMER THRU SUB-2010-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE CUSTFILE
                 CUSTMASK
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-MASK-CUSTOMER.
      *-----------------------

           READ CUSTFILE NEXT
               AT END
                   SET  W-IN-IS-EOF
                                   TO TRUE
                   GO TO SUB-2010-EXIT
           END-READ

           ADD  1                  TO FT-READ(W-CUST-DX)
           ADD  CM-CREDIT-LIMIT    TO FT-AMT-IN(W-CUST-DX)
           ADD  CM-CURR-EXPOSURE   TO FT-AMT-IN(W-CUST-DX)

           MOVE CUST-REC           TO CUSTMASK-REC

           IF      CM-CUST-NAME = SPACES
               ADD  1              TO FT-BLANK(W-CUST-DX)
           ELSE
               MOVE CM-CUST-NAME   TO W-ORIGINAL
               PERFORM SUB-9400-MASK-CUST-NAME THRU SUB-9400-EXIT
               MOVE W-SUBSTITUTE   TO CK-CUST-NAME
               MOVE 'CUST'         TO W-WORK-FILE-ID
               MOVE CM-CUST-NO     TO W-WORK-KEY
               PERFORM SUB-9310-WRITE-WORK THRU SUB-9310-EXIT
           END-IF

           WRITE CUSTMASK-REC
               INVALID KEY
                   MOVE CM-CUST-NO TO W-PROBLEM-KEY
                   MOVE 'CUSTMK WRITE FAILED'
                                   TO W-PROBLEM-TEXT
                   PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               NOT INVALID KEY
                   ADD  1          TO FT-WRITTEN(W-CUST-DX)
           END-WRITE
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2200-MASK-ACCOUNTS.
      *-----------------------

           OPEN INPUT ACCTFILE

           IF      NOT W-ACCT-OK
               MOVE 'N'            TO FT-PRESENT(W-ACCT-DX)
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'Y'                TO FT-PRESENT(W-ACCT-DX)

           OPEN OUTPUT ACCTMASK

           IF      NOT W-ACCTMK-OK
               DISPLAY W-ERROR-MSG 'ACCTMSK OPEN ' W-ACCTMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               CLOSE ACCTFILE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-2210-MASK-ACCOUNT THRU SUB-2210-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE ACCTFILE
                 ACCTMASK
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MASK-ACCOUNT.
      *----------------------

           READ ACCTFILE NEXT
               AT END
                   SET  W-IN-IS-EOF
                                   TO TRUE
                   GO TO SUB-2210-EXIT
           END-READ

           ADD  1                  TO FT-READ(W-ACCT-DX)
           ADD  MS-BALANCE         TO FT-AMT-IN(W-ACCT-DX)
           ADD  MS-PENDING-DEP     TO FT-AMT-IN(W-ACCT-DX)

           MOVE ACCOUNT-MASTER-REC TO ACCTMASK-REC

      **** An account with no PIN block has nothing to mask; one
      **** whose block cannot be remade is written with the block
      **** cleared - the production block never reaches the test
      **** region:

           IF      MS-PIN-BLOCK = SPACES
               ADD  1              TO FT-BLANK(W-ACCT-DX)
           ELSE
               PERFORM SUB-9420-MASK-PIN THRU SUB-9420-EXIT
               IF      PB-STATUS-OK
                   MOVE PB-BLOCK   TO AK-PIN-BLOCK
                   MOVE SPACES     TO PINLIST-REC
                   MOVE MS-ACCT-NO TO PL-ACCT-NO
                   MOVE W-TEST-PIN TO PL-PIN
                   WRITE PINLIST-REC
                   MOVE MS-PIN-BLOCK
                                   TO W-ORIGINAL
                   MOVE PB-BLOCK   TO W-SUBSTITUTE
                   MOVE 'ACCT'     TO W-WORK-FILE-ID
                   MOVE MS-ACCT-NO TO W-WORK-KEY
                   PERFORM SUB-9310-WRITE-WORK THRU SUB-9310-EXIT
               ELSE
                   MOVE SPACES     TO AK-PIN-BLOCK
                   ADD  1          TO FT-FAILED(W-ACCT-DX)
                   MOVE MS-ACCT-NO TO W-PROBLEM-KEY
                   MOVE 'PIN KEY NOT AVAILABLE - BLOCK CLEARED'
                                   TO W-PROBLEM-TEXT
                   PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               END-IF
           END-IF

           WRITE ACCTMASK-REC
               INVALID KEY
                   MOVE MS-ACCT-NO TO W-PROBLEM-KEY
                   MOVE 'ACCTMSK WRITE FAILED'
                                   TO W-PROBLEM-TEXT
                   PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               NOT INVALID KEY
                   ADD  1          TO FT-WRITTEN(W-ACCT-DX)
           END-WRITE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2400-MASK-SCREENINGS.
      *-------------------------

           OPEN INPUT BMIFILE

           IF      NOT W-BMI-OK
               MOVE 'N'            TO FT-PRESENT(W-BMI-DX)
               GO TO SUB-2400-EXIT
           END-IF

           MOVE 'Y'                TO FT-PRESENT(W-BMI-DX)

           OPEN OUTPUT BMIMASK

           IF      NOT W-BMIMK-OK
               DISPLAY W-ERROR-MSG 'BMIMASK OPEN ' W-BMIMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               CLOSE BMIFILE
               GO TO SUB-2400-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-2410-MASK-SCREENING THRU SUB-2410-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE BMIFILE
                 BMIMASK
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-MASK-SCREENING.
      *------------------------

           MOVE SPACES             TO BMI-IN-REC

           READ BMIFILE
               AT END
                   SET  W-IN-IS-EOF
                                   TO TRUE
                   GO TO SUB-2410-EXIT
           END-READ

           ADD  1                  TO FT-READ(W-BMI-DX)

           MOVE BMI-IN-REC         TO BMIMASK-REC

           IF      IN-NAME = SPACES
               ADD  1              TO FT-BLANK(W-BMI-DX)
           ELSE
               MOVE IN-NAME        TO W-ORIGINAL
               PERFORM SUB-9410-MASK-PERSON-NAME THRU SUB-9410-EXIT
               MOVE W-SUBSTITUTE   TO BK-NAME
               MOVE 'BMI'          TO W-WORK-FILE-ID
               MOVE IN-PATIENT-ID  TO W-WORK-KEY
               PERFORM SUB-9310-WRITE-WORK THRU SUB-9310-EXIT
           END-IF

           WRITE BMIMASK-REC

           IF      W-BMIMK-OK
               ADD  1              TO FT-WRITTEN(W-BMI-DX)
           ELSE
               MOVE IN-PATIENT-ID  TO W-PROBLEM-KEY
               MOVE 'BMIMASK WRITE FAILED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE SPACES             TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE 'CONTROL TOTALS'   TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           PERFORM SUB-3100-FILE-TOTALS THRU SUB-3100-EXIT
               VARYING FT-DX FROM 1 BY 1
                 UNTIL FT-DX > 3

           MOVE SPACES             TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE W-WORK-CNT         TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING 'VALUES CHECKED FOR SURVIVAL   '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE W-SORTED-CNT       TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING 'VALUES SORTED                 '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE W-SURVIVOR-CNT     TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING 'ORIGINAL VALUES SURVIVING     '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           IF      W-SORTED-CNT NOT = W-WORK-CNT
               MOVE 'ERROR'        TO RC-STATUS
           END-IF

           IF      W-SURVIVOR-CNT > 0
           OR      W-EXCEPTION-CNT > 0
               MOVE 'ERROR'        TO RC-STATUS
           END-IF

           MOVE SPACES             TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE SPACES             TO MASKRPT-REC
           IF      RC-STATUS = 'OK'
               STRING 'COUNTS TIE, RECORDS PROVED, '
                                           DELIMITED SIZE
                      'NO ORIGINAL VALUE SURVIVED'
                                           DELIMITED SIZE
                 INTO MASKRPT-REC
           ELSE
               STRING 'MASKING NOT PROVED - '
                                           DELIMITED SIZE
                      'DO NOT RELEASE TO THE TEST REGION'
                                           DELIMITED SIZE
                 INTO MASKRPT-REC
           END-IF
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           CLOSE MASKRPT

           MOVE 0                  TO RC-INPUT-COUNT
                                      RC-OUTPUT-COUNT
           PERFORM VARYING FT-DX FROM 1 BY 1
                     UNTIL FT-DX > 3
               ADD  FT-READ(FT-DX) TO RC-INPUT-COUNT
               ADD  FT-WRITTEN(FT-DX)
                                   TO RC-OUTPUT-COUNT
           END-PERFORM
           MOVE W-EXCEPTION-CNT    TO RC-ERROR-COUNT

           CALL W-RUNLOG-PROG   USING W-RUN-CONTROL

           DISPLAY 'FAKMASK completed ' RC-STATUS
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-FILE-TOTALS.
      *---------------------

           MOVE SPACES             TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           IF      FT-PRESENT(FT-DX) NOT = 'Y'
               MOVE SPACES         TO MASKRPT-REC
               STRING FT-NAME(FT-DX)       DELIMITED SIZE
                      ' NOT PRESENT - NOT MASKED'
                                           DELIMITED SIZE
                 INTO MASKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
               GO TO SUB-3100-EXIT
           END-IF

           MOVE FT-NAME(FT-DX)     TO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-READ(FT-DX)     TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  RECORDS READ                '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-WRITTEN(FT-DX)  TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  RECORDS WRITTEN MASKED      '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-REREAD(FT-DX)   TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  MASKED RECORDS READ BACK    '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-MASKED(FT-DX)   TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  PERSONAL FIELDS REPLACED    '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-BLANK(FT-DX)    TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  PERSONAL FIELDS BLANK       '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-FAILED(FT-DX)   TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  PERSONAL FIELDS CLEARED     '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-PROVED(FT-DX)   TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  RECORDS PROVED              '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-DIFFER(FT-DX)   TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  OTHER FIELDS CHANGED        '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE FT-UNMASKED(FT-DX) TO W-DISP-NUM
           MOVE SPACES             TO MASKRPT-REC
           STRING '  PERSONAL FIELDS UNCHANGED   '
                                           DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           IF      FT-DX NOT = W-BMI-DX
               MOVE FT-AMT-IN(FT-DX)
                                   TO W-DISP-AMT
               MOVE SPACES         TO MASKRPT-REC
               STRING '  AMOUNT TOTAL IN       '
                                           DELIMITED SIZE
                      W-DISP-AMT           DELIMITED SIZE
                 INTO MASKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
               MOVE FT-AMT-OUT(FT-DX)
                                   TO W-DISP-AMT
               MOVE SPACES         TO MASKRPT-REC
               STRING '  AMOUNT TOTAL MASKED   '
                                           DELIMITED SIZE
                      W-DISP-AMT           DELIMITED SIZE
                 INTO MASKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           END-IF

           IF      FT-WRITTEN(FT-DX) NOT = FT-READ(FT-DX)
           OR      FT-REREAD(FT-DX)  NOT = FT-READ(FT-DX)
           OR      FT-PROVED(FT-DX)  NOT = FT-READ(FT-DX)
           OR      FT-AMT-OUT(FT-DX) NOT = FT-AMT-IN(FT-DX)
           OR      FT-DIFFER(FT-DX) > 0
           OR      FT-UNMASKED(FT-DX) > 0
               MOVE 'ERROR'        TO RC-STATUS
               MOVE '  DOES NOT TIE'
                                   TO MASKRPT-REC
           ELSE
               MOVE '  TIES'       TO MASKRPT-REC
           END-IF
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-PROVE-CUSTOMERS.
      *-------------------------

      **** Production and masked files are both in key order, so
      **** they are read side by side and each pair compared.

           IF      FT-PRESENT(W-CUST-DX) NOT = 'Y'
               GO TO SUB-4000-EXIT
           END-IF

           OPEN INPUT CUSTFILE
                      CUSTMASK

           IF      NOT W-CUST-OK
           OR      NOT W-CUSTMK-OK
               DISPLAY W-ERROR-MSG 'CUSTOMER PROOF OPEN '
                       W-CUST-STATUS ' ' W-CUSTMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               GO TO SUB-4000-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF
                                      W-OUT-EOF

           PERFORM SUB-4010-PROVE-CUSTOMER THRU SUB-4010-EXIT
               UNTIL W-IN-IS-EOF
               AND   W-OUT-IS-EOF

           CLOSE CUSTFILE
                 CUSTMASK
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4010-PROVE-CUSTOMER.
      *------------------------

           IF      NOT W-IN-IS-EOF
               READ CUSTFILE NEXT
                   AT END
                       SET  W-IN-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      NOT W-OUT-IS-EOF
               READ CUSTMASK NEXT
                   AT END
                       SET  W-OUT-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      W-IN-IS-EOF
           AND     W-OUT-IS-EOF
               GO TO SUB-4010-EXIT
           END-IF

           IF      W-IN-IS-EOF
           OR      W-OUT-IS-EOF
               IF      W-IN-IS-EOF
                   ADD  1          TO FT-REREAD(W-CUST-DX)
                   MOVE CK-CUST-NO TO W-PROBLEM-KEY
                   MOVE 'ON CUSTMK BUT NOT ON CUSTMS'
                                   TO W-PROBLEM-TEXT
               ELSE
                   MOVE CM-CUST-NO TO W-PROBLEM-KEY
                   MOVE 'NOT ON CUSTMK'
                                   TO W-PROBLEM-TEXT
               END-IF
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4010-EXIT
           END-IF

           ADD  1                  TO FT-REREAD(W-CUST-DX)
           ADD  CK-CREDIT-LIMIT    TO FT-AMT-OUT(W-CUST-DX)
           ADD  CK-CURR-EXPOSURE   TO FT-AMT-OUT(W-CUST-DX)

           MOVE CUST-REC           TO W-CMP-ORIG
           MOVE CUSTMASK-REC       TO W-CMP-MASK
           MOVE SPACES             TO W-CMP-ORIG(7:30)
                                      W-CMP-MASK(7:30)
           MOVE CM-CUST-NO         TO W-PROBLEM-KEY

           IF      W-CMP-ORIG NOT = W-CMP-MASK
               ADD  1              TO FT-DIFFER(W-CUST-DX)
               MOVE 'FIELDS OTHER THAN THE NAME CHANGED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4010-EXIT
           END-IF

           IF      CM-CUST-NAME NOT = SPACES
           AND     FUNCTION UPPER-CASE(CK-CUST-NAME)
                 = FUNCTION UPPER-CASE(CM-CUST-NAME)
               ADD  1              TO FT-UNMASKED(W-CUST-DX)
               MOVE 'NAME NOT MASKED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4010-EXIT
           END-IF

           ADD  1                  TO FT-PROVED(W-CUST-DX)
           .
       SUB-4010-EXIT.
           EXIT.
      /
       SUB-4200-PROVE-ACCOUNTS.
      *------------------------

           IF      FT-PRESENT(W-ACCT-DX) NOT = 'Y'
               GO TO SUB-4200-EXIT
           END-IF

           OPEN INPUT ACCTFILE
                      ACCTMASK

           IF      NOT W-ACCT-OK
           OR      NOT W-ACCTMK-OK
               DISPLAY W-ERROR-MSG 'ACCOUNT PROOF OPEN '
                       W-ACCT-STATUS ' ' W-ACCTMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               GO TO SUB-4200-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF
                                      W-OUT-EOF

           PERFORM SUB-4210-PROVE-ACCOUNT THRU SUB-4210-EXIT
               UNTIL W-IN-IS-EOF
               AND   W-OUT-IS-EOF

           CLOSE ACCTFILE
                 ACCTMASK
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-PROVE-ACCOUNT.
      *-----------------------

           IF      NOT W-IN-IS-EOF
               READ ACCTFILE NEXT
                   AT END
                       SET  W-IN-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      NOT W-OUT-IS-EOF
               READ ACCTMASK NEXT
                   AT END
                       SET  W-OUT-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      W-IN-IS-EOF
           AND     W-OUT-IS-EOF
               GO TO SUB-4210-EXIT
           END-IF

           IF      W-IN-IS-EOF
           OR      W-OUT-IS-EOF
               IF      W-IN-IS-EOF
                   ADD  1          TO FT-REREAD(W-ACCT-DX)
                   MOVE AK-ACCT-NO TO W-PROBLEM-KEY
                   MOVE 'ON ACCTMSK BUT NOT ON ACCTMST'
                                   TO W-PROBLEM-TEXT
               ELSE
                   MOVE MS-ACCT-NO TO W-PROBLEM-KEY
                   MOVE 'NOT ON ACCTMSK'
                                   TO W-PROBLEM-TEXT
               END-IF
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4210-EXIT
           END-IF

           ADD  1                  TO FT-REREAD(W-ACCT-DX)
           ADD  AK-BALANCE         TO FT-AMT-OUT(W-ACCT-DX)
           ADD  AK-PENDING-DEP     TO FT-AMT-OUT(W-ACCT-DX)

           MOVE ACCOUNT-MASTER-REC TO W-CMP-ORIG
           MOVE ACCTMASK-REC       TO W-CMP-MASK
           MOVE SPACES             TO W-CMP-ORIG(41:32)
                                      W-CMP-MASK(41:32)
           MOVE MS-ACCT-NO         TO W-PROBLEM-KEY

           IF      W-CMP-ORIG NOT = W-CMP-MASK
               ADD  1              TO FT-DIFFER(W-ACCT-DX)
               MOVE 'FIELDS OTHER THAN THE PIN CHANGED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4210-EXIT
           END-IF

           IF      MS-PIN-BLOCK NOT = SPACES
           AND     AK-PIN-BLOCK = MS-PIN-BLOCK
               ADD  1              TO FT-UNMASKED(W-ACCT-DX)
               MOVE 'PIN BLOCK NOT MASKED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4210-EXIT
           END-IF

           ADD  1                  TO FT-PROVED(W-ACCT-DX)
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4400-PROVE-SCREENINGS.
      *--------------------------

           IF      FT-PRESENT(W-BMI-DX) NOT = 'Y'
               GO TO SUB-4400-EXIT
           END-IF

           OPEN INPUT BMIFILE
                      BMIMASK

           IF      NOT W-BMI-OK
           OR      NOT W-BMIMK-OK
               DISPLAY W-ERROR-MSG 'SCREENING PROOF OPEN '
                       W-BMI-STATUS ' ' W-BMIMK-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               GO TO SUB-4400-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF
                                      W-OUT-EOF

           PERFORM SUB-4410-PROVE-SCREENING THRU SUB-4410-EXIT
               UNTIL W-IN-IS-EOF
               AND   W-OUT-IS-EOF

           CLOSE BMIFILE
                 BMIMASK
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4410-PROVE-SCREENING.
      *-------------------------

      **** The screening input has no key order, so the pairs are
      **** matched by position and the patient ID must agree.

           MOVE SPACES             TO BMI-IN-REC
                                      BMIMASK-REC

           IF      NOT W-IN-IS-EOF
               READ BMIFILE
                   AT END
                       SET  W-IN-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      NOT W-OUT-IS-EOF
               READ BMIMASK
                   AT END
                       SET  W-OUT-IS-EOF
                                   TO TRUE
               END-READ
           END-IF

           IF      W-IN-IS-EOF
           AND     W-OUT-IS-EOF
               GO TO SUB-4410-EXIT
           END-IF

           IF      W-IN-IS-EOF
           OR      W-OUT-IS-EOF
               IF      W-IN-IS-EOF
                   ADD  1          TO FT-REREAD(W-BMI-DX)
                   MOVE BK-PATIENT-ID
                                   TO W-PROBLEM-KEY
                   MOVE 'ON BMIMASK BUT NOT ON BMIIN'
                                   TO W-PROBLEM-TEXT
               ELSE
                   MOVE IN-PATIENT-ID
                                   TO W-PROBLEM-KEY
                   MOVE 'NOT ON BMIMASK'
                                   TO W-PROBLEM-TEXT
               END-IF
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4410-EXIT
           END-IF

           ADD  1                  TO FT-REREAD(W-BMI-DX)

           MOVE BMI-IN-REC         TO W-CMP-ORIG
           MOVE BMIMASK-REC        TO W-CMP-MASK
           MOVE SPACES             TO W-CMP-ORIG(9:20)
                                      W-CMP-MASK(9:20)
           MOVE IN-PATIENT-ID      TO W-PROBLEM-KEY

           IF      W-CMP-ORIG NOT = W-CMP-MASK
               ADD  1              TO FT-DIFFER(W-BMI-DX)
               MOVE 'FIELDS OTHER THAN THE NAME CHANGED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4410-EXIT
           END-IF

           IF      IN-NAME NOT = SPACES
           AND     FUNCTION UPPER-CASE(BK-NAME)
                 = FUNCTION UPPER-CASE(IN-NAME)
               ADD  1              TO FT-UNMASKED(W-BMI-DX)
               MOVE 'NAME NOT MASKED'
                                   TO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4410-EXIT
           END-IF

           ADD  1                  TO FT-PROVED(W-BMI-DX)
           .
       SUB-4410-EXIT.
           EXIT.
      /
       SUB-5000-SURVIVOR-CHECK.
      *------------------------

      **** Every original and every substitute from all three files
      **** sorted together by value: a substitute that sorts next
      **** to an original is an original that survived - in its
      **** own record or in any other.

           SORT MASKSORT
               ON ASCENDING KEY SR-VALUE
                                SR-SOURCE
               USING MASKWORK
               OUTPUT PROCEDURE SUB-5100-SCAN-SORTED
                           THRU SUB-5100-EXIT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-SCAN-SORTED.
      *---------------------

           MOVE 'N'                TO W-SORT-EOF
           MOVE LOW-VALUES         TO W-GROUP-VALUE

           PERFORM SUB-5110-NEXT-SORTED THRU SUB-5110-EXIT
               UNTIL W-SORT-IS-EOF
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5110-NEXT-SORTED.
      *---------------------

           RETURN MASKSORT
               AT END
                   SET  W-SORT-IS-EOF
                                   TO TRUE
                   GO TO SUB-5110-EXIT
           END-RETURN

           ADD  1                  TO W-SORTED-CNT

           IF      SR-VALUE NOT = W-GROUP-VALUE
               MOVE SR-VALUE       TO W-GROUP-VALUE
               MOVE 0              TO W-GROUP-MASKED
               MOVE 'N'            TO W-GROUP-FLAGGED
           END-IF

      **** Substitutes sort ahead of originals of the same value; the
      **** first original in a group with substitutes flags them:

           IF      SR-MASKED
               ADD  1              TO W-GROUP-MASKED
               MOVE SR-FILE        TO W-GROUP-FILE
               MOVE SR-KEY         TO W-GROUP-KEY
               GO TO SUB-5110-EXIT
           END-IF

           IF      W-GROUP-MASKED > 0
           AND     W-GROUP-FLAGGED = 'N'
               MOVE 'Y'            TO W-GROUP-FLAGGED
               ADD  W-GROUP-MASKED TO W-SURVIVOR-CNT
               MOVE W-GROUP-KEY    TO W-PROBLEM-KEY
               MOVE SPACES         TO W-PROBLEM-TEXT
               STRING 'SUBSTITUTE ON '     DELIMITED SIZE
                      W-GROUP-FILE         DELIMITED SPACE
                      ' IS AN ORIGINAL VALUE'
                                           DELIMITED SIZE
                 INTO W-PROBLEM-TEXT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
           END-IF
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-9100-CALL-FAKER.
      *--------------------

           MOVE W-SEED-NO          TO FAKER-SEED-NO
           MOVE W-SEED-TEXT        TO FAKER-SEED-TEXT

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9110-CALL-FAKRAND.
      *----------------------

           MOVE W-SEED-NO          TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9200-HASH-SEED.
      *-------------------

      **** Seed number for W-SEED-TEXT: a polynomial hash of the
      **** whole text, bumped by the try number so a retry draws a
      **** fresh but equally reproducible value.

           MOVE W-MASK-KEY         TO W-SEED-KEY
           MOVE 7                  TO W-SEED-NO

           PERFORM VARYING W-HASH-DX FROM 1 BY 1
                     UNTIL W-HASH-DX > LENGTH OF W-SEED-TEXT
               COMPUTE W-HASH-WORK =  W-SEED-NO * 31
               ADD  FUNCTION ORD(W-SEED-TEXT(W-HASH-DX:1))
                                   TO W-HASH-WORK
               DIVIDE W-HASH-WORK  BY 999999937
                               GIVING W-HASH-QUOT
                            REMAINDER W-SEED-NO
           END-PERFORM

           ADD  W-TRY              TO W-SEED-NO
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-WRITE-REPORT.
      *----------------------

           WRITE MASKRPT-REC
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9310-WRITE-WORK.
      *--------------------

           MOVE W-ORIGINAL         TO MW-VALUE
           MOVE 'O'                TO MW-SOURCE
           MOVE W-WORK-FILE-ID     TO MW-FILE
           MOVE W-WORK-KEY         TO MW-KEY
           WRITE MASKWORK-REC

           MOVE W-SUBSTITUTE       TO MW-VALUE
           MOVE 'M'                TO MW-SOURCE
           WRITE MASKWORK-REC

           ADD  2                  TO W-WORK-CNT
           .
       SUB-9310-EXIT.
           EXIT.
      /
       SUB-9320-REPORT-PROBLEM.
      *------------------------

           ADD  1                  TO W-EXCEPTION-CNT

           MOVE SPACES             TO MASKRPT-REC
           STRING '  KEY '                 DELIMITED SIZE
                  W-PROBLEM-KEY            DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  W-PROBLEM-TEXT           DELIMITED SIZE
             INTO MASKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-9320-EXIT.
           EXIT.
      /
       SUB-9400-MASK-CUST-NAME.
      *------------------------

      **** Customer name -> COMPANY-COMPANY.

           IF      W-ORIGINAL = W-LAST-CUST-ORIG
               MOVE W-LAST-CUST-SUB
                                   TO W-SUBSTITUTE
               ADD  1              TO FT-MASKED(W-CUST-DX)
               GO TO SUB-9400-EXIT
           END-IF

           MOVE 'CUST'             TO W-SEED-KIND
           MOVE W-ORIGINAL         TO W-SEED-VALUE
           MOVE 30                 TO W-SUB-WIDTH
           MOVE FUNCTION UPPER-CASE(W-ORIGINAL)
                                   TO W-ORIG-UPPER
           MOVE W-ORIGINAL         TO W-SUB-UPPER

           PERFORM VARYING W-TRY FROM 0 BY 1
                     UNTIL W-TRY > W-TRY-MAX
                     OR    W-SUB-UPPER NOT = W-ORIG-UPPER
               PERFORM SUB-9200-HASH-SEED THRU SUB-9200-EXIT
               SET  COMPANY-COMPANY
                                   TO TRUE
               PERFORM SUB-9100-CALL-FAKER THRU SUB-9100-EXIT
               MOVE SPACES         TO W-SUBSTITUTE
               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT(1:W-SUB-WIDTH)
                                   TO W-SUBSTITUTE
               END-IF
               MOVE FUNCTION UPPER-CASE(W-SUBSTITUTE)
                                   TO W-SUB-UPPER
               IF      W-SUBSTITUTE = SPACES
                   MOVE W-ORIG-UPPER
                                   TO W-SUB-UPPER
               END-IF
           END-PERFORM

           PERFORM SUB-9430-FALLBACK THRU SUB-9430-EXIT

           MOVE W-ORIGINAL         TO W-LAST-CUST-ORIG
           MOVE W-SUBSTITUTE       TO W-LAST-CUST-SUB
           ADD  1                  TO FT-MASKED(W-CUST-DX)
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9410-MASK-PERSON-NAME.
      *--------------------------

      **** Patient name -> PERSON-NAME of the patient's gender, as
      **** 'FIRST LAST' in the 20 columns of IN-NAME.

           IF      W-ORIGINAL = W-LAST-NAME-ORIG
           AND     IN-GENDER  = W-LAST-NAME-GENDER
               MOVE W-LAST-NAME-SUB
                                   TO W-SUBSTITUTE
               ADD  1              TO FT-MASKED(W-BMI-DX)
               GO TO SUB-9410-EXIT
           END-IF

           MOVE 'NAME'             TO W-SEED-KIND
           MOVE W-ORIGINAL         TO W-SEED-VALUE
           MOVE 20                 TO W-SUB-WIDTH
           MOVE FUNCTION UPPER-CASE(W-ORIGINAL)
                                   TO W-ORIG-UPPER
           MOVE W-ORIGINAL         TO W-SUB-UPPER

           PERFORM VARYING W-TRY FROM 0 BY 1
                     UNTIL W-TRY > W-TRY-MAX
                     OR    W-SUB-UPPER NOT = W-ORIG-UPPER
               PERFORM SUB-9200-HASH-SEED THRU SUB-9200-EXIT
               EVALUATE IN-GENDER
                   WHEN 'M'
                   WHEN 'm'
                       SET  PERSON-NAME-MALE
                                   TO TRUE
                   WHEN 'F'
                   WHEN 'f'
                       SET  PERSON-NAME-FEMALE
                                   TO TRUE
                   WHEN OTHER
                       SET  PERSON-NAME
                                   TO TRUE
               END-EVALUATE
               PERFORM SUB-9100-CALL-FAKER THRU SUB-9100-EXIT
               MOVE SPACES         TO W-SUBSTITUTE
               IF      FAKER-RESPONSE-GOOD
                   STRING FUNCTION TRIM(FAKER-PERSON-FIRST-NAME)
                                           DELIMITED SIZE
                          ' '              DELIMITED SIZE
                          FUNCTION TRIM(FAKER-PERSON-LAST-NAME)
                                           DELIMITED SIZE
                     INTO W-SUBSTITUTE(1:W-SUB-WIDTH)
               END-IF
               MOVE FUNCTION UPPER-CASE(W-SUBSTITUTE)
                                   TO W-SUB-UPPER
               IF      W-SUBSTITUTE = SPACES
                   MOVE W-ORIG-UPPER
                                   TO W-SUB-UPPER
               END-IF
           END-PERFORM

           PERFORM SUB-9430-FALLBACK THRU SUB-9430-EXIT

           MOVE W-ORIGINAL         TO W-LAST-NAME-ORIG
           MOVE IN-GENDER          TO W-LAST-NAME-GENDER
           MOVE W-SUBSTITUTE       TO W-LAST-NAME-SUB
           ADD  1                  TO FT-MASKED(W-BMI-DX)
           .
       SUB-9410-EXIT.
           EXIT.
      /
       SUB-9420-MASK-PIN.
      *------------------

      **** A 4-digit test PIN drawn from FAKRAND, seeded from the
      **** account and its production block, and enciphered through
      **** AESPINB under the key version already on the account so
      **** MS-PIN-KEY-VER carries over unchanged.  A PIN that makes
      **** the production block again is drawn afresh.

           MOVE 'PIN'              TO W-SEED-KIND
           MOVE SPACES             TO W-SEED-VALUE
           STRING MS-ACCT-NO               DELIMITED SIZE
                  MS-PIN-BLOCK             DELIMITED SIZE
             INTO W-SEED-VALUE
           MOVE MS-PIN-BLOCK       TO PB-BLOCK

           PERFORM VARYING W-TRY FROM 0 BY 1
                     UNTIL W-TRY > W-TRY-MAX
                     OR    PB-BLOCK NOT = MS-PIN-BLOCK
               PERFORM SUB-9200-HASH-SEED THRU SUB-9200-EXIT
               PERFORM SUB-9110-CALL-FAKRAND THRU SUB-9110-EXIT
               COMPUTE W-TEST-PIN  =  FAKRAND-RANDOM-NO * 10000
               MOVE MS-PIN-KEY-VER TO PB-KEY-VERSION
               MOVE MS-ACCT-NO     TO PB-ACCT-NO
               MOVE W-TEST-PIN     TO PB-PIN
               CALL W-AESPINB-PROG
                                USING W-PIN-BLOCK-AREA
               MOVE 0              TO PB-PIN
               IF      NOT PB-STATUS-OK
                   MOVE MS-PIN-BLOCK
                                   TO PB-BLOCK
                   MOVE W-TRY-MAX  TO W-TRY
               END-IF
           END-PERFORM

           IF      PB-BLOCK = MS-PIN-BLOCK
               MOVE 'ERR'          TO PB-STATUS
           END-IF

           IF      PB-STATUS-OK
               ADD  1              TO FT-MASKED(W-ACCT-DX)
           END-IF
           .
       SUB-9420-EXIT.
           EXIT.
      /
       SUB-9430-FALLBACK.
      *------------------

      **** Should FAKER fail, or keep handing back the original, the
      **** field still may not go out as it was: a reproducible
      **** placeholder built from the seed number is used instead.

           IF      W-SUB-UPPER NOT = W-ORIG-UPPER
               GO TO SUB-9430-EXIT
           END-IF

           MOVE W-SEED-NO          TO W-DISP-NUM
           MOVE SPACES             TO W-SUBSTITUTE
           STRING 'MASKED '                DELIMITED SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                           DELIMITED SIZE
             INTO W-SUBSTITUTE(1:W-SUB-WIDTH)
           .
       SUB-9430-EXIT.
           EXIT.
