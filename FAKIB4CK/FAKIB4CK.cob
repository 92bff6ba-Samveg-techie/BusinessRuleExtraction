      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release - IB4OP01 reject regression
      *                      check against the FAKERGEN injection key
      *================================================================*

      **** Scores an IB4OP01 run made over a FAKERGEN *IB4 test deck.
      **** FAKERGEN writes an injection key holding every generated
      **** transaction, the fault injected into it (if any) and the
      **** reason code P100-VALIDATE should reject it under:
      ****     1  QTY-NOT-NUM   QN
      ****     2  BAD-PRIORITY  PR
      ****     3  UNKNOWN-CUST  CN
      ****     0  CLEAN         (must not be rejected)
      ****     4  ORDER-REJECT  the UA of an injected A - its order
      ****                      was never added, so it is rejected
      ****                      as not found with no reason code
      **** The key is matched transaction image for transaction image
      **** against the run's reject recycle file (REJOUT) and
      **** suspense file (SUSPNS), and every key record is scored:
      ****     CAUGHT        injected, rejected with the expected code
      ****     MISSED        injected, not rejected
      ****     WRONG REASON  injected, rejected without the expected
      ****                   code among its reason codes
      ****     FALSE REJECT  clean, rejected or suspended; or a
      ****                   dependent UA suspended or rejected
      ****                   under a validation code
      **** A reject or suspension whose transaction is not on the key
      **** is reported as UNKEYED - the output is not from this deck.
      ****
      **** The check passes only when nothing is missed, no reason is
      **** wrong, nothing clean is rejected and nothing is unkeyed:
      **** return code 0 on a pass, 8 on a fail, 16 when the key
      **** cannot be read.  The key path is the first command-line
      **** argument; without it FAKERGEN's default path is used.

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKIB4CK.

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
           SELECT INJKEY               ASSIGN DYNAMIC W-INJKEY-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEY-STATUS.
           SELECT REJOFILE             ASSIGN UT-S-REJOUT
                                       FILE STATUS W-REJO-STATUS.
           SELECT SUSPFILE             ASSIGN UT-S-SUSPNS
                                       FILE STATUS W-SUSP-STATUS.
           SELECT CHECKRPT             ASSIGN 'IB4CKRPT'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  INJKEY.

      **** FAKERGEN IB4 injection key (INJKEY-REC columns):

       01  INJKEY-REC.
           05  IK-TRAN-IMAGE.
               10  IK-TRAN         PIC XX.
               10  IK-ORDR-NO      PIC X(6).
               10  FILLER          PIC X(72).
           05  FILLER              PIC X(01).
           05  IK-FAULT-KIND       PIC 9(01).
               88  IK-FAULT-NONE                   VALUE 0.
               88  IK-FAULT-DEPENDENT              VALUE 4.
           05  FILLER              PIC X(01).
           05  IK-FAULT-NAME       PIC X(12).
           05  FILLER              PIC X(01).
           05  IK-EXPECT-CD        PIC X(02).

       FD  REJOFILE RECORDING MODE F.

      **** IB4OP01 reject recycle file (REJO-REC columns):

       01  REJO-REC.
           05  RO-DATA             PIC X(80).
           05  FILLER              PIC XX.
           05  RO-REASON-CDS       PIC X(40).
           05  RO-RECYCLE-CNT      PIC 9(3).
           05  RO-SOURCE-ID        PIC X(4).

       FD  SUSPFILE RECORDING MODE F.

      **** IB4OP01 suspense file (SUSP-REC columns):

       01  SUSP-REC.
           05  SU-DATA             PIC X(80).
           05  FILLER              PIC XX.
           05  SU-REASON           PIC X(20).
           05  SU-SOURCE-ID        PIC X(4).

       FD  CHECKRPT.

       01  CHECKRPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RUNLOG-PROG           PIC X(08)       VALUE 'RUNLOG'.
       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKIB4CK error: '.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-INJKEY-PATH           PIC X(65)       VALUE
           'Data\FAKERGEN IB4 Key.txt'.
       01  W-PARM-TEXT             PIC X(80)       VALUE SPACES.

       01  W-KEY-STATUS            PIC 9(02)       VALUE 0.
           88  W-KEY-OK                            VALUE 0.
       01  W-REJO-STATUS           PIC 9(02)       VALUE 0.
           88  W-REJO-OK                           VALUE 0.
       01  W-SUSP-STATUS           PIC 9(02)       VALUE 0.
           88  W-SUSP-OK                           VALUE 0.

       01  W-IN-EOF                PIC X(01)       VALUE 'N'.
           88  W-IN-IS-EOF                         VALUE 'Y'.

       01  W-RUN-STAMP.
           05  W-RUN-DATE          PIC 9(08).
           05  W-RUN-TIME          PIC 9(06).
           05  FILLER              PIC X(07).

      **** Rejects and suspensions from the IB4OP01 run, each with a
      **** switch set once a key record has claimed it:

       01  W-REJ-MAX               PIC S9(4)  COMP VALUE 5000.
       01  W-REJ-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-REJ-TABLE.
           05  W-REJ-ENT                           OCCURS 5000.
               10  W-REJ-DATA      PIC X(80).
               10  W-REJ-REASONS   PIC X(40).
               10  W-REJ-CLAIMED   PIC X(01).

       01  W-SUS-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SUS-TABLE.
           05  W-SUS-ENT                           OCCURS 5000.
               10  W-SUS-DATA      PIC X(80).
               10  W-SUS-CLAIMED   PIC X(01).

       01  W-TABLE-FULL            PIC X(01)       VALUE 'N'.
           88  W-TABLE-IS-FULL                     VALUE 'Y'.

       01  W-DX                    PIC S9(4)  COMP VALUE 0.
       01  W-REJ-FOUND             PIC S9(4)  COMP VALUE 0.
       01  W-SUS-FOUND             PIC S9(4)  COMP VALUE 0.
       01  W-CD-HITS               PIC S9(4)  COMP VALUE 0.

      **** Scoring totals, overall and by injected fault kind:

       01  W-CHECK-TOTALS.
           05  W-KEY-CNT           PIC 9(09)  COMP.
           05  W-CLEAN-CNT         PIC 9(09)  COMP.
           05  W-INJECT-CNT        PIC 9(09)  COMP.
           05  W-CAUGHT-CNT        PIC 9(09)  COMP.
           05  W-MISSED-CNT        PIC 9(09)  COMP.
           05  W-WRONG-CNT         PIC 9(09)  COMP.
           05  W-FALSE-CNT         PIC 9(09)  COMP.
           05  W-UNKEYED-CNT       PIC 9(09)  COMP.
           05  W-DEPEND-CNT        PIC 9(09)  COMP.
           05  W-DEPEND-REJ-CNT    PIC 9(09)  COMP.
           05  W-DEPEND-APPLY-CNT  PIC 9(09)  COMP.
           05  W-DEPEND-FALSE-CNT  PIC 9(09)  COMP.
           05  W-REJO-READ         PIC 9(09)  COMP.
           05  W-SUSP-READ         PIC 9(09)  COMP.
           05  W-KIND-TOTALS                       OCCURS 3.
               10  KT-INJECTED     PIC 9(09)  COMP.
               10  KT-CAUGHT       PIC 9(09)  COMP.
               10  KT-MISSED       PIC 9(09)  COMP.
               10  KT-WRONG        PIC 9(09)  COMP.

       01  W-KIND-NAMES.
           05  FILLER              PIC X(12)       VALUE 'QTY-NOT-NUM'.
           05  FILLER              PIC X(02)       VALUE 'QN'.
           05  FILLER              PIC X(12)       VALUE 'BAD-PRIORITY'.
           05  FILLER              PIC X(02)       VALUE 'PR'.
           05  FILLER              PIC X(12)       VALUE 'UNKNOWN-CUST'.
           05  FILLER              PIC X(02)       VALUE 'CN'.
       01  W-KIND-NAME-TABLE REDEFINES W-KIND-NAMES.
           05  W-KIND-NAME-ENT                     OCCURS 3.
               10  KN-NAME         PIC X(12).
               10  KN-CODE         PIC X(02).
       01  W-KX                    PIC S9(4)  COMP VALUE 0.

       01  W-PROBLEM-TEXT          PIC X(40)       VALUE SPACES.
       01  W-PROBLEM-GOT           PIC X(40)       VALUE SPACES.

       01  W-RUN-CONTROL.
           05  RC-PROGRAM          PIC X(8)        VALUE 'FAKIB4CK'.
           05  RC-INPUT-COUNT      PIC 9(9)        VALUE 0.
           05  RC-OUTPUT-COUNT     PIC 9(9)        VALUE 0.
           05  RC-ERROR-COUNT      PIC 9(9)        VALUE 0.
           05  RC-STATUS           PIC X(8)        VALUE 'OK'.

      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RC-STATUS = 'OK'
               PERFORM SUB-2000-LOAD-REJECTS THRU SUB-2000-EXIT

               PERFORM SUB-2200-LOAD-SUSPENSE THRU SUB-2200-EXIT

               PERFORM SUB-4000-SCORE-KEY THRU SUB-4000-EXIT

               PERFORM SUB-5000-UNKEYED THRU SUB-5000-EXIT
           END-IF

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
               MOVE W-PARM-TEXT    TO W-INJKEY-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                   TO W-RUN-STAMP

           INITIALIZE W-CHECK-TOTALS

           OPEN OUTPUT CHECKRPT

           MOVE SPACES             TO CHECKRPT-REC
           STRING 'FAKIB4CK IB4OP01 REJECT REGRESSION CHECK '
                                           DELIMITED SIZE
                  W-RUN-DATE               DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  W-RUN-TIME               DELIMITED SIZE
             INTO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           OPEN INPUT INJKEY

           IF      NOT W-KEY-OK
               DISPLAY W-ERROR-MSG 'INJECTION KEY OPEN '
                       W-KEY-STATUS
               MOVE 'ERROR'        TO RC-STATUS
               MOVE SPACES         TO CHECKRPT-REC
               STRING 'INJECTION KEY NOT READABLE - '
                                           DELIMITED SIZE
                      'NOTHING CHECKED'    DELIMITED SIZE
                 INTO CHECKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE 'DISCREPANCIES'    TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-REJECTS.
      *----------------------

      **** No reject file means nothing was rejected - every
      **** injected error then scores as missed:

           OPEN INPUT REJOFILE

           IF      NOT W-REJO-OK
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-2010-LOAD-REJECT THRU SUB-2010-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE REJOFILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-LOAD-REJECT.
      *---------------------

           READ REJOFILE
               AT END
                   MOVE 'Y'        TO W-IN-EOF
                   GO TO SUB-2010-EXIT
           END-READ

           ADD  1                  TO W-REJO-READ

           IF      W-REJ-CNT NOT < W-REJ-MAX
               MOVE 'Y'            TO W-TABLE-FULL
               GO TO SUB-2010-EXIT
           END-IF

           ADD  1                  TO W-REJ-CNT
           MOVE RO-DATA            TO W-REJ-DATA(W-REJ-CNT)
           MOVE RO-REASON-CDS      TO W-REJ-REASONS(W-REJ-CNT)
           MOVE 'N'                TO W-REJ-CLAIMED(W-REJ-CNT)
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-SUSPENSE.
      *-----------------------

           OPEN INPUT SUSPFILE

           IF      NOT W-SUSP-OK
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-2210-LOAD-SUSPENSE THRU SUB-2210-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE SUSPFILE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-LOAD-SUSPENSE.
      *-----------------------

           READ SUSPFILE
               AT END
                   MOVE 'Y'        TO W-IN-EOF
                   GO TO SUB-2210-EXIT
           END-READ

           ADD  1                  TO W-SUSP-READ

           IF      W-SUS-CNT NOT < W-REJ-MAX
               MOVE 'Y'            TO W-TABLE-FULL
               GO TO SUB-2210-EXIT
           END-IF

           ADD  1                  TO W-SUS-CNT
           MOVE SU-DATA            TO W-SUS-DATA(W-SUS-CNT)
           MOVE 'N'                TO W-SUS-CLAIMED(W-SUS-CNT)
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-4000-SCORE-KEY.
      *-------------------

           MOVE 'N'                TO W-IN-EOF

           PERFORM SUB-4010-SCORE-ONE THRU SUB-4010-EXIT
               UNTIL W-IN-IS-EOF

           CLOSE INJKEY
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4010-SCORE-ONE.
      *-------------------

           READ INJKEY
               AT END
                   MOVE 'Y'        TO W-IN-EOF
                   GO TO SUB-4010-EXIT
           END-READ

           ADD  1                  TO W-KEY-CNT

      **** Claim every reject and suspension of this transaction:

           MOVE 0                  TO W-REJ-FOUND
                                      W-SUS-FOUND

           PERFORM SUB-4100-FIND-REJECT THRU SUB-4100-EXIT
               VARYING W-DX FROM 1 BY 1
                 UNTIL W-DX > W-REJ-CNT

           PERFORM SUB-4200-FIND-SUSPENSE THRU SUB-4200-EXIT
               VARYING W-DX FROM 1 BY 1
                 UNTIL W-DX > W-SUS-CNT

      **** A clean transaction must come through untouched:

           IF      IK-FAULT-NONE
               ADD  1              TO W-CLEAN-CNT
               IF      W-REJ-FOUND > 0
               OR      W-SUS-FOUND > 0
                   ADD  1          TO W-FALSE-CNT
                   MOVE 'FALSE REJECT'
                                   TO W-PROBLEM-TEXT
                   PERFORM SUB-4300-REJECT-REASONS THRU SUB-4300-EXIT
                   PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               END-IF
               GO TO SUB-4010-EXIT
           END-IF

           IF      IK-FAULT-DEPENDENT
               PERFORM SUB-4050-SCORE-DEPENDENT THRU SUB-4050-EXIT
               GO TO SUB-4010-EXIT
           END-IF

      **** An injected one must be rejected, under the expected code:

           ADD  1                  TO W-INJECT-CNT
           MOVE IK-FAULT-KIND      TO W-KX
           IF      W-KX < 1 OR W-KX > 3
               MOVE 0              TO W-KX
           ELSE
               ADD  1              TO KT-INJECTED(W-KX)
           END-IF

           IF      W-REJ-FOUND = 0
               ADD  1              TO W-MISSED-CNT
               IF      W-KX > 0
                   ADD  1          TO KT-MISSED(W-KX)
               END-IF
               MOVE 'MISSED'       TO W-PROBLEM-TEXT
               MOVE 'NOT REJECTED' TO W-PROBLEM-GOT
               IF      W-SUS-FOUND > 0
                   MOVE 'SUSPENDED ONLY'
                                   TO W-PROBLEM-GOT
               END-IF
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4010-EXIT
           END-IF

           MOVE 0                  TO W-CD-HITS
           INSPECT W-REJ-REASONS(W-REJ-FOUND)
               TALLYING W-CD-HITS  FOR ALL IK-EXPECT-CD

           IF      W-CD-HITS > 0
               ADD  1              TO W-CAUGHT-CNT
               IF      W-KX > 0
                   ADD  1          TO KT-CAUGHT(W-KX)
               END-IF
           ELSE
               ADD  1              TO W-WRONG-CNT
               IF      W-KX > 0
                   ADD  1          TO KT-WRONG(W-KX)
               END-IF
               MOVE 'WRONG REASON' TO W-PROBLEM-TEXT
               PERFORM SUB-4300-REJECT-REASONS THRU SUB-4300-EXIT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
           END-IF
           .
       SUB-4010-EXIT.
           EXIT.
      /
       SUB-4050-SCORE-DEPENDENT.
      *-------------------------

      **** The UA of an injected A is rejected by the order update
      **** as not found, so it reaches REJOUT with no reason code.
      **** A validation code or a suspension means the UA itself
      **** was refused - a false reject.  Not rejected at all means
      **** its A got through, which is already scored as missed.

           ADD  1                  TO W-DEPEND-CNT

           IF      W-SUS-FOUND > 0
               ADD  1              TO W-DEPEND-FALSE-CNT
               MOVE 'FALSE REJECT' TO W-PROBLEM-TEXT
               PERFORM SUB-4300-REJECT-REASONS THRU SUB-4300-EXIT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
               GO TO SUB-4050-EXIT
           END-IF

           IF      W-REJ-FOUND = 0
               ADD  1              TO W-DEPEND-APPLY-CNT
               GO TO SUB-4050-EXIT
           END-IF

           IF      W-REJ-REASONS(W-REJ-FOUND) = SPACES
               ADD  1              TO W-DEPEND-REJ-CNT
           ELSE
               ADD  1              TO W-DEPEND-FALSE-CNT
               MOVE 'FALSE REJECT' TO W-PROBLEM-TEXT
               PERFORM SUB-4300-REJECT-REASONS THRU SUB-4300-EXIT
               PERFORM SUB-9320-REPORT-PROBLEM THRU SUB-9320-EXIT
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4100-FIND-REJECT.
      *---------------------

           IF      W-REJ-DATA(W-DX) = IK-TRAN-IMAGE
               MOVE 'Y'            TO W-REJ-CLAIMED(W-DX)
               IF      W-REJ-FOUND = 0
                   MOVE W-DX       TO W-REJ-FOUND
               END-IF
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-FIND-SUSPENSE.
      *-----------------------

           IF      W-SUS-DATA(W-DX) = IK-TRAN-IMAGE
               MOVE 'Y'            TO W-SUS-CLAIMED(W-DX)
               IF      W-SUS-FOUND = 0
                   MOVE W-DX       TO W-SUS-FOUND
               END-IF
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-REJECT-REASONS.
      *------------------------

      **** What the run actually did with the transaction:

           MOVE SPACES             TO W-PROBLEM-GOT

           IF      W-REJ-FOUND > 0
               MOVE W-REJ-REASONS(W-REJ-FOUND)
                                   TO W-PROBLEM-GOT
           ELSE
               MOVE 'SUSPENDED'    TO W-PROBLEM-GOT
           END-IF
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-5000-UNKEYED.
      *-----------------

      **** Anything the run rejected or suspended that no key record
      **** claimed did not come from this deck:

           PERFORM SUB-5010-UNKEYED-REJECT THRU SUB-5010-EXIT
               VARYING W-DX FROM 1 BY 1
                 UNTIL W-DX > W-REJ-CNT

           PERFORM SUB-5020-UNKEYED-SUSPENSE THRU SUB-5020-EXIT
               VARYING W-DX FROM 1 BY 1
                 UNTIL W-DX > W-SUS-CNT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5010-UNKEYED-REJECT.
      *------------------------

           IF      W-REJ-CLAIMED(W-DX) = 'Y'
               GO TO SUB-5010-EXIT
           END-IF

           ADD  1                  TO W-UNKEYED-CNT

           MOVE SPACES             TO CHECKRPT-REC
           STRING '  UNKEYED REJ  '        DELIMITED SIZE
                  W-REJ-DATA(W-DX)(1:2)    DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  W-REJ-DATA(W-DX)(3:6)    DELIMITED SIZE
                  ' GOT '                  DELIMITED SIZE
                  W-REJ-REASONS(W-DX)      DELIMITED SIZE
             INTO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-5010-EXIT.
           EXIT.
      /
       SUB-5020-UNKEYED-SUSPENSE.
      *--------------------------

           IF      W-SUS-CLAIMED(W-DX) = 'Y'
               GO TO SUB-5020-EXIT
           END-IF

           ADD  1                  TO W-UNKEYED-CNT

           MOVE SPACES             TO CHECKRPT-REC
           STRING '  UNKEYED SUS  '        DELIMITED SIZE
                  W-SUS-DATA(W-DX)(1:2)    DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  W-SUS-DATA(W-DX)(3:6)    DELIMITED SIZE
             INTO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-5020-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RC-STATUS NOT = 'OK'
               CLOSE CHECKRPT
               CALL W-RUNLOG-PROG   USING W-RUN-CONTROL
               MOVE 16             TO RETURN-CODE
               DISPLAY 'FAKIB4CK completed ' RC-STATUS
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-TABLE-IS-FULL
               MOVE SPACES         TO CHECKRPT-REC
               STRING '  REJECT OR SUSPENSE TABLE FULL - '
                                           DELIMITED SIZE
                      'LATER RECORDS NOT MATCHED'
                                           DELIMITED SIZE
                 INTO CHECKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           END-IF

           COMPUTE RC-ERROR-COUNT  =  W-MISSED-CNT + W-WRONG-CNT
                                   +  W-FALSE-CNT  + W-UNKEYED-CNT
                                   +  W-DEPEND-FALSE-CNT

           IF      RC-ERROR-COUNT = 0
               MOVE '  NONE'       TO CHECKRPT-REC
               PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           END-IF

           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE 'CONTROL TOTALS'   TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE W-KEY-CNT          TO W-DISP-NUM
           MOVE 'KEY TRANSACTIONS READ        '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-REJO-READ        TO W-DISP-NUM
           MOVE 'REJECTS READ (REJOUT)        '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-SUSP-READ        TO W-DISP-NUM
           MOVE 'SUSPENSIONS READ (SUSPNS)    '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT

           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE W-INJECT-CNT       TO W-DISP-NUM
           MOVE 'INJECTED ERRORS              '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-CAUGHT-CNT       TO W-DISP-NUM
           MOVE '  CAUGHT                     '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-MISSED-CNT       TO W-DISP-NUM
           MOVE '  MISSED                     '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-WRONG-CNT        TO W-DISP-NUM
           MOVE '  WRONG REASON               '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-CLEAN-CNT        TO W-DISP-NUM
           MOVE 'CLEAN TRANSACTIONS           '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-FALSE-CNT        TO W-DISP-NUM
           MOVE '  FALSE REJECTS              '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-DEPEND-CNT       TO W-DISP-NUM
           MOVE 'DEPENDENT UA TRANSACTIONS    '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-DEPEND-REJ-CNT   TO W-DISP-NUM
           MOVE '  REJECTED AS NOT FOUND      '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-DEPEND-APPLY-CNT TO W-DISP-NUM
           MOVE '  APPLIED - THEIR A MISSED   '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-DEPEND-FALSE-CNT TO W-DISP-NUM
           MOVE '  FALSE REJECTS              '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT
           MOVE W-UNKEYED-CNT      TO W-DISP-NUM
           MOVE 'UNKEYED REJECTS/SUSPENSIONS  '
                                   TO W-PROBLEM-TEXT
           PERFORM SUB-9330-REPORT-COUNT THRU SUB-9330-EXIT

           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           MOVE 'BY INJECTED FAULT     CODE   INJECTED     CAUGHT'
                                   TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           PERFORM SUB-3100-KIND-TOTALS THRU SUB-3100-EXIT
               VARYING W-KX FROM 1 BY 1
                 UNTIL W-KX > 3

           IF      RC-ERROR-COUNT > 0
           OR      W-TABLE-IS-FULL
               MOVE 'ERROR'        TO RC-STATUS
           END-IF

           MOVE SPACES             TO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           MOVE SPACES             TO CHECKRPT-REC
           IF      RC-STATUS = 'OK'
               STRING 'PASS - EVERY INJECTED ERROR CAUGHT, '
                                           DELIMITED SIZE
                      'NO CLEAN TRANSACTION REJECTED'
                                           DELIMITED SIZE
                 INTO CHECKRPT-REC
           ELSE
               STRING 'FAIL - P100-VALIDATE DOES NOT MATCH '
                                           DELIMITED SIZE
                      'THE INJECTION KEY'  DELIMITED SIZE
                 INTO CHECKRPT-REC
           END-IF
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT

           CLOSE CHECKRPT

           COMPUTE RC-INPUT-COUNT  =  W-KEY-CNT + W-REJO-READ
                                   +  W-SUSP-READ
           MOVE W-CAUGHT-CNT       TO RC-OUTPUT-COUNT

           CALL W-RUNLOG-PROG   USING W-RUN-CONTROL

      **** Set last - the RUNLOG call resets the return code:

           IF      RC-STATUS = 'OK'
               MOVE 0              TO RETURN-CODE
           ELSE
               MOVE 8              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKIB4CK completed ' RC-STATUS
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-KIND-TOTALS.
      *---------------------

           MOVE SPACES             TO CHECKRPT-REC
           MOVE KN-NAME(W-KX)      TO CHECKRPT-REC(3:12)
           MOVE KN-CODE(W-KX)      TO CHECKRPT-REC(23:2)
           MOVE KT-INJECTED(W-KX)  TO W-DISP-NUM
           MOVE W-DISP-NUM         TO CHECKRPT-REC(27:11)
           MOVE KT-CAUGHT(W-KX)    TO W-DISP-NUM
           MOVE W-DISP-NUM         TO CHECKRPT-REC(38:11)
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-9300-WRITE-REPORT.
      *----------------------

           WRITE CHECKRPT-REC
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9320-REPORT-PROBLEM.
      *------------------------

           MOVE SPACES             TO CHECKRPT-REC
           STRING '  '                     DELIMITED SIZE
                  W-PROBLEM-TEXT(1:12)     DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  IK-TRAN                  DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  IK-ORDR-NO               DELIMITED SIZE
                  ' '                      DELIMITED SIZE
                  IK-FAULT-NAME            DELIMITED SIZE
                  ' EXPECT '               DELIMITED SIZE
                  IK-EXPECT-CD             DELIMITED SIZE
                  ' GOT '                  DELIMITED SIZE
                  W-PROBLEM-GOT            DELIMITED SIZE
             INTO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-9320-EXIT.
           EXIT.
      /
       SUB-9330-REPORT-COUNT.
      *----------------------

           MOVE SPACES             TO CHECKRPT-REC
           STRING W-PROBLEM-TEXT(1:30)     DELIMITED SIZE
                  W-DISP-NUM               DELIMITED SIZE
             INTO CHECKRPT-REC
           PERFORM SUB-9300-WRITE-REPORT THRU SUB-9300-EXIT
           .
       SUB-9330-EXIT.
           EXIT.
