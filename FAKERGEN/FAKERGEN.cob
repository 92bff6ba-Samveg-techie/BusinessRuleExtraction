      * Date        Version  Description
      * ----        -------  -----------
      * 2020-02-08  1.0      First release
      * 2026-10-15  1.1      IB4 mode writes an injection key of every
      *                      transaction, its fault and expected code
      *================================================================*

       IDENTIFICATION DIVISION.
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTGEN              ASSIGN DYNAMIC W-CUSTGEN-PATH
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT INJKEY               ASSIGN DYNAMIC W-INJKEY-PATH
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCTGEN              ASSIGN DYNAMIC W-ACCTGEN-PATH
                                       ORGANIZATION LINE SEQUENTIAL.
           SELECT SETLGEN              ASSIGN DYNAMIC W-SETLGEN-PATH
           05  TG-OVERRIDE         PIC X.
           05  FILLER              PIC X(43).

       FD  INJKEY.

      **** IB4 injection key - one record per generated transaction,
      **** clean or not, so a regression check can prove that every
      **** injected error was rejected with the right reason code
      **** and that no clean transaction was rejected at all:

       01  INJKEY-REC.
           05  IK-TRAN-IMAGE       PIC X(80).
           05  FILLER              PIC X(01).
           05  IK-FAULT-KIND       PIC 9(01).
               88  IK-FAULT-NONE                   VALUE 0.
               88  IK-FAULT-DEPENDENT              VALUE 4.
           05  FILLER              PIC X(01).
           05  IK-FAULT-NAME       PIC X(12).
           05  FILLER              PIC X(01).
           05  IK-EXPECT-CD        PIC X(02).

       FD  CUSTGEN.

      **** Customer master load records (CUST-REC columns) matching
      **** corrupts a field so P100-VALIDATE's reason codes get
      **** exercised (the injected customer is withheld from the
      **** customer load so cross-reference validation fails too).
      **** Every transaction is also written to the injection key
      **** with the fault it carries and the reason code expected,
      **** for FAKIB4CK to score IB4OP01's rejects against.

       01  W-IB4-MODE              PIC X(01)       VALUE 'N'.
           88  W-IB4-ON                            VALUE 'Y'.
           'Data\FAKERGEN Trans.txt'.
       01  W-CUSTGEN-PATH          PIC X(65)       VALUE
           'Data\FAKERGEN Customers.txt'.
       01  W-INJKEY-PATH           PIC X(65)       VALUE
           'Data\FAKERGEN IB4 Key.txt'.
       01  W-IB4-ERR-PCT           PIC 9(02)       VALUE 0.
       01  W-IB4-ERR-KIND          PIC 9(01)       VALUE 0.
       01  W-IB4-ERR-CNT           PIC 9(09)  COMP VALUE 0.
           IF      W-IB4-ON
               OPEN OUTPUT TRNGEN
                           CUSTGEN
                           INJKEY
               MOVE FUNCTION CURRENT-DATE
                                   TO W-IB4-DATE-STAMP
           END-IF

           WRITE TRNGEN-REC

      **** Key the A transaction with the fault injected into it and
      **** the reason code P100-VALIDATE should reject it under:

           MOVE SPACES             TO INJKEY-REC
           MOVE TRNGEN-REC         TO IK-TRAN-IMAGE
           MOVE W-IB4-ERR-KIND     TO IK-FAULT-KIND
           EVALUATE W-IB4-ERR-KIND
             WHEN 1
               MOVE 'QTY-NOT-NUM'  TO IK-FAULT-NAME
               MOVE 'QN'           TO IK-EXPECT-CD
             WHEN 2
               MOVE 'BAD-PRIORITY' TO IK-FAULT-NAME
               MOVE 'PR'           TO IK-EXPECT-CD
             WHEN 3
               MOVE 'UNKNOWN-CUST' TO IK-FAULT-NAME
               MOVE 'CN'           TO IK-EXPECT-CD
             WHEN OTHER
               MOVE 'CLEAN'        TO IK-FAULT-NAME
           END-EVALUATE
           WRITE INJKEY-REC

      **** And the matching UA activity record:

           MOVE SPACES             TO TRNGEN-REC
           MOVE W-IB4-STARTED      TO TG-UNITS-COMPL

           WRITE TRNGEN-REC

      **** The UA itself is never corrupted, but after an injected
      **** A its order is never added, so IB4OP01 rejects it as not
      **** found with no validation code - it is keyed as dependent
      **** on the A, not clean:

           MOVE SPACES             TO INJKEY-REC
           MOVE TRNGEN-REC         TO IK-TRAN-IMAGE
           IF      W-IB4-ERR-KIND > 0
               MOVE 4              TO IK-FAULT-KIND
               MOVE 'ORDER-REJECT' TO IK-FAULT-NAME
           ELSE
               MOVE 0              TO IK-FAULT-KIND
               MOVE 'CLEAN'        TO IK-FAULT-NAME
           END-IF
           WRITE INJKEY-REC
           .
       SUB-2800-EXIT.
           EXIT.
           IF      W-IB4-ON
               CLOSE TRNGEN
                     CUSTGEN
                     INJKEY
               MOVE W-IB4-ERR-CNT  TO W-DISP-NUM
               DISPLAY 'IB4 transactions with injected errors: '
                       W-DISP-NUM
