           SELECT PRIME-OUT ASSIGN TO "PRIMEOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OUT.
           SELECT PRIME-TAB ASSIGN TO "PRIMETAB"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PT-KEY
                  FILE STATUS IS FS-PT.
       DATA DIVISION.
       FILE SECTION.
       FD PRIME-IN.
      *       C=CHECK  L=LIST PRIMES UP TO N  F=FACTORIZE
      *       M=MILLER-RABIN PROBABILISTIC CHECK (CANDIDATE IN
      *         PB-BIG-NUMBER, OR PB-NUMBER FOR NINE DIGITS OR LESS)
      *       T=REBUILD AND VERIFY THE PRIME TABLE UP TO PB-NUMBER
          05 PB-NUMBER PIC 9(9).
          05 PB-BIG-NUMBER PIC 9(18).
       FD PRIME-OUT.
       01 PRIME-OUT-REC PIC X(220).
      *    The prime table keeps every prime up to the highest limit
      *    sieved so far, keyed by the prime itself.  Key 1 (never a
      *    prime) is the control record holding that limit.
       FD PRIME-TAB.
       01 PT-REC.
          05 PT-KEY PIC 9(9).
          05 PT-ORDINAL PIC 9(9).
          05 FILLER PIC X(26).
       01 PT-CONTROL-REC.
          05 FILLER PIC 9(9).
          05 PT-CTL-LIMIT PIC 9(9).
          05 PT-CTL-COUNT PIC 9(9).
          05 PT-CTL-DATE PIC 9(8).
          05 FILLER PIC X(9).
       WORKING-STORAGE SECTION.
       01 N PIC 9(9) VALUE ZERO.
       01 I PIC 9(9) VALUE ZERO.
          88 RUN-MODE-LIST VALUE 'L'.
          88 RUN-MODE-BATCH VALUE 'B'.
          88 RUN-MODE-MR VALUE 'M'.
          88 RUN-MODE-TABLE VALUE 'T'.
       01 CANDIDATE PIC 9(9) VALUE ZERO.
       01 FACTOR-WORK PIC 9(9) VALUE ZERO.
       01 FACTOR PIC 9(9) VALUE ZERO.
       01 PM-RES PIC 9(18) COMP VALUE ZERO.
       01 PROBABLE-COUNT PIC 9(9) VALUE ZERO.
       01 BIG-N-EDIT PIC Z(17)9.
      *    Prime table working areas.  Requests extend the table a
      *    whole sieve segment at a time, but never automatically past
      *    PT-CEILING; above it a check divides by the stored primes,
      *    which already reach well past the square root of any nine-
      *    digit number.  The maintenance rebuild may go beyond it.
       01 FS-PT PIC 9(02).
          88 FS-PT-OK VALUE 0.
          88 FS-PT-NOT-FOUND VALUE 23.
          88 FS-PT-NO-FILE VALUE 35.
       01 PT-OPEN PIC X VALUE 'N'.
       01 PT-SCAN PIC X VALUE 'N'.
       01 PT-FOUND PIC X VALUE 'N'.
       01 PT-CONTROL-KEY PIC 9(9) VALUE 1.
       01 PT-CEILING PIC 9(9) VALUE 10000000.
       01 PT-LIMIT PIC 9(9) VALUE ZERO.
       01 PT-COUNT PIC 9(9) VALUE ZERO.
       01 PT-TARGET PIC 9(9) VALUE ZERO.
       01 PT-SEGMENTS PIC 9(9) VALUE ZERO.
       01 PT-REM PIC 9(9) VALUE ZERO.
       01 PT-N PIC 9(9) VALUE ZERO.
       01 PT-MR-PRIMES PIC 9(9) VALUE ZERO.
       01 PT-MISMATCH PIC 9(9) VALUE ZERO.
       01 SIEVE-HIGH PIC 9(9) VALUE ZERO.
       01 SAVE-OUTPUT-MODE PIC X VALUE SPACE.
       01 SAVE-CANDIDATE PIC 9(9) VALUE ZERO.
       01 RESULT-LINE PIC X(200) VALUE SPACES.
       01 LIMIT-EDIT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Enter mode (C=Check a number, L=List primes, "
                   "B=Batch file, M=Miller-Rabin, "
                   "T=Rebuild prime table): "
           ACCEPT RUN-MODE
           IF NOT RUN-MODE-MR
               PERFORM OPEN-PRIME-TABLE
           END-IF
           IF RUN-MODE-TABLE THEN
               DISPLAY "Rebuild the prime table up to "
                       "(0 = its current limit): "
               ACCEPT N
               MOVE 'D' TO OUTPUT-MODE
               PERFORM REBUILD-PRIME-TABLE
           ELSE IF RUN-MODE-BATCH THEN
               PERFORM BATCH-PARAGRAPH
           ELSE IF RUN-MODE-MR THEN
               DISPLAY "Enter a number (up to 18 digits): "
               END-IF
           END-IF
           END-IF
           END-IF
           IF PT-OPEN = 'Y'
               CLOSE PRIME-TAB
           END-IF
           STOP RUN.

       CHECK-PRIME.
      *    Sets FLAG to 'Y' when CANDIDATE is prime, 'N' otherwise.
      *    With the prime table available a candidate it covers is a
      *    single keyed read.
           MOVE 'Y' TO FLAG
           IF CANDIDATE < 2 THEN
               MOVE 'N' TO FLAG
           ELSE IF PT-OPEN = 'Y' THEN
               PERFORM TABLE-CHECK-PRIME
           ELSE
               PERFORM VARYING I FROM 2 BY 1
                       UNTIL I * I > CANDIDATE OR FLAG = 'N'
                       MOVE 'N' TO FLAG
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       TABLE-CHECK-PRIME.
           MOVE CANDIDATE TO PT-TARGET
           PERFORM ENSURE-PRIME-TABLE
           IF CANDIDATE <= PT-LIMIT
               MOVE CANDIDATE TO PT-KEY
               READ PRIME-TAB
                   INVALID KEY
                       MOVE 'N' TO FLAG
               END-READ
           ELSE
      *        Beyond the table: trial division by the stored primes.
               MOVE PT-CONTROL-KEY TO PT-KEY
               MOVE 'Y' TO PT-SCAN
               START PRIME-TAB KEY IS GREATER THAN PT-KEY
                   INVALID KEY
                       MOVE 'N' TO PT-SCAN
               END-START
               PERFORM UNTIL PT-SCAN = 'N' OR FLAG = 'N'
                   READ PRIME-TAB NEXT RECORD
                       AT END
                           MOVE 'N' TO PT-SCAN
                   END-READ
                   IF PT-SCAN = 'Y'
                       IF PT-KEY * PT-KEY > CANDIDATE
                           MOVE 'N' TO PT-SCAN
                       ELSE
                           IF FUNCTION MOD(CANDIDATE, PT-KEY) = ZERO
                               MOVE 'N' TO FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LIST-PRIMES.
      *    candidate could not finish a nine-digit range inside the
      *    batch window.  Base primes up to sqrt(N) are sieved once,
      *    then each 100000-wide segment is struck off in one pass.
      *    The part of the range the prime table covers is read
      *    straight from it; only the rest is sieved.
           IF OUTPUT-MODE = 'D'
               DISPLAY "Primes up to " N ":"
           END-IF
           IF N >= 2 AND PT-OPEN = 'Y'
               MOVE N TO PT-TARGET
               PERFORM ENSURE-PRIME-TABLE
           END-IF
           MOVE ZERO TO RANGE-PRIME-COUNT
           MOVE 2 TO SEG-LOW
           IF N >= 2 AND PT-OPEN = 'Y'
               PERFORM LIST-FROM-TABLE
               COMPUTE SEG-LOW = PT-LIMIT + 1
           END-IF
           IF N >= SEG-LOW
               PERFORM BUILD-BASE-PRIMES
               MOVE N TO SIEVE-HIGH
               MOVE 'N' TO SIEVE-DONE
               PERFORM SIEVE-SEGMENT UNTIL SIEVE-DONE = 'Y'
           END-IF
               END-IF
           END-PERFORM.

       LIST-FROM-TABLE.
           MOVE PT-CONTROL-KEY TO PT-KEY
           MOVE 'Y' TO PT-SCAN
           START PRIME-TAB KEY IS GREATER THAN PT-KEY
               INVALID KEY
                   MOVE 'N' TO PT-SCAN
           END-START
           PERFORM UNTIL PT-SCAN = 'N'
               READ PRIME-TAB NEXT RECORD
                   AT END
                       MOVE 'N' TO PT-SCAN
               END-READ
               IF PT-SCAN = 'Y'
                   IF PT-KEY > N
                       MOVE 'N' TO PT-SCAN
                   ELSE
                       MOVE PT-KEY TO CANDIDATE
                       PERFORM EMIT-PRIME
                   END-IF
               END-IF
           END-PERFORM.

       SIEVE-SEGMENT.
           COMPUTE SEG-HIGH = SEG-LOW + SEG-SIZE - 1
           IF SEG-HIGH > SIEVE-HIGH
               MOVE SIEVE-HIGH TO SEG-HIGH
           END-IF
           COMPUTE SEG-LEN = SEG-HIGH - SEG-LOW + 1
           MOVE ALL 'P' TO SEG-FLAG-TABLE
           PERFORM VARYING SV-IX FROM 1 BY 1 UNTIL SV-IX > SEG-LEN
               IF SEG-FLAG (SV-IX) = 'P'
                   COMPUTE CANDIDATE = SEG-LOW + SV-IX - 1
                   PERFORM EMIT-PRIME
               END-IF
           END-PERFORM
           IF SEG-HIGH >= SIEVE-HIGH
               MOVE 'Y' TO SIEVE-DONE
           ELSE
               COMPUTE SEG-LOW = SEG-HIGH + 1
           END-IF.

       EMIT-PRIME.
      *    OUTPUT-MODE T stores the prime in the prime table instead
      *    of listing it.
           ADD 1 TO RANGE-PRIME-COUNT
           EVALUATE OUTPUT-MODE
               WHEN 'D'
                   DISPLAY CANDIDATE
               WHEN 'T'
                   ADD 1 TO PT-COUNT
                   MOVE SPACES TO PT-REC
                   MOVE CANDIDATE TO PT-KEY
                   MOVE PT-COUNT TO PT-ORDINAL
                   WRITE PT-REC
                       INVALID KEY
                           SUBTRACT 1 FROM PT-COUNT
                   END-WRITE
               WHEN OTHER
                   MOVE SPACES TO PRIME-OUT-REC
                   MOVE CANDIDATE TO PRIME-OUT-REC (1:9)
                   WRITE PRIME-OUT-REC
           END-EVALUATE.

       OPEN-PRIME-TABLE.
      *    A missing table is created empty; an unusable one leaves
      *    PT-OPEN 'N' and every check falls back to trial division.
           OPEN I-O PRIME-TAB
           IF FS-PT-NO-FILE
               OPEN OUTPUT PRIME-TAB
               IF FS-PT-OK
                   PERFORM WRITE-TABLE-CONTROL
                   CLOSE PRIME-TAB
                   OPEN I-O PRIME-TAB
               END-IF
           END-IF
           IF NOT FS-PT-OK
               DISPLAY "Prime table not available (status " FS-PT
                       ") - using trial division."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PT-OPEN
           MOVE PT-CONTROL-KEY TO PT-KEY
           READ PRIME-TAB
               INVALID KEY
                   MOVE 1 TO PT-LIMIT
                   MOVE ZERO TO PT-COUNT
                   PERFORM WRITE-TABLE-CONTROL
           END-READ
           IF FS-PT-OK
               MOVE PT-CTL-LIMIT TO PT-LIMIT
               MOVE PT-CTL-COUNT TO PT-COUNT
           END-IF.

       WRITE-TABLE-CONTROL.
           MOVE SPACES TO PT-CONTROL-REC
           MOVE PT-CONTROL-KEY TO PT-KEY
           MOVE 1 TO PT-CTL-LIMIT
           MOVE ZERO TO PT-CTL-COUNT
           ACCEPT PT-CTL-DATE FROM DATE YYYYMMDD
           WRITE PT-CONTROL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE 1 TO PT-LIMIT
           MOVE ZERO TO PT-COUNT.

       ENSURE-PRIME-TABLE.
      *    Extend the table to cover PT-TARGET, rounded up to a whole
      *    segment and held to PT-CEILING.
           IF PT-TARGET > PT-CEILING
               MOVE PT-CEILING TO PT-TARGET
           END-IF
           IF PT-TARGET > PT-LIMIT
               DIVIDE PT-TARGET BY SEG-SIZE GIVING PT-SEGMENTS
                   REMAINDER PT-REM
               IF PT-REM > ZERO
                   ADD 1 TO PT-SEGMENTS
               END-IF
               COMPUTE PT-TARGET = PT-SEGMENTS * SEG-SIZE
               IF PT-TARGET > PT-CEILING
                   MOVE PT-CEILING TO PT-TARGET
               END-IF
               PERFORM EXTEND-PRIME-TABLE
           END-IF.

       EXTEND-PRIME-TABLE.
      *    Sieve from just past the current limit to PT-TARGET,
      *    storing each prime found, then record the new limit.
           MOVE OUTPUT-MODE TO SAVE-OUTPUT-MODE
           MOVE CANDIDATE TO SAVE-CANDIDATE
           MOVE 'T' TO OUTPUT-MODE
           IF BASE-PRIME-COUNT = ZERO
               PERFORM BUILD-BASE-PRIMES
           END-IF
           COMPUTE SEG-LOW = PT-LIMIT + 1
           IF SEG-LOW < 2
               MOVE 2 TO SEG-LOW
           END-IF
           MOVE PT-TARGET TO SIEVE-HIGH
           MOVE 'N' TO SIEVE-DONE
           PERFORM SIEVE-SEGMENT UNTIL SIEVE-DONE = 'Y'
           MOVE PT-TARGET TO PT-LIMIT
           MOVE PT-CONTROL-KEY TO PT-KEY
           READ PRIME-TAB
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PT-LIMIT TO PT-CTL-LIMIT
           MOVE PT-COUNT TO PT-CTL-COUNT
           ACCEPT PT-CTL-DATE FROM DATE YYYYMMDD
           REWRITE PT-CONTROL-REC
               INVALID KEY
                   DISPLAY "Prime table control record not updated."
           END-REWRITE
           MOVE SAVE-CANDIDATE TO CANDIDATE
           MOVE SAVE-OUTPUT-MODE TO OUTPUT-MODE.

       REBUILD-PRIME-TABLE.
      *    Maintenance: empty the table, sieve it afresh up to N (or
      *    its old limit when N is zero), then verify every number up
      *    to the limit against the Miller-Rabin check - each stored
      *    entry must test prime and each gap between them composite.
           IF PT-OPEN NOT = 'Y'
               MOVE "PRIME TABLE NOT AVAILABLE - NOT REBUILT"
                 TO RESULT-LINE
               PERFORM SHOW-RESULT-LINE
               EXIT PARAGRAPH
           END-IF
           IF N < 2
               MOVE PT-LIMIT TO N
           END-IF
           IF N < 2
               MOVE SEG-SIZE TO N
           END-IF
           CLOSE PRIME-TAB
           OPEN OUTPUT PRIME-TAB
           PERFORM WRITE-TABLE-CONTROL
           CLOSE PRIME-TAB
           OPEN I-O PRIME-TAB
           MOVE N TO PT-TARGET
           PERFORM EXTEND-PRIME-TABLE
           MOVE ZERO TO PT-MISMATCH
           MOVE ZERO TO PT-MR-PRIMES
           PERFORM VARYING PT-N FROM 2 BY 1 UNTIL PT-N > PT-LIMIT
               MOVE PT-N TO PT-KEY
               MOVE 'Y' TO PT-FOUND
               READ PRIME-TAB
                   INVALID KEY
                       MOVE 'N' TO PT-FOUND
               END-READ
               MOVE PT-N TO BIG-N
               PERFORM MILLER-RABIN-CHECK
               IF MR-RESULT NOT = 'C'
                   ADD 1 TO PT-MR-PRIMES
               END-IF
               IF (MR-RESULT = 'C' AND PT-FOUND = 'Y')
                  OR (MR-RESULT NOT = 'C' AND PT-FOUND = 'N')
                   ADD 1 TO PT-MISMATCH
                   MOVE PT-N TO LIMIT-EDIT
                   MOVE SPACES TO RESULT-LINE
                   STRING "PRIME TABLE MISMATCH AT " LIMIT-EDIT
                          DELIMITED BY SIZE INTO RESULT-LINE
                   PERFORM SHOW-RESULT-LINE
               END-IF
           END-PERFORM
           IF PT-MR-PRIMES NOT = PT-COUNT
               ADD 1 TO PT-MISMATCH
           END-IF
           MOVE PT-LIMIT TO LIMIT-EDIT
           MOVE PT-COUNT TO COUNT-EDIT
           MOVE SPACES TO RESULT-LINE
           STRING "PRIME TABLE REBUILT TO " LIMIT-EDIT
                  ": " COUNT-EDIT " PRIMES" DELIMITED BY SIZE
             INTO RESULT-LINE
           PERFORM SHOW-RESULT-LINE
           MOVE PT-MISMATCH TO COUNT-EDIT
           MOVE SPACES TO RESULT-LINE
           IF PT-MISMATCH = ZERO
               MOVE "MILLER-RABIN VERIFICATION: TABLE AGREES"
                 TO RESULT-LINE
           ELSE
               STRING "MILLER-RABIN VERIFICATION: " COUNT-EDIT
                      " MISMATCHES" DELIMITED BY SIZE
                 INTO RESULT-LINE
           END-IF
           PERFORM SHOW-RESULT-LINE.

       SHOW-RESULT-LINE.
           IF OUTPUT-MODE = 'D'
               DISPLAY FUNCTION TRIM(RESULT-LINE TRAILING)
           ELSE
               MOVE RESULT-LINE TO PRIME-OUT-REC
               WRITE PRIME-OUT-REC
           END-IF.

       MILLER-RABIN-CHECK.
      *    Sets MR-RESULT to P (prime), C (composite) or Q (probable
      *    prime) for BIG-N, with MR-ROUNDS the witness rounds run.
                       PERFORM BATCH-FACTORIZE
                   WHEN 'L'
                       PERFORM LIST-PRIMES
                   WHEN 'T'
                       PERFORM REBUILD-PRIME-TABLE
                   WHEN OTHER
                       ADD 1 TO BATCH-REJECTED
                       MOVE SPACES TO PRIME-OUT-REC
           WRITE PRIME-OUT-REC.

       BUILD-FACTORIZATION.
      *    Trial divisors come from the prime table when there is
      *    one, so only primes are tried.
           MOVE N TO FACTOR-WORK
           MOVE 2 TO FACTOR
           MOVE 'N' TO PT-SCAN
           IF PT-OPEN = 'Y'
               MOVE FACTOR TO PT-KEY
               MOVE 'Y' TO PT-SCAN
               START PRIME-TAB KEY IS GREATER THAN PT-KEY
                   INVALID KEY
                       MOVE 'N' TO PT-SCAN
               END-START
           END-IF
           MOVE 'Y' TO FIRST-FACTOR-FLAG
           MOVE SPACES TO FACTOR-LINE
           STRING N DELIMITED BY SIZE
                   MOVE NEW-FACTOR-LINE TO FACTOR-LINE
                   DIVIDE FACTOR-WORK BY FACTOR GIVING FACTOR-WORK
               ELSE
                   PERFORM NEXT-TRIAL-FACTOR
               END-IF
           END-PERFORM
           IF OUTPUT-MODE = 'D'
               CONTINUE
           END-IF.

       NEXT-TRIAL-FACTOR.
           IF PT-SCAN = 'Y'
               READ PRIME-TAB NEXT RECORD
                   AT END
                       MOVE 'N' TO PT-SCAN
               END-READ
           END-IF
           IF PT-SCAN = 'Y'
               MOVE PT-KEY TO FACTOR
           ELSE
               ADD 1 TO FACTOR
           END-IF.
