           SELECT RATE-FILE ASSIGN TO "CALCRATE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RATE.
           SELECT YTD-FILE ASSIGN TO "CALCYTD"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS YTD-KEY
                  FILE STATUS IS FS-YTD.
           SELECT YEAR-END-RPT ASSIGN TO "CALCYEND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-YER.
       DATA DIVISION.
       FILE SECTION.
       FD CALC-IN.
          05 IN-OP PIC X.
          05 IN-NUM1 PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 IN-NUM1-X REDEFINES IN-NUM1 PIC X(8).
      *    Depreciation records carry method, life and convention
      *    here instead of a number.
          05 IN-DEPR-PARMS REDEFINES IN-NUM1.
             10 IN-DEPR-METHOD PIC X.
             10 IN-DEPR-LIFE PIC 9(3).
             10 IN-DEPR-CONVENTION PIC X.
             10 FILLER PIC X(3).
          05 IN-NUM2 PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 IN-NUM2-X REDEFINES IN-NUM2 PIC X(8).
      *    Depreciation records carry the in-service date here.
          05 IN-DEPR-DATE REDEFINES IN-NUM2 PIC 9(8).
          05 IN-INCOME PIC 9(7)V99.
          05 IN-INCOME-X REDEFINES IN-INCOME PIC X(9).
          05 IN-DEDUCTIONS PIC 9(7)V99.
          05 IN-DEDUCTIONS-X REDEFINES IN-DEDUCTIONS PIC X(9).
      *    Withholding records that carry an employee post to that
      *    employee's year-to-date totals; a blank tax year means the
      *    year of the run date.  On depreciation records the
      *    employee field holds the asset number.
          05 IN-EMP-ID PIC X(8).
          05 IN-TAX-YEAR PIC 9(4).
          05 IN-TAX-YEAR-X REDEFINES IN-TAX-YEAR PIC X(4).
       FD CALC-OUT.
       01 CALC-OUT-REC PIC X(100).
       FD CALC-ERR.
      *    Malformed batch records are diverted here with the reason,
      *    instead of computing plausible-looking garbage.
       01 CALC-ERR-REC.
          05 ERR-DATA PIC X(47).
          05 FILLER PIC XX.
          05 ERR-REASON PIC X(25).
       FD RATE-FILE.
          05 RT-LOWER PIC 9(9).
          05 RT-RATE PIC 9(2)V9(2).
          05 RT-GST-RATE PIC 9(2)V9(2).
       FD YTD-FILE.
      *    Year-to-date payroll per employee and tax year, posted by
      *    batch withholding and reconciled at year end.
       01 YTD-REC.
          05 YTD-KEY.
             10 YTD-EMP-ID PIC X(8).
             10 YTD-TAX-YEAR PIC 9(4).
          05 YTD-GROSS PIC 9(7)V99.
          05 YTD-DEDUCTIONS PIC 9(7)V99.
          05 YTD-WITHHELD PIC 9(7)V99.
          05 YTD-PERIODS PIC 9(3).
          05 YTD-LAST-FREQ PIC X.
          05 YTD-LAST-DATE PIC 9(8).
          05 FILLER PIC X(20).
       FD YEAR-END-RPT.
       01 YEAR-END-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC 99 VALUE ZERO.
       01 USE-LAST PIC X VALUE 'N'.
       01 RUN-MODE PIC X VALUE 'I'.
          88 RUN-MODE-INTERACTIVE VALUE 'I'.
          88 RUN-MODE-BATCH VALUE 'B'.
          88 RUN-MODE-YEAR-END VALUE 'Y'.
       01 FS-IN PIC 9(02).
          88 FS-IN-OK VALUE 0.
          88 FS-IN-EOF VALUE 10.
       01 BATCH-REC-OK PIC X VALUE 'Y'.
       01 BATCH-REASON PIC X(25) VALUE SPACES.
       01 R1 PIC 9(2) VALUE ZERO.
       01 RATE-CUTOFF PIC 9(8) VALUE ZERO.
       01 FS-YTD PIC 9(02).
          88 FS-YTD-OK VALUE 0.
          88 FS-YTD-NOT-FOUND VALUE 23.
          88 FS-YTD-MISSING VALUE 35.
       01 YTD-OPEN PIC X VALUE 'N'.
          88 YTD-IS-OPEN VALUE 'Y'.
       01 WS-YTD-EOF PIC X VALUE 'N'.
          88 WS-YTD-IS-EOF VALUE 'Y'.
       01 YTD-POSTED PIC 9(7) VALUE ZERO.
       01 POST-YEAR PIC 9(4) VALUE ZERO.
       01 FS-YER PIC 9(02).
          88 FS-YER-OK VALUE 0.
       01 YEAR-END-YEAR PIC 9(4) VALUE ZERO.
       01 YE-LIABILITY PIC 9(7)V99 VALUE ZERO.
       01 YE-DIFFERENCE PIC S9(7)V99 VALUE ZERO.
       01 YE-EMPLOYEES PIC 9(7) VALUE ZERO.
       01 YE-REFUND-COUNT PIC 9(7) VALUE ZERO.
       01 YE-DUE-COUNT PIC 9(7) VALUE ZERO.
       01 YE-TOT-GROSS PIC 9(11)V99 VALUE ZERO.
       01 YE-TOT-DEDUCTIONS PIC 9(11)V99 VALUE ZERO.
       01 YE-TOT-WITHHELD PIC 9(11)V99 VALUE ZERO.
       01 YE-TOT-LIABILITY PIC 9(11)V99 VALUE ZERO.
       01 YE-TOT-REFUND PIC 9(11)V99 VALUE ZERO.
       01 YE-TOT-DUE PIC 9(11)V99 VALUE ZERO.
       01 YE-NET PIC S9(11)V99 VALUE ZERO.
       01 EDIT-YE-AMT PIC Z,ZZZ,ZZ9.99.
       01 EDIT-YE-GROSS PIC Z,ZZZ,ZZ9.99.
       01 EDIT-YE-DED PIC Z,ZZZ,ZZ9.99.
       01 EDIT-YE-WH PIC Z,ZZZ,ZZ9.99.
       01 EDIT-YE-LIAB PIC Z,ZZZ,ZZ9.99.
       01 EDIT-YE-TOT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDIT-YE-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DEPR-ASSET-ID PIC X(8) VALUE SPACES.
       01 DEPR-COST PIC 9(7)V99 VALUE ZERO.
       01 DEPR-SALVAGE PIC 9(7)V99 VALUE ZERO.
       01 DEPR-LIFE PIC 9(3) VALUE ZERO.
       01 DEPR-DATE PIC 9(8) VALUE ZERO.
       01 DEPR-DATE-PARTS REDEFINES DEPR-DATE.
          05 DEPR-START-YEAR PIC 9(4).
          05 DEPR-START-MONTH PIC 9(2).
          05 FILLER PIC 9(2).
       01 DEPR-METHOD PIC X VALUE 'S'.
          88 DEPR-STRAIGHT VALUE 'S'.
          88 DEPR-DECLINING VALUE 'D'.
          88 DEPR-SYD VALUE 'Y'.
       01 DEPR-CONVENTION PIC X VALUE 'M'.
          88 DEPR-MID-YEAR VALUE 'H'.
          88 DEPR-BY-MONTH VALUE 'M'.
       01 DEPR-METHOD-NAME PIC X(17) VALUE SPACES.
       01 DEPR-FRACTION PIC 9V9(4) VALUE ZERO.
       01 DEPR-BASE PIC 9(7)V99 VALUE ZERO.
       01 DEPR-YEARS PIC 9(3) VALUE ZERO.
       01 DEPR-YEAR-NO PIC 9(3) VALUE ZERO.
       01 DEPR-CAL-YEAR PIC 9(4) VALUE ZERO.
       01 DEPR-SYD-SUM PIC 9(6) VALUE ZERO.
       01 DEPR-AY-CUR PIC 9(7)V9(4) VALUE ZERO.
       01 DEPR-AY-PREV PIC 9(7)V9(4) VALUE ZERO.
       01 DEPR-AY-BOOK PIC 9(7)V9(4) VALUE ZERO.
       01 DEPR-SL-WORK PIC 9(7)V9(4) VALUE ZERO.
       01 DEPR-REST-FRACTION PIC 9V9(4) VALUE ZERO.
       01 DEPR-YEARS-LEFT PIC 9(3) VALUE ZERO.
       01 DEPR-WORK PIC 9(11)V9(4) VALUE ZERO.
       01 DEPR-WORK-2 PIC 9(11)V9(4) VALUE ZERO.
       01 DEPR-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 DEPR-ACCUM PIC 9(7)V99 VALUE ZERO.
       01 DEPR-BOOK PIC 9(7)V99 VALUE ZERO.
       01 DEPR-FIRST PIC 9(7)V99 VALUE ZERO.
       01 EDIT-DP-AMT PIC Z,ZZZ,ZZ9.99.
       01 EDIT-DP-ACC PIC Z,ZZZ,ZZ9.99.
       01 EDIT-DP-BOOK PIC Z,ZZZ,ZZ9.99.
       01 DEPR-ASSETS PIC 9(7) VALUE ZERO.
       01 DT-COUNT PIC 9(3) VALUE ZERO.
       01 DT-SUB PIC 9(3) VALUE ZERO.
       01 DT-SUB2 PIC 9(3) VALUE ZERO.
       01 DEPR-TOTAL-TABLE.
          05 DT-ENTRY OCCURS 200 TIMES.
             10 DT-YEAR PIC 9(4).
             10 DT-AMOUNT PIC 9(11)V99.
       01 DT-SWAP PIC X(17).
       01 DT-GRAND PIC 9(11)V99 VALUE ZERO.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 50 TIMES.
             10 HIST-OP PIC X(10).
           DISPLAY "Welcome to the calculator program."
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RATE-TABLE
           DISPLAY "Enter mode (I=Interactive, B=Batch,"
           DISPLAY " Y=Year-end withholding reconciliation): "
           ACCEPT RUN-MODE
           IF RUN-MODE-BATCH
               PERFORM BATCH-PARAGRAPH
           ELSE IF RUN-MODE-YEAR-END
               PERFORM YEAR-END-PARAGRAPH
           ELSE
               PERFORM MENU-PARAGRAPH UNTIL CHOICE = 14
           END-IF
           END-IF
           PERFORM DISPLAY-HISTORY
           STOP RUN.
           DISPLAY "10. Compare tax across rate sets"
           DISPLAY "11. Per-period payroll withholding"
           DISPLAY "12. Loan amortization schedule"
           DISPLAY "13. Asset depreciation schedule"
           DISPLAY "14. Exit the program"
           ACCEPT CHOICE
           EVALUATE CHOICE
               WHEN 1
               WHEN 12
                   PERFORM AMORT-PARAGRAPH
               WHEN 13
                   PERFORM DEPR-PARAGRAPH
               WHEN 14
                   DISPLAY "Thank you for using the calculator program."
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
      *    present the brackets in force before the table existed
      *    are used, so a missing file cannot change results.
           PERFORM SET-DEFAULT-BRACKETS
           MOVE RUN-DATE TO RATE-CUTOFF
           OPEN INPUT RATE-FILE
           IF FS-RATE-OK
               MOVE 'N' TO WS-RATE-EOF
           MOVE 18 TO BR-GST-RATE (4).

       PICK-EFFECTIVE-SET.
      *    Two passes: find the newest effective date that is not
      *    after RATE-CUTOFF (normally the run date), then load that
      *    date's rows as the brackets.
           MOVE ZERO TO RATE-EFFECTIVE
           PERFORM VARYING R1 FROM 1 BY 1 UNTIL R1 > RL-COUNT
               IF RL-EFF-DATE (R1) <= RATE-CUTOFF
                   AND RL-EFF-DATE (R1) > RATE-EFFECTIVE
                   MOVE RL-EFF-DATE (R1) TO RATE-EFFECTIVE
               END-IF
               END-IF
           END-IF.

       DEPR-PARAGRAPH.
           MOVE SPACES TO DEPR-ASSET-ID
           DISPLAY "Enter the asset cost: "
           ACCEPT DEPR-COST
           DISPLAY "Enter the salvage value: "
           ACCEPT DEPR-SALVAGE
           DISPLAY "Enter the useful life in years: "
           ACCEPT DEPR-LIFE
           DISPLAY "Enter the in-service date (YYYYMMDD): "
           ACCEPT DEPR-DATE
           DISPLAY "Method (S=Straight-line, D=Declining balance,"
           DISPLAY " Y=Sum-of-years-digits): "
           ACCEPT DEPR-METHOD
           DISPLAY "First year (H=Mid-year, M=Months in service): "
           ACCEPT DEPR-CONVENTION
           IF DEPR-DATE = ZERO
               MOVE RUN-DATE TO DEPR-DATE
           END-IF
           IF NOT DEPR-STRAIGHT AND NOT DEPR-DECLINING
               AND NOT DEPR-SYD
               MOVE 'S' TO DEPR-METHOD
           END-IF
           IF NOT DEPR-MID-YEAR
               MOVE 'M' TO DEPR-CONVENTION
           END-IF
           PERFORM RUN-DEPRECIATION
           MOVE "DEPRECIATE" TO OP-NAME
           MOVE DEPR-COST TO NUM1
           MOVE DEPR-LIFE TO NUM2
           MOVE DEPR-FIRST TO RESULT
           PERFORM LOG-CALCULATION.

       RUN-DEPRECIATION.
      *    Year-by-year schedule of depreciation, accumulated
      *    depreciation and book value, one line per calendar year
      *    from the in-service year.  Each asset year's charge is
      *    worked out by the method, then split across calendar
      *    years by the share of the first year the asset was in
      *    service - half under the mid-year convention, else the
      *    months from the in-service month to December - so a part
      *    first year is followed by a part final year.  Declining
      *    balance is double the straight-line rate on the opening
      *    book value, going over to straight line when that gives
      *    more.  The last year takes the book value down to salvage
      *    exactly, clearing the rounding residue.
           MOVE ZERO TO DEPR-FIRST
           IF DEPR-LIFE = ZERO OR DEPR-SALVAGE >= DEPR-COST
               OR DEPR-START-MONTH < 1 OR DEPR-START-MONTH > 12
               MOVE "NOTHING TO DEPRECIATE" TO AMORT-LINE
               PERFORM EMIT-AMORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN DEPR-DECLINING
                       MOVE "DECLINING BALANCE" TO DEPR-METHOD-NAME
                   WHEN DEPR-SYD
                       MOVE "SUM-OF-YEARS" TO DEPR-METHOD-NAME
                   WHEN OTHER
                       MOVE "STRAIGHT-LINE" TO DEPR-METHOD-NAME
               END-EVALUATE
               IF DEPR-MID-YEAR
                   MOVE 0.5 TO DEPR-FRACTION
               ELSE
                   COMPUTE DEPR-WORK = 13 - DEPR-START-MONTH
                   DIVIDE DEPR-WORK BY 12 GIVING DEPR-FRACTION ROUNDED
               END-IF
               COMPUTE DEPR-REST-FRACTION = 1 - DEPR-FRACTION
               IF DEPR-FRACTION = 1
                   MOVE DEPR-LIFE TO DEPR-YEARS
               ELSE
                   COMPUTE DEPR-YEARS = DEPR-LIFE + 1
               END-IF
               COMPUTE DEPR-BASE = DEPR-COST - DEPR-SALVAGE
               COMPUTE DEPR-WORK = DEPR-LIFE * (DEPR-LIFE + 1)
               DIVIDE DEPR-WORK BY 2 GIVING DEPR-SYD-SUM
               MOVE SPACES TO AMORT-LINE
               STRING "DEPRECIATION " DEPR-ASSET-ID
                      " " DEPR-METHOD-NAME
                      " IN SERVICE " DEPR-DATE
                      DELIMITED BY SIZE INTO AMORT-LINE
               PERFORM EMIT-AMORT-LINE
               MOVE DEPR-COST TO EDIT-DP-AMT
               MOVE DEPR-SALVAGE TO EDIT-DP-BOOK
               MOVE SPACES TO AMORT-LINE
               IF DEPR-MID-YEAR
                   STRING "COST " EDIT-DP-AMT
                          " SALVAGE " EDIT-DP-BOOK
                          " LIFE " DEPR-LIFE
                          " YEARS, MID-YEAR CONVENTION"
                          DELIMITED BY SIZE INTO AMORT-LINE
               ELSE
                   STRING "COST " EDIT-DP-AMT
                          " SALVAGE " EDIT-DP-BOOK
                          " LIFE " DEPR-LIFE
                          " YEARS, FIRST YEAR BY MONTHS"
                          DELIMITED BY SIZE INTO AMORT-LINE
               END-IF
               PERFORM EMIT-AMORT-LINE
               MOVE "YEAR  DEPRECIATION   ACCUMULATED    BOOK VALUE"
                   TO AMORT-LINE
               PERFORM EMIT-AMORT-LINE
               MOVE ZERO TO DEPR-ACCUM
               MOVE ZERO TO DEPR-AY-CUR
               MOVE DEPR-COST TO DEPR-BOOK
               MOVE DEPR-COST TO DEPR-AY-BOOK
               MOVE ZERO TO PAGE-LINES
               PERFORM DEPR-ONE-YEAR
                   VARYING DEPR-YEAR-NO FROM 1 BY 1
                   UNTIL DEPR-YEAR-NO > DEPR-YEARS
               MOVE DEPR-ACCUM TO EDIT-DP-ACC
               MOVE SPACES TO AMORT-LINE
               STRING "TOTAL DEPRECIATION OVER THE LIFE " EDIT-DP-ACC
                      DELIMITED BY SIZE INTO AMORT-LINE
               PERFORM EMIT-AMORT-LINE
           END-IF.

       DEPR-ONE-YEAR.
           MOVE DEPR-AY-CUR TO DEPR-AY-PREV
           IF DEPR-YEAR-NO > DEPR-LIFE
               MOVE ZERO TO DEPR-AY-CUR
           ELSE
               PERFORM DEPR-ASSET-YEAR
           END-IF
           COMPUTE DEPR-WORK = DEPR-FRACTION * DEPR-AY-CUR
           COMPUTE DEPR-WORK-2 = DEPR-REST-FRACTION * DEPR-AY-PREV
           ADD DEPR-WORK-2 TO DEPR-WORK GIVING DEPR-AMOUNT ROUNDED
           IF DEPR-YEAR-NO = DEPR-YEARS
               OR DEPR-AMOUNT > DEPR-BOOK - DEPR-SALVAGE
               COMPUTE DEPR-AMOUNT = DEPR-BOOK - DEPR-SALVAGE
           END-IF
           ADD DEPR-AMOUNT TO DEPR-ACCUM
           SUBTRACT DEPR-AMOUNT FROM DEPR-BOOK
           IF DEPR-YEAR-NO = 1
               MOVE DEPR-AMOUNT TO DEPR-FIRST
           END-IF
           COMPUTE DEPR-CAL-YEAR = DEPR-START-YEAR + DEPR-YEAR-NO - 1
           IF RUN-MODE-BATCH
               PERFORM ADD-DEPR-YEAR-TOTAL
           END-IF
           MOVE DEPR-AMOUNT TO EDIT-DP-AMT
           MOVE DEPR-ACCUM TO EDIT-DP-ACC
           MOVE DEPR-BOOK TO EDIT-DP-BOOK
           MOVE SPACES TO AMORT-LINE
           STRING DEPR-CAL-YEAR
                  "  " EDIT-DP-AMT
                  "  " EDIT-DP-ACC
                  "  " EDIT-DP-BOOK
                  DELIMITED BY SIZE INTO AMORT-LINE
           PERFORM EMIT-AMORT-LINE.

       DEPR-ASSET-YEAR.
      *    Charge for a full twelve months of asset year
      *    DEPR-YEAR-NO.
           COMPUTE DEPR-YEARS-LEFT = DEPR-LIFE - DEPR-YEAR-NO + 1
           EVALUATE TRUE
               WHEN DEPR-DECLINING
                   COMPUTE DEPR-WORK = DEPR-AY-BOOK * 2
                   DIVIDE DEPR-WORK BY DEPR-LIFE
                       GIVING DEPR-AY-CUR ROUNDED
                   COMPUTE DEPR-WORK = DEPR-AY-BOOK - DEPR-SALVAGE
                   DIVIDE DEPR-WORK BY DEPR-YEARS-LEFT
                       GIVING DEPR-SL-WORK ROUNDED
                   IF DEPR-SL-WORK > DEPR-AY-CUR
                       MOVE DEPR-SL-WORK TO DEPR-AY-CUR
                   END-IF
                   IF DEPR-AY-CUR > DEPR-AY-BOOK - DEPR-SALVAGE
                       COMPUTE DEPR-AY-CUR =
                           DEPR-AY-BOOK - DEPR-SALVAGE
                   END-IF
                   SUBTRACT DEPR-AY-CUR FROM DEPR-AY-BOOK
               WHEN DEPR-SYD
                   COMPUTE DEPR-WORK = DEPR-BASE * DEPR-YEARS-LEFT
                   DIVIDE DEPR-WORK BY DEPR-SYD-SUM
                       GIVING DEPR-AY-CUR ROUNDED
               WHEN OTHER
                   DIVIDE DEPR-BASE BY DEPR-LIFE
                       GIVING DEPR-AY-CUR ROUNDED
           END-EVALUATE.

       ADD-DEPR-YEAR-TOTAL.
           MOVE ZERO TO DT-SUB2
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-COUNT OR DT-SUB2 > ZERO
               IF DT-YEAR (DT-SUB) = DEPR-CAL-YEAR
                   MOVE DT-SUB TO DT-SUB2
               END-IF
           END-PERFORM
           IF DT-SUB2 = ZERO AND DT-COUNT < 200
               ADD 1 TO DT-COUNT
               MOVE DT-COUNT TO DT-SUB2
               MOVE DEPR-CAL-YEAR TO DT-YEAR (DT-SUB2)
               MOVE ZERO TO DT-AMOUNT (DT-SUB2)
           END-IF
           IF DT-SUB2 > ZERO
               ADD DEPR-AMOUNT TO DT-AMOUNT (DT-SUB2)
           END-IF.

       WRITE-DEPR-TOTALS.
      *    Depreciation per calendar year across every asset in the
      *    run, oldest year first.
           PERFORM VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB >= DT-COUNT
               COMPUTE DT-SUB2 = DT-SUB + 1
               PERFORM VARYING DT-SUB2 FROM DT-SUB2 BY 1
                       UNTIL DT-SUB2 > DT-COUNT
                   IF DT-YEAR (DT-SUB2) < DT-YEAR (DT-SUB)
                       MOVE DT-ENTRY (DT-SUB) TO DT-SWAP
                       MOVE DT-ENTRY (DT-SUB2) TO DT-ENTRY (DT-SUB)
                       MOVE DT-SWAP TO DT-ENTRY (DT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CALC-OUT-REC
           MOVE DEPR-ASSETS TO EDIT-CTL-CNT
           STRING "DEPRECIATION BY YEAR, ALL ASSETS (" EDIT-CTL-CNT
                  " ASSETS)"
                  DELIMITED BY SIZE INTO CALC-OUT-REC
           WRITE CALC-OUT-REC
           MOVE ZERO TO DT-GRAND
           PERFORM VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
               ADD DT-AMOUNT (DT-SUB) TO DT-GRAND
               MOVE DT-AMOUNT (DT-SUB) TO EDIT-AM-TOT
               MOVE SPACES TO CALC-OUT-REC
               STRING DT-YEAR (DT-SUB) "  " EDIT-AM-TOT
                      DELIMITED BY SIZE INTO CALC-OUT-REC
               WRITE CALC-OUT-REC
           END-PERFORM
           MOVE DT-GRAND TO EDIT-AM-TOT
           MOVE SPACES TO CALC-OUT-REC
           STRING "ALL   " EDIT-AM-TOT
                  DELIMITED BY SIZE INTO CALC-OUT-REC
           WRITE CALC-OUT-REC.

       RUN-SET-COMPARISON.
      *    Compute tax for the same taxable income under every
      *    effective-date set present in CALCRATE and show them side
           MOVE "OK" TO RC-STATUS
           OPEN INPUT CALC-IN OUTPUT CALC-OUT
           OPEN OUTPUT CALC-ERR
           PERFORM OPEN-YTD-FILE
           IF NOT FS-IN-OK
               DISPLAY "Unable to open batch input file"
           ELSE IF NOT FS-OUT-OK
               PERFORM READ-BATCH-RECORD
               PERFORM PROCESS-BATCH-RECORD
                   UNTIL WS-IS-EOF
               IF DEPR-ASSETS > ZERO
                   PERFORM WRITE-DEPR-TOTALS
               END-IF
               PERFORM WRITE-CONTROL-BLOCK
           END-IF
           CLOSE CALC-IN CALC-OUT CALC-ERR
           IF YTD-IS-OPEN
               CLOSE YTD-FILE
           END-IF
           MOVE BATCH-READ TO RC-INPUT-COUNT
           MOVE BATCH-PROCESSED TO RC-OUTPUT-COUNT
           MOVE BATCH-REJECTED TO RC-ERROR-COUNT
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "DEDUCTIONS NOT NUMERIC" TO BATCH-REASON
                   END-IF
                   IF IN-TAX-YEAR-X NOT = SPACES
                       AND IN-TAX-YEAR NOT NUMERIC
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "TAX YEAR NOT NUMERIC" TO BATCH-REASON
                   END-IF
               WHEN 'E'
                   IF IN-INCOME NOT NUMERIC
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "COST NOT NUMERIC" TO BATCH-REASON
                   ELSE IF IN-DEDUCTIONS NOT NUMERIC
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "SALVAGE NOT NUMERIC" TO BATCH-REASON
                   ELSE IF IN-DEDUCTIONS >= IN-INCOME
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "SALVAGE NOT BELOW COST" TO BATCH-REASON
                   END-IF
                   END-IF
                   END-IF
                   IF IN-DEPR-METHOD NOT = 'S'
                       AND IN-DEPR-METHOD NOT = 'D'
                       AND IN-DEPR-METHOD NOT = 'Y'
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "BAD DEPRECIATION METHOD" TO BATCH-REASON
                   END-IF
                   IF IN-DEPR-LIFE NOT NUMERIC OR IN-DEPR-LIFE = ZERO
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "LIFE NOT NUMERIC" TO BATCH-REASON
                   END-IF
                   IF IN-DEPR-CONVENTION NOT = 'H'
                       AND IN-DEPR-CONVENTION NOT = 'M'
                       AND IN-DEPR-CONVENTION NOT = SPACE
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "BAD CONVENTION" TO BATCH-REASON
                   END-IF
                   IF IN-DEPR-DATE NOT NUMERIC
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "IN-SERVICE DATE INVALID" TO BATCH-REASON
                   ELSE IF IN-DEPR-DATE (5:2) < "01"
                       OR IN-DEPR-DATE (5:2) > "12"
                       MOVE 'N' TO BATCH-REC-OK
                       MOVE "IN-SERVICE DATE INVALID" TO BATCH-REASON
                   END-IF
                   END-IF
               WHEN 'T'
               WHEN 'X'
                   IF IN-INCOME NOT NUMERIC
                   MOVE LOAN-TERM TO NUM2
                   MOVE LOAN-PAYMENT TO RESULT
                   MOVE "AMORTIZE" TO OP-NAME
               WHEN 'E'
                   MOVE IN-EMP-ID TO DEPR-ASSET-ID
                   MOVE IN-INCOME TO DEPR-COST
                   MOVE IN-DEDUCTIONS TO DEPR-SALVAGE
                   MOVE IN-DEPR-LIFE TO DEPR-LIFE
                   MOVE IN-DEPR-DATE TO DEPR-DATE
                   MOVE IN-DEPR-METHOD TO DEPR-METHOD
                   IF IN-DEPR-CONVENTION = SPACE
                       MOVE 'M' TO DEPR-CONVENTION
                   ELSE
                       MOVE IN-DEPR-CONVENTION TO DEPR-CONVENTION
                   END-IF
                   PERFORM RUN-DEPRECIATION
                   ADD 1 TO DEPR-ASSETS
                   MOVE DEPR-COST TO NUM1
                   MOVE DEPR-LIFE TO NUM2
                   MOVE DEPR-FIRST TO RESULT
                   MOVE "DEPRECIATE" TO OP-NAME
               WHEN 'W'
                   MOVE IN-INCOME TO PERIOD-INCOME
                   MOVE IN-DEDUCTIONS TO PERIOD-DEDUCTIONS
                       MOVE IN-NUM1-X (1:1) TO PAY-FREQ
                   END-IF
                   PERFORM COMPUTE-WITHHOLDING
                   IF IN-EMP-ID NOT = SPACES
                       PERFORM POST-YTD
                   END-IF
                   MOVE PERIOD-INCOME TO NUM1
                   MOVE ZERO TO NUM2
                   MOVE WITHHOLD-AMOUNT TO RESULT
           MOVE HASH-RESULTS TO EDIT-CTL-HASH
           STRING "** HASH OF RESULTS   " EDIT-CTL-HASH
                  DELIMITED BY SIZE INTO CALC-OUT-REC
           WRITE CALC-OUT-REC
           MOVE SPACES TO CALC-OUT-REC
           MOVE YTD-POSTED TO EDIT-CTL-CNT
           STRING "** YTD POSTINGS      " EDIT-CTL-CNT
                  DELIMITED BY SIZE INTO CALC-OUT-REC
           WRITE CALC-OUT-REC.

       OPEN-YTD-FILE.
      *    The first run of a new installation creates the file.
           OPEN I-O YTD-FILE
           IF FS-YTD-MISSING
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF FS-YTD-OK
               MOVE 'Y' TO YTD-OPEN
           ELSE
               DISPLAY "Unable to open YTD file, status " FS-YTD
               MOVE 'N' TO YTD-OPEN
           END-IF.

       POST-YTD.
      *    Add this period's gross, deductions and withholding to the
      *    employee's totals for the tax year, creating the record on
      *    the employee's first pay of the year.
           IF NOT YTD-IS-OPEN
               MOVE "ERROR" TO RC-STATUS
           ELSE
               IF IN-TAX-YEAR-X = SPACES
                   MOVE RUN-DATE (1:4) TO POST-YEAR
               ELSE
                   MOVE IN-TAX-YEAR TO POST-YEAR
               END-IF
               MOVE IN-EMP-ID TO YTD-EMP-ID
               MOVE POST-YEAR TO YTD-TAX-YEAR
               READ YTD-FILE
                   INVALID KEY
                       MOVE SPACES TO YTD-REC
                       MOVE IN-EMP-ID TO YTD-EMP-ID
                       MOVE POST-YEAR TO YTD-TAX-YEAR
                       MOVE ZERO TO YTD-GROSS YTD-DEDUCTIONS
                                    YTD-WITHHELD YTD-PERIODS
               END-READ
               ADD PERIOD-INCOME TO YTD-GROSS
               ADD PERIOD-DEDUCTIONS TO YTD-DEDUCTIONS
               ADD WITHHOLD-AMOUNT TO YTD-WITHHELD
               ADD 1 TO YTD-PERIODS
               MOVE PAY-FREQ TO YTD-LAST-FREQ
               MOVE RUN-DATE TO YTD-LAST-DATE
               IF FS-YTD-NOT-FOUND
                   WRITE YTD-REC
               ELSE
                   REWRITE YTD-REC
               END-IF
               IF FS-YTD-OK
                   ADD 1 TO YTD-POSTED
               ELSE
                   DISPLAY "YTD posting failed for " YTD-KEY
                           ", status " FS-YTD
                   MOVE "ERROR" TO RC-STATUS
               END-IF
           END-IF.

       YEAR-END-PARAGRAPH.
      *    Recompute each employee's annual tax on the year's gross
      *    less deductions, using the CALCRATE set in effect at the
      *    end of that tax year, and compare it with what was
      *    withheld.  Withholding covers tax and GST, so the annual
      *    liability is the two together.
           MOVE "START" TO RC-STATUS
           CALL "RUNLOG" USING RUN-CONTROL
           MOVE "OK" TO RC-STATUS
           DISPLAY "Enter the tax year to reconcile (YYYY): "
           ACCEPT YEAR-END-YEAR
           IF YEAR-END-YEAR = ZERO
               MOVE RUN-DATE (1:4) TO YEAR-END-YEAR
           END-IF
           PERFORM SET-DEFAULT-BRACKETS
           MOVE YEAR-END-YEAR TO RATE-CUTOFF (1:4)
           MOVE "1231" TO RATE-CUTOFF (5:4)
           PERFORM PICK-EFFECTIVE-SET
           OPEN INPUT YTD-FILE
           OPEN OUTPUT YEAR-END-RPT
           IF NOT FS-YTD-OK
               DISPLAY "Unable to open YTD file, status " FS-YTD
               MOVE "ERROR" TO RC-STATUS
           ELSE IF NOT FS-YER-OK
               DISPLAY "Unable to open year-end report file"
               MOVE "ERROR" TO RC-STATUS
           ELSE
               MOVE SPACES TO YEAR-END-LINE
               STRING "YEAR-END WITHHOLDING RECONCILIATION TAX YEAR "
                      YEAR-END-YEAR
                      " RATE SET " RATE-EFFECTIVE
                      " (" RATE-TABLE-SOURCE ")"
                      DELIMITED BY SIZE INTO YEAR-END-LINE
               WRITE YEAR-END-LINE
               MOVE SPACES TO YEAR-END-LINE
               STRING "EMPLOYEE PER        GROSS   DEDUCTIONS"
                      "     WITHHELD    LIABILITY"
                      "       AMOUNT"
                      DELIMITED BY SIZE INTO YEAR-END-LINE
               WRITE YEAR-END-LINE
               MOVE 'N' TO WS-YTD-EOF
               PERFORM READ-YTD-NEXT
               PERFORM RECONCILE-EMPLOYEE UNTIL WS-YTD-IS-EOF
               PERFORM WRITE-YEAR-END-TOTALS
               CLOSE YEAR-END-RPT
           END-IF
           END-IF
           IF FS-YTD-OK OR WS-YTD-IS-EOF
               CLOSE YTD-FILE
           END-IF
           MOVE YE-EMPLOYEES TO RC-INPUT-COUNT
           MOVE YE-EMPLOYEES TO RC-OUTPUT-COUNT
           MOVE ZERO TO RC-ERROR-COUNT
           CALL "RUNLOG" USING RUN-CONTROL.

       READ-YTD-NEXT.
           READ YTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-YTD-EOF
           END-READ.

       RECONCILE-EMPLOYEE.
           IF YTD-TAX-YEAR = YEAR-END-YEAR
               ADD 1 TO YE-EMPLOYEES
               MOVE YTD-GROSS TO INCOME
               MOVE YTD-DEDUCTIONS TO DEDUCTIONS
               IF DEDUCTIONS > INCOME
                   MOVE ZERO TO TAXABLE-INCOME
               ELSE
                   SUBTRACT DEDUCTIONS FROM INCOME
                           GIVING TAXABLE-INCOME
               END-IF
               PERFORM COMPUTE-TAX-BATCH
               COMPUTE YE-LIABILITY = TAX + GST
               COMPUTE YE-DIFFERENCE = YTD-WITHHELD - YE-LIABILITY
               ADD YTD-GROSS TO YE-TOT-GROSS
               ADD YTD-DEDUCTIONS TO YE-TOT-DEDUCTIONS
               ADD YTD-WITHHELD TO YE-TOT-WITHHELD
               ADD YE-LIABILITY TO YE-TOT-LIABILITY
               PERFORM WRITE-YEAR-END-LINE
           END-IF
           PERFORM READ-YTD-NEXT.

       WRITE-YEAR-END-LINE.
           MOVE YTD-GROSS TO EDIT-YE-GROSS
           MOVE YTD-DEDUCTIONS TO EDIT-YE-DED
           MOVE YTD-WITHHELD TO EDIT-YE-WH
           MOVE YE-LIABILITY TO EDIT-YE-LIAB
           MOVE SPACES TO YEAR-END-LINE
           IF YE-DIFFERENCE > ZERO
               ADD 1 TO YE-REFUND-COUNT
               ADD YE-DIFFERENCE TO YE-TOT-REFUND
               MOVE YE-DIFFERENCE TO EDIT-YE-AMT
               STRING YTD-EMP-ID " " YTD-PERIODS
                      " " EDIT-YE-GROSS " " EDIT-YE-DED
                      " " EDIT-YE-WH " " EDIT-YE-LIAB
                      " " EDIT-YE-AMT " REFUND"
                      DELIMITED BY SIZE INTO YEAR-END-LINE
           ELSE IF YE-DIFFERENCE < ZERO
               ADD 1 TO YE-DUE-COUNT
               SUBTRACT YE-DIFFERENCE FROM YE-TOT-DUE
               MOVE YE-DIFFERENCE TO EDIT-YE-AMT
               STRING YTD-EMP-ID " " YTD-PERIODS
                      " " EDIT-YE-GROSS " " EDIT-YE-DED
                      " " EDIT-YE-WH " " EDIT-YE-LIAB
                      " " EDIT-YE-AMT " BALANCE DUE"
                      DELIMITED BY SIZE INTO YEAR-END-LINE
           ELSE
               STRING YTD-EMP-ID " " YTD-PERIODS
                      " " EDIT-YE-GROSS " " EDIT-YE-DED
                      " " EDIT-YE-WH " " EDIT-YE-LIAB
                      "         0.00 SETTLED"
                      DELIMITED BY SIZE INTO YEAR-END-LINE
           END-IF
           END-IF
           WRITE YEAR-END-LINE.

       WRITE-YEAR-END-TOTALS.
      *    Control totals: withheld less liability must equal
      *    refunds less balances due.
           COMPUTE YE-NET = YE-TOT-WITHHELD - YE-TOT-LIABILITY
           MOVE SPACES TO YEAR-END-LINE
           MOVE "** CONTROL TOTALS" TO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-EMPLOYEES TO EDIT-CTL-CNT
           STRING "** EMPLOYEES          " EDIT-CTL-CNT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-TOT-GROSS TO EDIT-YE-TOT
           STRING "** TOTAL GROSS        " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-TOT-DEDUCTIONS TO EDIT-YE-TOT
           STRING "** TOTAL DEDUCTIONS   " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-TOT-WITHHELD TO EDIT-YE-TOT
           STRING "** TOTAL WITHHELD     " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-TOT-LIABILITY TO EDIT-YE-TOT
           STRING "** TOTAL LIABILITY    " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-REFUND-COUNT TO EDIT-CTL-CNT
           MOVE YE-TOT-REFUND TO EDIT-YE-TOT
           STRING "** REFUNDS       " EDIT-CTL-CNT " " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-DUE-COUNT TO EDIT-CTL-CNT
           MOVE YE-TOT-DUE TO EDIT-YE-TOT
           STRING "** BALANCES DUE  " EDIT-CTL-CNT " " EDIT-YE-TOT
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE
           MOVE SPACES TO YEAR-END-LINE
           MOVE YE-NET TO EDIT-YE-NET
           STRING "** NET WITHHELD LESS LIABILITY " EDIT-YE-NET
                  DELIMITED BY SIZE INTO YEAR-END-LINE
           WRITE YEAR-END-LINE.

       GET-BATCH-NUMS.
      *    A blank first number chains the previous answer into the
      *    calculation, the batch equivalent of "use last result".
