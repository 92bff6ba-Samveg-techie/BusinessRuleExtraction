           SELECT BMI-HIST ASSIGN TO "BMIHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT BMI-QUAL ASSIGN TO "BMIQUAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-QUAL.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-IN.
          05 IN-NAME PIC X(20).
          05 IN-UNITS PIC X.
          05 IN-HEIGHT PIC 9(3)V9(2).
          05 IN-HEIGHT-X REDEFINES IN-HEIGHT PIC X(5).
          05 IN-WEIGHT PIC 9(3)V9(2).
          05 IN-WEIGHT-X REDEFINES IN-WEIGHT PIC X(5).
          05 IN-AGE PIC 9(2).
          05 IN-GENDER PIC X.
          05 IN-SYSTOLIC PIC 9(3).
          05 IN-SYSTOLIC-X REDEFINES IN-SYSTOLIC PIC X(3).
          05 IN-DIASTOLIC PIC 9(3).
          05 IN-DIASTOLIC-X REDEFINES IN-DIASTOLIC PIC X(3).
          05 IN-ACTIVITY PIC X.
      *       S=SEDENTARY L=LIGHT M=MODERATE A=ACTIVE V=VERY ACTIVE
          05 IN-SITE-ID PIC X(6).
          05 IN-SCREENER-ID PIC X(6).
      *       Clinic and the staff member who took the readings
       FD BMI-OUT.
       01 BMI-OUT-REC PIC X(160).
       FD BMI-REFER.
          05 HIST-BMI PIC 9(2)V9(2).
          05 HIST-BMI-CLASS PIC X(15).
          05 HIST-BP-CLASS PIC X(15).
          05 HIST-SITE-ID PIC X(6).
          05 HIST-SCREENER-ID PIC X(6).
          05 HIST-AGE PIC 9(2).
          05 HIST-GENDER PIC X.
       FD BMI-QUAL.
      *    Screening quality by site and by screener within site.
       01 BMI-QUAL-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 PERSON-DETAILS.
          05 NAME PIC X(20) VALUE SPACES.
             10 PRIOR-BMI PIC 9(2)V9(2).
             10 PRIOR-BMI-CLASS PIC X(15).
             10 PRIOR-BP-CLASS PIC X(15).
             10 PRIOR-DATE PIC X(8).
       01 FS-REFER PIC 9(02).
          88 FS-REFER-OK VALUE 0.
       01 RISK-SCORE PIC 9(2) VALUE ZERO.
       01 NEW-RANK PIC 9(2) VALUE ZERO.
       01 WORK-CLASS PIC X(15) VALUE SPACES.
       01 WORK-RANK PIC 9(2) VALUE ZERO.
       01 FS-QUAL PIC 9(02).
          88 FS-QUAL-OK VALUE 0.
      *    Quality counters, one row per site (blank screener) and
      *    one per screener within the site.  A reading is suspect
      *    for terminal-digit preference when it ends in 0 or 5;
      *    honest readings do that about 20 percent of the time.
       01 QUAL-MIN-READINGS PIC 9(4) VALUE 20.
       01 QUAL-PREF-LIMIT PIC 9(3) VALUE 40.
       01 QUAL-REJECT-LIMIT PIC 9(3) VALUE 10.
       01 QUAL-SITE PIC X(6) VALUE SPACES.
       01 QUAL-SCREENER PIC X(6) VALUE SPACES.
       01 QUAL-SLOT PIC 9(4) VALUE ZERO.
       01 QUAL-DIGIT PIC X VALUE SPACE.
       01 QUAL-DUP-FLAG PIC X VALUE 'N'.
          88 QUAL-IS-DUP VALUE 'Y'.
       01 QUAL-COUNT PIC 9(4) VALUE ZERO.
       01 QUAL-TABLE.
          05 QUAL-ENTRY OCCURS 300 TIMES.
             10 QL-SITE PIC X(6).
             10 QL-SCREENER PIC X(6).
             10 QL-READ PIC 9(7).
             10 QL-REJECT PIC 9(7).
             10 QL-VALID PIC 9(7).
             10 QL-HT-CNT PIC 9(7).
             10 QL-HT-05 PIC 9(7).
             10 QL-WT-CNT PIC 9(7).
             10 QL-WT-05 PIC 9(7).
             10 QL-BP-CNT PIC 9(7).
             10 QL-BP-05 PIC 9(7).
             10 QL-DUP PIC 9(7).
             10 QL-BMI-SUM PIC 9(9)V9(2).
       01 QL-SWAP PIC X(93).
       01 COHORT-BMI-SUM PIC 9(9)V9(2) VALUE ZERO.
       01 COHORT-BMI-AVG PIC 9(2)V9(2) VALUE ZERO.
       01 QUAL-BMI-AVG PIC 9(2)V9(2) VALUE ZERO.
       01 QUAL-BMI-DIFF PIC S9(2)V9(2) VALUE ZERO.
       01 QUAL-REJ-PCT PIC 9(3)V9 VALUE ZERO.
       01 QUAL-HT-PCT PIC 9(3)V9 VALUE ZERO.
       01 QUAL-WT-PCT PIC 9(3)V9 VALUE ZERO.
       01 QUAL-BP-PCT PIC 9(3)V9 VALUE ZERO.
       01 QUAL-FLAGS PIC X(5) VALUE SPACES.
       01 QUAL-EDIT-READ PIC ZZZZZ9.
       01 QUAL-EDIT-DUP PIC ZZZZ9.
       01 QUAL-EDIT-REJ PIC ZZ9.9.
       01 QUAL-EDIT-HT PIC ZZ9.9.
       01 QUAL-EDIT-WT PIC ZZ9.9.
       01 QUAL-EDIT-BP PIC ZZ9.9.
       01 QUAL-EDIT-AVG PIC Z9.99.
       01 QUAL-EDIT-DIFF PIC +9.99.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "BMI".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.

           PERFORM WRITE-COHORT-SUMMARY.
           PERFORM WRITE-REFERRALS.
           PERFORM WRITE-QUALITY-REPORT.
           CLOSE BMI-IN BMI-OUT BMI-HIST.
           MOVE REC-READ TO RC-INPUT-COUNT.
           MOVE REC-WRITTEN TO RC-OUTPUT-COUNT.
               MOVE HIST-BMI TO PRIOR-BMI (PRIOR-SLOT)
               MOVE HIST-BMI-CLASS TO PRIOR-BMI-CLASS (PRIOR-SLOT)
               MOVE HIST-BP-CLASS TO PRIOR-BP-CLASS (PRIOR-SLOT)
               MOVE HIST-DATE TO PRIOR-DATE (PRIOR-SLOT)
           END-IF.

       READ-BATCH-RECORD.

       PROCESS-BATCH-RECORD.
           ADD 1 TO REC-READ.
           MOVE IN-SITE-ID TO QUAL-SITE.
           IF QUAL-SITE = SPACES
               MOVE "NONE" TO QUAL-SITE
           END-IF.
           IF IN-HEIGHT NOT NUMERIC OR IN-WEIGHT NOT NUMERIC
              OR IN-AGE NOT NUMERIC OR IN-HEIGHT = ZEROES
               ADD 1 TO REC-INVALID
               PERFORM TALLY-QUALITY-REJECT
               MOVE SPACES TO BMI-OUT-REC
               STRING IN-PATIENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
           PERFORM CALCULATE-RESULTS.
           PERFORM WRITE-BATCH-RESULT.
           PERFORM TALLY-COHORT.
           PERFORM TALLY-QUALITY-VALID.
           PERFORM WRITE-HISTORY.
           PERFORM READ-BATCH-RECORD.

           MOVE BMI TO HIST-BMI.
           MOVE COMMENT TO HIST-BMI-CLASS.
           MOVE BP-COMMENT TO HIST-BP-CLASS.
           MOVE IN-SITE-ID TO HIST-SITE-ID.
           MOVE IN-SCREENER-ID TO HIST-SCREENER-ID.
           MOVE AGE TO HIST-AGE.
           MOVE GENDER TO HIST-GENDER.
           WRITE BMI-HIST-REC.
           PERFORM REMEMBER-PRIOR.

       TALLY-QUALITY-REJECT.
           MOVE SPACES TO QUAL-SCREENER.
           PERFORM FIND-QUAL-SLOT.
           PERFORM ADD-QUAL-REJECT.
           MOVE IN-SCREENER-ID TO QUAL-SCREENER.
           IF QUAL-SCREENER = SPACES
               MOVE "NONE" TO QUAL-SCREENER
           END-IF.
           PERFORM FIND-QUAL-SLOT.
           PERFORM ADD-QUAL-REJECT.

       ADD-QUAL-REJECT.
           IF QUAL-SLOT > ZERO
               ADD 1 TO QL-READ (QUAL-SLOT)
               ADD 1 TO QL-REJECT (QUAL-SLOT)
           END-IF.

       TALLY-QUALITY-VALID.
      *    Same-day duplicate: the patient already has a screening
      *    dated today, from an earlier run or earlier in this one.
      *    Must run before WRITE-HISTORY records this screening.
           MOVE 'N' TO QUAL-DUP-FLAG.
           MOVE ZERO TO PRIOR-SLOT.
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > PRIOR-COUNT OR PRIOR-SLOT > 0
               IF PRIOR-ID (H) = PATIENT-ID
                   MOVE H TO PRIOR-SLOT
               END-IF
           END-PERFORM.
           IF PRIOR-SLOT > ZERO
               IF PRIOR-DATE (PRIOR-SLOT) = RUN-DATE
                   MOVE 'Y' TO QUAL-DUP-FLAG
               END-IF
           END-IF.
           ADD BMI TO COHORT-BMI-SUM.
           MOVE SPACES TO QUAL-SCREENER.
           PERFORM FIND-QUAL-SLOT.
           PERFORM ADD-QUAL-VALID.
           MOVE IN-SCREENER-ID TO QUAL-SCREENER.
           IF QUAL-SCREENER = SPACES
               MOVE "NONE" TO QUAL-SCREENER
           END-IF.
           PERFORM FIND-QUAL-SLOT.
           PERFORM ADD-QUAL-VALID.

       ADD-QUAL-VALID.
      *    Height is judged on the centimetre digit (metric) or the
      *    whole-inch digit, weight on the whole kilogram or pound
      *    digit, blood pressure on the mmHg units digit.
           IF QUAL-SLOT > ZERO
               ADD 1 TO QL-READ (QUAL-SLOT)
               ADD 1 TO QL-VALID (QUAL-SLOT)
               ADD BMI TO QL-BMI-SUM (QUAL-SLOT)
               IF QUAL-IS-DUP
                   ADD 1 TO QL-DUP (QUAL-SLOT)
               END-IF
               IF UNITS-IMPERIAL
                   MOVE IN-HEIGHT-X (3:1) TO QUAL-DIGIT
               ELSE
                   MOVE IN-HEIGHT-X (5:1) TO QUAL-DIGIT
               END-IF
               ADD 1 TO QL-HT-CNT (QUAL-SLOT)
               IF QUAL-DIGIT = '0' OR QUAL-DIGIT = '5'
                   ADD 1 TO QL-HT-05 (QUAL-SLOT)
               END-IF
               MOVE IN-WEIGHT-X (3:1) TO QUAL-DIGIT
               ADD 1 TO QL-WT-CNT (QUAL-SLOT)
               IF QUAL-DIGIT = '0' OR QUAL-DIGIT = '5'
                   ADD 1 TO QL-WT-05 (QUAL-SLOT)
               END-IF
               IF IN-SYSTOLIC NUMERIC AND IN-SYSTOLIC > ZERO
                   MOVE IN-SYSTOLIC-X (3:1) TO QUAL-DIGIT
                   ADD 1 TO QL-BP-CNT (QUAL-SLOT)
                   IF QUAL-DIGIT = '0' OR QUAL-DIGIT = '5'
                       ADD 1 TO QL-BP-05 (QUAL-SLOT)
                   END-IF
               END-IF
               IF IN-DIASTOLIC NUMERIC AND IN-DIASTOLIC > ZERO
                   MOVE IN-DIASTOLIC-X (3:1) TO QUAL-DIGIT
                   ADD 1 TO QL-BP-CNT (QUAL-SLOT)
                   IF QUAL-DIGIT = '0' OR QUAL-DIGIT = '5'
                       ADD 1 TO QL-BP-05 (QUAL-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-QUAL-SLOT.
      *    Row for QUAL-SITE / QUAL-SCREENER, added when new; zero
      *    when the table is full.
           MOVE ZERO TO QUAL-SLOT.
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > QUAL-COUNT OR QUAL-SLOT > 0
               IF QL-SITE (H) = QUAL-SITE
                  AND QL-SCREENER (H) = QUAL-SCREENER
                   MOVE H TO QUAL-SLOT
               END-IF
           END-PERFORM.
           IF QUAL-SLOT = ZERO AND QUAL-COUNT < 300
               ADD 1 TO QUAL-COUNT
               MOVE QUAL-COUNT TO QUAL-SLOT
               INITIALIZE QUAL-ENTRY (QUAL-SLOT)
               MOVE QUAL-SITE TO QL-SITE (QUAL-SLOT)
               MOVE QUAL-SCREENER TO QL-SCREENER (QUAL-SLOT)
           END-IF.

       WRITE-QUALITY-REPORT.
      *    Site rows first, each followed by its screeners, the same
      *    exchange pass the referral extract uses.  Flags: R high
      *    rejection rate, H W B digit preference in height, weight
      *    or blood pressure, D same-day duplicates.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H >= QUAL-COUNT
               COMPUTE J2 = H + 1
               PERFORM VARYING J2 FROM J2 BY 1
                       UNTIL J2 > QUAL-COUNT
                   IF QL-SITE (J2) < QL-SITE (H)
                      OR (QL-SITE (J2) = QL-SITE (H)
                          AND QL-SCREENER (J2) < QL-SCREENER (H))
                       MOVE QUAL-ENTRY (H) TO QL-SWAP
                       MOVE QUAL-ENTRY (J2) TO QUAL-ENTRY (H)
                       MOVE QL-SWAP TO QUAL-ENTRY (J2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF REC-WRITTEN > ZERO
               COMPUTE COHORT-BMI-AVG ROUNDED =
                   COHORT-BMI-SUM / REC-WRITTEN
           END-IF.
           OPEN OUTPUT BMI-QUAL.
           IF FS-QUAL-OK
               MOVE "SCREENING QUALITY BY SITE AND SCREENER"
                   TO BMI-QUAL-REC
               WRITE BMI-QUAL-REC
               MOVE SPACES TO BMI-QUAL-REC
               MOVE COHORT-BMI-AVG TO QUAL-EDIT-AVG
               STRING "RUN " RUN-DATE
                      "  COHORT AVERAGE BMI " QUAL-EDIT-AVG
                      DELIMITED BY SIZE INTO BMI-QUAL-REC
               WRITE BMI-QUAL-REC
               MOVE SPACES TO BMI-QUAL-REC
               WRITE BMI-QUAL-REC
               MOVE "SITE   SCREENR   READ  REJ%  HT05%  WT05%  BP05%"
                   TO BMI-QUAL-REC
               MOVE "  DUPS  AVG BMI  VS COHORT  FLAGS"
                   TO BMI-QUAL-REC (50:)
               WRITE BMI-QUAL-REC
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > QUAL-COUNT
                   PERFORM WRITE-QUALITY-LINE
               END-PERFORM
               CLOSE BMI-QUAL
           END-IF.

       WRITE-QUALITY-LINE.
           MOVE ZERO TO QUAL-REJ-PCT QUAL-HT-PCT QUAL-WT-PCT
                        QUAL-BP-PCT QUAL-BMI-AVG QUAL-BMI-DIFF.
           MOVE SPACES TO QUAL-FLAGS.
           IF QL-READ (H) > ZERO
               COMPUTE QUAL-REJ-PCT ROUNDED =
                   QL-REJECT (H) * 100 / QL-READ (H)
           END-IF.
           IF QL-HT-CNT (H) > ZERO
               COMPUTE QUAL-HT-PCT ROUNDED =
                   QL-HT-05 (H) * 100 / QL-HT-CNT (H)
           END-IF.
           IF QL-WT-CNT (H) > ZERO
               COMPUTE QUAL-WT-PCT ROUNDED =
                   QL-WT-05 (H) * 100 / QL-WT-CNT (H)
           END-IF.
           IF QL-BP-CNT (H) > ZERO
               COMPUTE QUAL-BP-PCT ROUNDED =
                   QL-BP-05 (H) * 100 / QL-BP-CNT (H)
           END-IF.
           IF QL-VALID (H) > ZERO
               COMPUTE QUAL-BMI-AVG ROUNDED =
                   QL-BMI-SUM (H) / QL-VALID (H)
               COMPUTE QUAL-BMI-DIFF = QUAL-BMI-AVG - COHORT-BMI-AVG
           END-IF.
           IF QUAL-REJ-PCT > QUAL-REJECT-LIMIT
               MOVE "R" TO QUAL-FLAGS (1:1)
           END-IF.
           IF QL-HT-CNT (H) >= QUAL-MIN-READINGS
              AND QUAL-HT-PCT >= QUAL-PREF-LIMIT
               MOVE "H" TO QUAL-FLAGS (2:1)
           END-IF.
           IF QL-WT-CNT (H) >= QUAL-MIN-READINGS
              AND QUAL-WT-PCT >= QUAL-PREF-LIMIT
               MOVE "W" TO QUAL-FLAGS (3:1)
           END-IF.
           IF QL-BP-CNT (H) >= QUAL-MIN-READINGS
              AND QUAL-BP-PCT >= QUAL-PREF-LIMIT
               MOVE "B" TO QUAL-FLAGS (4:1)
           END-IF.
           IF QL-DUP (H) > ZERO
               MOVE "D" TO QUAL-FLAGS (5:1)
           END-IF.
           MOVE QL-READ (H) TO QUAL-EDIT-READ.
           MOVE QUAL-REJ-PCT TO QUAL-EDIT-REJ.
           MOVE QUAL-HT-PCT TO QUAL-EDIT-HT.
           MOVE QUAL-WT-PCT TO QUAL-EDIT-WT.
           MOVE QUAL-BP-PCT TO QUAL-EDIT-BP.
           MOVE QL-DUP (H) TO QUAL-EDIT-DUP.
           MOVE QUAL-BMI-AVG TO QUAL-EDIT-AVG.
           MOVE QUAL-BMI-DIFF TO QUAL-EDIT-DIFF.
           MOVE SPACES TO BMI-QUAL-REC.
           IF QL-SCREENER (H) = SPACES
               WRITE BMI-QUAL-REC
               STRING QL-SITE (H) " SITE   "
                      DELIMITED BY SIZE INTO BMI-QUAL-REC
           ELSE
               STRING "       " QL-SCREENER (H) "  "
                      DELIMITED BY SIZE INTO BMI-QUAL-REC
           END-IF.
           STRING QUAL-EDIT-READ "  " QUAL-EDIT-REJ
                  "  " QUAL-EDIT-HT "  " QUAL-EDIT-WT
                  "  " QUAL-EDIT-BP "  " QUAL-EDIT-DUP
                  "    " QUAL-EDIT-AVG "      " QUAL-EDIT-DIFF
                  "    " QUAL-FLAGS
                  DELIMITED BY SIZE INTO BMI-QUAL-REC (16:).
           WRITE BMI-QUAL-REC.

       CALCULATE-RESULTS.
           COMPUTE BMI = WEIGHT / (HEIGHTT ** 2).

