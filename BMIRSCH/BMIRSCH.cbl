       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIRSCH.
      *    De-identified research extract from the BMI screening
      *    history and the referral outcomes, for the quarterly
      *    university release.  Nothing that names a patient goes
      *    out:
      *      - the patient ID is replaced by a pseudonym, the first
      *        16 hex digits of the ID enciphered under the research
      *        key through AESPSEU, so a patient keeps the same
      *        pseudonym from release to release but it cannot be
      *        turned back into the ID without the key;
      *      - every date is shifted by a per-patient offset of 1 to
      *        90 days either way, taken from further digits of the
      *        same enciphered block, so intervals for one patient
      *        survive but calendar dates do not;
      *      - age is released as a band, gender and site as they
      *        are, and the screener not at all.
      *    Each release is appended to the BMIRELOG release log.
      *    The research key version is pinned by the log: once a
      *    release has gone out, later releases use the version it
      *    used, so pseudonyms stay stable after the key is rotated.
      *    Record types on the extract:
      *      H = screening   O = referral outcome
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HIST ASSIGN TO "BMIHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT REFER-FILE ASSIGN TO "BMIREFER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-REFER.
           SELECT DISP-FILE ASSIGN TO "BMIDISP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DISP.
           SELECT RSCH-FILE ASSIGN TO "BMIRSCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RSCH.
           SELECT RELEASE-LOG ASSIGN TO "BMIRELOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RLOG.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-HIST.
       01 BMI-HIST-REC.
          05 HIST-PATIENT-ID PIC X(8).
          05 HIST-DATE PIC X(8).
          05 HIST-BMI PIC 9(2)V9(2).
          05 HIST-BMI-CLASS PIC X(15).
          05 HIST-BP-CLASS PIC X(15).
          05 HIST-SITE-ID PIC X(6).
          05 HIST-SCREENER-ID PIC X(6).
          05 HIST-AGE PIC 9(2).
          05 HIST-GENDER PIC X.
       FD REFER-FILE.
      *    The prioritized extract as BMI writes it.
       01 REFER-REC.
          05 RX-ID PIC X(8).
          05 FILLER PIC X.
          05 RX-NAME PIC X(20).
          05 FILLER PIC X(6).
          05 RX-TIER PIC X.
          05 FILLER PIC X(84).
       FD DISP-FILE.
       01 DISP-REC.
          05 DS-ID PIC X(8).
          05 FILLER PIC X.
          05 DS-OUTCOME PIC X.
          05 FILLER PIC X.
          05 DS-DATE PIC 9(8).
          05 FILLER PIC X(11).
       FD RSCH-FILE.
       01 RSCH-SCREEN-REC.
          05 RS-TYPE PIC X.
          05 RS-PSEUDONYM PIC X(16).
          05 RS-DATE PIC 9(8).
          05 RS-AGE-BAND PIC X(5).
          05 RS-GENDER PIC X.
          05 RS-SITE-ID PIC X(6).
          05 RS-BMI PIC 9(2)V9(2).
          05 RS-BMI-CLASS PIC X(15).
          05 RS-BP-CLASS PIC X(15).
          05 FILLER PIC X(9).
       01 RSCH-OUTCOME-REC.
          05 RO-TYPE PIC X.
          05 RO-PSEUDONYM PIC X(16).
          05 RO-DATE PIC 9(8).
          05 RO-OUTCOME PIC X.
          05 RO-TIER PIC X.
          05 FILLER PIC X(53).
       FD RELEASE-LOG.
       01 RELEASE-REC.
          05 RL-RELEASE-NO PIC 9(4).
          05 FILLER PIC X.
          05 RL-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RL-RUN-TIME PIC 9(6).
          05 FILLER PIC X.
          05 RL-FROM-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RL-TO-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RL-KEY-ID PIC X(16).
          05 FILLER PIC X.
          05 RL-KEY-VERSION PIC 9(4).
          05 FILLER PIC X.
          05 RL-SCREEN-COUNT PIC 9(7).
          05 FILLER PIC X.
          05 RL-OUTCOME-COUNT PIC 9(7).
          05 FILLER PIC X.
          05 RL-PATIENT-COUNT PIC 9(7).
          05 FILLER PIC X.
          05 RL-DATASET PIC X(8).
       WORKING-STORAGE SECTION.
       01 FS-HIST PIC 9(02).
          88 FS-HIST-OK VALUE 0.
       01 FS-REFER PIC 9(02).
          88 FS-REFER-OK VALUE 0.
       01 FS-DISP PIC 9(02).
          88 FS-DISP-OK VALUE 0.
       01 FS-RSCH PIC 9(02).
          88 FS-RSCH-OK VALUE 0.
       01 FS-RLOG PIC 9(02).
          88 FS-RLOG-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 FROM-DATE-X PIC X(8) VALUE SPACES.
       01 TO-DATE-X PIC X(8) VALUE SPACES.
       01 FROM-DATE PIC 9(8) VALUE ZERO.
       01 TO-DATE PIC 9(8) VALUE 99991231.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-TIME PIC 9(8) VALUE ZERO.
       01 LAST-RELEASE-NO PIC 9(4) VALUE ZERO.
       01 LAST-KEY-VERSION PIC 9(4) VALUE ZERO.
       01 HIST-READ PIC 9(7) VALUE ZERO.
       01 SCREEN-COUNT PIC 9(7) VALUE ZERO.
       01 OUTCOME-COUNT PIC 9(7) VALUE ZERO.
       01 ABORT-FLAG PIC X VALUE 'N'.
          88 RUN-ABORTED VALUE 'Y'.
       01 RSCH-OPEN-FLAG PIC X VALUE 'N'.
          88 RSCH-IS-OPEN VALUE 'Y'.
       01 H PIC 9(4) VALUE ZERO.
       01 FOUND-SLOT PIC 9(4) VALUE ZERO.
       01 PATIENT-ID PIC X(8) VALUE SPACES.
       01 ORIGINAL-DATE PIC 9(8) VALUE ZERO.
       01 SHIFTED-DATE PIC 9(8) VALUE ZERO.
       01 DATE-DAYS PIC 9(9) VALUE ZERO.
       01 AGE-BAND PIC X(5) VALUE SPACES.
       01 HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 HEX-VALUE PIC 9(5) VALUE ZERO.
       01 HEX-PLACE PIC 9(2) VALUE ZERO.
       01 HEX-NIBBLE PIC 9(2) VALUE ZERO.
       01 SHIFT-DAYS PIC S9(3) VALUE ZERO.
      *    Pseudonym and date offset per patient, worked out once
       01 PSEUDO-COUNT PIC 9(4) VALUE ZERO.
       01 PSEUDO-TABLE.
          05 PSEUDO-ENTRY OCCURS 2000 TIMES.
             10 PS-ID PIC X(8).
             10 PS-PSEUDONYM PIC X(16).
             10 PS-SHIFT PIC S9(3).
       01 REFER-COUNT PIC 9(4) VALUE ZERO.
       01 REFER-TABLE.
          05 REFER-ENTRY OCCURS 1000 TIMES.
             10 RF-ID PIC X(8).
             10 RF-TIER PIC X.
      *    AESPSEU parameter area
       01 PSEUDO-AREA.
          05 PSE-KEY-ID PIC X(16) VALUE "BMIRESEARCH".
          05 PSE-KEY-VERSION PIC 9(4) VALUE ZERO.
          05 PSE-VALUE PIC X(16) VALUE SPACES.
          05 PSE-BLOCK PIC X(32) VALUE SPACES.
          05 PSE-STATUS PIC X(3) VALUE SPACES.
             88 PSE-STATUS-OK VALUE "OK ".
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "BMIRSCH".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           DISPLAY "Release from date YYYYMMDD (blank = all): ".
           ACCEPT FROM-DATE-X FROM CONSOLE.
           DISPLAY "Release to date YYYYMMDD (blank = all): ".
           ACCEPT TO-DATE-X FROM CONSOLE.
           IF FROM-DATE-X NOT = SPACES
               COMPUTE FROM-DATE = FUNCTION NUMVAL(FROM-DATE-X)
           END-IF.
           IF TO-DATE-X NOT = SPACES
               COMPUTE TO-DATE = FUNCTION NUMVAL(TO-DATE-X)
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM LOAD-RELEASE-LOG.
           PERFORM CHECK-RESEARCH-KEY.
           IF NOT RUN-ABORTED
               PERFORM LOAD-REFERRALS
               OPEN OUTPUT RSCH-FILE
               IF NOT FS-RSCH-OK
                   DISPLAY "UNABLE TO OPEN RESEARCH EXTRACT ", FS-RSCH
                   MOVE 'Y' TO ABORT-FLAG
               ELSE
                   MOVE 'Y' TO RSCH-OPEN-FLAG
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM EXTRACT-SCREENINGS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM EXTRACT-OUTCOMES
           END-IF.
           IF NOT RUN-ABORTED
               CLOSE RSCH-FILE
               PERFORM WRITE-RELEASE-LOG
               DISPLAY "RELEASE " LAST-RELEASE-NO
                       " SCREENINGS " SCREEN-COUNT
                       " OUTCOMES " OUTCOME-COUNT
                       " PATIENTS " PSEUDO-COUNT
           ELSE
               IF RSCH-IS-OPEN
                   CLOSE RSCH-FILE
                   DISPLAY "EXTRACT INCOMPLETE - DO NOT RELEASE"
               END-IF
               MOVE "ERROR" TO RC-STATUS
           END-IF.
           MOVE HIST-READ TO RC-INPUT-COUNT.
           COMPUTE RC-OUTPUT-COUNT = SCREEN-COUNT + OUTCOME-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           STOP RUN.

       LOAD-RELEASE-LOG.
      *    Last release number, and the key version the releases
      *    have been made under.
           OPEN INPUT RELEASE-LOG.
           IF FS-RLOG-OK
               MOVE 'N' TO WS-EOF
               PERFORM READ-RELEASE-LOG UNTIL WS-IS-EOF
               CLOSE RELEASE-LOG
           END-IF.

       READ-RELEASE-LOG.
           READ RELEASE-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RL-RELEASE-NO NUMERIC
                       MOVE RL-RELEASE-NO TO LAST-RELEASE-NO
                       MOVE RL-KEY-VERSION TO LAST-KEY-VERSION
                   END-IF
           END-READ.

       CHECK-RESEARCH-KEY.
      *    Resolve the key before anything is written, so a missing
      *    research key stops the run with no partial extract.
           MOVE LAST-KEY-VERSION TO PSE-KEY-VERSION.
           MOVE SPACES TO PSE-VALUE.
           CALL "AESPSEU" USING PSEUDO-AREA.
           IF NOT PSE-STATUS-OK
               DISPLAY "RESEARCH KEY " PSE-KEY-ID " VERSION "
                       LAST-KEY-VERSION " NOT AVAILABLE - NO RELEASE"
               MOVE 'Y' TO ABORT-FLAG
           ELSE
               MOVE PSE-KEY-VERSION TO LAST-KEY-VERSION
           END-IF.

       LOAD-REFERRALS.
      *    Referral tier by patient, for the outcome records.
           OPEN INPUT REFER-FILE.
           IF FS-REFER-OK
               MOVE 'N' TO WS-EOF
               PERFORM READ-REFERRAL UNTIL WS-IS-EOF
               CLOSE REFER-FILE
           END-IF.

       READ-REFERRAL.
           READ REFER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RX-ID NOT = SPACES AND REFER-COUNT < 1000
                       ADD 1 TO REFER-COUNT
                       MOVE RX-ID TO RF-ID (REFER-COUNT)
                       MOVE RX-TIER TO RF-TIER (REFER-COUNT)
                   END-IF
           END-READ.

       EXTRACT-SCREENINGS.
           OPEN INPUT BMI-HIST.
           IF NOT FS-HIST-OK
               DISPLAY "UNABLE TO OPEN SCREENING HISTORY ", FS-HIST
               MOVE 'Y' TO ABORT-FLAG
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-HISTORY UNTIL WS-IS-EOF
               CLOSE BMI-HIST
           END-IF.

       READ-HISTORY.
           READ BMI-HIST
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO HIST-READ
                   IF HIST-DATE NUMERIC
                       MOVE HIST-DATE TO ORIGINAL-DATE
                       IF ORIGINAL-DATE >= FROM-DATE
                          AND ORIGINAL-DATE <= TO-DATE
                           PERFORM WRITE-SCREENING
                       END-IF
                   END-IF
           END-READ.

       WRITE-SCREENING.
           MOVE HIST-PATIENT-ID TO PATIENT-ID.
           PERFORM FIND-PSEUDONYM.
           IF NOT RUN-ABORTED
               PERFORM SHIFT-DATE
               PERFORM BAND-AGE
               MOVE SPACES TO RSCH-SCREEN-REC
               MOVE "H" TO RS-TYPE
               MOVE PS-PSEUDONYM (FOUND-SLOT) TO RS-PSEUDONYM
               MOVE SHIFTED-DATE TO RS-DATE
               MOVE AGE-BAND TO RS-AGE-BAND
               MOVE HIST-GENDER TO RS-GENDER
               MOVE HIST-SITE-ID TO RS-SITE-ID
               MOVE HIST-BMI TO RS-BMI
               MOVE HIST-BMI-CLASS TO RS-BMI-CLASS
               MOVE HIST-BP-CLASS TO RS-BP-CLASS
               WRITE RSCH-SCREEN-REC
               ADD 1 TO SCREEN-COUNT
           END-IF.

       EXTRACT-OUTCOMES.
           OPEN INPUT DISP-FILE.
           IF NOT FS-DISP-OK
               DISPLAY "NO DISPOSITION FILE - NO OUTCOMES RELEASED"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-DISPOSITION UNTIL WS-IS-EOF
               CLOSE DISP-FILE
           END-IF.

       READ-DISPOSITION.
           READ DISP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DS-ID NOT = SPACES AND DS-DATE NUMERIC
                       MOVE DS-DATE TO ORIGINAL-DATE
                       IF ORIGINAL-DATE >= FROM-DATE
                          AND ORIGINAL-DATE <= TO-DATE
                           PERFORM WRITE-OUTCOME
                       END-IF
                   END-IF
           END-READ.

       WRITE-OUTCOME.
           MOVE DS-ID TO PATIENT-ID.
           PERFORM FIND-PSEUDONYM.
           IF NOT RUN-ABORTED
               PERFORM SHIFT-DATE
               MOVE SPACES TO RSCH-OUTCOME-REC
               MOVE "O" TO RO-TYPE
               MOVE PS-PSEUDONYM (FOUND-SLOT) TO RO-PSEUDONYM
               MOVE SHIFTED-DATE TO RO-DATE
               MOVE DS-OUTCOME TO RO-OUTCOME
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > REFER-COUNT
                   IF RF-ID (H) = DS-ID
                       MOVE RF-TIER (H) TO RO-TIER
                   END-IF
               END-PERFORM
               WRITE RSCH-OUTCOME-REC
               ADD 1 TO OUTCOME-COUNT
           END-IF.

       FIND-PSEUDONYM.
      *    Leaves FOUND-SLOT on the patient's entry, enciphering the
      *    ID the first time the patient is met this run.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > PSEUDO-COUNT OR FOUND-SLOT > 0
               IF PS-ID (H) = PATIENT-ID
                   MOVE H TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = ZERO
               IF PSEUDO-COUNT < 2000
                   PERFORM MAKE-PSEUDONYM
               ELSE
                   DISPLAY "PATIENT TABLE FULL - RELEASE STOPPED"
                   MOVE 'Y' TO ABORT-FLAG
               END-IF
           END-IF.

       MAKE-PSEUDONYM.
           MOVE LAST-KEY-VERSION TO PSE-KEY-VERSION.
           MOVE PATIENT-ID TO PSE-VALUE.
           CALL "AESPSEU" USING PSEUDO-AREA.
           IF NOT PSE-STATUS-OK
               DISPLAY "PSEUDONYM SERVICE FAILED - RELEASE STOPPED"
               MOVE 'Y' TO ABORT-FLAG
           ELSE
      *        Offset from block digits 17-20: 0-179 becomes
      *        -90 to -1 and +1 to +90, never zero
               MOVE ZERO TO HEX-VALUE
               PERFORM VARYING HEX-PLACE FROM 17 BY 1
                       UNTIL HEX-PLACE > 20
                   PERFORM VARYING HEX-NIBBLE FROM 1 BY 1
                           UNTIL HEX-NIBBLE > 16
                              OR HEX-DIGITS (HEX-NIBBLE:1) =
                                 PSE-BLOCK (HEX-PLACE:1)
                       CONTINUE
                   END-PERFORM
                   COMPUTE HEX-VALUE =
                       FUNCTION MOD (HEX-VALUE * 16 + HEX-NIBBLE - 1,
                                     180)
               END-PERFORM
               COMPUTE SHIFT-DAYS = HEX-VALUE - 90
               IF SHIFT-DAYS >= 0
                   ADD 1 TO SHIFT-DAYS
               END-IF
               ADD 1 TO PSEUDO-COUNT
               MOVE PSEUDO-COUNT TO FOUND-SLOT
               MOVE PATIENT-ID TO PS-ID (FOUND-SLOT)
               MOVE PSE-BLOCK (1:16) TO PS-PSEUDONYM (FOUND-SLOT)
               MOVE SHIFT-DAYS TO PS-SHIFT (FOUND-SLOT)
           END-IF.

       SHIFT-DATE.
           COMPUTE DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (ORIGINAL-DATE)
               + PS-SHIFT (FOUND-SLOT).
           COMPUTE SHIFTED-DATE = FUNCTION DATE-OF-INTEGER (DATE-DAYS).

       BAND-AGE.
      *    Ten-year bands, everyone 80 and over together, and the
      *    under-18s as one group.
           IF HIST-AGE NOT NUMERIC OR HIST-AGE = ZERO
               MOVE "UNKN" TO AGE-BAND
           ELSE
               EVALUATE TRUE
                   WHEN HIST-AGE < 18
                       MOVE "00-17" TO AGE-BAND
                   WHEN HIST-AGE < 30
                       MOVE "18-29" TO AGE-BAND
                   WHEN HIST-AGE < 40
                       MOVE "30-39" TO AGE-BAND
                   WHEN HIST-AGE < 50
                       MOVE "40-49" TO AGE-BAND
                   WHEN HIST-AGE < 60
                       MOVE "50-59" TO AGE-BAND
                   WHEN HIST-AGE < 70
                       MOVE "60-69" TO AGE-BAND
                   WHEN HIST-AGE < 80
                       MOVE "70-79" TO AGE-BAND
                   WHEN OTHER
                       MOVE "80+" TO AGE-BAND
               END-EVALUATE
           END-IF.

       WRITE-RELEASE-LOG.
      *    One line per release: what period went out, under which
      *    key version, how many records and patients, and when.
           ADD 1 TO LAST-RELEASE-NO.
           MOVE SPACES TO RELEASE-REC.
           MOVE LAST-RELEASE-NO TO RL-RELEASE-NO.
           MOVE RUN-DATE TO RL-RUN-DATE.
           MOVE RUN-TIME (1:6) TO RL-RUN-TIME.
           MOVE FROM-DATE TO RL-FROM-DATE.
           MOVE TO-DATE TO RL-TO-DATE.
           MOVE PSE-KEY-ID TO RL-KEY-ID.
           MOVE LAST-KEY-VERSION TO RL-KEY-VERSION.
           MOVE SCREEN-COUNT TO RL-SCREEN-COUNT.
           MOVE OUTCOME-COUNT TO RL-OUTCOME-COUNT.
           MOVE PSEUDO-COUNT TO RL-PATIENT-COUNT.
           MOVE "BMIRSCH" TO RL-DATASET.
           OPEN EXTEND RELEASE-LOG.
           IF NOT FS-RLOG-OK
               OPEN OUTPUT RELEASE-LOG
           END-IF.
           IF FS-RLOG-OK
               WRITE RELEASE-REC
               CLOSE RELEASE-LOG
           ELSE
               DISPLAY "UNABLE TO WRITE RELEASE LOG ", FS-RLOG
               MOVE 1 TO RC-ERROR-COUNT
           END-IF.
