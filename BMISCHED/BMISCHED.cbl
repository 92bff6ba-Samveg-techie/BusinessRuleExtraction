       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMISCHED.
      *    Appointment scheduling for the recall and referral lists.
      *    Reads the clinic slot file (date, time, clinician and how
      *    many patients the slot takes), the BMIREFER referral
      *    extract and the BMIRECAL recall list, and books patients
      *    into the earliest open slot from today on, worst tier
      *    first and most overdue first within a tier.  Referrals
      *    carry their BMI risk tier; a recall counts as tier 3 when
      *    it is for a high-risk class and tier 0 when merely
      *    overdue.  A patient on both lists is booked once, at the
      *    higher tier.  Patients already holding an appointment
      *    (an H disposition dated today or later) or who declined
      *    (D) are left alone.
      *    Writes the BMIAPPT appointment file, prints the BMICLIN
      *    daily clinic list, and appends an H disposition dated the
      *    appointment day to BMIDISP for every booking, so BMIMATCH
      *    reports the patient as scheduled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOT-FILE ASSIGN TO "BMISLOTS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SLOT.
           SELECT REFER-FILE ASSIGN TO "BMIREFER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-REFER.
           SELECT RECALL-FILE ASSIGN TO "BMIRECAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RCL.
           SELECT DISP-FILE ASSIGN TO "BMIDISP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DISP.
           SELECT APPT-FILE ASSIGN TO "BMIAPPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-APPT.
           SELECT CLINIC-LIST ASSIGN TO "BMICLIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CLIN.
       DATA DIVISION.
       FILE SECTION.
       FD SLOT-FILE.
       01 SLOT-REC.
          05 SL-DATE PIC 9(8).
          05 FILLER PIC X.
          05 SL-TIME PIC 9(4).
          05 FILLER PIC X.
          05 SL-CLINICIAN PIC X(20).
          05 FILLER PIC X.
          05 SL-CAPACITY PIC 9(2).
       FD REFER-FILE.
      *    The prioritized extract as BMI writes it.
       01 REFER-REC.
          05 RX-ID PIC X(8).
          05 FILLER PIC X.
          05 RX-NAME PIC X(20).
          05 FILLER PIC X(6).
          05 RX-TIER PIC X.
          05 FILLER PIC X(7).
          05 RX-SCORE PIC X(2).
          05 FILLER PIC X(75).
       FD RECALL-FILE.
      *    The call-back list as BMIRECAL writes it, after its
      *    heading line.
       01 RECALL-REC.
          05 RL-ID PIC X(8).
          05 FILLER PIC X(6).
          05 RL-DATE PIC X(8).
          05 FILLER PIC X(8).
          05 RL-MONTHS PIC X(3).
          05 FILLER PIC X.
          05 RL-BMI-CLASS PIC X(15).
          05 FILLER PIC X.
          05 RL-BP-CLASS PIC X(15).
          05 FILLER PIC X.
          05 RL-REASON PIC X(12).
          05 FILLER PIC X(22).
       FD DISP-FILE.
       01 DISP-REC.
          05 DS-ID PIC X(8).
          05 FILLER PIC X.
          05 DS-OUTCOME PIC X.
          05 FILLER PIC X.
          05 DS-DATE PIC 9(8).
          05 FILLER PIC X(11).
       FD APPT-FILE.
       01 APPT-REC.
          05 AP-ID PIC X(8).
          05 FILLER PIC X.
          05 AP-NAME PIC X(20).
          05 FILLER PIC X.
          05 AP-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AP-TIME PIC 9(4).
          05 FILLER PIC X.
          05 AP-CLINICIAN PIC X(20).
          05 FILLER PIC X.
          05 AP-TIER PIC 9.
          05 FILLER PIC X.
          05 AP-SOURCE PIC X.
      *       F=REFERRAL R=RECALL B=BOTH
          05 FILLER PIC X.
          05 AP-REASON PIC X(12).
       FD CLINIC-LIST.
       01 CLINIC-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 FS-SLOT PIC 9(02).
          88 FS-SLOT-OK VALUE 0.
       01 FS-REFER PIC 9(02).
          88 FS-REFER-OK VALUE 0.
       01 FS-RCL PIC 9(02).
          88 FS-RCL-OK VALUE 0.
       01 FS-DISP PIC 9(02).
          88 FS-DISP-OK VALUE 0.
       01 FS-APPT PIC 9(02).
          88 FS-APPT-OK VALUE 0.
       01 FS-CLIN PIC 9(02).
          88 FS-CLIN-OK VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
          88 WS-IS-EOF VALUE 'Y'.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 H PIC 9(4) VALUE ZERO.
       01 J2 PIC 9(4) VALUE ZERO.
       01 FOUND-SLOT PIC 9(4) VALUE ZERO.
       01 WORK-TIER PIC 9 VALUE ZERO.
       01 WORK-MONTHS PIC 9(3) VALUE ZERO.
       01 LAST-DATE PIC 9(8) VALUE ZERO.
       01 EDIT-TIME PIC 99B99.
       01 REC-READ PIC 9(7) VALUE ZERO.
       01 BOOKED-COUNT PIC 9(4) VALUE ZERO.
       01 SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       01 UNBOOKED-COUNT PIC 9(4) VALUE ZERO.
      *    Open slots, kept in date and time order
       01 SLOT-COUNT PIC 9(4) VALUE ZERO.
       01 SLOT-TABLE.
          05 SLOT-ENTRY OCCURS 500 TIMES.
             10 ST-DATE PIC 9(8).
             10 ST-TIME PIC 9(4).
             10 ST-CLINICIAN PIC X(20).
             10 ST-CAPACITY PIC 9(2).
             10 ST-BOOKED PIC 9(2).
       01 ST-SWAP PIC X(36).
      *    Patients to book, one entry each
       01 CAND-COUNT PIC 9(4) VALUE ZERO.
       01 CAND-TABLE.
          05 CAND-ENTRY OCCURS 2000 TIMES.
             10 CD-ID PIC X(8).
             10 CD-NAME PIC X(20).
             10 CD-TIER PIC 9.
             10 CD-MONTHS PIC 9(3).
             10 CD-SOURCE PIC X.
             10 CD-REASON PIC X(12).
             10 CD-SLOT PIC 9(4).
       01 CD-SWAP PIC X(49).
      *    Patients the schedule must leave alone
       01 HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-TABLE.
          05 HOLD-ID PIC X(8) OCCURS 2000 TIMES.
       01 RUN-CONTROL.
          05 RC-PROGRAM PIC X(8) VALUE "BMISCHED".
          05 RC-INPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-OUTPUT-COUNT PIC 9(9) VALUE ZERO.
          05 RC-ERROR-COUNT PIC 9(9) VALUE ZERO.
          05 RC-STATUS PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "START" TO RC-STATUS.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE "OK" TO RC-STATUS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SLOTS.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-REFERRALS.
           PERFORM LOAD-RECALLS.
           PERFORM SORT-SLOTS.
           PERFORM SORT-CANDIDATES.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > CAND-COUNT
               PERFORM BOOK-ONE-PATIENT
           END-PERFORM.
           PERFORM WRITE-APPOINTMENTS.
           PERFORM WRITE-CLINIC-LIST.
           MOVE REC-READ TO RC-INPUT-COUNT.
           MOVE BOOKED-COUNT TO RC-OUTPUT-COUNT.
           MOVE UNBOOKED-COUNT TO RC-ERROR-COUNT.
           CALL "RUNLOG" USING RUN-CONTROL.
           DISPLAY "BOOKED " BOOKED-COUNT
                   " NO SLOT " UNBOOKED-COUNT
                   " ALREADY HANDLED " SKIPPED-COUNT.
           STOP RUN.

       LOAD-SLOTS.
      *    Only slots from today on can be booked.
           OPEN INPUT SLOT-FILE.
           IF NOT FS-SLOT-OK
               DISPLAY "UNABLE TO OPEN SLOT FILE ", FS-SLOT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-SLOT UNTIL WS-IS-EOF
               CLOSE SLOT-FILE
           END-IF.

       READ-SLOT.
           READ SLOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SL-DATE NUMERIC AND SL-TIME NUMERIC
                      AND SL-CAPACITY NUMERIC
                      AND SL-DATE >= RUN-DATE
                      AND SL-CAPACITY > ZERO
                      AND SLOT-COUNT < 500
                       ADD 1 TO SLOT-COUNT
                       MOVE SL-DATE TO ST-DATE (SLOT-COUNT)
                       MOVE SL-TIME TO ST-TIME (SLOT-COUNT)
                       MOVE SL-CLINICIAN TO ST-CLINICIAN (SLOT-COUNT)
                       MOVE SL-CAPACITY TO ST-CAPACITY (SLOT-COUNT)
                       MOVE ZERO TO ST-BOOKED (SLOT-COUNT)
                   END-IF
           END-READ.

       LOAD-HOLDS.
      *    Already booked for today or later, or declined.
           OPEN INPUT DISP-FILE.
           IF FS-DISP-OK
               MOVE 'N' TO WS-EOF
               PERFORM READ-DISPOSITION UNTIL WS-IS-EOF
               CLOSE DISP-FILE
           END-IF.

       READ-DISPOSITION.
           READ DISP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DS-ID NOT = SPACES AND HOLD-COUNT < 2000
                       IF DS-OUTCOME = 'D'
                          OR (DS-OUTCOME = 'H' AND DS-DATE NUMERIC
                              AND DS-DATE >= RUN-DATE)
                           ADD 1 TO HOLD-COUNT
                           MOVE DS-ID TO HOLD-ID (HOLD-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-REFERRALS.
           OPEN INPUT REFER-FILE.
           IF NOT FS-REFER-OK
               DISPLAY "NO REFERRAL EXTRACT ", FS-REFER
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-REFERRAL UNTIL WS-IS-EOF
               CLOSE REFER-FILE
           END-IF.

       READ-REFERRAL.
           READ REFER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RX-ID NOT = SPACES
                       ADD 1 TO REC-READ
                       MOVE ZERO TO WORK-TIER WORK-MONTHS
                       IF RX-TIER NUMERIC
                           MOVE RX-TIER TO WORK-TIER
                       END-IF
                       PERFORM FIND-CANDIDATE
                       IF FOUND-SLOT > ZERO
                           MOVE RX-NAME TO CD-NAME (FOUND-SLOT)
                           MOVE "REFERRAL" TO CD-REASON (FOUND-SLOT)
                           PERFORM MERGE-CANDIDATE
                           IF CD-SOURCE (FOUND-SLOT) = 'R'
                               MOVE 'B' TO CD-SOURCE (FOUND-SLOT)
                           ELSE
                               IF CD-SOURCE (FOUND-SLOT) = SPACE
                                   MOVE 'F' TO CD-SOURCE (FOUND-SLOT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-RECALLS.
           OPEN INPUT RECALL-FILE.
           IF NOT FS-RCL-OK
               DISPLAY "NO RECALL LIST ", FS-RCL
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-RECALL UNTIL WS-IS-EOF
               CLOSE RECALL-FILE
           END-IF.

       READ-RECALL.
      *    The heading line has no LAST= date and is passed over.
           READ RECALL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RL-ID NOT = SPACES AND RL-DATE NUMERIC
                       ADD 1 TO REC-READ
                       MOVE ZERO TO WORK-TIER WORK-MONTHS
                       IF RL-REASON = "HIGH RISK"
                           MOVE 3 TO WORK-TIER
                       END-IF
                       IF FUNCTION TRIM (RL-MONTHS) NUMERIC
                           COMPUTE WORK-MONTHS =
                               FUNCTION NUMVAL (RL-MONTHS)
                       END-IF
                       MOVE RL-ID TO RX-ID
                       PERFORM FIND-CANDIDATE
                       IF FOUND-SLOT > ZERO
                           IF CD-REASON (FOUND-SLOT) = SPACES
                               MOVE RL-REASON TO CD-REASON (FOUND-SLOT)
                           END-IF
                           PERFORM MERGE-CANDIDATE
                           IF CD-SOURCE (FOUND-SLOT) = 'F'
                               MOVE 'B' TO CD-SOURCE (FOUND-SLOT)
                           ELSE
                               IF CD-SOURCE (FOUND-SLOT) = SPACE
                                   MOVE 'R' TO CD-SOURCE (FOUND-SLOT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-CANDIDATE.
      *    Entry for RX-ID, added when new; zero when the patient is
      *    held or the table is full.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING J2 FROM 1 BY 1 UNTIL J2 > HOLD-COUNT
               IF HOLD-ID (J2) = RX-ID
                   MOVE 9999 TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT = 9999
               ADD 1 TO SKIPPED-COUNT
               MOVE ZERO TO FOUND-SLOT
           ELSE
               PERFORM VARYING J2 FROM 1 BY 1
                       UNTIL J2 > CAND-COUNT OR FOUND-SLOT > 0
                   IF CD-ID (J2) = RX-ID
                       MOVE J2 TO FOUND-SLOT
                   END-IF
               END-PERFORM
               IF FOUND-SLOT = ZERO AND CAND-COUNT < 2000
                   ADD 1 TO CAND-COUNT
                   MOVE CAND-COUNT TO FOUND-SLOT
                   MOVE SPACES TO CAND-ENTRY (FOUND-SLOT)
                   MOVE RX-ID TO CD-ID (FOUND-SLOT)
                   MOVE ZERO TO CD-TIER (FOUND-SLOT)
                                CD-MONTHS (FOUND-SLOT)
                                CD-SLOT (FOUND-SLOT)
               END-IF
           END-IF.

       MERGE-CANDIDATE.
           IF WORK-TIER > CD-TIER (FOUND-SLOT)
               MOVE WORK-TIER TO CD-TIER (FOUND-SLOT)
           END-IF.
           IF WORK-MONTHS > CD-MONTHS (FOUND-SLOT)
               MOVE WORK-MONTHS TO CD-MONTHS (FOUND-SLOT)
           END-IF.

       SORT-SLOTS.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H >= SLOT-COUNT
               COMPUTE J2 = H + 1
               PERFORM VARYING J2 FROM J2 BY 1
                       UNTIL J2 > SLOT-COUNT
                   IF ST-DATE (J2) < ST-DATE (H)
                      OR (ST-DATE (J2) = ST-DATE (H)
                          AND ST-TIME (J2) < ST-TIME (H))
                       MOVE SLOT-ENTRY (H) TO ST-SWAP
                       MOVE SLOT-ENTRY (J2) TO SLOT-ENTRY (H)
                       MOVE ST-SWAP TO SLOT-ENTRY (J2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-CANDIDATES.
      *    Worst tier first, then most overdue, the same exchange
      *    pass the referral extract uses.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H >= CAND-COUNT
               COMPUTE J2 = H + 1
               PERFORM VARYING J2 FROM J2 BY 1
                       UNTIL J2 > CAND-COUNT
                   IF CD-TIER (J2) > CD-TIER (H)
                      OR (CD-TIER (J2) = CD-TIER (H)
                          AND CD-MONTHS (J2) > CD-MONTHS (H))
                       MOVE CAND-ENTRY (H) TO CD-SWAP
                       MOVE CAND-ENTRY (J2) TO CAND-ENTRY (H)
                       MOVE CD-SWAP TO CAND-ENTRY (J2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BOOK-ONE-PATIENT.
      *    Earliest slot with room left.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING J2 FROM 1 BY 1
                   UNTIL J2 > SLOT-COUNT OR FOUND-SLOT > 0
               IF ST-BOOKED (J2) < ST-CAPACITY (J2)
                   MOVE J2 TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT > ZERO
               ADD 1 TO ST-BOOKED (FOUND-SLOT)
               MOVE FOUND-SLOT TO CD-SLOT (H)
               ADD 1 TO BOOKED-COUNT
           ELSE
               ADD 1 TO UNBOOKED-COUNT
           END-IF.

       WRITE-APPOINTMENTS.
      *    Appointment file, and an H disposition per booking.
           OPEN OUTPUT APPT-FILE.
           IF NOT FS-APPT-OK
               DISPLAY "UNABLE TO OPEN APPOINTMENT FILE ", FS-APPT
           ELSE
               OPEN EXTEND DISP-FILE
               IF NOT FS-DISP-OK
                   OPEN OUTPUT DISP-FILE
               END-IF
               IF NOT FS-DISP-OK
                   DISPLAY "UNABLE TO WRITE DISPOSITIONS ", FS-DISP
               END-IF
               PERFORM VARYING H FROM 1 BY 1 UNTIL H > CAND-COUNT
                   IF CD-SLOT (H) > ZERO
                       PERFORM WRITE-ONE-APPOINTMENT
                   END-IF
               END-PERFORM
               IF FS-DISP-OK
                   CLOSE DISP-FILE
               END-IF
               CLOSE APPT-FILE
           END-IF.

       WRITE-ONE-APPOINTMENT.
           MOVE CD-SLOT (H) TO J2.
           MOVE SPACES TO APPT-REC.
           MOVE CD-ID (H) TO AP-ID.
           MOVE CD-NAME (H) TO AP-NAME.
           MOVE ST-DATE (J2) TO AP-DATE.
           MOVE ST-TIME (J2) TO AP-TIME.
           MOVE ST-CLINICIAN (J2) TO AP-CLINICIAN.
           MOVE CD-TIER (H) TO AP-TIER.
           MOVE CD-SOURCE (H) TO AP-SOURCE.
           MOVE CD-REASON (H) TO AP-REASON.
           WRITE APPT-REC.
           IF FS-DISP-OK
               MOVE SPACES TO DISP-REC
               MOVE CD-ID (H) TO DS-ID
               MOVE 'H' TO DS-OUTCOME
               MOVE ST-DATE (J2) TO DS-DATE
               WRITE DISP-REC
           END-IF.

       WRITE-CLINIC-LIST.
      *    One section per clinic day, slots in time order, then the
      *    patients no slot could be found for.
           OPEN OUTPUT CLINIC-LIST.
           IF NOT FS-CLIN-OK
               DISPLAY "UNABLE TO OPEN CLINIC LIST ", FS-CLIN
           ELSE
               MOVE "DAILY CLINIC LIST" TO CLINIC-LINE
               WRITE CLINIC-LINE
               MOVE ZERO TO LAST-DATE
               PERFORM VARYING FOUND-SLOT FROM 1 BY 1
                       UNTIL FOUND-SLOT > SLOT-COUNT
                   IF ST-BOOKED (FOUND-SLOT) > ZERO
                       PERFORM WRITE-CLINIC-SLOT
                   END-IF
               END-PERFORM
               IF UNBOOKED-COUNT > ZERO
                   MOVE SPACES TO CLINIC-LINE
                   WRITE CLINIC-LINE
                   MOVE "NOT SCHEDULED - NO SLOT AVAILABLE"
                       TO CLINIC-LINE
                   WRITE CLINIC-LINE
                   PERFORM VARYING H FROM 1 BY 1 UNTIL H > CAND-COUNT
                       IF CD-SLOT (H) = ZERO
                           MOVE SPACES TO CLINIC-LINE
                           STRING "  " CD-ID (H) " " CD-NAME (H)
                                  " TIER " CD-TIER (H)
                                  " " CD-REASON (H)
                                  DELIMITED BY SIZE INTO CLINIC-LINE
                           WRITE CLINIC-LINE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO CLINIC-LINE
               WRITE CLINIC-LINE
               MOVE SPACES TO CLINIC-LINE
               STRING "PATIENTS BOOKED " BOOKED-COUNT
                      " NOT BOOKED " UNBOOKED-COUNT
                      " ALREADY HANDLED " SKIPPED-COUNT
                      DELIMITED BY SIZE INTO CLINIC-LINE
               WRITE CLINIC-LINE
               CLOSE CLINIC-LIST
           END-IF.

       WRITE-CLINIC-SLOT.
           IF ST-DATE (FOUND-SLOT) NOT = LAST-DATE
               MOVE ST-DATE (FOUND-SLOT) TO LAST-DATE
               MOVE SPACES TO CLINIC-LINE
               WRITE CLINIC-LINE
               MOVE SPACES TO CLINIC-LINE
               STRING "CLINIC DAY " LAST-DATE
                      DELIMITED BY SIZE INTO CLINIC-LINE
               WRITE CLINIC-LINE
           END-IF.
           MOVE ST-TIME (FOUND-SLOT) TO EDIT-TIME.
           INSPECT EDIT-TIME REPLACING ALL " " BY ":".
           MOVE SPACES TO CLINIC-LINE.
           STRING "  " EDIT-TIME " " ST-CLINICIAN (FOUND-SLOT)
                  DELIMITED BY SIZE INTO CLINIC-LINE.
           WRITE CLINIC-LINE.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > CAND-COUNT
               IF CD-SLOT (H) = FOUND-SLOT
                   MOVE SPACES TO CLINIC-LINE
                   STRING "        " CD-ID (H) " " CD-NAME (H)
                          " TIER " CD-TIER (H)
                          " " CD-REASON (H)
                          DELIMITED BY SIZE INTO CLINIC-LINE
                   WRITE CLINIC-LINE
               END-IF
           END-PERFORM.
