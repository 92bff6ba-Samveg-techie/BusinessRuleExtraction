        IDENTIFICATION DIVISION.
        PROGRAM-ID. WRKDAYS.
      *     SHOP CALENDAR WORKING-DAY COUNT.  CALLED WITH A PLANT AND
      *     TWO YYYYMMDD DATES, RETURNS THE NUMBER OF THAT PLANT'S
      *     WORKING DAYS AFTER THE FROM DATE UP TO AND INCLUDING THE
      *     TO DATE - NEGATIVE WHEN THE TO DATE IS THE EARLIER.  THE
      *     SHOP CALENDAR MAINTAINED BY CALMNT IS LOADED ON THE FIRST
      *     CALL: A PLANT'S STANDARD ROW GIVES ITS WORKING WEEK AND
      *     DATED ROWS MARK HOLIDAYS AND SHUTDOWNS, OR WORKED WEEKEND
      *     DAYS.  ROWS WITH A BLANK PLANT APPLY TO EVERY PLANT UNLESS
      *     THE PLANT HAS ITS OWN ROW FOR THE SAME DATE.  WITH NO
      *     CALENDAR ON FILE, MONDAY TO FRIDAY ARE THE WORKING DAYS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-370.
        OBJECT-COMPUTER. IBM-370.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SHPCAL-FILE ASSIGN TO UT-S-SHPCAL
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SC-KEY
                FILE STATUS IS FS-SHPCAL.
        DATA DIVISION.
        FILE SECTION.
        FD  SHPCAL-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  SHPCAL-REC.
            03  SC-KEY.
                05  SC-PLANT        PIC XX.
      *            SPACES - EVERY PLANT
                05  SC-DATE         PIC 9(8).
      *            ZERO - THE PLANT'S STANDARD WORKING WEEK
            03  SC-DAY-TYPE         PIC X.
      *        DATED ROW: H - HOLIDAY OR SHUTDOWN, NOT WORKED
      *                   W - WORKED, ALTHOUGH OFF IN THE STANDARD WEEK
            03  SC-WEEK-PATTERN     PIC X(7).
      *        STANDARD ROW: Y OR N FOR MONDAY THROUGH SUNDAY
            03  SC-DESC             PIC X(30).
            03  FILLER              PIC X(32).

        WORKING-STORAGE SECTION.
        77  FS-SHPCAL           PIC 99.
        77  SHPCAL-EOF          PIC X VALUE ' '.
            88  NO-MORE-SHPCAL    VALUE 'Y'.
        77  WS-LOADED           PIC X VALUE 'N'.
            88  CALENDAR-LOADED   VALUE 'Y'.
        77  WS-FROM-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-TO-DAYS          PIC S9(9) COMP VALUE 0.
        77  WS-DAY              PIC S9(9) COMP VALUE 0.
        77  WS-WEEKS            PIC S9(9) COMP VALUE 0.
        77  WS-COUNT            PIC S9(9) COMP VALUE 0.
        77  WS-DOW              PIC S9(4) COMP VALUE 0.
        77  WS-WEEK-WORK        PIC S9(4) COMP VALUE 0.
        77  WS-SIGN             PIC S9 VALUE +1.
        77  WS-PATTERN          PIC X(7) VALUE SPACES.
        77  WS-PT-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CD-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-OV-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-OVERRIDDEN       PIC X VALUE 'N'.
            88  PLANT-OVERRIDES   VALUE 'Y'.
        77  WS-CAL-OVERFLOW     PIC X VALUE 'N'.
      *     STANDARD WORKING WEEK BY PLANT.
        01  WS-PT-TABLE.
            03  WS-PT-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-PT-ENT       OCCURS 100.
                05  WS-PT-PLANT     PIC XX.
                05  WS-PT-PATTERN   PIC X(7).
      *     HOLIDAYS, SHUTDOWNS AND WORKED DAYS, IN PLANT/DATE ORDER.
        01  WS-CD-TABLE.
            03  WS-CD-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CD-ENT       OCCURS 3000.
                05  WS-CD-PLANT     PIC XX.
                05  WS-CD-DAYS      PIC S9(9) COMP.
                05  WS-CD-TYPE      PIC X.
        LINKAGE SECTION.
        01  WD-REQUEST.
            03  WD-PLANT        PIC XX.
            03  WD-FROM-DATE    PIC 9(8).
            03  WD-TO-DATE      PIC 9(8).
            03  WD-DAYS         PIC S9(7).

        PROCEDURE DIVISION USING WD-REQUEST.
        P100-COUNT.
            IF NOT CALENDAR-LOADED
              PERFORM I100-LOAD THRU I100-LOAD-EXIT
            END-IF
            MOVE 0 TO WD-DAYS
            IF WD-FROM-DATE NOT NUMERIC OR WD-TO-DATE NOT NUMERIC
                OR WD-FROM-DATE < 16010101 OR WD-TO-DATE < 16010101
              GOBACK
            END-IF
            IF WD-FROM-DATE > WD-TO-DATE
              MOVE -1 TO WS-SIGN
              COMPUTE WS-FROM-DAYS =
                  FUNCTION INTEGER-OF-DATE(WD-TO-DATE)
              COMPUTE WS-TO-DAYS =
                  FUNCTION INTEGER-OF-DATE(WD-FROM-DATE)
            ELSE
              MOVE +1 TO WS-SIGN
              COMPUTE WS-FROM-DAYS =
                  FUNCTION INTEGER-OF-DATE(WD-FROM-DATE)
              COMPUTE WS-TO-DAYS =
                  FUNCTION INTEGER-OF-DATE(WD-TO-DATE)
            END-IF
            PERFORM P200-FIND-PATTERN THRU P200-FIND-PATTERN-EXIT
      *     WHOLE WEEKS CONTRIBUTE THE STANDARD WEEK'S WORKING DAYS;
      *     THE ODD DAYS LEFT OVER ARE TESTED ONE BY ONE.  DAY 1 OF
      *     THE INTEGER DATE SCALE (1601/01/01) IS A MONDAY.
            COMPUTE WS-WEEKS = (WS-TO-DAYS - WS-FROM-DAYS) / 7
            COMPUTE WS-COUNT = WS-WEEKS * WS-WEEK-WORK
            COMPUTE WS-DAY = WS-FROM-DAYS + (WS-WEEKS * 7) + 1
            PERFORM P300-ODD-DAY THRU P300-ODD-DAY-EXIT
                UNTIL WS-DAY > WS-TO-DAYS
            PERFORM P400-DATED-ROW THRU P400-DATED-ROW-EXIT
                VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CD-CNT
            COMPUTE WD-DAYS = WS-COUNT * WS-SIGN
            GOBACK.

        P200-FIND-PATTERN.
      *     THE PLANT'S OWN STANDARD WEEK, ELSE THE ALL-PLANT ONE,
      *     ELSE MONDAY TO FRIDAY.
            MOVE 'YYYYYNN' TO WS-PATTERN
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-CNT
              IF WS-PT-PLANT(WS-PT-IDX) = SPACES
                MOVE WS-PT-PATTERN(WS-PT-IDX) TO WS-PATTERN
              END-IF
            END-PERFORM
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-CNT
              IF WS-PT-PLANT(WS-PT-IDX) = WD-PLANT
                  AND WD-PLANT NOT = SPACES
                MOVE WS-PT-PATTERN(WS-PT-IDX) TO WS-PATTERN
              END-IF
            END-PERFORM
            MOVE 0 TO WS-WEEK-WORK
            INSPECT WS-PATTERN TALLYING WS-WEEK-WORK FOR ALL 'Y'.
        P200-FIND-PATTERN-EXIT.
            EXIT.

        P300-ODD-DAY.
            COMPUTE WS-DOW = FUNCTION MOD(WS-DAY - 1, 7) + 1
            IF WS-PATTERN(WS-DOW:1) = 'Y'
              ADD 1 TO WS-COUNT
            END-IF
            ADD 1 TO WS-DAY.
        P300-ODD-DAY-EXIT.
            EXIT.

        P400-DATED-ROW.
      *     A HOLIDAY ON A STANDARD WORKING DAY TAKES ONE OFF THE
      *     COUNT, A WORKED DAY OUTSIDE THE STANDARD WEEK ADDS ONE.
      *     AN ALL-PLANT ROW YIELDS TO THE PLANT'S OWN ROW FOR THE
      *     SAME DATE.
            IF WS-CD-DAYS(WS-CD-IDX) <= WS-FROM-DAYS
                OR WS-CD-DAYS(WS-CD-IDX) > WS-TO-DAYS
              GO TO P400-DATED-ROW-EXIT
            END-IF
            IF WS-CD-PLANT(WS-CD-IDX) NOT = WD-PLANT
              IF WS-CD-PLANT(WS-CD-IDX) NOT = SPACES
                GO TO P400-DATED-ROW-EXIT
              END-IF
              MOVE 'N' TO WS-OVERRIDDEN
              PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                  UNTIL WS-OV-IDX > WS-CD-CNT OR PLANT-OVERRIDES
                IF WS-CD-PLANT(WS-OV-IDX) = WD-PLANT
                    AND WS-CD-DAYS(WS-OV-IDX) = WS-CD-DAYS(WS-CD-IDX)
                  MOVE 'Y' TO WS-OVERRIDDEN
                END-IF
              END-PERFORM
              IF PLANT-OVERRIDES
                GO TO P400-DATED-ROW-EXIT
              END-IF
            END-IF
            COMPUTE WS-DOW =
                FUNCTION MOD(WS-CD-DAYS(WS-CD-IDX) - 1, 7) + 1
            IF WS-CD-TYPE(WS-CD-IDX) = 'H'
                AND WS-PATTERN(WS-DOW:1) = 'Y'
              SUBTRACT 1 FROM WS-COUNT
            END-IF
            IF WS-CD-TYPE(WS-CD-IDX) = 'W'
                AND WS-PATTERN(WS-DOW:1) NOT = 'Y'
              ADD 1 TO WS-COUNT
            END-IF.
        P400-DATED-ROW-EXIT.
            EXIT.

        I100-LOAD.
      *     AN ABSENT CALENDAR IS TOLERATED - WEEKENDS ARE THEN THE
      *     ONLY DAYS NOT WORKED.
            MOVE 'Y' TO WS-LOADED
            OPEN INPUT SHPCAL-FILE
            IF FS-SHPCAL NOT = 0
              DISPLAY 'NO SHOP CALENDAR - WEEKENDS ONLY ARE OFF'
              GO TO I100-LOAD-EXIT
            END-IF
            MOVE LOW-VALUES TO SC-KEY
            START SHPCAL-FILE KEY NOT < SC-KEY
              INVALID KEY
                MOVE 'Y' TO SHPCAL-EOF
            END-START
            PERFORM I110-READ THRU I110-READ-EXIT
                UNTIL NO-MORE-SHPCAL
            CLOSE SHPCAL-FILE
            DISPLAY 'SHOP CALENDAR ROWS LOADED: ' WS-CD-CNT.
        I100-LOAD-EXIT.
            EXIT.

        I110-READ.
            READ SHPCAL-FILE NEXT
              AT END
                MOVE 'Y' TO SHPCAL-EOF
                GO TO I110-READ-EXIT
            END-READ
            IF SC-DATE NOT NUMERIC
              GO TO I110-READ-EXIT
            END-IF
            IF SC-DATE = 0
              IF WS-PT-CNT < 100
                ADD 1 TO WS-PT-CNT
                MOVE SC-PLANT TO WS-PT-PLANT(WS-PT-CNT)
                MOVE SC-WEEK-PATTERN TO WS-PT-PATTERN(WS-PT-CNT)
              END-IF
              GO TO I110-READ-EXIT
            END-IF
            IF SC-DATE < 16010101
              GO TO I110-READ-EXIT
            END-IF
            IF WS-CD-CNT < 3000
              ADD 1 TO WS-CD-CNT
              MOVE SC-PLANT TO WS-CD-PLANT(WS-CD-CNT)
              COMPUTE WS-CD-DAYS(WS-CD-CNT) =
                  FUNCTION INTEGER-OF-DATE(SC-DATE)
              MOVE SC-DAY-TYPE TO WS-CD-TYPE(WS-CD-CNT)
            ELSE
              IF WS-CAL-OVERFLOW NOT = 'Y'
                MOVE 'Y' TO WS-CAL-OVERFLOW
                DISPLAY 'SHOP CALENDAR TABLE FULL - LATER DATED ROWS'
                DISPLAY '  IGNORED; RAISE THE WS-CD-TABLE SIZE'
              END-IF
            END-IF.
        I110-READ-EXIT.
            EXIT.
