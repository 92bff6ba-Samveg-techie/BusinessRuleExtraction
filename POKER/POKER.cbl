           SELECT POKER-ERR ASSIGN TO "POKERERR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ERR.
           SELECT POKER-BANK ASSIGN TO "POKERBNK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-BANK.
           SELECT POKER-HIST ASSIGN TO "POKERHST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD POKER-IN.
       01 POKER-IN-REC.
          05 IN-CARD-VALUE PIC 9(02) OCCURS 7 TIMES.
          05 IN-CARD-SUIT PIC X(01) OCCURS 7 TIMES.
      *    Omaha hands carry nine cards: the four hole cards first,
      *    then the five board cards.
       01 POKER-OMAHA-REC.
          05 OM-CARD-VALUE PIC 9(02) OCCURS 9 TIMES.
          05 OM-CARD-SUIT PIC X(01) OCCURS 9 TIMES.
       FD POKER-OUT.
       01 POKER-OUT-REC PIC X(100).
       FD POKER-ERR.
      *    too many jokers) are reported here with the failing card
      *    flagged, instead of being ranked as if they were legal.
       01 POKER-ERR-REC PIC X(100).
       FD POKER-BANK.
      *    One line per league player carrying the bankroll from one
      *    cash session to the next; rewritten at the end of a session.
       01 POKER-BANK-REC.
          05 BANK-NAME PIC X(12).
          05 FILLER PIC X(01).
          05 BANK-BALANCE PIC S9(7)V99 SIGN IS LEADING SEPARATE.
       FD POKER-HIST.
       01 POKER-HIST-REC PIC X(120).
       WORKING-STORAGE SECTION.
      *    Card rank is carried as a two-digit numeric value (2-10
      *    for the pip cards, 11=J, 12=Q, 13=K, 14=A) rather than a
       01 SEVEN-TABLE VALUE ZEROS.
          05 SEVEN-VALUE PIC 9(02) OCCURS 7 TIMES.
          05 SEVEN-SUIT PIC X(1) OCCURS 7 TIMES.
      *    An Omaha hand: hole cards in slots 1-4, board in 5-9.
      *    Only two hole cards with three board cards make a legal
      *    five, so the evaluator is fed just those combinations.
       01 NINE-TABLE VALUE ZEROS.
          05 NINE-VALUE PIC 9(02) OCCURS 9 TIMES.
          05 NINE-SUIT PIC X(1) OCCURS 9 TIMES.
       01 OH1 PIC 9(2) VALUE ZERO.
       01 OH2 PIC 9(2) VALUE ZERO.
       01 OB1 PIC 9(2) VALUE ZERO.
       01 OB2 PIC 9(2) VALUE ZERO.
       01 OB3 PIC 9(2) VALUE ZERO.
       01 GAME-TYPE PIC X VALUE 'H'.
          88 GAME-OMAHA VALUE 'O'.
       01 BOARD-TABLE VALUE ZEROS.
          05 BOARD-VALUE PIC 9(02) OCCURS 5 TIMES.
          05 BOARD-SUIT PIC X(1) OCCURS 5 TIMES.
       01 BOARD-TEXT PIC X(20) VALUE SPACES.
       01 HAND-SIZE PIC 9 VALUE 6.
       01 HAND-SIZE-L1 PIC 9 VALUE 5.
       01 X1 PIC 9 VALUE ZERO.
          88 RUN-MODE-BATCH VALUE 'B'.
          88 RUN-MODE-DEAL VALUE 'D'.
          88 RUN-MODE-SIM VALUE 'S'.
          88 RUN-MODE-CASH VALUE 'C'.
          88 RUN-MODE-OMAHA VALUE 'O'.
       01 DECK-TABLE.
          05 DECK-CARD OCCURS 60 TIMES.
             10 DECK-RANK PIC 9(02).
       01 BAD-REASON PIC X(25) VALUE SPACES.
       01 JOKER-LIMIT PIC 9 VALUE 2.
       01 ERROR-HAND-COUNT PIC 9(3) VALUE ZERO.
       01 FS-BANK PIC 9(02).
          88 FS-BANK-OK VALUE 0.
          88 FS-BANK-EOF VALUE 10.
       01 FS-HIST PIC 9(02).
          88 FS-HIST-OK VALUE 0.
      *    Cash-game session: every seated player antes and puts in
      *    the fixed bet each deal, and the best hand takes the pot.
       01 BANK-TABLE.
          05 BANK-COUNT PIC 9(2) VALUE ZERO.
          05 BANK-ENTRY OCCURS 50 TIMES.
             10 BR-NAME PIC X(12).
             10 BR-BALANCE PIC S9(7)V99.
       01 BANK-IX PIC 9(2) VALUE ZERO.
       01 SEAT-TABLE.
          05 SEAT-ENTRY OCCURS 8 TIMES.
             10 SEAT-BANK-IX PIC 9(2).
             10 SEAT-IN-DEAL PIC X(1).
             10 SEAT-START-BAL PIC S9(7)V99.
             10 SEAT-PLAYED PIC 9(4).
             10 SEAT-WON PIC 9(4).
             10 SEAT-DEAL-NET PIC S9(7)V99.
       01 SESSION-FIELDS VALUE ZEROS.
          05 SES-ANTE PIC 9(5)V99.
          05 SES-BET PIC 9(5)V99.
          05 SES-STAKE PIC 9(6)V99.
          05 SES-BUY-IN PIC 9(7)V99.
          05 SES-DEALS PIC 9(4).
          05 SES-DEAL-NO PIC 9(4).
          05 SES-DEALS-PLAYED PIC 9(4).
          05 SES-IN-HAND PIC 9(1).
          05 SES-WIN-CNT PIC 9(1).
          05 SES-POT PIC 9(8)V99.
          05 SES-SHARE PIC 9(8)V99.
          05 SES-ODD PIC 9(8)V99.
          05 SES-BIG-POT PIC 9(8)V99.
          05 SES-BIG-DEAL PIC 9(4).
          05 SES-BIG-SEAT PIC 9(1).
          05 SES-BIG-SPLIT PIC 9(1).
          05 SES-CATEGORY PIC 9(2).
          05 SES-NET PIC S9(8)V99.
       01 SES-CAT-WINS-TABLE VALUE ZEROS.
          05 SES-CAT-WINS PIC 9(5) OCCURS 10 TIMES.
       01 SES-NAME-IN PIC X(12) VALUE SPACES.
       01 SES-SEATED PIC X(1) VALUE "N".
       01 SES-SEAT-IX PIC 9(1) VALUE ZERO.
       01 SES-RESULT PIC X(12) VALUE SPACES.
       01 SES-EDIT-AMT PIC Z,ZZZ,ZZ9.99.
       01 SES-EDIT-AMT2 PIC Z,ZZZ,ZZ9.99.
       01 SES-EDIT-NET PIC --,---,--9.99.
       01 SES-EDIT-CNT PIC ZZZ9.
       01 SES-EDIT-CNT2 PIC ZZZ9.
       01 V1 PIC 9(2) VALUE ZERO.
       01 V2 PIC 9(2) VALUE ZERO.
      *    The hand under edit, seven cards or nine for Omaha, kept
      *    alphanumeric so a non-numeric rank can be caught.
       01 CHECK-COUNT PIC 9(2) VALUE 7.
       01 CHECK-TABLE.
          05 CHECK-CARD OCCURS 9 TIMES.
             10 CHECK-VALUE PIC X(02).
             10 CHECK-RANK REDEFINES CHECK-VALUE PIC 9(02).
             10 CHECK-SUIT PIC X(01).
       01 VALID-JOKERS PIC 9(1) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "Enter mode (I=Interactive, B=Batch, D=Deal, "
                   "S=Simulate, C=Cash session, O=Omaha): "
           ACCEPT RUN-MODE
           IF RUN-MODE-OMAHA
              MOVE 'O' TO GAME-TYPE
              DISPLAY "Omaha run (I=Interactive, B=Batch, D=Deal, "
                      "C=Cash session): "
              ACCEPT RUN-MODE
           END-IF
           EVALUATE TRUE
              WHEN RUN-MODE-BATCH
                 PERFORM BATCH-SECTION
                 PERFORM DEAL-SECTION
              WHEN RUN-MODE-SIM
                 PERFORM SIMULATE-SECTION
              WHEN RUN-MODE-CASH
                 PERFORM CASH-SESSION-SECTION
              WHEN GAME-OMAHA
                 ACCEPT NINE-TABLE
                 PERFORM EVALUATE-OMAHA
                 DISPLAY HAND-RANKING
                 DISPLAY "BEST FIVE: " BEST5-TEXT
              WHEN OTHER
                 ACCEPT SEVEN-TABLE
                 PERFORM EVALUATE-SEVEN
           MOVE BEST5-SCORE TO HAND-SCORE
           MOVE BEST5-RANKING TO HAND-RANKING.

       EVALUATE-OMAHA SECTION.
      *    Grade the Omaha hand in NINE-TABLE: every pair of the four
      *    hole cards with every three of the five board cards, 60
      *    fives in all, scored through EVALUATE-HAND; the best of
      *    them is the hand, and BEST5-TEXT shows its cards.
           MOVE ZERO TO BEST5-SCORE
           MOVE SPACES TO BEST5-RANKING
           MOVE SPACES TO BEST5-TEXT
           PERFORM VARYING OH1 FROM 1 BY 1 UNTIL OH1 > 3
              COMPUTE OH2 = OH1 + 1
              PERFORM VARYING OH2 FROM OH2 BY 1 UNTIL OH2 > 4
                 PERFORM VARYING OB1 FROM 5 BY 1 UNTIL OB1 > 7
                    COMPUTE OB2 = OB1 + 1
                    PERFORM VARYING OB2 FROM OB2 BY 1 UNTIL OB2 > 8
                       COMPUTE OB3 = OB2 + 1
                       PERFORM VARYING OB3 FROM OB3 BY 1
                               UNTIL OB3 > 9
                          PERFORM EVALUATE-OMAHA-FIVE
                       END-PERFORM
                    END-PERFORM
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           MOVE 6 TO HAND-SIZE
           MOVE BEST5-SCORE TO HAND-SCORE
           MOVE BEST5-RANKING TO HAND-RANKING.

       EVALUATE-OMAHA-FIVE SECTION.
           MOVE ZERO TO C5
           MOVE SPACES TO WORK5-TEXT
           MOVE 1 TO WORK5-PTR
           MOVE OH1 TO C7
           PERFORM ADD-OMAHA-CARD
           MOVE OH2 TO C7
           PERFORM ADD-OMAHA-CARD
           MOVE OB1 TO C7
           PERFORM ADD-OMAHA-CARD
           MOVE OB2 TO C7
           PERFORM ADD-OMAHA-CARD
           MOVE OB3 TO C7
           PERFORM ADD-OMAHA-CARD
           MOVE ZERO TO CARD-VALUE (6)
           MOVE SPACE TO CARD-SUIT (6)
           MOVE 5 TO HAND-SIZE
           PERFORM EVALUATE-HAND
           IF HAND-SCORE > BEST5-SCORE
              MOVE HAND-SCORE TO BEST5-SCORE
              MOVE HAND-RANKING TO BEST5-RANKING
              MOVE WORK5-TEXT TO BEST5-TEXT
           END-IF.

       ADD-OMAHA-CARD SECTION.
           ADD 1 TO C5
           MOVE NINE-VALUE (C7) TO CARD-VALUE (C5)
           MOVE NINE-SUIT (C7) TO CARD-SUIT (C5)
           STRING NINE-VALUE (C7) DELIMITED BY SIZE
                  NINE-SUIT (C7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO WORK5-TEXT
             WITH POINTER WORK5-PTR
           END-STRING.

       EVALUATE-ONE-SUBSET SECTION.
           MOVE ZERO TO C5
           MOVE SPACES TO WORK5-TEXT
           MOVE ZERO TO DEAL-POS
           MOVE ZERO TO WINNER-NO
           MOVE ZERO TO WINNER-SCORE
           IF GAME-OMAHA
              PERFORM DEAL-BOARD
              DISPLAY "BOARD: " BOARD-TEXT
           END-IF
           PERFORM DEAL-ONE-PLAYER
              VARYING PLAYER-NO FROM 1 BY 1
              UNTIL PLAYER-NO > PLAYER-COUNT
              MOVE 123457 TO RAND-SEED
           END-IF.

       DEAL-BOARD SECTION.
      *    Omaha: the five shared board cards come off the deck first.
           MOVE SPACES TO BOARD-TEXT
           MOVE 1 TO HAND-TEXT-PTR
           PERFORM VARYING D3 FROM 1 BY 1 UNTIL D3 > 5
              ADD 1 TO DEAL-POS
              MOVE DECK-RANK (DEAL-POS) TO BOARD-VALUE (D3)
              MOVE DECK-SUIT (DEAL-POS) TO BOARD-SUIT (D3)
              STRING BOARD-VALUE (D3) DELIMITED BY SIZE
                     BOARD-SUIT (D3) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                INTO BOARD-TEXT
                WITH POINTER HAND-TEXT-PTR
              END-STRING
           END-PERFORM.

       DEAL-ONE-PLAYER SECTION.
      *    Seven cards each; the best five of them are graded.  In
      *    Omaha it is four hole cards each, graded with the board.
           MOVE SPACES TO HAND-TEXT
           MOVE 1 TO HAND-TEXT-PTR
           IF GAME-OMAHA
              PERFORM VARYING D3 FROM 1 BY 1 UNTIL D3 > 4
                 ADD 1 TO DEAL-POS
                 MOVE DECK-RANK (DEAL-POS) TO NINE-VALUE (D3)
                 MOVE DECK-SUIT (DEAL-POS) TO NINE-SUIT (D3)
                 STRING NINE-VALUE (D3) DELIMITED BY SIZE
                        NINE-SUIT (D3) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                   INTO HAND-TEXT
                   WITH POINTER HAND-TEXT-PTR
                 END-STRING
              END-PERFORM
              PERFORM VARYING D3 FROM 1 BY 1 UNTIL D3 > 5
                 COMPUTE C7 = D3 + 4
                 MOVE BOARD-VALUE (D3) TO NINE-VALUE (C7)
                 MOVE BOARD-SUIT (D3) TO NINE-SUIT (C7)
              END-PERFORM
              PERFORM EVALUATE-OMAHA
              MOVE HAND-TEXT TO PL-HAND-TEXT (PLAYER-NO)
              MOVE BEST5-TEXT TO PL-BEST5 (PLAYER-NO)
              MOVE HAND-RANKING TO PL-RANKING (PLAYER-NO)
              MOVE HAND-SCORE TO PL-SCORE (PLAYER-NO)
              EXIT SECTION
           END-IF
           PERFORM VARYING D3 FROM 1 BY 1 UNTIL D3 > 7
              ADD 1 TO DEAL-POS
              MOVE DECK-RANK (DEAL-POS) TO SEVEN-VALUE (D3)
           CLOSE POKER-OUT
           DISPLAY "Frequency table written to POKEROUT.".

       CASH-SESSION-SECTION SECTION.
      *    A cash-game session: seat the players against their
      *    bankrolls, then deal the requested number of hands.  Each
      *    deal every player who can cover the ante and the fixed bet
      *    puts both in the pot and the best hand by the usual score
      *    takes it, tied hands splitting it.  Every deal goes to the
      *    hand history (POKERHST), the session summary to POKEROUT,
      *    and the closing bankrolls back to POKERBNK.
           MOVE "START" TO RC-STATUS
           CALL "RUNLOG" USING RUN-CONTROL
           MOVE "OK" TO RC-STATUS
           PERFORM LOAD-BANKROLLS
           DISPLAY "How many players (2-7)? "
           ACCEPT PLAYER-COUNT
           IF PLAYER-COUNT < 2 OR PLAYER-COUNT > 7
              DISPLAY "Invalid player count."
              MOVE "ERROR" TO RC-STATUS
              CALL "RUNLOG" USING RUN-CONTROL
              EXIT SECTION
           END-IF
           DISPLAY "Ante per deal? "
           ACCEPT SES-ANTE
           DISPLAY "Fixed bet per deal? "
           ACCEPT SES-BET
           COMPUTE SES-STAKE = SES-ANTE + SES-BET
           IF SES-STAKE = ZERO
              DISPLAY "Ante and bet cannot both be zero."
              MOVE "ERROR" TO RC-STATUS
              CALL "RUNLOG" USING RUN-CONTROL
              EXIT SECTION
           END-IF
           DISPLAY "Buy-in for players new to the league? "
           ACCEPT SES-BUY-IN
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              PERFORM SEAT-ONE-PLAYER
           END-PERFORM
           DISPLAY "How many deals? "
           ACCEPT SES-DEALS
           DISPLAY "How many jokers (0-4)? "
           ACCEPT JOKERS-IN-PLAY
           IF JOKERS-IN-PLAY > 4
              MOVE 4 TO JOKERS-IN-PLAY
           END-IF
           DISPLAY "Shuffle seed (1-999999999)? "
           ACCEPT RAND-SEED
           IF RAND-SEED = ZERO
              MOVE 123457 TO RAND-SEED
           END-IF
           OPEN OUTPUT POKER-HIST
           IF NOT FS-HIST-OK
              DISPLAY "Unable to open hand history file"
              MOVE "ERROR" TO RC-STATUS
              CALL "RUNLOG" USING RUN-CONTROL
              EXIT SECTION
           END-IF
           PERFORM BUILD-DECK
           MOVE ZERO TO SES-DEALS-PLAYED
           PERFORM PLAY-ONE-DEAL
              VARYING SES-DEAL-NO FROM 1 BY 1
              UNTIL SES-DEAL-NO > SES-DEALS
           CLOSE POKER-HIST
           PERFORM WRITE-SESSION-SUMMARY
           PERFORM SAVE-BANKROLLS
           MOVE SES-DEALS-PLAYED TO RC-INPUT-COUNT
           MOVE SES-DEALS-PLAYED TO RC-OUTPUT-COUNT
           CALL "RUNLOG" USING RUN-CONTROL
           DISPLAY "Session complete - " SES-DEALS-PLAYED
                   " deal(s) played.".

       LOAD-BANKROLLS SECTION.
      *    No bankroll file yet simply means a new league.
           MOVE ZERO TO BANK-COUNT
           OPEN INPUT POKER-BANK
           IF NOT FS-BANK-OK
              DISPLAY "No bankroll file - starting a new league."
              EXIT SECTION
           END-IF
           PERFORM UNTIL NOT FS-BANK-OK
              READ POKER-BANK
              IF FS-BANK-OK AND BANK-COUNT < 50
                 ADD 1 TO BANK-COUNT
                 MOVE BANK-NAME TO BR-NAME (BANK-COUNT)
                 MOVE BANK-BALANCE TO BR-BALANCE (BANK-COUNT)
              END-IF
           END-PERFORM
           CLOSE POKER-BANK.

       SEAT-ONE-PLAYER SECTION.
      *    Look the player up in the bankroll table; a new name joins
      *    the league with the session buy-in.  A name already seated
      *    this session is refused and asked for again, so no two
      *    seats ever share one bankroll.
           MOVE "N" TO SES-SEATED
           PERFORM ASK-PLAYER-NAME UNTIL SES-SEATED = "Y"
           IF SEAT-BANK-IX (PLAYER-NO) = ZERO
              IF BANK-COUNT < 50
                 ADD 1 TO BANK-COUNT
                 MOVE SES-NAME-IN TO BR-NAME (BANK-COUNT)
                 MOVE SES-BUY-IN TO BR-BALANCE (BANK-COUNT)
                 MOVE BANK-COUNT TO SEAT-BANK-IX (PLAYER-NO)
                 DISPLAY "  New player " SES-NAME-IN " bought in."
              ELSE
                 DISPLAY "  Bankroll file full - seat left empty."
                 MOVE ZERO TO SEAT-BANK-IX (PLAYER-NO)
              END-IF
           END-IF
           IF SEAT-BANK-IX (PLAYER-NO) NOT = ZERO
              MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
              MOVE BR-BALANCE (BANK-IX)
                TO SEAT-START-BAL (PLAYER-NO)
           ELSE
              MOVE ZERO TO SEAT-START-BAL (PLAYER-NO)
           END-IF
           MOVE ZERO TO SEAT-PLAYED (PLAYER-NO)
           MOVE ZERO TO SEAT-WON (PLAYER-NO).

       ASK-PLAYER-NAME SECTION.
           DISPLAY "Player " PLAYER-NO " name? "
           ACCEPT SES-NAME-IN
           MOVE ZERO TO SEAT-BANK-IX (PLAYER-NO)
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > BANK-COUNT
              IF BR-NAME (BANK-IX) = SES-NAME-IN
                 MOVE BANK-IX TO SEAT-BANK-IX (PLAYER-NO)
              END-IF
           END-PERFORM
           MOVE "Y" TO SES-SEATED
           IF SEAT-BANK-IX (PLAYER-NO) NOT = ZERO
              PERFORM VARYING SES-SEAT-IX FROM 1 BY 1
                      UNTIL SES-SEAT-IX NOT < PLAYER-NO
                 IF SEAT-BANK-IX (SES-SEAT-IX)
                    = SEAT-BANK-IX (PLAYER-NO)
                    MOVE "N" TO SES-SEATED
                 END-IF
              END-PERFORM
           END-IF
           IF SES-SEATED = "N"
              DISPLAY "  " SES-NAME-IN
                      " is already seated - choose another name."
           END-IF.

       PLAY-ONE-DEAL SECTION.
      *    A player who cannot cover the ante and bet sits the deal
      *    out; with fewer than two in, nothing is dealt.
           MOVE ZERO TO SES-IN-HAND
           MOVE ZERO TO SES-POT
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              MOVE 'N' TO SEAT-IN-DEAL (PLAYER-NO)
              MOVE ZERO TO SEAT-DEAL-NET (PLAYER-NO)
              MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
              IF BANK-IX NOT = ZERO
                 IF BR-BALANCE (BANK-IX) NOT < SES-STAKE
                    MOVE 'Y' TO SEAT-IN-DEAL (PLAYER-NO)
                    ADD 1 TO SES-IN-HAND
                 END-IF
              END-IF
           END-PERFORM
           IF SES-IN-HAND < 2
              MOVE SPACES TO POKER-HIST-REC
              STRING "DEAL " DELIMITED BY SIZE
                     SES-DEAL-NO DELIMITED BY SIZE
                     "  NOT DEALT - FEWER THAN TWO PLAYERS CAN COVER"
                        DELIMITED BY SIZE
                     " THE STAKE" DELIMITED BY SIZE
                INTO POKER-HIST-REC
              WRITE POKER-HIST-REC
              EXIT SECTION
           END-IF
           ADD 1 TO SES-DEALS-PLAYED
           PERFORM SHUFFLE-DECK
           MOVE ZERO TO DEAL-POS
           MOVE ZERO TO WINNER-SCORE
           IF GAME-OMAHA
              PERFORM DEAL-BOARD
           END-IF
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              IF SEAT-IN-DEAL (PLAYER-NO) = 'Y'
                 MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
                 SUBTRACT SES-STAKE FROM BR-BALANCE (BANK-IX)
                 SUBTRACT SES-STAKE FROM SEAT-DEAL-NET (PLAYER-NO)
                 ADD SES-STAKE TO SES-POT
                 ADD 1 TO SEAT-PLAYED (PLAYER-NO)
                 PERFORM DEAL-ONE-PLAYER
                 IF PL-SCORE (PLAYER-NO) > WINNER-SCORE
                    MOVE PL-SCORE (PLAYER-NO) TO WINNER-SCORE
                 END-IF
              END-IF
           END-PERFORM
      *    Every hand scoring the top score shares the pot; any odd
      *    cent left from the split goes to the first of them by seat.
           MOVE ZERO TO SES-WIN-CNT
           MOVE ZERO TO WINNER-NO
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              IF SEAT-IN-DEAL (PLAYER-NO) = 'Y'
                 AND PL-SCORE (PLAYER-NO) = WINNER-SCORE
                 ADD 1 TO SES-WIN-CNT
                 IF WINNER-NO = ZERO
                    MOVE PLAYER-NO TO WINNER-NO
                 END-IF
              END-IF
           END-PERFORM
           DIVIDE SES-POT BY SES-WIN-CNT GIVING SES-SHARE
           COMPUTE SES-ODD = SES-POT - SES-SHARE * SES-WIN-CNT
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              IF SEAT-IN-DEAL (PLAYER-NO) = 'Y'
                 AND PL-SCORE (PLAYER-NO) = WINNER-SCORE
                 MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
                 ADD SES-SHARE TO BR-BALANCE (BANK-IX)
                 ADD SES-SHARE TO SEAT-DEAL-NET (PLAYER-NO)
                 IF PLAYER-NO = WINNER-NO
                    ADD SES-ODD TO BR-BALANCE (BANK-IX)
                    ADD SES-ODD TO SEAT-DEAL-NET (PLAYER-NO)
                 END-IF
                 ADD 1 TO SEAT-WON (PLAYER-NO)
              END-IF
           END-PERFORM
           DIVIDE WINNER-SCORE BY 1000000000000 GIVING SES-CATEGORY
           ADD 1 TO SES-CAT-WINS (SES-CATEGORY)
           IF SES-POT > SES-BIG-POT
              MOVE SES-POT TO SES-BIG-POT
              MOVE SES-DEAL-NO TO SES-BIG-DEAL
              MOVE WINNER-NO TO SES-BIG-SEAT
              MOVE SES-WIN-CNT TO SES-BIG-SPLIT
           END-IF
           PERFORM WRITE-DEAL-HISTORY.

       WRITE-DEAL-HISTORY SECTION.
           MOVE SES-POT TO SES-EDIT-AMT
           MOVE SPACES TO POKER-HIST-REC
           STRING "DEAL " DELIMITED BY SIZE
                  SES-DEAL-NO DELIMITED BY SIZE
                  "  POT " DELIMITED BY SIZE
                  SES-EDIT-AMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SIM-NAME (SES-CATEGORY) DELIMITED BY "  "
                  " WINS" DELIMITED BY SIZE
             INTO POKER-HIST-REC
           WRITE POKER-HIST-REC
           IF GAME-OMAHA
              MOVE SPACES TO POKER-HIST-REC
              STRING "  BOARD  " DELIMITED BY SIZE
                     BOARD-TEXT DELIMITED BY SIZE
                INTO POKER-HIST-REC
              WRITE POKER-HIST-REC
           END-IF
           IF SES-WIN-CNT > 1
              MOVE SPACES TO POKER-HIST-REC
              MOVE SES-WIN-CNT TO SES-EDIT-CNT
              STRING "          POT SPLIT" DELIMITED BY SIZE
                     SES-EDIT-CNT DELIMITED BY SIZE
                     " WAYS" DELIMITED BY SIZE
                INTO POKER-HIST-REC
              WRITE POKER-HIST-REC
           END-IF
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
              MOVE SPACES TO POKER-HIST-REC
              IF BANK-IX NOT = ZERO
                 IF SEAT-IN-DEAL (PLAYER-NO) = 'Y'
                    IF SEAT-DEAL-NET (PLAYER-NO) > ZERO
                       MOVE "WON" TO SES-RESULT
                    ELSE
                       MOVE "LOST" TO SES-RESULT
                    END-IF
                    MOVE SEAT-DEAL-NET (PLAYER-NO) TO SES-EDIT-NET
                    STRING "  SEAT " DELIMITED BY SIZE
                           PLAYER-NO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BR-NAME (BANK-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PL-HAND-TEXT (PLAYER-NO) DELIMITED BY SIZE
                           PL-RANKING (PLAYER-NO) DELIMITED BY SIZE
                           SES-RESULT (1:5) DELIMITED BY SIZE
                           SES-EDIT-NET DELIMITED BY SIZE
                      INTO POKER-HIST-REC
                 ELSE
                    STRING "  SEAT " DELIMITED BY SIZE
                           PLAYER-NO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BR-NAME (BANK-IX) DELIMITED BY SIZE
                           " SITTING OUT - CANNOT COVER THE STAKE"
                              DELIMITED BY SIZE
                      INTO POKER-HIST-REC
                 END-IF
                 WRITE POKER-HIST-REC
              END-IF
           END-PERFORM.

       WRITE-SESSION-SUMMARY SECTION.
      *    Won and lost per player over the session, the biggest pot,
      *    and how many pots each hand category took.
           OPEN OUTPUT POKER-OUT
           IF NOT FS-OUT-OK
              DISPLAY "Unable to open session summary file"
              EXIT SECTION
           END-IF
           MOVE SES-DEALS-PLAYED TO SES-EDIT-CNT
           MOVE SES-ANTE TO SES-EDIT-AMT
           MOVE SES-BET TO SES-EDIT-AMT2
           MOVE SPACES TO POKER-OUT-REC
           STRING "CASH SESSION SUMMARY - " DELIMITED BY SIZE
                  SES-EDIT-CNT DELIMITED BY SIZE
                  " DEALS  ANTE " DELIMITED BY SIZE
                  SES-EDIT-AMT DELIMITED BY SIZE
                  "  BET " DELIMITED BY SIZE
                  SES-EDIT-AMT2 DELIMITED BY SIZE
             INTO POKER-OUT-REC
           WRITE POKER-OUT-REC
           MOVE SPACES TO POKER-OUT-REC
           STRING "SEAT PLAYER           START          END"
                     DELIMITED BY SIZE
                  "   WON / LOST PLAYED  WON" DELIMITED BY SIZE
             INTO POKER-OUT-REC
           WRITE POKER-OUT-REC
           PERFORM VARYING PLAYER-NO FROM 1 BY 1
                   UNTIL PLAYER-NO > PLAYER-COUNT
              MOVE SEAT-BANK-IX (PLAYER-NO) TO BANK-IX
              IF BANK-IX NOT = ZERO
                 MOVE SEAT-START-BAL (PLAYER-NO) TO SES-EDIT-AMT
                 MOVE BR-BALANCE (BANK-IX) TO SES-EDIT-AMT2
                 COMPUTE SES-NET = BR-BALANCE (BANK-IX)
                                 - SEAT-START-BAL (PLAYER-NO)
                 MOVE SES-NET TO SES-EDIT-NET
                 MOVE SEAT-PLAYED (PLAYER-NO) TO SES-EDIT-CNT
                 MOVE SEAT-WON (PLAYER-NO) TO SES-EDIT-CNT2
                 MOVE SPACES TO POKER-OUT-REC
                 STRING "   " DELIMITED BY SIZE
                        PLAYER-NO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        BR-NAME (BANK-IX) DELIMITED BY SIZE
                        SES-EDIT-AMT DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SES-EDIT-AMT2 DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SES-EDIT-NET DELIMITED BY SIZE
                        "   " DELIMITED BY SIZE
                        SES-EDIT-CNT DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SES-EDIT-CNT2 DELIMITED BY SIZE
                   INTO POKER-OUT-REC
                 WRITE POKER-OUT-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO POKER-OUT-REC
           IF SES-BIG-DEAL = ZERO
              MOVE "BIGGEST POT: NO DEALS PLAYED" TO POKER-OUT-REC
           ELSE
              MOVE SES-BIG-POT TO SES-EDIT-AMT
              MOVE SES-BIG-DEAL TO SES-EDIT-CNT
              MOVE SEAT-BANK-IX (SES-BIG-SEAT) TO BANK-IX
              STRING "BIGGEST POT: " DELIMITED BY SIZE
                     SES-EDIT-AMT DELIMITED BY SIZE
                     " ON DEAL " DELIMITED BY SIZE
                     SES-EDIT-CNT DELIMITED BY SIZE
                     ", WON BY " DELIMITED BY SIZE
                     BR-NAME (BANK-IX) DELIMITED BY "  "
                INTO POKER-OUT-REC
              IF SES-BIG-SPLIT > 1
                 MOVE SES-BIG-SPLIT TO SES-EDIT-CNT
                 MOVE SPACES TO POKER-HIST-REC
                 STRING POKER-OUT-REC DELIMITED BY "  "
                        " (SPLIT" DELIMITED BY SIZE
                        SES-EDIT-CNT DELIMITED BY SIZE
                        " WAYS)" DELIMITED BY SIZE
                   INTO POKER-HIST-REC
                 MOVE POKER-HIST-REC TO POKER-OUT-REC
              END-IF
           END-IF
           WRITE POKER-OUT-REC
           MOVE "POTS WON BY HAND CATEGORY" TO POKER-OUT-REC
           WRITE POKER-OUT-REC
           PERFORM VARYING D1 FROM 10 BY -1 UNTIL D1 < 1
              MOVE SES-CAT-WINS (D1) TO SIM-EDIT-CNT
              MOVE SPACES TO POKER-OUT-REC
              STRING "  " DELIMITED BY SIZE
                     SIM-NAME (D1) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SIM-EDIT-CNT DELIMITED BY SIZE
                INTO POKER-OUT-REC
              WRITE POKER-OUT-REC
           END-PERFORM
           CLOSE POKER-OUT
           DISPLAY "Session summary written to POKEROUT.".

       SAVE-BANKROLLS SECTION.
           OPEN OUTPUT POKER-BANK
           IF NOT FS-BANK-OK
              DISPLAY "Unable to rewrite bankroll file"
              MOVE 1 TO RC-ERROR-COUNT
              EXIT SECTION
           END-IF
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > BANK-COUNT
              MOVE SPACES TO POKER-BANK-REC
              MOVE BR-NAME (BANK-IX) TO BANK-NAME
              MOVE BR-BALANCE (BANK-IX) TO BANK-BALANCE
              WRITE POKER-BANK-REC
           END-PERFORM
           CLOSE POKER-BANK.

       BATCH-SECTION SECTION.
           MOVE "START" TO RC-STATUS
           CALL "RUNLOG" USING RUN-CONTROL
           ADD 1 TO HAND-NUM
           PERFORM VALIDATE-HAND-INPUT
           IF HAND-VALID = 'Y'
              IF GAME-OMAHA
                 MOVE POKER-OMAHA-REC TO NINE-TABLE
                 PERFORM EVALUATE-OMAHA
              ELSE
                 MOVE POKER-IN-REC TO SEVEN-TABLE
                 PERFORM EVALUATE-SEVEN
              END-IF
              PERFORM WRITE-BATCH-RESULT
              IF HAND-SCORE > BEST-SCORE
                 MOVE HAND-SCORE TO BEST-SCORE
      *    Ranks must be 2-14 or the 00 joker, suits must come from
      *    the legal set (jokers carry J), the same card may not
      *    appear twice, and at most JOKER-LIMIT jokers are allowed.
      *    An Omaha hand is edited as all nine of its cards, so a
      *    hole card repeated on the board is caught too.
           IF GAME-OMAHA
              MOVE 9 TO CHECK-COUNT
              PERFORM VARYING V1 FROM 1 BY 1 UNTIL V1 > 9
                 MOVE OM-CARD-VALUE (V1) TO CHECK-VALUE (V1)
                 MOVE OM-CARD-SUIT (V1) TO CHECK-SUIT (V1)
              END-PERFORM
           ELSE
              MOVE 7 TO CHECK-COUNT
              PERFORM VARYING V1 FROM 1 BY 1 UNTIL V1 > 7
                 MOVE IN-CARD-VALUE (V1) TO CHECK-VALUE (V1)
                 MOVE IN-CARD-SUIT (V1) TO CHECK-SUIT (V1)
              END-PERFORM
           END-IF
           MOVE 'Y' TO HAND-VALID
           MOVE ZERO TO BAD-CARD-NUM
           MOVE SPACES TO BAD-REASON
           MOVE ZERO TO VALID-JOKERS
           PERFORM VARYING V1 FROM 1 BY 1
                   UNTIL V1 > CHECK-COUNT OR HAND-VALID = 'N'
              IF CHECK-VALUE (V1) NOT NUMERIC
                 MOVE 'N' TO HAND-VALID
                 MOVE V1 TO BAD-CARD-NUM
                 MOVE "RANK NOT NUMERIC" TO BAD-REASON
              ELSE
                 IF CHECK-RANK (V1) = ZERO
                    ADD 1 TO VALID-JOKERS
                    IF VALID-JOKERS > JOKER-LIMIT
                       MOVE 'N' TO HAND-VALID
                       MOVE "TOO MANY JOKERS" TO BAD-REASON
                    END-IF
                    IF HAND-VALID = 'Y'
                       AND CHECK-SUIT (V1) NOT = 'J'
                       AND CHECK-SUIT (V1) NOT = SPACE
                       MOVE 'N' TO HAND-VALID
                       MOVE V1 TO BAD-CARD-NUM
                       MOVE "BAD JOKER SUIT" TO BAD-REASON
                    END-IF
                 ELSE
                    IF CHECK-RANK (V1) < 2
                       OR CHECK-RANK (V1) > 14
                       MOVE 'N' TO HAND-VALID
                       MOVE V1 TO BAD-CARD-NUM
                       MOVE "RANK OUT OF RANGE" TO BAD-REASON
                    END-IF
                    IF HAND-VALID = 'Y'
                       AND CHECK-SUIT (V1) NOT = 'H'
                       AND CHECK-SUIT (V1) NOT = 'D'
                       AND CHECK-SUIT (V1) NOT = 'C'
                       AND CHECK-SUIT (V1) NOT = 'S'
                       MOVE 'N' TO HAND-VALID
                       MOVE V1 TO BAD-CARD-NUM
                       MOVE "BAD SUIT" TO BAD-REASON
           END-PERFORM
           IF HAND-VALID = 'Y'
              PERFORM VARYING V1 FROM 1 BY 1
                      UNTIL V1 >= CHECK-COUNT OR HAND-VALID = 'N'
                 IF CHECK-RANK (V1) NOT = ZERO
                    COMPUTE V2 = V1 + 1
                    PERFORM VARYING V2 FROM V2 BY 1
                            UNTIL V2 > CHECK-COUNT OR HAND-VALID = 'N'
                       IF CHECK-RANK (V2) = CHECK-RANK (V1)
                          AND CHECK-SUIT (V2) = CHECK-SUIT (V1)
                          MOVE 'N' TO HAND-VALID
                          MOVE V2 TO BAD-CARD-NUM
                          MOVE "DUPLICATE CARD" TO BAD-REASON

       WRITE-BATCH-ERROR SECTION.
           MOVE SPACES TO POKER-ERR-REC
           IF GAME-OMAHA
              STRING "HAND " DELIMITED BY SIZE
                     HAND-NUM DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     POKER-OMAHA-REC DELIMITED BY SIZE
                     " CARD " DELIMITED BY SIZE
                     BAD-CARD-NUM DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BAD-REASON DELIMITED BY SIZE
                INTO POKER-ERR-REC
              WRITE POKER-ERR-REC
              EXIT SECTION
           END-IF
           STRING "HAND " DELIMITED BY SIZE
                  HAND-NUM DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
