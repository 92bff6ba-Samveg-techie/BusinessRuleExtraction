           SELECT ZORCH-HIST ASSIGN TO "ZORCHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT ZORCH-CAT ASSIGN TO "ZORCHCAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CAT.
           SELECT ZORCH-RATE ASSIGN TO "ZORCHRAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RATE.

       DATA DIVISION.
       FILE SECTION.
      *      now; blank on old records means Zorch, naturally
          05 HIST-ATTENDEES PIC 9(3).
      *      how many showed up when the night happened
       FD ZORCH-CAT.
      *      the movie catalogue - titles are kept in upper case so
      *      the same film is only ever logged one way
       01 CAT-REC.
          05 CAT-TITLE PIC X(40).
          05 CAT-YEAR PIC 9(4).
          05 CAT-GENRE PIC X(12).
          05 CAT-PROPOSER PIC X(20).
       FD ZORCH-RATE.
      *      one attendee's 1-5 rating of the film shown on a night
       01 RATE-REC.
          05 RATE-DATE PIC 9(8).
          05 RATE-TITLE PIC X(40).
          05 RATE-WHO PIC X(20).
          05 RATE-SCORE PIC 9(1).

       WORKING-STORAGE SECTION.
       01 TODAY PIC 9(1) VALUE ZERO.
       01 HT-IX PIC 9(2) VALUE ZERO.
       01 HT-SLOT PIC 9(2) VALUE ZERO.
       01 WORK-HOST PIC X(20) VALUE SPACES.
       01 FS-CAT PIC 9(02).
          88 FS-CAT-OK VALUE 0.
       01 FS-RATE PIC 9(02).
          88 FS-RATE-OK VALUE 0.
       01 CAT-COUNT PIC 9(3) VALUE ZERO.
       01 CAT-TABLE.
          05 CAT-ENTRY OCCURS 200 TIMES.
             10 CT-TITLE PIC X(40).
             10 CT-YEAR PIC 9(4).
             10 CT-GENRE PIC X(12).
             10 CT-PROPOSER PIC X(20).
             10 CT-WATCHED PIC A(1).
             10 CT-SCORE PIC 9(3).
             10 CT-SHOWN PIC A(1).
       01 CT-IX PIC 9(3) VALUE ZERO.
       01 CT-SLOT PIC 9(3) VALUE ZERO.
       01 CT-BEST PIC 9(3) VALUE ZERO.
       01 TITLE-OK PIC A(1) VALUE "n".
       01 CAT-CHOICE PIC A(1) VALUE SPACE.
       01 MOVIE-YEAR PIC 9(4) VALUE ZERO.
       01 MOVIE-GENRE PIC X(12) VALUE SPACES.
       01 MOVIE-PROPOSER PIC X(20) VALUE SPACES.
       01 GENRE-COUNT PIC 9(2) VALUE ZERO.
       01 GENRE-TABLE.
          05 GENRE-ENTRY OCCURS 30 TIMES.
             10 GN-NAME PIC X(12).
             10 GN-CANCELS PIC 9(3).
       01 GN-IX PIC 9(2) VALUE ZERO.
       01 GN-SLOT PIC 9(2) VALUE ZERO.
       01 PROPOSER-COUNT PIC 9(2) VALUE ZERO.
       01 PROPOSER-TABLE.
          05 PROPOSER-ENTRY OCCURS 30 TIMES.
             10 PR-NAME PIC X(20).
             10 PR-POINTS PIC 9(5).
             10 PR-RATINGS PIC 9(4).
       01 PR-IX PIC 9(2) VALUE ZERO.
       01 PR-SLOT PIC 9(2) VALUE ZERO.
       01 SCORE-WORK PIC S9(5) VALUE ZERO.
       01 PR-AVERAGE PIC 9V9 VALUE ZERO.
       01 PR-AVERAGE-EDIT PIC 9.9.
       01 SUGGEST-RANK PIC 9(1) VALUE ZERO.
       01 NIGHT-COUNT PIC 9(2) VALUE ZERO.
       01 NIGHT-TABLE.
          05 NIGHT-ENTRY OCCURS 10 TIMES.
             10 NT-DATE PIC 9(8).
             10 NT-TITLE PIC X(40).
       01 NT-IX PIC 9(2) VALUE ZERO.
       01 NT-PICK PIC 9(2) VALUE ZERO.
       01 RATER-NAME PIC X(20) VALUE SPACES.
       01 RATING-INPUT PIC 9(1) VALUE ZERO.
       01 RATED-ALREADY PIC A(1) VALUE "n".
       01 RATINGS-TAKEN PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       START-HERE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           DISPLAY "Movie night check, report, catalogue, rate a "
                   "film or suggestion? (m/r/c/v/s)"
           ACCEPT MAIN-CHOICE
           MOVE FUNCTION LOWER-CASE(MAIN-CHOICE) TO MAIN-CHOICE
           IF MAIN-CHOICE EQUAL 'r' THEN
               PERFORM DISPLAY-REPORT
               STOP RUN
           END-IF
           IF MAIN-CHOICE EQUAL 'c' THEN
               PERFORM CATALOGUE-MENU
               STOP RUN
           END-IF
           IF MAIN-CHOICE EQUAL 'v' THEN
               PERFORM RATE-FILMS
               STOP RUN
           END-IF
           IF MAIN-CHOICE EQUAL 's' THEN
               PERFORM SUGGEST-FILM
               STOP RUN
           END-IF
           ACCEPT TODAY FROM DAY-OF-WEEK
      *    6 EQUAL saturday
           IF TODAY EQUAL 6 THEN
           EXIT.

      *Append this Saturday's outcome to the history file so the
      *yearly tally survives between runs. The title has to be a
      *catalogue film, so it is logged the same way every time.
       LOG-OUTCOME.
           PERFORM LOAD-CATALOGUE
           PERFORM VALIDATE-MOVIE-TITLE
           OPEN EXTEND ZORCH-HIST
           IF NOT FS-HIST-OK THEN
               OPEN OUTPUT ZORCH-HIST
           END-IF
           EXIT.

      *Look the planned title up in the catalogue; an unknown title
      *is either added to the catalogue on the spot or replaced by a
      *catalogue film ("?" lists them, a number picks one).
       VALIDATE-MOVIE-TITLE.
           MOVE "n" TO TITLE-OK
           PERFORM UNTIL TITLE-OK EQUAL "y"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MOVIE-TITLE))
                   TO MOVIE-TITLE
      *        A title match wins, so films such as 1917 or 300 are
      *        found by name; only an unmatched number is taken as a
      *        catalogue number.
               PERFORM FIND-CATALOGUE-TITLE
               IF CT-SLOT EQUAL ZERO AND
                  MOVIE-TITLE NOT EQUAL SPACES AND
                  FUNCTION TEST-NUMVAL(MOVIE-TITLE) EQUAL ZERO THEN
                   IF FUNCTION NUMVAL(MOVIE-TITLE) >= 1 AND
                      FUNCTION NUMVAL(MOVIE-TITLE) <= CAT-COUNT THEN
                       MOVE FUNCTION NUMVAL(MOVIE-TITLE) TO CT-SLOT
                       MOVE CT-TITLE (CT-SLOT) TO MOVIE-TITLE
                   END-IF
               END-IF
               IF CT-SLOT > ZERO THEN
                   MOVE "y" TO TITLE-OK
               ELSE
                   IF MOVIE-TITLE EQUAL "?" THEN
                       PERFORM LIST-CATALOGUE
                   ELSE
                       IF MOVIE-TITLE NOT EQUAL SPACES THEN
                           DISPLAY FUNCTION TRIM(MOVIE-TITLE)
                                   " is not in the movie catalogue."
                           DISPLAY "Add it to the catalogue now? (y/n)"
                           MOVE SPACE TO USER-INPUT
                           ACCEPT USER-INPUT
                           MOVE FUNCTION LOWER-CASE(USER-INPUT)
                               TO USER-INPUT
                           IF USER-INPUT EQUAL 'y' THEN
                               PERFORM ADD-CATALOGUE-ENTRY
                               IF CT-SLOT > ZERO THEN
                                   MOVE "y" TO TITLE-OK
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF TITLE-OK NOT EQUAL "y" THEN
                       DISPLAY "Which catalogue film then? "
                               "(title, number, or ? to list)"
                       MOVE SPACES TO MOVIE-TITLE
                       ACCEPT MOVIE-TITLE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       FIND-CATALOGUE-TITLE.
           MOVE ZERO TO CT-SLOT
           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > CAT-COUNT OR CT-SLOT > 0
               IF CT-TITLE (CT-IX) EQUAL MOVIE-TITLE THEN
                   MOVE CT-IX TO CT-SLOT
               END-IF
           END-PERFORM
           EXIT.

       LOAD-CATALOGUE.
           MOVE ZERO TO CAT-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT ZORCH-CAT
           IF FS-CAT-OK THEN
               PERFORM UNTIL WS-IS-EOF
                   READ ZORCH-CAT
                       AT END
                           MOVE "y" TO WS-EOF
                       NOT AT END
                           IF CAT-COUNT < 200 THEN
                               ADD 1 TO CAT-COUNT
                               MOVE CAT-TITLE TO CT-TITLE (CAT-COUNT)
                               MOVE CAT-YEAR TO CT-YEAR (CAT-COUNT)
                               MOVE CAT-GENRE TO CT-GENRE (CAT-COUNT)
                               MOVE CAT-PROPOSER
                                   TO CT-PROPOSER (CAT-COUNT)
                               MOVE "n" TO CT-WATCHED (CAT-COUNT)
                               MOVE ZERO TO CT-SCORE (CAT-COUNT)
                               MOVE "n" TO CT-SHOWN (CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZORCH-CAT
           END-IF
           EXIT.

       LIST-CATALOGUE.
           IF CAT-COUNT EQUAL ZERO THEN
               DISPLAY "The movie catalogue is empty."
           END-IF
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > CAT-COUNT
               DISPLAY CT-IX " " CT-TITLE (CT-IX) " " CT-YEAR (CT-IX)
                       " " CT-GENRE (CT-IX)
                       " proposed by " CT-PROPOSER (CT-IX)
           END-PERFORM
           EXIT.

      *Append MOVIE-TITLE to the catalogue, asking for the rest.
       ADD-CATALOGUE-ENTRY.
      *    CT-SLOT comes back as the new entry, or zero when the
      *    catalogue is full and nothing was added.
           MOVE ZERO TO CT-SLOT
           IF CAT-COUNT NOT < 200 THEN
               DISPLAY "The movie catalogue is full."
           ELSE
               DISPLAY "Release year?"
               MOVE ZERO TO MOVIE-YEAR
               ACCEPT MOVIE-YEAR
               DISPLAY "Genre?"
               MOVE SPACES TO MOVIE-GENRE
               ACCEPT MOVIE-GENRE
               MOVE FUNCTION UPPER-CASE(MOVIE-GENRE) TO MOVIE-GENRE
               DISPLAY "Who proposed it?"
               MOVE SPACES TO MOVIE-PROPOSER
               ACCEPT MOVIE-PROPOSER
               MOVE FUNCTION UPPER-CASE(MOVIE-PROPOSER)
                   TO MOVIE-PROPOSER
               OPEN EXTEND ZORCH-CAT
               IF NOT FS-CAT-OK THEN
                   OPEN OUTPUT ZORCH-CAT
               END-IF
               MOVE MOVIE-TITLE TO CAT-TITLE
               MOVE MOVIE-YEAR TO CAT-YEAR
               MOVE MOVIE-GENRE TO CAT-GENRE
               MOVE MOVIE-PROPOSER TO CAT-PROPOSER
               WRITE CAT-REC
               CLOSE ZORCH-CAT
               ADD 1 TO CAT-COUNT
               MOVE MOVIE-TITLE TO CT-TITLE (CAT-COUNT)
               MOVE MOVIE-YEAR TO CT-YEAR (CAT-COUNT)
               MOVE MOVIE-GENRE TO CT-GENRE (CAT-COUNT)
               MOVE MOVIE-PROPOSER TO CT-PROPOSER (CAT-COUNT)
               MOVE "n" TO CT-WATCHED (CAT-COUNT)
               MOVE ZERO TO CT-SCORE (CAT-COUNT)
               MOVE "n" TO CT-SHOWN (CAT-COUNT)
               MOVE CAT-COUNT TO CT-SLOT
               DISPLAY FUNCTION TRIM(MOVIE-TITLE)
                       " added to the catalogue."
           END-IF
           EXIT.

       CATALOGUE-MENU.
           PERFORM LOAD-CATALOGUE
           DISPLAY "List or add to the movie catalogue? (l/a)"
           MOVE SPACE TO CAT-CHOICE
           ACCEPT CAT-CHOICE
           MOVE FUNCTION LOWER-CASE(CAT-CHOICE) TO CAT-CHOICE
           IF CAT-CHOICE EQUAL 'a' THEN
               DISPLAY "Title?"
               MOVE SPACES TO MOVIE-TITLE
               ACCEPT MOVIE-TITLE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MOVIE-TITLE))
                   TO MOVIE-TITLE
               PERFORM FIND-CATALOGUE-TITLE
               IF MOVIE-TITLE EQUAL SPACES THEN
                   DISPLAY "No title given."
               ELSE
                   IF CT-SLOT > ZERO THEN
                       DISPLAY "Already in the catalogue as number "
                               CT-SLOT "."
                   ELSE
                       PERFORM ADD-CATALOGUE-ENTRY
                   END-IF
               END-IF
           ELSE
               PERFORM LIST-CATALOGUE
           END-IF
           EXIT.

      *After a night that happened, everybody who was there can rate
      *the film 1-5; one rating per person per night.
       RATE-FILMS.
           MOVE ZERO TO NIGHT-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT ZORCH-HIST
           IF FS-HIST-OK THEN
               PERFORM UNTIL WS-IS-EOF
                   READ ZORCH-HIST
                       AT END
                           MOVE "y" TO WS-EOF
                       NOT AT END
                           IF HIST-OUTCOME NOT EQUAL 'y' AND
                              HIST-TITLE NOT EQUAL SPACES THEN
                               PERFORM KEEP-RECENT-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZORCH-HIST
           END-IF
           IF NIGHT-COUNT EQUAL ZERO THEN
               DISPLAY "No movie night has happened yet - "
                       "nothing to rate."
           ELSE
               DISPLAY "Recent movie nights:"
               PERFORM VARYING NT-IX FROM 1 BY 1
                       UNTIL NT-IX > NIGHT-COUNT
                   DISPLAY NT-IX " " NT-DATE (NT-IX) " "
                           NT-TITLE (NT-IX)
               END-PERFORM
               DISPLAY "Which night? (number, blank = most recent)"
               MOVE ZERO TO NT-PICK
               ACCEPT NT-PICK
               IF NT-PICK < 1 OR NT-PICK > NIGHT-COUNT THEN
                   MOVE NIGHT-COUNT TO NT-PICK
               END-IF
               MOVE ZERO TO RATINGS-TAKEN
               MOVE "x" TO TITLE-OK
               PERFORM UNTIL TITLE-OK EQUAL "n"
                   DISPLAY "Who is rating "
                           FUNCTION TRIM(NT-TITLE (NT-PICK))
                           "? (blank to finish)"
                   MOVE SPACES TO RATER-NAME
                   ACCEPT RATER-NAME
                   MOVE FUNCTION UPPER-CASE(RATER-NAME) TO RATER-NAME
                   IF RATER-NAME EQUAL SPACES THEN
                       MOVE "n" TO TITLE-OK
                   ELSE
                       PERFORM TAKE-ONE-RATING
                   END-IF
               END-PERFORM
               DISPLAY RATINGS-TAKEN " rating(s) recorded."
           END-IF
           EXIT.

      *Keep the ten most recent nights that happened, oldest first.
       KEEP-RECENT-NIGHT.
           IF NIGHT-COUNT < 10 THEN
               ADD 1 TO NIGHT-COUNT
           ELSE
               PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > 9
                   MOVE NIGHT-ENTRY (NT-IX + 1) TO NIGHT-ENTRY (NT-IX)
               END-PERFORM
           END-IF
           MOVE HIST-DATE TO NT-DATE (NIGHT-COUNT)
           MOVE HIST-TITLE TO NT-TITLE (NIGHT-COUNT)
           EXIT.

       TAKE-ONE-RATING.
           MOVE "n" TO RATED-ALREADY
           MOVE "n" TO WS-EOF
           OPEN INPUT ZORCH-RATE
           IF FS-RATE-OK THEN
               PERFORM UNTIL WS-IS-EOF
                   READ ZORCH-RATE
                       AT END
                           MOVE "y" TO WS-EOF
                       NOT AT END
                           IF RATE-DATE EQUAL NT-DATE (NT-PICK) AND
                              RATE-WHO EQUAL RATER-NAME THEN
                               MOVE "y" TO RATED-ALREADY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZORCH-RATE
           END-IF
           IF RATED-ALREADY EQUAL "y" THEN
               DISPLAY FUNCTION TRIM(RATER-NAME)
                       " has already rated that night."
           ELSE
               MOVE ZERO TO RATING-INPUT
               PERFORM UNTIL RATING-INPUT >= 1 AND RATING-INPUT <= 5
                   DISPLAY "Rating from 1 to 5?"
                   ACCEPT RATING-INPUT
               END-PERFORM
               OPEN EXTEND ZORCH-RATE
               IF NOT FS-RATE-OK THEN
                   OPEN OUTPUT ZORCH-RATE
               END-IF
               MOVE NT-DATE (NT-PICK) TO RATE-DATE
               MOVE NT-TITLE (NT-PICK) TO RATE-TITLE
               MOVE RATER-NAME TO RATE-WHO
               MOVE RATING-INPUT TO RATE-SCORE
               WRITE RATE-REC
               CLOSE ZORCH-RATE
               ADD 1 TO RATINGS-TAKEN
           END-IF
           EXIT.

      *Suggest what to watch next: catalogue films nobody has seen
      *yet, scored by how well the proposer's earlier picks were
      *rated (out of 100, 60 when nothing of theirs is rated yet),
      *less 15 for every cancelled night planned around that genre.
       SUGGEST-FILM.
           PERFORM LOAD-CATALOGUE
           MOVE ZERO TO GENRE-COUNT
           MOVE ZERO TO PROPOSER-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT ZORCH-HIST
           IF FS-HIST-OK THEN
               PERFORM UNTIL WS-IS-EOF
                   READ ZORCH-HIST
                       AT END
                           MOVE "y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-SUGGEST-HISTORY
                   END-READ
               END-PERFORM
               CLOSE ZORCH-HIST
           END-IF
           MOVE "n" TO WS-EOF
           OPEN INPUT ZORCH-RATE
           IF FS-RATE-OK THEN
               PERFORM UNTIL WS-IS-EOF
                   READ ZORCH-RATE
                       AT END
                           MOVE "y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-SUGGEST-RATING
                   END-READ
               END-PERFORM
               CLOSE ZORCH-RATE
           END-IF
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > CAT-COUNT
               IF CT-WATCHED (CT-IX) NOT EQUAL "y" THEN
                   PERFORM SCORE-ONE-FILM
               END-IF
           END-PERFORM
           MOVE ZERO TO SUGGEST-RANK
           MOVE 1 TO CT-BEST
           PERFORM UNTIL SUGGEST-RANK EQUAL 3 OR CT-BEST EQUAL ZERO
               MOVE ZERO TO CT-BEST
               PERFORM VARYING CT-IX FROM 1 BY 1
                       UNTIL CT-IX > CAT-COUNT
                   IF CT-WATCHED (CT-IX) NOT EQUAL "y" AND
                      CT-SHOWN (CT-IX) NOT EQUAL "y" THEN
                       IF CT-BEST EQUAL ZERO THEN
                           MOVE CT-IX TO CT-BEST
                       ELSE
                           IF CT-SCORE (CT-IX) >
                              CT-SCORE (CT-BEST) THEN
                               MOVE CT-IX TO CT-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CT-BEST > ZERO THEN
                   ADD 1 TO SUGGEST-RANK
                   MOVE "y" TO CT-SHOWN (CT-BEST)
                   PERFORM DISPLAY-SUGGESTION
               END-IF
           END-PERFORM
           IF SUGGEST-RANK EQUAL ZERO THEN
               DISPLAY "Nothing left to suggest - every catalogue "
                       "film has been watched. Add some more!"
           END-IF
           EXIT.

      *A night that happened marks its film watched; a cancelled one
      *counts against the genre of the film that was planned.
       TALLY-SUGGEST-HISTORY.
           MOVE FUNCTION UPPER-CASE(HIST-TITLE) TO MOVIE-TITLE
           PERFORM FIND-CATALOGUE-TITLE
           IF CT-SLOT > ZERO THEN
               IF HIST-OUTCOME EQUAL 'y' THEN
                   MOVE CT-GENRE (CT-SLOT) TO MOVIE-GENRE
                   PERFORM FIND-GENRE-SLOT
                   IF GN-SLOT > ZERO THEN
                       ADD 1 TO GN-CANCELS (GN-SLOT)
                   END-IF
               ELSE
                   MOVE "y" TO CT-WATCHED (CT-SLOT)
               END-IF
           END-IF
           EXIT.

       TALLY-SUGGEST-RATING.
           MOVE FUNCTION UPPER-CASE(RATE-TITLE) TO MOVIE-TITLE
           PERFORM FIND-CATALOGUE-TITLE
           IF CT-SLOT > ZERO THEN
               MOVE CT-PROPOSER (CT-SLOT) TO MOVIE-PROPOSER
               PERFORM FIND-PROPOSER-SLOT
               IF PR-SLOT > ZERO AND RATE-SCORE IS NUMERIC THEN
                   ADD RATE-SCORE TO PR-POINTS (PR-SLOT)
                   ADD 1 TO PR-RATINGS (PR-SLOT)
               END-IF
           END-IF
           EXIT.

       FIND-GENRE-SLOT.
           MOVE ZERO TO GN-SLOT
           PERFORM VARYING GN-IX FROM 1 BY 1
                   UNTIL GN-IX > GENRE-COUNT OR GN-SLOT > 0
               IF GN-NAME (GN-IX) EQUAL MOVIE-GENRE THEN
                   MOVE GN-IX TO GN-SLOT
               END-IF
           END-PERFORM
           IF GN-SLOT EQUAL ZERO AND GENRE-COUNT < 30 THEN
               ADD 1 TO GENRE-COUNT
               MOVE GENRE-COUNT TO GN-SLOT
               MOVE MOVIE-GENRE TO GN-NAME (GN-SLOT)
               MOVE ZERO TO GN-CANCELS (GN-SLOT)
           END-IF
           EXIT.

       FIND-PROPOSER-SLOT.
           MOVE ZERO TO PR-SLOT
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PROPOSER-COUNT OR PR-SLOT > 0
               IF PR-NAME (PR-IX) EQUAL MOVIE-PROPOSER THEN
                   MOVE PR-IX TO PR-SLOT
               END-IF
           END-PERFORM
           IF PR-SLOT EQUAL ZERO AND PROPOSER-COUNT < 30 THEN
               ADD 1 TO PROPOSER-COUNT
               MOVE PROPOSER-COUNT TO PR-SLOT
               MOVE MOVIE-PROPOSER TO PR-NAME (PR-SLOT)
               MOVE ZERO TO PR-POINTS (PR-SLOT)
               MOVE ZERO TO PR-RATINGS (PR-SLOT)
           END-IF
           EXIT.

       SCORE-ONE-FILM.
           MOVE 60 TO SCORE-WORK
           MOVE CT-PROPOSER (CT-IX) TO MOVIE-PROPOSER
           PERFORM FIND-PROPOSER-SLOT
           IF PR-SLOT > ZERO THEN
               IF PR-RATINGS (PR-SLOT) > ZERO THEN
                   COMPUTE RATE-WORK = PR-POINTS (PR-SLOT) * 20
                   DIVIDE RATE-WORK BY PR-RATINGS (PR-SLOT)
                       GIVING SCORE-WORK ROUNDED
               END-IF
           END-IF
           MOVE CT-GENRE (CT-IX) TO MOVIE-GENRE
           PERFORM FIND-GENRE-SLOT
           IF GN-SLOT > ZERO THEN
               COMPUTE SCORE-WORK = SCORE-WORK
                                  - GN-CANCELS (GN-SLOT) * 15
           END-IF
           IF SCORE-WORK < ZERO THEN
               MOVE ZERO TO SCORE-WORK
           END-IF
           MOVE SCORE-WORK TO CT-SCORE (CT-IX)
           EXIT.

       DISPLAY-SUGGESTION.
           IF SUGGEST-RANK EQUAL 1 THEN
               DISPLAY "Next movie night suggestion:"
           ELSE
               DISPLAY "Or else:"
           END-IF
           DISPLAY "  " FUNCTION TRIM(CT-TITLE (CT-BEST))
                   " (" CT-YEAR (CT-BEST) ", "
                   FUNCTION TRIM(CT-GENRE (CT-BEST))
                   ") proposed by "
                   FUNCTION TRIM(CT-PROPOSER (CT-BEST))
                   " - score " CT-SCORE (CT-BEST)
           MOVE CT-PROPOSER (CT-BEST) TO MOVIE-PROPOSER
           PERFORM FIND-PROPOSER-SLOT
           IF PR-SLOT > ZERO THEN
               IF PR-RATINGS (PR-SLOT) > ZERO THEN
                   DIVIDE PR-POINTS (PR-SLOT) BY PR-RATINGS (PR-SLOT)
                       GIVING PR-AVERAGE ROUNDED
                   MOVE PR-AVERAGE TO PR-AVERAGE-EDIT
                   DISPLAY "    proposer's films average "
                           PR-AVERAGE-EDIT " from "
                           PR-RATINGS (PR-SLOT) " rating(s)"
               ELSE
                   DISPLAY "    nothing of the proposer's rated yet"
               END-IF
           END-IF
           MOVE CT-GENRE (CT-BEST) TO MOVIE-GENRE
           PERFORM FIND-GENRE-SLOT
           IF GN-SLOT > ZERO THEN
               IF GN-CANCELS (GN-SLOT) > ZERO THEN
                   DISPLAY "    genre was planned before "
                           GN-CANCELS (GN-SLOT) " cancellation(s)"
               END-IF
           END-IF
           EXIT.

       END PROGRAM DIDZORCHCANCELMOVIENIGHT.
