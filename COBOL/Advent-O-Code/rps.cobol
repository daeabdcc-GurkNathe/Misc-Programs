           ASSIGN TO "rpsrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATING-STATUS.
           SELECT SCHEDULE-FILE
           ASSIGN TO "rpssched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT STANDINGS-FILE
           ASSIGN TO "rpsstand.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY ADVELF.
       FD RATING-FILE.
           COPY RPSRATE.
       FD SCHEDULE-FILE.
           COPY RPSSCHED.
       FD STANDINGS-FILE.
           COPY RPSSTAND.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2) VALUE "00".
       01 WS-LBOARD-STATUS PIC X(2) VALUE "00".
           03 WS-NOW-TIME PIC X(6).
       01 WS-ARG1 PIC X(10) VALUE SPACES.
       01 WS-ARG2 PIC X(10) VALUE SPACES.
       01 WS-ARG3 PIC X(10) VALUE SPACES.
       01 WS-WIN-TARGET PIC 9(2) VALUE 2.
       01 WS-WIN-ARG PIC X(10) VALUE SPACES.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 PICK-B PIC A(1).
       01 WS-MATCH-WIN-A PIC 9(2) VALUE 0.
       01 WS-MATCH-WIN-B PIC 9(2) VALUE 0.
       01 WS-SCHED-STATUS PIC X(2) VALUE "00".
       01 WS-STAND-STATUS PIC X(2) VALUE "00".
      *>   A FULL ROUND ROBIN OF THE LARGEST ROSTER THE BRACKET
      *>   TAKES - 64 PLAYERS, 64 * 63 / 2 FIXTURES.
       01 LEAGUE-FIXTURE-TABLE.
           03 LEAGUE-FIXTURE-ENTRY OCCURS 2016 TIMES.
               05 LF-MATCHDAY PIC 9(4).
               05 LF-PLAYER-A PIC X(20).
               05 LF-PLAYER-B PIC X(20).
               05 LF-WIN-TARGET PIC 9(2).
               05 LF-STATUS PIC X(1).
               05 LF-PLAYED-DATE PIC X(8).
               05 LF-ROUNDS-A PIC 9(2).
               05 LF-ROUNDS-B PIC 9(2).
       01 WS-FIXTURE-TABLE-MAX PIC 9(4) VALUE 2016.
       01 WS-FIXTURE-COUNT PIC 9(4) VALUE 0.
       01 WS-FIXTURE-IDX PIC 9(4) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-SESSION-COUNT PIC 9(4) VALUE 0.
       01 WS-LEAGUE-CMD PIC X(10) VALUE SPACES.
       01 WS-LEAGUE-ACTION PIC X(1) VALUE SPACE.
       01 WS-SESSION-DONE PIC X(1) VALUE 'N'.
       01 WS-THROWS PIC X(2) VALUE SPACES.
      *>   THE CIRCLE METHOD: PLAYER 1 STAYS PUT AND THE REST ROTATE
      *>   ONE PLACE EACH MATCHDAY. AN ODD ROSTER GETS A ZERO SLOT,
      *>   AND WHOEVER IS PAIRED WITH IT SITS THAT MATCHDAY OUT.
       01 CIRCLE-TABLE.
           03 CIRCLE-ENTRY OCCURS 64 TIMES PIC 9(4).
       01 WS-CIRCLE-SIZE PIC 9(4) VALUE 0.
       01 WS-CIRCLE-IDX PIC 9(4) VALUE 0.
       01 WS-CIRCLE-HOLD PIC 9(4) VALUE 0.
       01 WS-MATCHDAY PIC 9(4) VALUE 0.
       01 WS-SLOT-A PIC 9(4) VALUE 0.
       01 WS-SLOT-B PIC 9(4) VALUE 0.
       01 STANDINGS-TABLE.
           03 STANDINGS-ENTRY OCCURS 64 TIMES.
               05 SD-NAME PIC X(20).
               05 SD-PLAYED PIC 9(4).
               05 SD-WON PIC 9(4).
               05 SD-LOST PIC 9(4).
               05 SD-ROUNDS-FOR PIC 9(6).
               05 SD-ROUNDS-AGAINST PIC 9(6).
               05 SD-POINTS PIC 9(6).
               05 SD-DIFF PIC S9(7).
       01 WS-STAND-TABLE-MAX PIC 9(4) VALUE 64.
       01 WS-STAND-COUNT PIC 9(4) VALUE 0.
       01 WS-STAND-IDX PIC 9(4) VALUE 0.
       01 WS-STAND-A-IDX PIC 9(4) VALUE 0.
       01 WS-STAND-B-IDX PIC 9(4) VALUE 0.
       01 WS-LEAGUE-WIN-POINTS PIC 9(2) VALUE 2.
       01 WS-HOLD-STANDING.
           05 WS-HOLD-SD-NAME PIC X(20).
           05 WS-HOLD-SD-PLAYED PIC 9(4).
           05 WS-HOLD-SD-WON PIC 9(4).
           05 WS-HOLD-SD-LOST PIC 9(4).
           05 WS-HOLD-SD-ROUNDS-FOR PIC 9(6).
           05 WS-HOLD-SD-ROUNDS-AGAINST PIC 9(6).
           05 WS-HOLD-SD-POINTS PIC 9(6).
           05 WS-HOLD-SD-DIFF PIC S9(7).
       01 WS-DIFF-DISP PIC -(6)9.
       PROCEDURE DIVISION.
      *>   "BRACKET" AS THE FIRST COMMAND-LINE ARGUMENT RUNS THE
      *>   ROSTER-DRIVEN TOURNAMENT INSTEAD OF THE ORDINARY ONE-ON-ONE
      *>   TOURNAMENT. ARGUMENT-NUMBER/ARGUMENT-VALUE ARE USED
      *>   RATHER THAN COMMAND-LINE SO THE TWO ARGUMENTS CAN BE READ
      *>   SEPARATELY INSTEAD OF AS ONE UNSPLIT STRING.
      *>   "LEAGUE" RUNS A ROUND-ROBIN SEASON OFF THE SAME ROSTER -
      *>   SEE LEAGUE-PROCEDURE FOR ITS SECOND AND THIRD ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
               PERFORM BRACKET-PROCEDURE
               STOP RUN
           END-IF.
           IF WS-ARG1 = "LEAGUE"
               PERFORM LEAGUE-PROCEDURE
               STOP RUN
           END-IF.
           IF WS-ARG1 = "SMART"
               MOVE 'Y' TO WS-SMART-MODE
               MOVE WS-ARG2 TO WS-WIN-ARG
           MOVE ROSTER-ENTRY(1) TO CHAMP-NAME
           WRITE CHAMP-RECORD
           CLOSE CHAMPION-FILE.
       LEAGUE-PROCEDURE.
      *>   ROUND-ROBIN LEAGUE SEASON OVER THE BRACKET'S ROSTER, FOR
      *>   WHEN ONE BAD BEST-OF-3 SHOULD NOT END AN ELF'S WEEK.
      *>   THE SCHEDULE (rpssched.txt) IS BUILT ONCE AND PLAYED OFF
      *>   A SESSION AT A TIME: EACH SESSION OFFERS THE PENDING
      *>   FIXTURES IN ORDER, AND EACH ONE CAN BE PLAYED LIVE AT
      *>   THE CONSOLE (BOTH PLAYERS THROWING, AS IN THE BRACKET),
      *>   RECORDED FROM A SCORESHEET ROUND BY ROUND, OR SKIPPED
      *>   FOR A LATER SESSION. EITHER WAY EVERY ROUND GOES TO THE
      *>   HISTORY FILE AS AN A/B ROUND WITH BOTH NAMES, SO THE
      *>   RATINGS AND STATS PICK LEAGUE PLAY UP LIKE ANY OTHER.
      *>   AFTER EVERY RESULT THE SCHEDULE IS REWRITTEN AND THE
      *>   STANDINGS (rpsstand.txt) RECOMPUTED FROM IT - A WIN IS
      *>   WORTH WS-LEAGUE-WIN-POINTS, AND EQUAL POINTS ARE
      *>   SEPARATED ON ROUND DIFFERENCE - SO A SESSION THAT ENDS
      *>   ABRUPTLY LOSES NOTHING ALREADY PLAYED.
      *>   SECOND ARGUMENT: NONE TO PLAY A SESSION (THE FIRST RUN
      *>   BUILDS THE SCHEDULE), "STANDINGS" TO PRINT THE TABLE, OR
      *>   "NEW" TO START A NEW SEASON ONCE THE LAST ONE IS PLAYED
      *>   OUT. THE THIRD ARGUMENT SETS A NEW SEASON'S MATCH LENGTH
      *>   THE SAME WAY THE BRACKET'S SECOND ARGUMENT DOES.
           MOVE WS-ARG2 TO WS-LEAGUE-CMD
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT
           IF WS-LEAGUE-CMD NOT = SPACES
              AND WS-LEAGUE-CMD NOT = "STANDINGS"
              AND WS-LEAGUE-CMD NOT = "NEW"
               DISPLAY "*** '" WS-LEAGUE-CMD "' IS NOT A LEAGUE "
                       "COMMAND - USE STANDINGS OR NEW ***"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCHEDULE-PROCEDURE
           IF WS-LEAGUE-CMD = "STANDINGS"
               IF WS-FIXTURE-COUNT = 0
                   DISPLAY "NO LEAGUE SCHEDULE - NO STANDINGS YET"
               ELSE
                   PERFORM COMPUTE-STANDINGS-PROCEDURE
                   PERFORM PRINT-STANDINGS-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAGUE-CMD = "NEW" OR WS-FIXTURE-COUNT = 0
               IF WS-PENDING-COUNT > 0
                   DISPLAY "*** THE SEASON STILL HAS " WS-PENDING-COUNT
                           " FIXTURE(S) TO PLAY - NO NEW SEASON ***"
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG3 TO WS-WIN-ARG
               PERFORM PARSE-WIN-TARGET-PROCEDURE
               PERFORM BUILD-SCHEDULE-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDING-COUNT = 0
               DISPLAY "SEASON COMPLETE - ALL " WS-FIXTURE-COUNT
                       " FIXTURES PLAYED"
               PERFORM COMPUTE-STANDINGS-PROCEDURE
               PERFORM PRINT-STANDINGS-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM LEAGUE-SESSION-PROCEDURE.
       LOAD-SCHEDULE-PROCEDURE.
      *>   NO SCHEDULE FILE SIMPLY MEANS NO SEASON HAS BEEN BUILT.
           MOVE ZEROS TO WS-FIXTURE-COUNT WS-PENDING-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
               READ SCHEDULE-FILE
               IF WS-SCHED-STATUS = "00"
                   IF WS-FIXTURE-COUNT >= WS-FIXTURE-TABLE-MAX
                       DISPLAY "*** SCHEDULE FILE HAS MORE THAN "
                               WS-FIXTURE-TABLE-MAX
                               " FIXTURES - LEAGUE ABORTED ***"
                       CLOSE SCHEDULE-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FIXTURE-COUNT
                   MOVE SCH-MATCHDAY TO LF-MATCHDAY(WS-FIXTURE-COUNT)
                   MOVE SCH-PLAYER-A TO LF-PLAYER-A(WS-FIXTURE-COUNT)
                   MOVE SCH-PLAYER-B TO LF-PLAYER-B(WS-FIXTURE-COUNT)
                   MOVE SCH-WIN-TARGET
                       TO LF-WIN-TARGET(WS-FIXTURE-COUNT)
                   MOVE SCH-STATUS TO LF-STATUS(WS-FIXTURE-COUNT)
                   MOVE SCH-PLAYED-DATE
                       TO LF-PLAYED-DATE(WS-FIXTURE-COUNT)
                   MOVE SCH-ROUNDS-A TO LF-ROUNDS-A(WS-FIXTURE-COUNT)
                   MOVE SCH-ROUNDS-B TO LF-ROUNDS-B(WS-FIXTURE-COUNT)
                   IF SCH-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE.
       SAVE-SCHEDULE-PROCEDURE.
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE SCHEDULE FILE - STATUS "
                       WS-SCHED-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FIXTURE-IDX FROM 1 BY 1
                   UNTIL WS-FIXTURE-IDX > WS-FIXTURE-COUNT
               MOVE SPACES TO SCHED-RECORD
               MOVE WS-FIXTURE-IDX TO SCH-FIXTURE-NUM
               MOVE LF-MATCHDAY(WS-FIXTURE-IDX) TO SCH-MATCHDAY
               MOVE LF-PLAYER-A(WS-FIXTURE-IDX) TO SCH-PLAYER-A
               MOVE LF-PLAYER-B(WS-FIXTURE-IDX) TO SCH-PLAYER-B
               MOVE LF-WIN-TARGET(WS-FIXTURE-IDX) TO SCH-WIN-TARGET
               MOVE LF-STATUS(WS-FIXTURE-IDX) TO SCH-STATUS
               MOVE LF-PLAYED-DATE(WS-FIXTURE-IDX) TO SCH-PLAYED-DATE
               MOVE LF-ROUNDS-A(WS-FIXTURE-IDX) TO SCH-ROUNDS-A
               MOVE LF-ROUNDS-B(WS-FIXTURE-IDX) TO SCH-ROUNDS-B
               WRITE SCHED-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.
       BUILD-SCHEDULE-PROCEDURE.
      *>   THE ROSTER RESOLVES THROUGH THE ELF MASTER EXACTLY AS IT
      *>   DOES FOR THE BRACKET. NO SEEDING - IN A ROUND ROBIN
      *>   EVERYBODY MEETS EVERYBODY ANYWAY.
           PERFORM LOAD-ROSTER-PROCEDURE
           IF WS-PLAYER-COUNT < 2
               DISPLAY "NOT ENOUGH PLAYERS ON THE ROSTER FOR A LEAGUE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLAYER-COUNT TO WS-CIRCLE-SIZE
           IF FUNCTION MOD(WS-PLAYER-COUNT, 2) = 1
               ADD 1 TO WS-CIRCLE-SIZE
           END-IF
           PERFORM VARYING WS-CIRCLE-IDX FROM 1 BY 1
                   UNTIL WS-CIRCLE-IDX > WS-CIRCLE-SIZE
               IF WS-CIRCLE-IDX > WS-PLAYER-COUNT
                   MOVE ZERO TO CIRCLE-ENTRY(WS-CIRCLE-IDX)
               ELSE
                   MOVE WS-CIRCLE-IDX TO CIRCLE-ENTRY(WS-CIRCLE-IDX)
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-FIXTURE-COUNT
           PERFORM VARYING WS-MATCHDAY FROM 1 BY 1
                   UNTIL WS-MATCHDAY > WS-CIRCLE-SIZE - 1
               PERFORM PAIR-MATCHDAY-PROCEDURE
               PERFORM ROTATE-CIRCLE-PROCEDURE
           END-PERFORM
           SUBTRACT 1 FROM WS-MATCHDAY
           MOVE WS-FIXTURE-COUNT TO WS-PENDING-COUNT
           PERFORM SAVE-SCHEDULE-PROCEDURE
           PERFORM COMPUTE-STANDINGS-PROCEDURE
           PERFORM SAVE-STANDINGS-PROCEDURE
           DISPLAY "LEAGUE SEASON SCHEDULED - " WS-PLAYER-COUNT
                   " PLAYERS, " WS-FIXTURE-COUNT " FIXTURES OVER "
                   WS-MATCHDAY " MATCHDAYS, FIRST TO "
                   WS-WIN-TARGET " ROUND WINS"
           PERFORM VARYING WS-FIXTURE-IDX FROM 1 BY 1
                   UNTIL WS-FIXTURE-IDX > WS-FIXTURE-COUNT
               DISPLAY "  MATCHDAY " LF-MATCHDAY(WS-FIXTURE-IDX)
                       " FIXTURE " WS-FIXTURE-IDX " "
                       LF-PLAYER-A(WS-FIXTURE-IDX) " VS "
                       LF-PLAYER-B(WS-FIXTURE-IDX)
           END-PERFORM.
       PAIR-MATCHDAY-PROCEDURE.
      *>   FIRST SLOT AGAINST LAST, SECOND AGAINST SECOND-LAST, AND
      *>   SO ON IN. THE FIXED PLAYER SWAPS SIDES EVERY OTHER
      *>   MATCHDAY SO THEY ARE NOT ALWAYS PLAYER A.
           PERFORM VARYING WS-CIRCLE-IDX FROM 1 BY 1
                   UNTIL WS-CIRCLE-IDX > WS-CIRCLE-SIZE / 2
               MOVE CIRCLE-ENTRY(WS-CIRCLE-IDX) TO WS-SLOT-A
               MOVE CIRCLE-ENTRY(WS-CIRCLE-SIZE + 1 - WS-CIRCLE-IDX)
                   TO WS-SLOT-B
               IF WS-CIRCLE-IDX = 1
                  AND FUNCTION MOD(WS-MATCHDAY, 2) = 0
                   MOVE WS-SLOT-A TO WS-CIRCLE-HOLD
                   MOVE WS-SLOT-B TO WS-SLOT-A
                   MOVE WS-CIRCLE-HOLD TO WS-SLOT-B
               END-IF
               IF WS-SLOT-A NOT = ZERO AND WS-SLOT-B NOT = ZERO
                   ADD 1 TO WS-FIXTURE-COUNT
                   MOVE WS-MATCHDAY TO LF-MATCHDAY(WS-FIXTURE-COUNT)
                   MOVE ROSTER-ENTRY(WS-SLOT-A)
                       TO LF-PLAYER-A(WS-FIXTURE-COUNT)
                   MOVE ROSTER-ENTRY(WS-SLOT-B)
                       TO LF-PLAYER-B(WS-FIXTURE-COUNT)
                   MOVE WS-WIN-TARGET
                       TO LF-WIN-TARGET(WS-FIXTURE-COUNT)
                   MOVE 'P' TO LF-STATUS(WS-FIXTURE-COUNT)
                   MOVE SPACES TO LF-PLAYED-DATE(WS-FIXTURE-COUNT)
                   MOVE ZEROS TO LF-ROUNDS-A(WS-FIXTURE-COUNT)
                   MOVE ZEROS TO LF-ROUNDS-B(WS-FIXTURE-COUNT)
               END-IF
           END-PERFORM.
       ROTATE-CIRCLE-PROCEDURE.
           MOVE CIRCLE-ENTRY(WS-CIRCLE-SIZE) TO WS-CIRCLE-HOLD
           PERFORM VARYING WS-CIRCLE-IDX FROM WS-CIRCLE-SIZE BY -1
                   UNTIL WS-CIRCLE-IDX < 3
               MOVE CIRCLE-ENTRY(WS-CIRCLE-IDX - 1)
                   TO CIRCLE-ENTRY(WS-CIRCLE-IDX)
           END-PERFORM
           MOVE WS-CIRCLE-HOLD TO CIRCLE-ENTRY(2).
       LEAGUE-SESSION-PROCEDURE.
           DISPLAY "LEAGUE SESSION - " WS-PENDING-COUNT " OF "
                   WS-FIXTURE-COUNT " FIXTURES STILL TO PLAY"
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-SESSION-DONE
           PERFORM VARYING WS-FIXTURE-IDX FROM 1 BY 1
                   UNTIL WS-FIXTURE-IDX > WS-FIXTURE-COUNT
                      OR WS-SESSION-DONE = 'Y'
               IF LF-STATUS(WS-FIXTURE-IDX) = 'P'
                   PERFORM OFFER-FIXTURE-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "SESSION OVER - " WS-SESSION-COUNT
                   " FIXTURE(S) PLAYED, " WS-PENDING-COUNT
                   " STILL TO PLAY"
           PERFORM COMPUTE-STANDINGS-PROCEDURE
           PERFORM PRINT-STANDINGS-PROCEDURE.
       OFFER-FIXTURE-PROCEDURE.
           MOVE LF-PLAYER-A(WS-FIXTURE-IDX) TO PLAYER-A-NAME
           MOVE LF-PLAYER-B(WS-FIXTURE-IDX) TO PLAYER-B-NAME
           MOVE LF-WIN-TARGET(WS-FIXTURE-IDX) TO WS-WIN-TARGET
           MOVE 'N' TO WS-BYE-FLAG
           MOVE SPACE TO WS-LEAGUE-ACTION
           PERFORM UNTIL WS-LEAGUE-ACTION = 'P' OR 'R' OR 'S' OR 'E'
               DISPLAY "MATCHDAY " LF-MATCHDAY(WS-FIXTURE-IDX)
                       " FIXTURE " WS-FIXTURE-IDX ": "
                       PLAYER-A-NAME " VS " PLAYER-B-NAME
               DISPLAY "ACTION - P(LAY) R(ECORD) S(KIP) E(ND):"
               ACCEPT WS-LEAGUE-ACTION FROM CONSOLE
               IF WS-LEAGUE-ACTION NOT = 'P' AND NOT = 'R'
                  AND NOT = 'S' AND NOT = 'E'
                   DISPLAY "PLEASE CHOOSE A VALID ACTION "
                           "(P, R, S, E)."
               END-IF
           END-PERFORM
           IF WS-LEAGUE-ACTION = 'E'
               MOVE 'Y' TO WS-SESSION-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAGUE-ACTION = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAGUE-ACTION = 'P'
               PERFORM PLAY-MATCH-PROCEDURE
           ELSE
               PERFORM RECORD-MATCH-PROCEDURE
           END-IF
           MOVE 'D' TO LF-STATUS(WS-FIXTURE-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO LF-PLAYED-DATE(WS-FIXTURE-IDX)
           MOVE WS-MATCH-WIN-A TO LF-ROUNDS-A(WS-FIXTURE-IDX)
           MOVE WS-MATCH-WIN-B TO LF-ROUNDS-B(WS-FIXTURE-IDX)
           SUBTRACT 1 FROM WS-PENDING-COUNT
           ADD 1 TO WS-SESSION-COUNT
           PERFORM SAVE-SCHEDULE-PROCEDURE
           PERFORM COMPUTE-STANDINGS-PROCEDURE
           PERFORM SAVE-STANDINGS-PROCEDURE
           DISPLAY "RESULT: " PLAYER-A-NAME " " WS-MATCH-WIN-A
                   " - " WS-MATCH-WIN-B " " PLAYER-B-NAME.
       RECORD-MATCH-PROCEDURE.
      *>   A FIXTURE PLAYED AWAY FROM THE CONSOLE IS KEYED FROM ITS
      *>   SCORESHEET ONE ROUND AT A TIME - PLAYER A'S THROW THEN
      *>   PLAYER B'S - AND RESOLVED BY THE SAME RULES, SO THE
      *>   HISTORY GETS THE SAME ROUNDS A LIVE MATCH WOULD HAVE
      *>   WRITTEN.
           DISPLAY "RECORDING " PLAYER-A-NAME " VS " PLAYER-B-NAME
           MOVE ZEROS TO WS-MATCH-WIN-A
           MOVE ZEROS TO WS-MATCH-WIN-B
           PERFORM UNTIL WS-MATCH-WIN-A = WS-WIN-TARGET
                      OR WS-MATCH-WIN-B = WS-WIN-TARGET
               DISPLAY "ROUND THROWS, A THEN B (E.G. RP):"
               ACCEPT WS-THROWS FROM CONSOLE
               MOVE WS-THROWS(1:1) TO PICK-A
               MOVE WS-THROWS(2:1) TO PICK-B
               IF (PICK-A = "R" OR "P" OR "S")
                  AND (PICK-B = "R" OR "P" OR "S")
                   PERFORM RESOLVE-PICKS-PROCEDURE
               ELSE
                   DISPLAY "Please enter two throws from R, P, S."
               END-IF
           END-PERFORM.
       COMPUTE-STANDINGS-PROCEDURE.
      *>   REBUILT FROM SCRATCH OFF THE SCHEDULE EVERY TIME - EVERY
      *>   PLAYER ON IT GETS A LINE, PLAYED OR NOT.
           MOVE ZEROS TO WS-STAND-COUNT
           PERFORM VARYING WS-FIXTURE-IDX FROM 1 BY 1
                   UNTIL WS-FIXTURE-IDX > WS-FIXTURE-COUNT
               MOVE LF-PLAYER-A(WS-FIXTURE-IDX) TO WS-HOLD-NAME
               PERFORM FIND-STANDING-PROCEDURE
               MOVE WS-STAND-IDX TO WS-STAND-A-IDX
               MOVE LF-PLAYER-B(WS-FIXTURE-IDX) TO WS-HOLD-NAME
               PERFORM FIND-STANDING-PROCEDURE
               MOVE WS-STAND-IDX TO WS-STAND-B-IDX
               IF LF-STATUS(WS-FIXTURE-IDX) = 'D'
                  AND WS-STAND-A-IDX > 0 AND WS-STAND-B-IDX > 0
                   PERFORM TALLY-FIXTURE-PROCEDURE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
               COMPUTE SD-DIFF(WS-STAND-IDX)
                   = SD-ROUNDS-FOR(WS-STAND-IDX)
                   - SD-ROUNDS-AGAINST(WS-STAND-IDX)
           END-PERFORM
           PERFORM STANDINGS-SORT-PROCEDURE.
       FIND-STANDING-PROCEDURE.
      *>   CALLER PUTS THE NAME IN WS-HOLD-NAME; ON RETURN
      *>   WS-STAND-IDX POINTS AT ITS LINE, ADDED IF NEW (ZERO ONLY
      *>   IF THE TABLE IS FULL, WHICH THE ROSTER LIMIT PREVENTS).
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
               IF SD-NAME(WS-STAND-IDX) = WS-HOLD-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-STAND-COUNT >= WS-STAND-TABLE-MAX
               MOVE ZERO TO WS-STAND-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAND-COUNT
           MOVE WS-STAND-COUNT TO WS-STAND-IDX
           MOVE WS-HOLD-NAME TO SD-NAME(WS-STAND-IDX)
           MOVE ZEROS TO SD-PLAYED(WS-STAND-IDX) SD-WON(WS-STAND-IDX)
                         SD-LOST(WS-STAND-IDX)
                         SD-ROUNDS-FOR(WS-STAND-IDX)
                         SD-ROUNDS-AGAINST(WS-STAND-IDX)
                         SD-POINTS(WS-STAND-IDX) SD-DIFF(WS-STAND-IDX).
       TALLY-FIXTURE-PROCEDURE.
           ADD 1 TO SD-PLAYED(WS-STAND-A-IDX)
           ADD 1 TO SD-PLAYED(WS-STAND-B-IDX)
           ADD LF-ROUNDS-A(WS-FIXTURE-IDX)
               TO SD-ROUNDS-FOR(WS-STAND-A-IDX)
           ADD LF-ROUNDS-B(WS-FIXTURE-IDX)
               TO SD-ROUNDS-AGAINST(WS-STAND-A-IDX)
           ADD LF-ROUNDS-B(WS-FIXTURE-IDX)
               TO SD-ROUNDS-FOR(WS-STAND-B-IDX)
           ADD LF-ROUNDS-A(WS-FIXTURE-IDX)
               TO SD-ROUNDS-AGAINST(WS-STAND-B-IDX)
           IF LF-ROUNDS-A(WS-FIXTURE-IDX) > LF-ROUNDS-B(WS-FIXTURE-IDX)
               ADD 1 TO SD-WON(WS-STAND-A-IDX)
               ADD WS-LEAGUE-WIN-POINTS TO SD-POINTS(WS-STAND-A-IDX)
               ADD 1 TO SD-LOST(WS-STAND-B-IDX)
           ELSE
               ADD 1 TO SD-WON(WS-STAND-B-IDX)
               ADD WS-LEAGUE-WIN-POINTS TO SD-POINTS(WS-STAND-B-IDX)
               ADD 1 TO SD-LOST(WS-STAND-A-IDX)
           END-IF.
       STANDINGS-SORT-PROCEDURE.
      *>   SAME DESCENDING EXCHANGE SORT AS THE RATING SEED, ON
      *>   POINTS AND THEN ROUND DIFFERENCE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-STAND-COUNT - 1
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-STAND-COUNT - WS-SORT-I
                   IF SD-POINTS(WS-SORT-J) < SD-POINTS(WS-SORT-J + 1)
                      OR (SD-POINTS(WS-SORT-J)
                          = SD-POINTS(WS-SORT-J + 1)
                          AND SD-DIFF(WS-SORT-J)
                          < SD-DIFF(WS-SORT-J + 1))
                       MOVE STANDINGS-ENTRY(WS-SORT-J)
                           TO WS-HOLD-STANDING
                       MOVE STANDINGS-ENTRY(WS-SORT-J + 1)
                           TO STANDINGS-ENTRY(WS-SORT-J)
                       MOVE WS-HOLD-STANDING
                           TO STANDINGS-ENTRY(WS-SORT-J + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
               IF WS-SWAPPED = 'N'
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       SAVE-STANDINGS-PROCEDURE.
           OPEN OUTPUT STANDINGS-FILE
           IF WS-STAND-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE STANDINGS FILE - STATUS "
                       WS-STAND-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
               MOVE SPACES TO STAND-RECORD
               MOVE WS-STAND-IDX TO STD-POSITION
               MOVE SD-NAME(WS-STAND-IDX) TO STD-PLAYER-NAME
               MOVE SD-PLAYED(WS-STAND-IDX) TO STD-PLAYED
               MOVE SD-WON(WS-STAND-IDX) TO STD-WON
               MOVE SD-LOST(WS-STAND-IDX) TO STD-LOST
               MOVE SD-ROUNDS-FOR(WS-STAND-IDX) TO STD-ROUNDS-FOR
               MOVE SD-ROUNDS-AGAINST(WS-STAND-IDX)
                   TO STD-ROUNDS-AGAINST
               MOVE SD-POINTS(WS-STAND-IDX) TO STD-POINTS
               WRITE STAND-RECORD
           END-PERFORM
           CLOSE STANDINGS-FILE.
       PRINT-STANDINGS-PROCEDURE.
           DISPLAY "LEAGUE STANDINGS"
           DISPLAY "POS  PLAYER               PLD  WON  LST "
                   "RNDS-FOR RNDS-AGN    DIFF POINTS"
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
               MOVE SD-DIFF(WS-STAND-IDX) TO WS-DIFF-DISP
               DISPLAY WS-STAND-IDX " " SD-NAME(WS-STAND-IDX) " "
                       SD-PLAYED(WS-STAND-IDX) " "
                       SD-WON(WS-STAND-IDX) " "
                       SD-LOST(WS-STAND-IDX) "   "
                       SD-ROUNDS-FOR(WS-STAND-IDX) "   "
                       SD-ROUNDS-AGAINST(WS-STAND-IDX) " "
                       WS-DIFF-DISP " " SD-POINTS(WS-STAND-IDX)
           END-PERFORM.
       END PROGRAM ADVENT-RPS.
