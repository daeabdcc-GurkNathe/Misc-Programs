       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-RPS-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
           ASSIGN TO "rpshist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT LEADERBOARD-FILE
           ASSIGN TO "rpslbrd.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBOARD-STATUS.
           SELECT SUMMARY-FILE
           ASSIGN TO "rpsarchsum.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT RATING-FILE
           ASSIGN TO "rpsrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY RPSHIST.
       FD LEADERBOARD-FILE.
           COPY RPSLBRD.
       FD SUMMARY-FILE.
           COPY RPSARCH.
       FD RATING-FILE.
           COPY RPSRATE.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2) VALUE "00".
       01 WS-LBOARD-STATUS PIC X(2) VALUE "00".
       01 WS-SUMMARY-STATUS PIC X(2) VALUE "00".
       01 WS-RATING-STATUS PIC X(2) VALUE "00".
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LBOARD-AVAIL PIC X(1) VALUE 'N'.
       01 WS-SUMMARY-AVAIL PIC X(1) VALUE 'N'.
       01 WS-HEADER-FOUND PIC X(1) VALUE 'N'.
       01 WS-LB-USER-WINS PIC 9(6) VALUE 0.
       01 WS-LB-COMP-WINS PIC 9(6) VALUE 0.
       01 WS-RATING-STAMP.
           03 WS-RATING-DATE PIC X(8) VALUE SPACES.
           03 WS-RATING-TIME PIC X(6) VALUE SPACES.
       01 WS-ROUND-STAMP.
           03 WS-ROUND-DATE PIC X(8).
           03 WS-ROUND-TIME PIC X(6).
       01 WS-PRIOR-STAMP.
           03 WS-PRIOR-DATE PIC X(8) VALUE LOW-VALUES.
           03 WS-PRIOR-TIME PIC X(6) VALUE LOW-VALUES.
       01 WS-PRIOR-RECORD PIC X(66) VALUE LOW-VALUES.
       01 WS-NEWEST-HIST-STAMP.
           03 WS-NEWEST-HIST-DATE PIC X(8) VALUE LOW-VALUES.
           03 WS-NEWEST-HIST-TIME PIC X(6) VALUE LOW-VALUES.
      *>   THE SUMMARY ONLY CARRIES THE DATE OF THE NEWEST ROUND IT
      *>   MOVED OFF, SO AN ARCHIVED ROUND IS TAKEN AS LATE IN ITS
      *>   DAY AS IT COULD HAVE BEEN - THE AUDIT NEVER CALLS A
      *>   STAMP THE ARCHIVE MIGHT HAVE COVERED A BREAK.
       01 WS-NEWEST-ARCH-STAMP.
           03 WS-NEWEST-ARCH-DATE PIC X(8) VALUE LOW-VALUES.
           03 WS-NEWEST-ARCH-TIME PIC X(6) VALUE LOW-VALUES.
       01 WS-NEWEST-STAMP.
           03 WS-NEWEST-DATE PIC X(8) VALUE LOW-VALUES.
           03 WS-NEWEST-TIME PIC X(6) VALUE LOW-VALUES.
       01 WS-LAST-CUTOFF PIC X(8) VALUE LOW-VALUES.
       01 WS-EXPECTED-SIDE PIC X(1) VALUE SPACE.
       01 WS-OUTCOME-SIDE PIC X(1) VALUE SPACE.
       01 WS-ROUND-FAMILY PIC X(1) VALUE SPACE.
       01 WS-OUTCOME-FAMILY PIC X(1) VALUE SPACE.
       01 WS-BREAK-REASON PIC X(40) VALUE SPACES.
       01 WS-ROUND-COUNT PIC 9(9) VALUE 0.
       01 WS-USER-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-COMP-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-A-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-B-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-TIE-COUNT PIC 9(9) VALUE 0.
       01 WS-OTHER-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-ARCH-TOTAL-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-USER-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-COMP-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-A-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-B-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-TIE-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-OTHER-COUNT PIC 9(9) VALUE 0.
       01 WS-ARCH-SUM-CHECK PIC 9(9) VALUE 0.
       01 WS-ALL-USER-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ALL-COMP-WIN-COUNT PIC 9(9) VALUE 0.
       01 WS-ALL-ROUND-COUNT PIC 9(9) VALUE 0.
       01 WS-OUTCOME-BREAKS PIC 9(9) VALUE 0.
       01 WS-TYPE-BREAKS PIC 9(9) VALUE 0.
       01 WS-ORDER-BREAKS PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-BREAKS PIC 9(9) VALUE 0.
       01 WS-CUTOFF-BREAKS PIC 9(9) VALUE 0.
       01 WS-SUMMARY-BREAKS PIC 9(9) VALUE 0.
       01 WS-RATING-BREAKS PIC 9(9) VALUE 0.
       01 WS-LBOARD-BREAKS PIC 9(9) VALUE 0.
       01 WS-TOTAL-BREAKS PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
      *>   INTEGRITY AUDIT ACROSS THE FOUR RPS FILES THAT SHOULD
      *>   AGREE BUT ARE WRITTEN BY DIFFERENT PROGRAMS: THE LIVE
      *>   ROUND HISTORY, THE ONE-ON-ONE LEADERBOARD, THE ARCHIVE
      *>   SUMMARY LOG AND THE RATING FILE'S APPLIED-THROUGH STAMP.
      *>   EVERY HISTORY ROUND IS CHECKED FOR AN OUTCOME THE TWO
      *>   THROWS DO NOT SUPPORT (OR THE WRONG KIND OF OUTCOME FOR
      *>   THE GAME THAT LOGGED IT), FOR FALLING BEHIND THE ROUND
      *>   BEFORE IT, FOR REPEATING THE ROUND BEFORE IT FIELD FOR
      *>   FIELD, AND FOR PREDATING THE LAST ARCHIVE CUTOFF IT
      *>   SHOULD HAVE LEFT WITH. THE RATING STAMP MAY NOT CLAIM A
      *>   ROUND NEWER THAN ANY ON HISTORY OR ARCHIVE, EACH ARCHIVE
      *>   SUMMARY MUST ADD UP TO ITS OWN TOTAL, AND THE LEADERBOARD
      *>   CANNOT HOLD MORE GAME WINS THAN THERE WERE ROUND WINS TO
      *>   TAKE THEM WITH (MATCH LENGTH VARIES RUN TO RUN, SO THAT
      *>   BOUND IS AS CLOSE AS THE FILES ALLOW). ANY BREAK ENDS THE
      *>   RUN WITH RETURN CODE 16, THE SAME AS AN ARCHIVE OUT OF
      *>   BALANCE - THE RATING LADDER SEEDS THE NEXT BRACKET, SO A
      *>   BAD HISTORY HAS TO STOP THE LINE RATHER THAN SCROLL BY.
           PERFORM LOAD-SUMMARY-PROCEDURE
           PERFORM LOAD-LEADERBOARD-PROCEDURE
           PERFORM LOAD-RATING-HEADER-PROCEDURE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN HISTORY FILE - STATUS "
                       WS-HIST-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE HISTORY-FILE
           PERFORM CHECK-RATING-STAMP-PROCEDURE
           PERFORM CHECK-LEADERBOARD-PROCEDURE
           PERFORM CONTROL-TOTALS-PROCEDURE
           STOP RUN.
       LOAD-SUMMARY-PROCEDURE.
      *>   NO SUMMARY FILE JUST MEANS NOTHING HAS EVER BEEN
      *>   ARCHIVED; THE CUTOFF CHECK THEN HAS NOTHING TO TEST.
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SUMMARY-AVAIL
           PERFORM UNTIL WS-SUMMARY-STATUS NOT = "00"
               READ SUMMARY-FILE
               IF WS-SUMMARY-STATUS = "00"
                   PERFORM TALLY-SUMMARY-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE SUMMARY-FILE.
       TALLY-SUMMARY-PROCEDURE.
           ADD 1 TO WS-ARCH-RUN-COUNT
           IF ASUM-CUTOFF-DATE > WS-LAST-CUTOFF
               MOVE ASUM-CUTOFF-DATE TO WS-LAST-CUTOFF
           END-IF
           IF ASUM-TO-DATE NOT = SPACES
              AND ASUM-TO-DATE > WS-NEWEST-ARCH-DATE
               MOVE ASUM-TO-DATE TO WS-NEWEST-ARCH-DATE
               MOVE "235959" TO WS-NEWEST-ARCH-TIME
           END-IF
           ADD ASUM-TOTAL-COUNT TO WS-ARCH-TOTAL-COUNT
           ADD ASUM-USER-WIN-COUNT TO WS-ARCH-USER-WIN-COUNT
           ADD ASUM-COMP-WIN-COUNT TO WS-ARCH-COMP-WIN-COUNT
           ADD ASUM-A-WIN-COUNT TO WS-ARCH-A-WIN-COUNT
           ADD ASUM-B-WIN-COUNT TO WS-ARCH-B-WIN-COUNT
           ADD ASUM-TIE-COUNT TO WS-ARCH-TIE-COUNT
           ADD ASUM-OTHER-COUNT TO WS-ARCH-OTHER-COUNT
           COMPUTE WS-ARCH-SUM-CHECK = ASUM-USER-WIN-COUNT
                   + ASUM-COMP-WIN-COUNT + ASUM-A-WIN-COUNT
                   + ASUM-B-WIN-COUNT + ASUM-TIE-COUNT
                   + ASUM-OTHER-COUNT
           IF WS-ARCH-SUM-CHECK NOT = ASUM-TOTAL-COUNT
               DISPLAY "*** ARCHIVE RUN CUTOFF " ASUM-CUTOFF-DATE
                       " TOTAL " ASUM-TOTAL-COUNT
                       " DOES NOT MATCH ITS OUTCOME COUNTS "
                       WS-ARCH-SUM-CHECK " ***"
               ADD 1 TO WS-SUMMARY-BREAKS
           END-IF.
       LOAD-LEADERBOARD-PROCEDURE.
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LBOARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LEADERBOARD-FILE
           IF WS-LBOARD-STATUS = "00"
               MOVE 'Y' TO WS-LBOARD-AVAIL
               MOVE LB-USER-WINS TO WS-LB-USER-WINS
               MOVE LB-COMP-WINS TO WS-LB-COMP-WINS
           END-IF
           CLOSE LEADERBOARD-FILE.
       LOAD-RATING-HEADER-PROCEDURE.
      *>   ONLY THE HEADER MATTERS HERE - THE PLAYER RECORDS ARE
      *>   THE RATING UPDATE'S OWN BUSINESS.
           OPEN INPUT RATING-FILE
           IF WS-RATING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATING-STATUS NOT = "00"
                      OR WS-HEADER-FOUND = 'Y'
               READ RATING-FILE
               IF WS-RATING-STATUS = "00" AND RATE-HEADER
                   MOVE 'Y' TO WS-HEADER-FOUND
                   MOVE RH-LAST-DATE TO WS-RATING-DATE
                   MOVE RH-LAST-TIME TO WS-RATING-TIME
               END-IF
           END-PERFORM
           CLOSE RATING-FILE.
       READ-PROCEDURE.
           READ HISTORY-FILE
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-ROUND-COUNT
               PERFORM AUDIT-ROUND-PROCEDURE
           END-READ.
       AUDIT-ROUND-PROCEDURE.
           MOVE HIST-DATE TO WS-ROUND-DATE
           MOVE HIST-TIME TO WS-ROUND-TIME
           PERFORM COUNT-OUTCOME-PROCEDURE
           PERFORM CHECK-OUTCOME-PROCEDURE
           IF WS-ROUND-STAMP < WS-PRIOR-STAMP
               MOVE "ROUND OLDER THAN THE ROUND BEFORE IT"
                   TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-ORDER-BREAKS
           END-IF
           IF HIST-RECORD = WS-PRIOR-RECORD
               MOVE "DUPLICATE OF THE ROUND BEFORE IT"
                   TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-DUPLICATE-BREAKS
           END-IF
           IF WS-SUMMARY-AVAIL = 'Y' AND HIST-DATE < WS-LAST-CUTOFF
               MOVE "ROUND PREDATES LAST ARCHIVE CUTOFF"
                   TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-CUTOFF-BREAKS
           END-IF
           IF WS-ROUND-STAMP > WS-NEWEST-HIST-STAMP
               MOVE WS-ROUND-STAMP TO WS-NEWEST-HIST-STAMP
           END-IF
           MOVE WS-ROUND-STAMP TO WS-PRIOR-STAMP
           MOVE HIST-RECORD TO WS-PRIOR-RECORD.
       COUNT-OUTCOME-PROCEDURE.
      *>   SAME OUTCOME BUCKETS THE ARCHIVE SUMMARY KEEPS, SO THE
      *>   TWO SETS OF TOTALS CAN BE ADDED TOGETHER AT THE END.
           IF HIST-OUTCOME = "USER WIN"
               ADD 1 TO WS-USER-WIN-COUNT
           ELSE
               IF HIST-OUTCOME = "COMP WIN"
                   ADD 1 TO WS-COMP-WIN-COUNT
               ELSE
                   IF HIST-OUTCOME = "A WIN"
                       ADD 1 TO WS-A-WIN-COUNT
                   ELSE
                       IF HIST-OUTCOME = "B WIN"
                           ADD 1 TO WS-B-WIN-COUNT
                       ELSE
                           IF HIST-OUTCOME = "TIE"
                               ADD 1 TO WS-TIE-COUNT
                           ELSE
                               ADD 1 TO WS-OTHER-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-OUTCOME-PROCEDURE.
      *>   THE FIRST THROW IS ALWAYS THE USER'S OR PLAYER A'S AND
      *>   THE SECOND THE COMPUTER'S OR PLAYER B'S, SO THE THROWS
      *>   ALONE SAY WHICH SIDE (1 OR 2) TOOK THE ROUND, OR T FOR A
      *>   TIE, BY THE SAME RULES BOTH GAMES PLAY BY. THE GAME
      *>   FAMILY IS U FOR THE ONE-ON-ONE GAME (USER/COMP OUTCOMES)
      *>   AND B FOR BRACKET AND LEAGUE PLAY (A/B OUTCOMES); ROUNDS
      *>   LOGGED BEFORE THE HISTORY CARRIED NAMES CANNOT SAY WHICH
      *>   GAME THEY CAME FROM AND PASS EITHER WAY.
           IF (HIST-USER-CHOICE NOT = "R" AND NOT = "P"
                                  AND NOT = "S")
              OR (HIST-COMP-CHOICE NOT = "R" AND NOT = "P"
                                     AND NOT = "S")
               MOVE "THROW IS NOT R, P OR S" TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-OUTCOME-BREAKS
               EXIT PARAGRAPH
           END-IF
           IF HIST-USER-CHOICE = HIST-COMP-CHOICE
               MOVE 'T' TO WS-EXPECTED-SIDE
           ELSE
               IF (HIST-USER-CHOICE = "R" AND HIST-COMP-CHOICE = "S")
                  OR (HIST-USER-CHOICE = "P"
                      AND HIST-COMP-CHOICE = "R")
                  OR (HIST-USER-CHOICE = "S"
                      AND HIST-COMP-CHOICE = "P")
                   MOVE '1' TO WS-EXPECTED-SIDE
               ELSE
                   MOVE '2' TO WS-EXPECTED-SIDE
               END-IF
           END-IF
           MOVE SPACE TO WS-OUTCOME-FAMILY
           IF HIST-OUTCOME = "USER WIN"
               MOVE '1' TO WS-OUTCOME-SIDE
               MOVE 'U' TO WS-OUTCOME-FAMILY
           ELSE
               IF HIST-OUTCOME = "COMP WIN"
                   MOVE '2' TO WS-OUTCOME-SIDE
                   MOVE 'U' TO WS-OUTCOME-FAMILY
               ELSE
                   IF HIST-OUTCOME = "A WIN"
                       MOVE '1' TO WS-OUTCOME-SIDE
                       MOVE 'B' TO WS-OUTCOME-FAMILY
                   ELSE
                       IF HIST-OUTCOME = "B WIN"
                           MOVE '2' TO WS-OUTCOME-SIDE
                           MOVE 'B' TO WS-OUTCOME-FAMILY
                       ELSE
                           IF HIST-OUTCOME = "TIE"
                               MOVE 'T' TO WS-OUTCOME-SIDE
                           ELSE
                               MOVE "OUTCOME IS NOT A KNOWN RESULT"
                                   TO WS-BREAK-REASON
                               PERFORM REPORT-BREAK-PROCEDURE
                               ADD 1 TO WS-OUTCOME-BREAKS
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-OUTCOME-SIDE NOT = WS-EXPECTED-SIDE
               MOVE "OUTCOME CONTRADICTS THE THROWS"
                   TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-OUTCOME-BREAKS
               EXIT PARAGRAPH
           END-IF
           IF HIST-PLAYER-A = SPACES
               MOVE SPACE TO WS-ROUND-FAMILY
           ELSE
               IF HIST-PLAYER-A = "PLAYER"
                  AND HIST-PLAYER-B = "COMPUTER"
                   MOVE 'U' TO WS-ROUND-FAMILY
               ELSE
                   MOVE 'B' TO WS-ROUND-FAMILY
               END-IF
           END-IF
           IF WS-ROUND-FAMILY NOT = SPACE
              AND WS-OUTCOME-FAMILY NOT = SPACE
              AND WS-ROUND-FAMILY NOT = WS-OUTCOME-FAMILY
               MOVE "OUTCOME WRONG FOR THE GAME PLAYED"
                   TO WS-BREAK-REASON
               PERFORM REPORT-BREAK-PROCEDURE
               ADD 1 TO WS-TYPE-BREAKS
           END-IF.
       REPORT-BREAK-PROCEDURE.
           DISPLAY "*** ROUND " WS-ROUND-COUNT " " HIST-DATE " "
                   HIST-TIME " " HIST-USER-CHOICE "/"
                   HIST-COMP-CHOICE " " HIST-OUTCOME " - "
                   WS-BREAK-REASON
           IF HIST-PLAYER-A NOT = SPACES
               DISPLAY "    " HIST-PLAYER-A " VS " HIST-PLAYER-B
           END-IF.
       CHECK-RATING-STAMP-PROCEDURE.
      *>   THE RATING UPDATE STAMPS THE NEWEST ROUND IT APPLIED.
      *>   A STAMP LATER THAN EVERY ROUND STILL ON HISTORY OR EVER
      *>   ARCHIVED MEANS ROUNDS WERE RATED THAT NO LONGER EXIST -
      *>   OR THE HISTORY LOST ROUNDS THE LADDER ALREADY COUNTS.
           IF WS-HEADER-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RATING-STAMP = SPACES OR WS-RATING-STAMP = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEWEST-HIST-STAMP TO WS-NEWEST-STAMP
           IF WS-NEWEST-ARCH-STAMP > WS-NEWEST-STAMP
               MOVE WS-NEWEST-ARCH-STAMP TO WS-NEWEST-STAMP
           END-IF
           IF WS-RATING-STAMP > WS-NEWEST-STAMP
               DISPLAY "*** RATING FILE APPLIED THROUGH "
                       WS-RATING-DATE " " WS-RATING-TIME
                       " BUT NO ROUND ON HISTORY OR ARCHIVE IS THAT"
                       " RECENT ***"
               ADD 1 TO WS-RATING-BREAKS
           END-IF.
       CHECK-LEADERBOARD-PROCEDURE.
      *>   EVERY ONE-ON-ONE GAME ENDS ON A ROUND WIN FOR ITS WINNER,
      *>   SO NEITHER SIDE CAN HAVE MORE GAME WINS THAN ROUND WINS
      *>   ON HISTORY AND ARCHIVE TOGETHER.
           COMPUTE WS-ALL-USER-WIN-COUNT = WS-USER-WIN-COUNT
                   + WS-ARCH-USER-WIN-COUNT
           COMPUTE WS-ALL-COMP-WIN-COUNT = WS-COMP-WIN-COUNT
                   + WS-ARCH-COMP-WIN-COUNT
           IF WS-LBOARD-AVAIL = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-LB-USER-WINS > WS-ALL-USER-WIN-COUNT
               DISPLAY "*** LEADERBOARD SHOWS " WS-LB-USER-WINS
                       " USER GAME WINS FROM ONLY "
                       WS-ALL-USER-WIN-COUNT " USER ROUND WINS ***"
               ADD 1 TO WS-LBOARD-BREAKS
           END-IF
           IF WS-LB-COMP-WINS > WS-ALL-COMP-WIN-COUNT
               DISPLAY "*** LEADERBOARD SHOWS " WS-LB-COMP-WINS
                       " COMPUTER GAME WINS FROM ONLY "
                       WS-ALL-COMP-WIN-COUNT " COMPUTER ROUND WINS ***"
               ADD 1 TO WS-LBOARD-BREAKS
           END-IF.
       CONTROL-TOTALS-PROCEDURE.
           COMPUTE WS-ALL-ROUND-COUNT = WS-ROUND-COUNT
                   + WS-ARCH-TOTAL-COUNT
           DISPLAY "RPS AUDIT CONTROL TOTALS"
           DISPLAY "                    HISTORY    ARCHIVE"
           DISPLAY "ROUNDS:          " WS-ROUND-COUNT " "
                   WS-ARCH-TOTAL-COUNT
           DISPLAY "  USER WINS:     " WS-USER-WIN-COUNT " "
                   WS-ARCH-USER-WIN-COUNT
           DISPLAY "  COMP WINS:     " WS-COMP-WIN-COUNT " "
                   WS-ARCH-COMP-WIN-COUNT
           DISPLAY "  A WINS:        " WS-A-WIN-COUNT " "
                   WS-ARCH-A-WIN-COUNT
           DISPLAY "  B WINS:        " WS-B-WIN-COUNT " "
                   WS-ARCH-B-WIN-COUNT
           DISPLAY "  TIES:          " WS-TIE-COUNT " "
                   WS-ARCH-TIE-COUNT
           DISPLAY "  OTHER:         " WS-OTHER-COUNT " "
                   WS-ARCH-OTHER-COUNT
           DISPLAY "ROUNDS EVER PLAYED: " WS-ALL-ROUND-COUNT
           IF WS-SUMMARY-AVAIL = 'Y'
               DISPLAY "ARCHIVE RUNS:       " WS-ARCH-RUN-COUNT
                       "  LAST CUTOFF " WS-LAST-CUTOFF
           ELSE
               DISPLAY "ARCHIVE SUMMARY:    NOT ON FILE"
           END-IF
           IF WS-LBOARD-AVAIL = 'Y'
               DISPLAY "LEADERBOARD GAMES:  USER " WS-LB-USER-WINS
                       " COMPUTER " WS-LB-COMP-WINS
           ELSE
               DISPLAY "LEADERBOARD:        NOT ON FILE"
           END-IF
           IF WS-HEADER-FOUND = 'Y'
               DISPLAY "RATINGS APPLIED TO: " WS-RATING-DATE " "
                       WS-RATING-TIME
           ELSE
               DISPLAY "RATING HEADER:      NOT ON FILE"
           END-IF
           DISPLAY "BREAKS - OUTCOME VS THROWS:  " WS-OUTCOME-BREAKS
           DISPLAY "         OUTCOME VS GAME:    " WS-TYPE-BREAKS
           DISPLAY "         OUT OF ORDER:       " WS-ORDER-BREAKS
           DISPLAY "         DUPLICATE ROUNDS:   " WS-DUPLICATE-BREAKS
           DISPLAY "         BEFORE CUTOFF:      " WS-CUTOFF-BREAKS
           DISPLAY "         ARCHIVE SUMMARY:    " WS-SUMMARY-BREAKS
           DISPLAY "         RATING STAMP:       " WS-RATING-BREAKS
           DISPLAY "         LEADERBOARD:        " WS-LBOARD-BREAKS
           COMPUTE WS-TOTAL-BREAKS = WS-OUTCOME-BREAKS + WS-TYPE-BREAKS
                   + WS-ORDER-BREAKS + WS-DUPLICATE-BREAKS
                   + WS-CUTOFF-BREAKS + WS-SUMMARY-BREAKS
                   + WS-RATING-BREAKS + WS-LBOARD-BREAKS
           IF WS-TOTAL-BREAKS > 0
               DISPLAY "*** " WS-TOTAL-BREAKS " BREAK(S) - CORRECT "
                       "THE RPS FILES BEFORE THE NEXT RATING RUN ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "RPS FILES IN AGREEMENT - NO BREAKS"
           END-IF.
       END PROGRAM ADVENT-RPS-AUDIT.
