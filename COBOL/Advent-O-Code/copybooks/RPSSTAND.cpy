      *>   RPSSTAND - LEAGUE STANDINGS, ONE RECORD PER PLAYER IN
      *>   TABLE ORDER: POINTS FIRST, THEN ROUND DIFFERENCE (ROUNDS
      *>   FOR LESS ROUNDS AGAINST). REWRITTEN FROM THE SCHEDULE'S
      *>   PLAYED FIXTURES AFTER EVERY RESULT, SO IT CAN NEVER DRIFT
      *>   FROM THE RESULTS IT SUMMARIZES.
       01 STAND-RECORD.
           05 STD-POSITION PIC 9(4).
           05 STD-PLAYER-NAME PIC X(20).
           05 STD-PLAYED PIC 9(4).
           05 STD-WON PIC 9(4).
           05 STD-LOST PIC 9(4).
           05 STD-ROUNDS-FOR PIC 9(6).
           05 STD-ROUNDS-AGAINST PIC 9(6).
           05 STD-POINTS PIC 9(6).
