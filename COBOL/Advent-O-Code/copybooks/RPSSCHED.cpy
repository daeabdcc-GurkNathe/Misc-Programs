      *>   RPSSCHED - ONE RECORD PER FIXTURE OF THE LEAGUE SEASON'S
      *>   ROUND-ROBIN SCHEDULE, BUILT ONCE FROM THE ROSTER AND THEN
      *>   PLAYED OFF ACROSS AS MANY SESSIONS AS IT TAKES. EVERY
      *>   PLAYER MEETS EVERY OTHER PLAYER ONCE; THE MATCHDAY GROUPS
      *>   THE FIXTURES SO NOBODY PLAYS TWICE ON THE SAME ONE. THE
      *>   MATCH LENGTH IS FIXED FOR THE SEASON WHEN THE SCHEDULE IS
      *>   BUILT. A PLAYED FIXTURE CARRIES ITS DATE AND THE ROUND
      *>   WINS EACH SIDE TOOK (TIES COUNT FOR NEITHER), WHICH IS
      *>   ALL THE STANDINGS ARE EVER COMPUTED FROM.
       01 SCHED-RECORD.
           05 SCH-FIXTURE-NUM PIC 9(4).
           05 SCH-MATCHDAY PIC 9(4).
           05 SCH-PLAYER-A PIC X(20).
           05 SCH-PLAYER-B PIC X(20).
           05 SCH-WIN-TARGET PIC 9(2).
           05 SCH-STATUS PIC X(1).
               88 SCH-PENDING VALUE 'P'.
               88 SCH-PLAYED VALUE 'D'.
           05 SCH-PLAYED-DATE PIC X(8).
           05 SCH-ROUNDS-A PIC 9(2).
           05 SCH-ROUNDS-B PIC 9(2).
