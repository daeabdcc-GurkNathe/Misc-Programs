      *>   ADVSTEP - END-OF-CYCLE STEP-CONTROL RECORD, ONE PER STEP
      *>   THE CYCLE JOB IS TO RUN, IN THE ORDER THEY ARE TO RUN.
      *>   SC-STEP-NAME IS ONE OF LOAD, ITEMCHECK, INACTCHECK,
      *>   DAYCHECK, CALORIES, ALLOCMATCH, RANKMOVE OR CYCLECLOSE,
      *>   EACH AT MOST ONCE AND NEVER AHEAD OF A STEP THAT NORMALLY
      *>   RUNS BEFORE IT (A STEP MAY BE LEFT OUT). SC-MAX-RC IS THE
      *>   HIGHEST RETURN CODE THE JOB MAY CARRY ON PAST - 00 STOPS
      *>   ON ANY WARNING, 04 CARRIES ON PAST WARNINGS, 16 CARRIES
      *>   ON PAST ANY RETURN CODE THE STEP SETS ITSELF (A STEP THAT
      *>   IS KILLED OR WILL NOT START ALWAYS STOPS). SC-COMMAND IS
      *>   THE COMMAND LINE THAT RUNS THE STEP, ARGUMENTS INCLUDED,
      *>   EXACTLY AS AN OPERATOR WOULD TYPE IT.
       01 STEP-CONTROL-RECORD.
           05 SC-STEP-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 SC-MAX-RC PIC 9(2).
           05 FILLER PIC X(1).
           05 SC-COMMAND PIC X(60).
