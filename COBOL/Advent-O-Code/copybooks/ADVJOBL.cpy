      *>   ADVJOBL - CYCLE JOB LOG RECORD, APPENDED BY THE
      *>   END-OF-CYCLE DRIVER NEXT TO THE ROLLUP'S RUN LOG. EVERY
      *>   RECORD CARRIES THE JOB IT BELONGS TO - THE DATE AND TIME
      *>   THE JOB FIRST BEGAN - SO A JOB AND ALL ITS RESTARTS READ
      *>   BACK TOGETHER. JL-EVENT SAYS WHAT HAPPENED: THE JOB BEGAN,
      *>   WAS RESTARTED, A STEP STARTED OR ENDED, OR THE JOB
      *>   COMPLETED, STOPPED ON A STEP OVER ITS LIMIT, OR WAS
      *>   ABANDONED FOR A NEW ONE. STEP FIELDS ARE ZERO OR SPACES
      *>   ON THE JOB-LEVEL EVENTS (A RESTART CARRIES THE STEP IT
      *>   RESUMED AT). A STEP START WITH NO MATCHING END MEANS THE
      *>   DRIVER ITSELF NEVER SAW THE STEP FINISH.
       01 JOB-LOG-RECORD.
           05 JL-JOB-ID.
               10 JL-JOB-DATE PIC X(8).
               10 JL-JOB-TIME PIC X(6).
           05 JL-EVENT PIC X(1).
               88 JL-JOB-BEGIN VALUE 'B'.
               88 JL-JOB-RESTART VALUE 'R'.
               88 JL-STEP-START VALUE 'S'.
               88 JL-STEP-END VALUE 'E'.
               88 JL-JOB-COMPLETE VALUE 'C'.
               88 JL-JOB-STOPPED VALUE 'X'.
               88 JL-JOB-ABANDONED VALUE 'A'.
           05 JL-DATE PIC X(8).
           05 JL-TIME PIC X(6).
           05 JL-STEP-NUM PIC 9(2).
           05 JL-STEP-NAME PIC X(10).
           05 JL-RETURN-CODE PIC 9(4).
           05 JL-MAX-RC PIC 9(2).
           05 JL-RESULT PIC X(1).
               88 JL-STEP-OK VALUE 'C'.
               88 JL-STEP-FAILED VALUE 'F'.
