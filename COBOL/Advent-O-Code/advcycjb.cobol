       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-CYCLEJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE
           ASSIGN TO "advsteps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-CONTROL-STATUS.
           SELECT JOB-LOG-FILE
           ASSIGN TO "advjoblg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT CYCLE-CONTROL-FILE
           ASSIGN TO "advcycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL-FILE.
           COPY ADVSTEP.
       FD JOB-LOG-FILE.
           COPY ADVJOBL.
       FD CYCLE-CONTROL-FILE.
           COPY ADVCYCLE.
       WORKING-STORAGE SECTION.
       01 WS-STEP-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-JOB-LOG-STATUS PIC X(2) VALUE "00".
       01 WS-CYCLE-STATUS PIC X(2) VALUE "00".
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ARG1 PIC X(8) VALUE SPACES.
       01 WS-ARG2 PIC X(10) VALUE SPACES.
       01 WS-NOW.
           03 WS-NOW-DATE PIC X(8).
           03 WS-NOW-TIME PIC X(6).
           03 FILLER PIC X(7).
       01 WS-KNOWN-STEP-DATA.
           03 FILLER PIC X(10) VALUE "LOAD".
           03 FILLER PIC X(10) VALUE "ITEMCHECK".
           03 FILLER PIC X(10) VALUE "INACTCHECK".
           03 FILLER PIC X(10) VALUE "DAYCHECK".
           03 FILLER PIC X(10) VALUE "CALORIES".
           03 FILLER PIC X(10) VALUE "ALLOCMATCH".
           03 FILLER PIC X(10) VALUE "RANKMOVE".
           03 FILLER PIC X(10) VALUE "CYCLECLOSE".
       01 WS-KNOWN-STEP-TABLE REDEFINES WS-KNOWN-STEP-DATA.
           03 WS-KNOWN-STEP PIC X(10) OCCURS 8 TIMES.
       01 WS-KNOWN-IDX PIC 9(2) VALUE 0.
       01 WS-KNOWN-FOUND PIC 9(2) VALUE 0.
       01 WS-LAST-KNOWN PIC 9(2) VALUE 0.
       01 WS-CONTROL-LINE PIC 9(4) VALUE 0.
       01 WS-CONTROL-ERRORS PIC 9(4) VALUE 0.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-IDX PIC 9(2) VALUE 0.
       01 WS-START-STEP PIC 9(2) VALUE 0.
       01 WS-FOUND-STEP PIC 9(2) VALUE 0.
       01 WS-FIND-NAME PIC X(10) VALUE SPACES.
       01 STEP-TABLE.
           03 ST-ENTRY OCCURS 8 TIMES.
               05 ST-STEP-NAME PIC X(10).
               05 ST-MAX-RC PIC 9(2).
               05 ST-COMMAND PIC X(60).
               05 ST-STATE PIC X(1).
               05 ST-LAST-RC PIC 9(4).
               05 ST-START-DATE PIC X(8).
               05 ST-START-TIME PIC X(6).
               05 ST-END-DATE PIC X(8).
               05 ST-END-TIME PIC X(6).
               05 ST-ATTEMPTS PIC 9(3).
       01 WS-JOB-ID.
           03 WS-JOB-DATE PIC X(8) VALUE SPACES.
           03 WS-JOB-TIME PIC X(6) VALUE SPACES.
       01 WS-JOB-STATE PIC X(1) VALUE 'N'.
       01 WS-JOB-RESTARTS PIC 9(3) VALUE 0.
       01 WS-JOB-END-DATE PIC X(8) VALUE SPACES.
       01 WS-JOB-END-TIME PIC X(6) VALUE SPACES.
       01 WS-STOP-STEP PIC 9(2) VALUE 0.
       01 WS-JOB-STOPPED PIC X(1) VALUE 'N'.
       01 WS-EVENT PIC X(1) VALUE SPACE.
       01 WS-EVENT-STEP PIC 9(2) VALUE 0.
       01 WS-EVENT-NAME PIC X(10) VALUE SPACES.
       01 WS-EVENT-RC PIC 9(4) VALUE 0.
       01 WS-EVENT-MAX-RC PIC 9(2) VALUE 0.
       01 WS-EVENT-RESULT PIC X(1) VALUE SPACE.
       01 WS-SYSTEM-COMMAND PIC X(60) VALUE SPACES.
       01 WS-WAIT-STATUS PIC S9(9) VALUE 0.
       01 WS-EXIT-CODE PIC 9(9) VALUE 0.
       01 WS-SIGNAL PIC 9(9) VALUE 0.
       01 WS-STEP-RC PIC 9(4) VALUE 0.
       01 WS-HIGH-RC PIC 9(4) VALUE 0.
       01 WS-CYCLE-FOUND PIC X(1) VALUE 'N'.
       01 WS-SUMMARY-LINE.
           03 SL-STEP-NUM PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-STEP-NAME PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-MAX-RC PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-LAST-RC PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-STATE PIC X(14).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-START-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-START-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-END-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-END-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-ATTEMPTS PIC ZZ9.
       PROCEDURE DIVISION.
      *>   END-OF-CYCLE DRIVER. RUNS THE CYCLE'S STEPS - LOAD,
      *>   ITEMCHECK, INACTCHECK, DAYCHECK, CALORIES, ALLOCMATCH,
      *>   RANKMOVE, CYCLECLOSE - AS LISTED IN THE STEP-CONTROL FILE
      *>   advsteps.txt, EACH WITH ITS OWN RETURN-CODE LIMIT, SO THE
      *>   DECISION TO CARRY ON PAST A WARNING IS WRITTEN DOWN ONCE
      *>   INSTEAD OF LEFT TO WHOEVER IS ON SHIFT. EVERY STEP START
      *>   AND END, WITH ITS RETURN CODE, GOES TO THE CYCLE JOB LOG
      *>   advjoblg.txt NEXT TO THE ROLLUP'S RUN LOG, AND THE LOG IS
      *>   WHAT A RESTART IS WORKED OUT FROM.
      *>     (NO ARGUMENT)     RESUME THE LAST JOB IF IT NEVER
      *>                       COMPLETED, AT ITS FIRST STEP THAT DID
      *>                       NOT, OTHERWISE BEGIN A NEW JOB.
      *>     RESTART [STEP]    RESUME THE LAST JOB AT THE STEP NAMED,
      *>                       OR AT ITS FIRST INCOMPLETE STEP. EVERY
      *>                       STEP AHEAD OF THE ONE NAMED MUST HAVE
      *>                       COMPLETED IN THAT JOB - A STEP THAT
      *>                       FAILED OR NEVER ENDED IS NEVER SKIPPED.
      *>     NEW               BEGIN A NEW JOB FROM THE FIRST STEP,
      *>                       LOGGING AN UNFINISHED JOB AS ABANDONED.
      *>     STATUS            PRINT THE CYCLE STATUS SUMMARY ONLY.
      *>   A STEP WHOSE RETURN CODE IS OVER ITS LIMIT STOPS THE JOB
      *>   WITH RC 16; A COMPLETED JOB ENDS WITH THE HIGHEST RETURN
      *>   CODE ANY OF ITS STEPS CARRIED. EITHER WAY THE RUN ENDS
      *>   WITH THE ONE-PAGE CYCLE STATUS SUMMARY.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT
           IF WS-ARG1 NOT = SPACES AND WS-ARG1 NOT = "RESTART"
                   AND WS-ARG1 NOT = "NEW" AND WS-ARG1 NOT = "STATUS"
               DISPLAY "*** USAGE: [RESTART [STEP] | NEW | STATUS]"
                       " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STEP-CONTROL-PROCEDURE
           PERFORM LOAD-JOB-LOG-PROCEDURE
           IF WS-ARG1 = "STATUS"
               PERFORM PRINT-SUMMARY-PROCEDURE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHOOSE-START-PROCEDURE
           PERFORM RUN-STEP-PROCEDURE
               VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                  OR WS-JOB-STOPPED = 'Y'
           IF WS-JOB-STOPPED = 'N'
               PERFORM HIGH-RC-PROCEDURE
               MOVE 'C' TO WS-EVENT
               MOVE ZEROS TO WS-EVENT-STEP
               MOVE SPACES TO WS-EVENT-NAME
               MOVE WS-HIGH-RC TO WS-EVENT-RC
               MOVE ZEROS TO WS-EVENT-MAX-RC
               MOVE SPACE TO WS-EVENT-RESULT
               PERFORM WRITE-JOB-EVENT-PROCEDURE
               MOVE 'C' TO WS-JOB-STATE
               MOVE WS-NOW-DATE TO WS-JOB-END-DATE
               MOVE WS-NOW-TIME TO WS-JOB-END-TIME
           END-IF
           PERFORM PRINT-SUMMARY-PROCEDURE
           IF WS-JOB-STOPPED = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-HIGH-RC TO RETURN-CODE
           END-IF
           STOP RUN.
       LOAD-STEP-CONTROL-PROCEDURE.
      *>   THE WHOLE STEP-CONTROL FILE IS CHECKED BEFORE ANYTHING
      *>   RUNS - A STEP NAME THE DRIVER DOES NOT KNOW, A STEP LISTED
      *>   TWICE OR AHEAD OF ONE THAT NORMALLY RUNS BEFORE IT, A
      *>   LIMIT THAT IS NOT NUMERIC OR A STEP WITH NO COMMAND STOPS
      *>   THE DRIVER WITH NOTHING RUN. BLANK LINES ARE PASSED OVER.
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN STEP-CONTROL FILE "
                       "advsteps.txt - STATUS "
                       WS-STEP-CONTROL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STEP-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE
                       IF STEP-CONTROL-RECORD NOT = SPACES
                           PERFORM CHECK-STEP-CONTROL-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-CONTROL-FILE
           IF WS-CONTROL-ERRORS > 0
               DISPLAY "*** " WS-CONTROL-ERRORS
                       " STEP-CONTROL ERROR(S) - NOTHING RUN ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STEP-COUNT = 0
               DISPLAY "*** STEP-CONTROL FILE LISTS NO STEPS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-STEP-CONTROL-PROCEDURE.
           MOVE 0 TO WS-KNOWN-FOUND
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > 8
               IF SC-STEP-NAME = WS-KNOWN-STEP(WS-KNOWN-IDX)
                   MOVE WS-KNOWN-IDX TO WS-KNOWN-FOUND
               END-IF
           END-PERFORM
           IF WS-KNOWN-FOUND = 0
               DISPLAY "*** STEP-CONTROL LINE " WS-CONTROL-LINE
                       ": UNKNOWN STEP " SC-STEP-NAME " ***"
               ADD 1 TO WS-CONTROL-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF WS-KNOWN-FOUND NOT > WS-LAST-KNOWN
               DISPLAY "*** STEP-CONTROL LINE " WS-CONTROL-LINE
                       ": STEP " SC-STEP-NAME
                       " DUPLICATED OR OUT OF ORDER ***"
               ADD 1 TO WS-CONTROL-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF SC-MAX-RC NOT NUMERIC
               DISPLAY "*** STEP-CONTROL LINE " WS-CONTROL-LINE
                       ": STEP " SC-STEP-NAME
                       " RETURN-CODE LIMIT NOT NUMERIC ***"
               ADD 1 TO WS-CONTROL-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF SC-COMMAND = SPACES
               DISPLAY "*** STEP-CONTROL LINE " WS-CONTROL-LINE
                       ": STEP " SC-STEP-NAME " HAS NO COMMAND ***"
               ADD 1 TO WS-CONTROL-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KNOWN-FOUND TO WS-LAST-KNOWN
           ADD 1 TO WS-STEP-COUNT
           MOVE SC-STEP-NAME TO ST-STEP-NAME(WS-STEP-COUNT)
           MOVE SC-MAX-RC TO ST-MAX-RC(WS-STEP-COUNT)
           MOVE SC-COMMAND TO ST-COMMAND(WS-STEP-COUNT)
           MOVE WS-STEP-COUNT TO WS-STEP-IDX
           PERFORM CLEAR-STEP-PROCEDURE.
       CLEAR-STEP-PROCEDURE.
           MOVE 'N' TO ST-STATE(WS-STEP-IDX)
           MOVE ZEROS TO ST-LAST-RC(WS-STEP-IDX)
           MOVE SPACES TO ST-START-DATE(WS-STEP-IDX)
           MOVE SPACES TO ST-START-TIME(WS-STEP-IDX)
           MOVE SPACES TO ST-END-DATE(WS-STEP-IDX)
           MOVE SPACES TO ST-END-TIME(WS-STEP-IDX)
           MOVE ZEROS TO ST-ATTEMPTS(WS-STEP-IDX).
       LOAD-JOB-LOG-PROCEDURE.
      *>   REPLAY THE JOB LOG TO FIND WHERE THE LAST JOB GOT TO.
      *>   EACH JOB BEGIN CLEARS THE STEP STATES, SO WHAT IS LEFT
      *>   AT END OF FILE IS THE LAST JOB AND ITS RESTARTS ONLY.
      *>   RECORDS OF AN EARLIER JOB ARE PASSED OVER, AND SO IS A
      *>   STEP THE STEP-CONTROL FILE NO LONGER LISTS. NO LOG AT
      *>   ALL JUST MEANS NO JOB HAS RUN YET.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-LOG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CYCLE JOB LOG - STATUS "
                       WS-JOB-LOG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOB-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM APPLY-LOG-EVENT-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE JOB-LOG-FILE.
       APPLY-LOG-EVENT-PROCEDURE.
           IF JL-JOB-BEGIN
               MOVE JL-JOB-ID TO WS-JOB-ID
               MOVE 'O' TO WS-JOB-STATE
               MOVE ZEROS TO WS-JOB-RESTARTS
               MOVE ZEROS TO WS-STOP-STEP
               MOVE SPACES TO WS-JOB-END-DATE
               MOVE SPACES TO WS-JOB-END-TIME
               PERFORM CLEAR-STEP-PROCEDURE
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JL-JOB-ID NOT = WS-JOB-ID
               EXIT PARAGRAPH
           END-IF
           IF JL-JOB-RESTART
               ADD 1 TO WS-JOB-RESTARTS
               MOVE 'O' TO WS-JOB-STATE
               MOVE ZEROS TO WS-STOP-STEP
               MOVE SPACES TO WS-JOB-END-DATE
               MOVE SPACES TO WS-JOB-END-TIME
               EXIT PARAGRAPH
           END-IF
           IF JL-JOB-COMPLETE OR JL-JOB-STOPPED OR JL-JOB-ABANDONED
               MOVE JL-EVENT TO WS-JOB-STATE
               MOVE JL-DATE TO WS-JOB-END-DATE
               MOVE JL-TIME TO WS-JOB-END-TIME
               IF JL-JOB-STOPPED
                   MOVE JL-STEP-NAME TO WS-FIND-NAME
                   PERFORM FIND-STEP-PROCEDURE
                   MOVE WS-FOUND-STEP TO WS-STOP-STEP
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE JL-STEP-NAME TO WS-FIND-NAME
           PERFORM FIND-STEP-PROCEDURE
           IF WS-FOUND-STEP = 0
               EXIT PARAGRAPH
           END-IF
           IF JL-STEP-START
               MOVE 'S' TO ST-STATE(WS-FOUND-STEP)
               MOVE JL-DATE TO ST-START-DATE(WS-FOUND-STEP)
               MOVE JL-TIME TO ST-START-TIME(WS-FOUND-STEP)
               MOVE SPACES TO ST-END-DATE(WS-FOUND-STEP)
               MOVE SPACES TO ST-END-TIME(WS-FOUND-STEP)
               ADD 1 TO ST-ATTEMPTS(WS-FOUND-STEP)
           END-IF
           IF JL-STEP-END
               MOVE JL-RESULT TO ST-STATE(WS-FOUND-STEP)
               MOVE JL-RETURN-CODE TO ST-LAST-RC(WS-FOUND-STEP)
               MOVE JL-DATE TO ST-END-DATE(WS-FOUND-STEP)
               MOVE JL-TIME TO ST-END-TIME(WS-FOUND-STEP)
           END-IF.
       FIND-STEP-PROCEDURE.
           MOVE 0 TO WS-FOUND-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF ST-STEP-NAME(WS-STEP-IDX) = WS-FIND-NAME
                   MOVE WS-STEP-IDX TO WS-FOUND-STEP
               END-IF
           END-PERFORM.
       CHOOSE-START-PROCEDURE.
      *>   WORK OUT WHERE THIS RUN BEGINS. A STOPPED JOB, OR ONE
      *>   THAT WAS INTERRUPTED (STILL OPEN IN THE LOG WITH NO
      *>   COMPLETE OR STOP RECORD), IS RESUMED RATHER THAN BEGUN
      *>   AGAIN FROM THE TOP UNLESS NEW IS ASKED FOR.
           IF WS-ARG1 = "NEW"
               IF WS-JOB-STATE = 'O' OR WS-JOB-STATE = 'X'
                   DISPLAY "ABANDONING UNFINISHED JOB " WS-JOB-DATE
                           " " WS-JOB-TIME
                   MOVE 'A' TO WS-EVENT
                   MOVE ZEROS TO WS-EVENT-STEP
                   MOVE SPACES TO WS-EVENT-NAME
                   MOVE ZEROS TO WS-EVENT-RC
                   MOVE ZEROS TO WS-EVENT-MAX-RC
                   MOVE SPACE TO WS-EVENT-RESULT
                   PERFORM WRITE-JOB-EVENT-PROCEDURE
               END-IF
               PERFORM BEGIN-JOB-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG1 = "RESTART"
               IF WS-JOB-STATE NOT = 'O' AND WS-JOB-STATE NOT = 'X'
                   DISPLAY "*** NO STOPPED CYCLE JOB TO RESTART ***"
                   PERFORM PRINT-SUMMARY-PROCEDURE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ARG2 = SPACES
                   PERFORM FIRST-INCOMPLETE-PROCEDURE
               ELSE
                   PERFORM NAMED-RESTART-PROCEDURE
               END-IF
               PERFORM RESTART-JOB-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-STATE = 'O' OR WS-JOB-STATE = 'X'
               PERFORM FIRST-INCOMPLETE-PROCEDURE
               PERFORM RESTART-JOB-PROCEDURE
           ELSE
               PERFORM BEGIN-JOB-PROCEDURE
           END-IF.
       FIRST-INCOMPLETE-PROCEDURE.
      *>   A STEP THAT STARTED BUT NEVER ENDED COUNTS AS INCOMPLETE
      *>   AND IS RUN AGAIN - THE DRIVER NEVER SAW IT FINISH.
           MOVE 0 TO WS-START-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-START-STEP > 0
               IF ST-STATE(WS-STEP-IDX) NOT = 'C'
                   MOVE WS-STEP-IDX TO WS-START-STEP
               END-IF
           END-PERFORM
           IF WS-START-STEP = 0
               COMPUTE WS-START-STEP = WS-STEP-COUNT + 1
           END-IF.
       NAMED-RESTART-PROCEDURE.
      *>   THE OPERATOR MAY RESTART AT A STEP THAT ALREADY COMPLETED
      *>   TO RUN IT AGAIN, BUT NEVER PAST ONE THAT DID NOT.
           MOVE WS-ARG2 TO WS-FIND-NAME
           PERFORM FIND-STEP-PROCEDURE
           IF WS-FOUND-STEP = 0
               DISPLAY "*** STEP " WS-ARG2
                       " IS NOT IN THE STEP-CONTROL FILE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FOUND-STEP TO WS-START-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX NOT < WS-START-STEP
               IF ST-STATE(WS-STEP-IDX) NOT = 'C'
                   DISPLAY "*** STEP " ST-STEP-NAME(WS-STEP-IDX)
                           " NEVER COMPLETED - CANNOT RESTART AT "
                           WS-ARG2 " ***"
                   PERFORM PRINT-SUMMARY-PROCEDURE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
       BEGIN-JOB-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW-DATE TO WS-JOB-DATE
           MOVE WS-NOW-TIME TO WS-JOB-TIME
           MOVE 'O' TO WS-JOB-STATE
           MOVE ZEROS TO WS-JOB-RESTARTS
           MOVE ZEROS TO WS-STOP-STEP
           MOVE SPACES TO WS-JOB-END-DATE
           MOVE SPACES TO WS-JOB-END-TIME
           PERFORM CLEAR-STEP-PROCEDURE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           MOVE 'B' TO WS-EVENT
           MOVE ZEROS TO WS-EVENT-STEP
           MOVE SPACES TO WS-EVENT-NAME
           MOVE ZEROS TO WS-EVENT-RC
           MOVE ZEROS TO WS-EVENT-MAX-RC
           MOVE SPACE TO WS-EVENT-RESULT
           PERFORM WRITE-JOB-EVENT-PROCEDURE
           MOVE 1 TO WS-START-STEP
           DISPLAY "CYCLE JOB " WS-JOB-DATE " " WS-JOB-TIME
                   " BEGUN".
       RESTART-JOB-PROCEDURE.
           ADD 1 TO WS-JOB-RESTARTS
           MOVE 'O' TO WS-JOB-STATE
           MOVE ZEROS TO WS-STOP-STEP
           MOVE SPACES TO WS-JOB-END-DATE
           MOVE SPACES TO WS-JOB-END-TIME
           MOVE 'R' TO WS-EVENT
           MOVE ZEROS TO WS-EVENT-STEP
           MOVE SPACES TO WS-EVENT-NAME
           IF WS-START-STEP NOT > WS-STEP-COUNT
               MOVE WS-START-STEP TO WS-EVENT-STEP
               MOVE ST-STEP-NAME(WS-START-STEP) TO WS-EVENT-NAME
           END-IF
           MOVE ZEROS TO WS-EVENT-RC
           MOVE ZEROS TO WS-EVENT-MAX-RC
           MOVE SPACE TO WS-EVENT-RESULT
           PERFORM WRITE-JOB-EVENT-PROCEDURE
           IF WS-START-STEP > WS-STEP-COUNT
               DISPLAY "CYCLE JOB " WS-JOB-DATE " " WS-JOB-TIME
                       " RESTARTED - ALL STEPS ALREADY COMPLETE"
           ELSE
               DISPLAY "CYCLE JOB " WS-JOB-DATE " " WS-JOB-TIME
                       " RESTARTED AT STEP "
                       ST-STEP-NAME(WS-START-STEP)
           END-IF.
       RUN-STEP-PROCEDURE.
      *>   THE STEP RUNS AS A COMMAND OF ITS OWN AND COMES BACK
      *>   WITH ITS WAIT STATUS - THE STEP'S RETURN CODE TIMES 256,
      *>   PLUS THE SIGNAL NUMBER IF IT WAS KILLED. A STEP THAT WAS
      *>   KILLED OR COULD NOT BE STARTED AT ALL IS GIVEN RC 9999,
      *>   WHICH NO LIMIT LETS THROUGH. THE START RECORD IS ON THE
      *>   LOG BEFORE THE STEP RUNS, SO A STEP THE DRIVER NEVER SAW
      *>   FINISH STILL SHOWS UP AS STARTED WITH NO END.
           MOVE 'S' TO WS-EVENT
           MOVE WS-STEP-IDX TO WS-EVENT-STEP
           MOVE ST-STEP-NAME(WS-STEP-IDX) TO WS-EVENT-NAME
           MOVE ZEROS TO WS-EVENT-RC
           MOVE ST-MAX-RC(WS-STEP-IDX) TO WS-EVENT-MAX-RC
           MOVE SPACE TO WS-EVENT-RESULT
           PERFORM WRITE-JOB-EVENT-PROCEDURE
           MOVE 'S' TO ST-STATE(WS-STEP-IDX)
           MOVE WS-NOW-DATE TO ST-START-DATE(WS-STEP-IDX)
           MOVE WS-NOW-TIME TO ST-START-TIME(WS-STEP-IDX)
           MOVE SPACES TO ST-END-DATE(WS-STEP-IDX)
           MOVE SPACES TO ST-END-TIME(WS-STEP-IDX)
           ADD 1 TO ST-ATTEMPTS(WS-STEP-IDX)
           DISPLAY "STEP " WS-STEP-IDX " " ST-STEP-NAME(WS-STEP-IDX)
                   " STARTED " WS-NOW-DATE " " WS-NOW-TIME
           DISPLAY "  " ST-COMMAND(WS-STEP-IDX)
           MOVE ST-COMMAND(WS-STEP-IDX) TO WS-SYSTEM-COMMAND
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-WAIT-STATUS < 0
               MOVE 9999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-EXIT-CODE
                   REMAINDER WS-SIGNAL
               IF WS-SIGNAL NOT = 0 OR WS-EXIT-CODE > 9998
                   MOVE 9999 TO WS-STEP-RC
               ELSE
                   MOVE WS-EXIT-CODE TO WS-STEP-RC
               END-IF
           END-IF
           MOVE 'E' TO WS-EVENT
           MOVE WS-STEP-RC TO WS-EVENT-RC
           IF WS-STEP-RC > ST-MAX-RC(WS-STEP-IDX)
               MOVE 'F' TO WS-EVENT-RESULT
           ELSE
               MOVE 'C' TO WS-EVENT-RESULT
           END-IF
           PERFORM WRITE-JOB-EVENT-PROCEDURE
           MOVE WS-EVENT-RESULT TO ST-STATE(WS-STEP-IDX)
           MOVE WS-STEP-RC TO ST-LAST-RC(WS-STEP-IDX)
           MOVE WS-NOW-DATE TO ST-END-DATE(WS-STEP-IDX)
           MOVE WS-NOW-TIME TO ST-END-TIME(WS-STEP-IDX)
           DISPLAY "STEP " WS-STEP-IDX " " ST-STEP-NAME(WS-STEP-IDX)
                   " ENDED " WS-NOW-DATE " " WS-NOW-TIME
                   " RC " WS-STEP-RC " LIMIT "
                   ST-MAX-RC(WS-STEP-IDX)
           IF WS-EVENT-RESULT = 'F'
               MOVE 'X' TO WS-EVENT
               PERFORM WRITE-JOB-EVENT-PROCEDURE
               MOVE 'X' TO WS-JOB-STATE
               MOVE WS-STEP-IDX TO WS-STOP-STEP
               MOVE WS-NOW-DATE TO WS-JOB-END-DATE
               MOVE WS-NOW-TIME TO WS-JOB-END-TIME
               MOVE 'Y' TO WS-JOB-STOPPED
           END-IF.
       WRITE-JOB-EVENT-PROCEDURE.
      *>   OPEN, WRITE AND CLOSE FOR EVERY EVENT SO EACH RECORD IS
      *>   ON THE LOG BEFORE THE NEXT STEP CAN FAIL. EXTEND FAILS ON
      *>   THE VERY FIRST RUN, WHEN THE LOG DOES NOT EXIST YET, SO
      *>   FALL BACK TO OUTPUT THE SAME WAY THE RUN LOG DOES. A JOB
      *>   THAT CANNOT LOG CANNOT BE RESTARTED, SO IT DOES NOT GO ON.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE
               IF WS-JOB-LOG-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE CYCLE JOB LOG - "
                           "STATUS " WS-JOB-LOG-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-JOB-DATE TO JL-JOB-DATE
           MOVE WS-JOB-TIME TO JL-JOB-TIME
           MOVE WS-EVENT TO JL-EVENT
           MOVE WS-NOW-DATE TO JL-DATE
           MOVE WS-NOW-TIME TO JL-TIME
           MOVE WS-EVENT-STEP TO JL-STEP-NUM
           MOVE WS-EVENT-NAME TO JL-STEP-NAME
           MOVE WS-EVENT-RC TO JL-RETURN-CODE
           MOVE WS-EVENT-MAX-RC TO JL-MAX-RC
           MOVE WS-EVENT-RESULT TO JL-RESULT
           WRITE JOB-LOG-RECORD
           IF WS-JOB-LOG-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE CYCLE JOB LOG - "
                       "STATUS " WS-JOB-LOG-STATUS " ***"
               CLOSE JOB-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOB-LOG-FILE.
       HIGH-RC-PROCEDURE.
      *>   STEPS COMPLETED BEFORE A RESTART KEEP THE RETURN CODES
      *>   THEY ENDED WITH, SO THE JOB'S RETURN CODE COVERS THE
      *>   WHOLE JOB, NOT JUST THE LAST RUN OF IT.
           MOVE ZEROS TO WS-HIGH-RC
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF ST-STATE(WS-STEP-IDX) = 'C'
                       AND ST-LAST-RC(WS-STEP-IDX) > WS-HIGH-RC
                   MOVE ST-LAST-RC(WS-STEP-IDX) TO WS-HIGH-RC
               END-IF
           END-PERFORM.
       READ-CYCLE-CONTROL-PROCEDURE.
           MOVE 'N' TO WS-CYCLE-FOUND
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CYCLE-CONTROL-FILE
               NOT AT END MOVE 'Y' TO WS-CYCLE-FOUND
           END-READ
           CLOSE CYCLE-CONTROL-FILE.
       PRINT-SUMMARY-PROCEDURE.
      *>   ONE PAGE FOR THE MORNING SHIFT: THE JOB, EVERY STEP'S
      *>   STATE AND LAST RETURN CODE AGAINST ITS LIMIT, WHERE THE
      *>   JOB STOPPED AND WHY, AND WHAT THE CYCLE CONTROL FILE SAYS
      *>   NOW. A STEP AFTER THE STOP IS SHOWN NOT RUN.
           DISPLAY "=========================== END-OF-CYCLE "
                   "STATUS ============================"
           IF WS-JOB-STATE = 'N'
               DISPLAY "NO CYCLE JOB ON THE JOB LOG"
           ELSE
               DISPLAY "JOB " WS-JOB-DATE " " WS-JOB-TIME
                       "   RESTARTS " WS-JOB-RESTARTS
           END-IF
           PERFORM READ-CYCLE-CONTROL-PROCEDURE
           IF WS-CYCLE-FOUND = 'N'
               DISPLAY "CYCLE CONTROL: NO CYCLE RECORD"
           ELSE
               IF CYC-CERTIFIED
                   DISPLAY "CYCLE " CYC-CYCLE-NUM " CERTIFIED "
                           CYC-STATUS-DATE
               ELSE
                   DISPLAY "CYCLE " CYC-CYCLE-NUM " OPEN SINCE "
                           CYC-STATUS-DATE
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "NO STEP       MAX  RC    STATE          "
                   "STARTED         ENDED           TRY"
           PERFORM PRINT-STEP-LINE-PROCEDURE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           DISPLAY " "
           IF WS-JOB-STATE = 'C'
               PERFORM HIGH-RC-PROCEDURE
               DISPLAY "JOB COMPLETED " WS-JOB-END-DATE " "
                       WS-JOB-END-TIME " - HIGHEST STEP RC "
                       WS-HIGH-RC
           END-IF
           IF WS-JOB-STATE = 'A'
               DISPLAY "JOB ABANDONED " WS-JOB-END-DATE " "
                       WS-JOB-END-TIME " - A NEW JOB WAS BEGUN"
           END-IF
           IF WS-JOB-STATE = 'X' AND WS-STOP-STEP > 0
               DISPLAY "JOB STOPPED " WS-JOB-END-DATE " "
                       WS-JOB-END-TIME " AT STEP "
                       ST-STEP-NAME(WS-STOP-STEP)
               DISPLAY "  RC " ST-LAST-RC(WS-STOP-STEP)
                       " IS OVER THE STEP'S LIMIT OF "
                       ST-MAX-RC(WS-STOP-STEP)
           END-IF
           IF WS-JOB-STATE = 'O'
               MOVE 0 TO WS-FOUND-STEP
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF ST-STATE(WS-STEP-IDX) = 'S'
                           OR ST-STATE(WS-STEP-IDX) = 'F'
                       MOVE WS-STEP-IDX TO WS-FOUND-STEP
                   END-IF
               END-PERFORM
               IF WS-FOUND-STEP = 0
                   DISPLAY "JOB INTERRUPTED BETWEEN STEPS"
               ELSE
                   IF ST-STATE(WS-FOUND-STEP) = 'S'
                       DISPLAY "JOB INTERRUPTED - STEP "
                               ST-STEP-NAME(WS-FOUND-STEP)
                               " STARTED BUT NEVER ENDED"
                       DISPLAY "  CHECK ITS OUTPUT BEFORE IT IS RUN "
                               "AGAIN"
                   ELSE
                       DISPLAY "JOB INTERRUPTED - STEP "
                               ST-STEP-NAME(WS-FOUND-STEP)
                               " FAILED WITH RC "
                               ST-LAST-RC(WS-FOUND-STEP)
                   END-IF
               END-IF
           END-IF
           IF WS-JOB-STATE = 'O' OR WS-JOB-STATE = 'X'
               PERFORM FIRST-INCOMPLETE-PROCEDURE
               IF WS-START-STEP NOT > WS-STEP-COUNT
                   DISPLAY "NEXT RUN RESUMES AT STEP "
                           ST-STEP-NAME(WS-START-STEP)
                           " (OR RESTART <STEP> / NEW)"
               END-IF
           END-IF
           DISPLAY "======================================"
                   "======================================".
       PRINT-STEP-LINE-PROCEDURE.
           MOVE WS-STEP-IDX TO SL-STEP-NUM
           MOVE ST-STEP-NAME(WS-STEP-IDX) TO SL-STEP-NAME
           MOVE ST-MAX-RC(WS-STEP-IDX) TO SL-MAX-RC
           MOVE ST-START-DATE(WS-STEP-IDX) TO SL-START-DATE
           MOVE ST-START-TIME(WS-STEP-IDX) TO SL-START-TIME
           MOVE ST-END-DATE(WS-STEP-IDX) TO SL-END-DATE
           MOVE ST-END-TIME(WS-STEP-IDX) TO SL-END-TIME
           MOVE ST-ATTEMPTS(WS-STEP-IDX) TO SL-ATTEMPTS
           MOVE SPACES TO SL-LAST-RC
           IF ST-STATE(WS-STEP-IDX) = 'C'
               MOVE ST-LAST-RC(WS-STEP-IDX) TO SL-LAST-RC
               MOVE "COMPLETED" TO SL-STATE
           END-IF
           IF ST-STATE(WS-STEP-IDX) = 'F'
               MOVE ST-LAST-RC(WS-STEP-IDX) TO SL-LAST-RC
               MOVE "FAILED" TO SL-STATE
           END-IF
           IF ST-STATE(WS-STEP-IDX) = 'S'
               MOVE "STARTED-NO END" TO SL-STATE
           END-IF
           IF ST-STATE(WS-STEP-IDX) = 'N'
               MOVE "NOT RUN" TO SL-STATE
           END-IF
           DISPLAY WS-SUMMARY-LINE.
       END PROGRAM ADVENT-CYCLEJOB.
