       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE
           ASSIGN TO "EXTRACT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT ALLOCATION-FILE
           ASSIGN TO "advaloc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-STATUS.
           SELECT ALLOC-EXCEPTION-FILE
           ASSIGN TO "advalocx.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-EXC-STATUS.
           SELECT CERT-LOG-FILE
           ASSIGN TO "advcert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
           COPY ADVEXT.
       FD ALLOCATION-FILE.
           COPY ADVALOC.
       FD ALLOC-EXCEPTION-FILE.
           COPY ADVALOCX.
       FD CERT-LOG-FILE.
           COPY ADVCERT.
       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-ALLOC-STATUS PIC X(2) VALUE "00".
       01 WS-ALLOC-EXC-STATUS PIC X(2) VALUE "00".
       01 WS-EXTRACT-EOF PIC X(1) VALUE 'N'.
       01 WS-ALLOC-EOF PIC X(1) VALUE 'N'.
       01 WS-CERT-STATUS PIC X(2) VALUE "00".
       01 WS-CERT-EOF PIC X(1) VALUE 'N'.
       01 WS-ARG1 PIC X(10) VALUE SPACES.
       01 WS-ARG2 PIC X(10) VALUE SPACES.
       01 WS-EXTRACT-NAME PIC X(24) VALUE "advextr.txt".
       01 WS-MATCH-CYCLE PIC 9(4) VALUE 0.
       01 WS-MATCH-VERSION PIC 9(2) VALUE 0.
       01 WS-CYCLE-DISP PIC 9(4) VALUE 0.
       01 WS-CERT-FOUND PIC X(1) VALUE 'N'.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 WS-PARSED-PCT PIC 9(4) VALUE 0.
       01 WS-DEVIATION-PCT PIC 9(3) VALUE 10.
      *>   ALLOWED PERCENTAGE COMES IN AS THE FIRST COMMAND-LINE
      *>   ARGUMENT AND DEFAULTS TO 10 WHEN ABSENT OR INVALID, THE
      *>   SAME WAY THE RPS MATCH LENGTH FALLS BACK.
      *>   EVERY ELF REPORTED IS ALSO WRITTEN TO advalocx.txt (SEE
      *>   ADVALOCX.cpy), REWRITTEN FROM SCRATCH EACH RUN LIKE THE
      *>   OTHER EXCEPTION FILES, SO THE CAPTAINS' PACKETS CAN PICK
      *>   THEM UP WITHOUT ANYONE COPYING THEM OFF THE CONSOLE.
      *>   BY DEFAULT THE MATCH IS AGAINST THE LIVE advextr.txt. A
      *>   CYCLE NUMBER AS THE OPTIONAL SECOND ARGUMENT MATCHES
      *>   AGAINST THAT CYCLE'S CERTIFIED EXTRACT GENERATION
      *>   INSTEAD - ITS LATEST VERSION, SO AN ALLOCATION FILE FOR
      *>   A CYCLE ADJUSTED AFTER CERTIFICATION IS CHECKED AGAINST
      *>   THE CORRECTED RANKING, NOT THE ONE IT SUPERSEDED, AND
      *>   STILL CAN BE ONCE THE LIVE EXTRACT HAS MOVED ON.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT
           PERFORM PARSE-PCT-PROCEDURE
           IF WS-ARG2 NOT = SPACES
               PERFORM RESOLVE-CERTIFIED-PROCEDURE
           END-IF
           DISPLAY "DD_EXTRACT" UPON ENVIRONMENT-NAME
           DISPLAY WS-EXTRACT-NAME UPON ENVIRONMENT-VALUE
           PERFORM LOAD-EXTRACT-PROCEDURE
           OPEN INPUT ALLOCATION-FILE
           IF WS-ALLOC-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALLOC-EXCEPTION-FILE
           IF WS-ALLOC-EXC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ALLOCATION EXCEPTION FILE "
                       "- STATUS " WS-ALLOC-EXC-STATUS " ***"
               CLOSE ALLOCATION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ALLOCATION MATCH-BACK - ALLOWED DEVIATION "
                   WS-DEVIATION-PCT " PCT"
           DISPLAY "RANKED EXTRACT: " WS-EXTRACT-NAME
           PERFORM MATCH-ALLOC-PROCEDURE UNTIL WS-ALLOC-EOF = 'Y'
           CLOSE ALLOCATION-FILE
           PERFORM REPORT-UNALLOCATED-PROCEDURE
           CLOSE ALLOC-EXCEPTION-FILE
           PERFORM PRINT-CONTROL-TOTALS-PROCEDURE
           IF WS-NOT-RANKED-COUNT > 0 OR WS-NOT-ALLOC-COUNT > 0
              OR WS-DEVIATED-COUNT > 0 OR WS-ALLOC-BAD-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARSED-PCT TO WS-DEVIATION-PCT.
       RESOLVE-CERTIFIED-PROCEDURE.
      *>   THE LAST CERTIFICATION RECORD FOR THE CYCLE IS ITS
      *>   CURRENT CERTIFIED VERSION, AND ITS DATE IS HOW THAT
      *>   VERSION'S EXTRACT GENERATION WAS NAMED - THE SAME
      *>   RESOLUTION THE RANK MOVEMENT REPORT DOES.
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-ARG2)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-ARG2 "' IS NOT A VALID CYCLE "
                       "NUMBER ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MATCH-CYCLE = FUNCTION NUMVAL(WS-ARG2)
           OPEN INPUT CERT-LOG-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "*** NO CERTIFICATION LOG - CYCLE "
                       WS-MATCH-CYCLE " HAS NO CERTIFIED EXTRACT ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CERT-EOF
           PERFORM UNTIL WS-CERT-EOF = 'Y'
               READ CERT-LOG-FILE
               AT END MOVE 'Y' TO WS-CERT-EOF
               NOT AT END
                   IF CERT-CYCLE-NUM = WS-MATCH-CYCLE
                       MOVE 'Y' TO WS-CERT-FOUND
                       IF CERT-VERSION IS NUMERIC
                           MOVE CERT-VERSION TO WS-MATCH-VERSION
                       ELSE
                           MOVE 1 TO WS-MATCH-VERSION
                       END-IF
                       MOVE CERT-CYCLE-NUM TO WS-CYCLE-DISP
                       MOVE SPACES TO WS-EXTRACT-NAME
                       STRING "advgen" DELIMITED BY SIZE
                              CERT-DATE DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-CYCLE-DISP DELIMITED BY SIZE
                              "x.txt" DELIMITED BY SIZE
                              INTO WS-EXTRACT-NAME
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-LOG-FILE
           IF WS-CERT-FOUND = 'N'
               DISPLAY "*** CYCLE " WS-MATCH-CYCLE " HAS NEVER BEEN "
                       "CERTIFIED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CYCLE " WS-MATCH-CYCLE " CERTIFIED VERSION "
                   WS-MATCH-VERSION.
       LOAD-EXTRACT-PROCEDURE.
      *>   THE HEADER'S ELF COUNT IS A CONTROL TOTAL OVER THE DETAIL
      *>   RECORDS THAT FOLLOW IT; IF THE FILE WE ARE MATCHING
      *>   MATCHING ANYTHING AGAINST IT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EXTRACT FILE "
                       WS-EXTRACT-NAME " - STATUS "
                       WS-EXTRACT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
                       WS-ALLOC-ELF " CALORIES " WS-ALLOC-CALORIES
                       " EFFECTIVE " AL-EFFECTIVE-DATE
               ADD 1 TO WS-NOT-RANKED-COUNT
               MOVE SPACES TO ALLOC-EXCEPTION-RECORD
               MOVE "01" TO AX-REASON-CODE
               MOVE WS-ALLOC-ELF TO AX-ELF-NUM
               MOVE ZEROS TO AX-RANKED-TOTAL
               MOVE WS-ALLOC-CALORIES TO AX-ALLOC-CALORIES
               MOVE AL-EFFECTIVE-DATE TO AX-EFFECTIVE-DATE
               WRITE ALLOC-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RK-MATCHED(WS-RANKED-IDX)
                       " ALLOCATED " WS-ALLOC-CALORIES
                       " EFFECTIVE " AL-EFFECTIVE-DATE
               ADD 1 TO WS-DEVIATED-COUNT
               MOVE SPACES TO ALLOC-EXCEPTION-RECORD
               MOVE "03" TO AX-REASON-CODE
               MOVE WS-ALLOC-ELF TO AX-ELF-NUM
               MOVE RK-TOTAL(WS-RANKED-IDX) TO AX-RANKED-TOTAL
               MOVE WS-ALLOC-CALORIES TO AX-ALLOC-CALORIES
               MOVE AL-EFFECTIVE-DATE TO AX-EFFECTIVE-DATE
               MOVE RK-ELF-NAME(WS-RANKED-IDX) TO AX-ELF-NAME
               WRITE ALLOC-EXCEPTION-RECORD
           END-IF.
       FIND-RANKED-PROCEDURE.
           MOVE 'N' TO WS-RANKED-FOUND
                           RK-ELF-NAME(WS-RANKED-IDX)
                           " TOTAL " RK-TOTAL(WS-RANKED-IDX)
                   ADD 1 TO WS-NOT-ALLOC-COUNT
                   MOVE SPACES TO ALLOC-EXCEPTION-RECORD
                   MOVE "02" TO AX-REASON-CODE
                   MOVE RK-ELF-NUM(WS-RANKED-IDX) TO AX-ELF-NUM
                   MOVE RK-TOTAL(WS-RANKED-IDX) TO AX-RANKED-TOTAL
                   MOVE ZEROS TO AX-ALLOC-CALORIES
                   MOVE RK-ELF-NAME(WS-RANKED-IDX) TO AX-ELF-NAME
                   WRITE ALLOC-EXCEPTION-RECORD
               END-IF
           END-PERFORM.
       PRINT-CONTROL-TOTALS-PROCEDURE.
