       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVENT
           ASSIGN TO "advent.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
           SELECT ELF-MASTER
           ASSIGN TO "advelf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ELF-NUM
           FILE STATUS IS WS-ELF-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADVENT.
           COPY ADVREC.
       FD ELF-MASTER.
           COPY ADVELF.
       WORKING-STORAGE SECTION.
       01 WS-ADVENT-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-NAMES-AVAIL PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ARG1 PIC X(8) VALUE SPACES.
       01 WS-ARG2 PIC X(8) VALUE SPACES.
       01 WS-ARG3 PIC X(8) VALUE SPACES.
       01 WS-ARG4 PIC X(8) VALUE SPACES.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 WS-INQUIRY-MODE PIC X(1) VALUE SPACE.
       01 WS-ITEM-CODE PIC X(6) VALUE SPACES.
       01 WS-DATE-ARG PIC X(8) VALUE SPACES.
       01 WS-PARSED-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
       01 WS-DATE-FILTER PIC X(1) VALUE 'N'.
       01 WS-DATE-OK PIC X(1) VALUE 'N'.
       01 WS-EDIT-DATE.
           03 WS-EDIT-YYYY PIC 9(4).
           03 WS-EDIT-MM PIC 9(2).
           03 WS-EDIT-DD PIC 9(2).
       01 WS-MONTH-DAYS-DATA PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           03 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-ELF-NAME PIC X(20) VALUE SPACES.
       01 WS-ELF-TEAM PIC X(4) VALUE SPACES.
       01 WS-ITEM-COUNT PIC 9(9) VALUE 0.
       01 WS-CALORIE-TOTAL PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
      *>   READ-ONLY ITEM INQUIRY OVER THE ADVENT FILE'S ALTERNATE
      *>   KEYS - THE "WHO PACKED ITEM X ON DAY Y" QUESTION,
      *>   ANSWERED WITHOUT A PASS OVER THE WHOLE FILE.
      *>     DATE YYYYMMDD [YYYYMMDD]  EVERY ITEM PACKED ON THAT DAY,
      *>                               OR FROM THE FIRST DATE TO THE
      *>                               SECOND, READ ON THE PACK-DATE
      *>                               KEY IN DATE ORDER.
      *>     ITEM CODE [YYYYMMDD [YYYYMMDD]]
      *>                               EVERY ITEM CARRYING THAT CODE,
      *>                               READ ON THE ITEM-CODE KEY, AND
      *>                               OPTIONALLY ONLY THOSE PACKED ON
      *>                               THE DAY OR IN THE RANGE GIVEN.
      *>   EACH LINE CARRIES THE ELF'S NAME FROM THE MASTER, WHICH
      *>   IS OPTIONAL HERE THE SAME WAY IT IS FOR THE ROLLUP. THE
      *>   FILE IS ONLY EVER OPENED INPUT.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG3
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG4
           END-ACCEPT
           PERFORM PARSE-ARGUMENTS-PROCEDURE
           OPEN INPUT ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-ELF-MASTER-PROCEDURE
           IF WS-INQUIRY-MODE = 'D'
               DISPLAY "ITEMS PACKED " WS-FROM-DATE " THROUGH "
                       WS-TO-DATE
               PERFORM DATE-INQUIRY-PROCEDURE
           ELSE
               IF WS-DATE-FILTER = 'Y'
                   DISPLAY "ITEM " WS-ITEM-CODE " PACKED "
                           WS-FROM-DATE " THROUGH " WS-TO-DATE
               ELSE
                   DISPLAY "ITEM " WS-ITEM-CODE " - ALL DATES"
               END-IF
               PERFORM ITEM-INQUIRY-PROCEDURE
           END-IF
           CLOSE ADVENT
           IF WS-ELF-NAMES-AVAIL = 'Y'
               CLOSE ELF-MASTER
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "NO ITEMS FOUND"
           ELSE
               DISPLAY "ITEMS LISTED:   " WS-ITEM-COUNT
               DISPLAY "TOTAL CALORIES: " WS-CALORIE-TOTAL
           END-IF
           STOP RUN.
       PARSE-ARGUMENTS-PROCEDURE.
           IF WS-ARG1 = "DATE"
               MOVE 'D' TO WS-INQUIRY-MODE
               IF WS-ARG2 = SPACES
                   DISPLAY "*** DATE INQUIRY NEEDS A YYYYMMDD DATE "
                           "***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG2 TO WS-DATE-ARG
               PERFORM PARSE-DATE-PROCEDURE
               MOVE WS-PARSED-DATE TO WS-FROM-DATE
               MOVE WS-PARSED-DATE TO WS-TO-DATE
               IF WS-ARG3 NOT = SPACES
                   MOVE WS-ARG3 TO WS-DATE-ARG
                   PERFORM PARSE-DATE-PROCEDURE
                   MOVE WS-PARSED-DATE TO WS-TO-DATE
               END-IF
           ELSE
               IF WS-ARG1 = "ITEM"
                   MOVE 'I' TO WS-INQUIRY-MODE
                   IF WS-ARG2 = SPACES
                       DISPLAY "*** ITEM INQUIRY NEEDS AN ITEM CODE "
                               "***"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARG2 TO WS-ITEM-CODE
                   IF WS-ARG3 NOT = SPACES
                       MOVE 'Y' TO WS-DATE-FILTER
                       MOVE WS-ARG3 TO WS-DATE-ARG
                       PERFORM PARSE-DATE-PROCEDURE
                       MOVE WS-PARSED-DATE TO WS-FROM-DATE
                       MOVE WS-PARSED-DATE TO WS-TO-DATE
                       IF WS-ARG4 NOT = SPACES
                           MOVE WS-ARG4 TO WS-DATE-ARG
                           PERFORM PARSE-DATE-PROCEDURE
                           MOVE WS-PARSED-DATE TO WS-TO-DATE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "*** INQUIRY IS DATE YYYYMMDD [YYYYMMDD] "
                           "OR ITEM CODE [YYYYMMDD [YYYYMMDD]] ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "*** FROM DATE " WS-FROM-DATE " IS AFTER TO "
                       "DATE " WS-TO-DATE " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       PARSE-DATE-PROCEDURE.
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-DATE-ARG)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-DATE-ARG "' IS NOT A VALID DATE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-PARSED-DATE
           MOVE WS-PARSED-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE-PROCEDURE
           IF WS-DATE-OK = 'N'
               DISPLAY "*** " WS-PARSED-DATE " IS NOT A VALID "
                       "YYYYMMDD DATE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EDIT-DATE-PROCEDURE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-EDIT-YYYY < 1 OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-DD < 1
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-MM = 2 AND WS-EDIT-DD = 29
               IF FUNCTION MOD(WS-EDIT-YYYY, 4) = 0 AND
                  (FUNCTION MOD(WS-EDIT-YYYY, 100) NOT = 0 OR
                   FUNCTION MOD(WS-EDIT-YYYY, 400) = 0)
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-DD > WS-MONTH-DAYS(WS-EDIT-MM)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       OPEN-ELF-MASTER-PROCEDURE.
           OPEN INPUT ELF-MASTER
           IF WS-ELF-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-ELF-NAMES-AVAIL
           ELSE
               MOVE 'N' TO WS-ELF-NAMES-AVAIL
               DISPLAY "*** ELF MASTER NOT AVAILABLE - STATUS "
                       WS-ELF-MASTER-STATUS " - NAMES OMITTED ***"
           END-IF.
       DATE-INQUIRY-PROCEDURE.
      *>   POSITION ON THE FIRST ITEM PACKED ON OR AFTER THE FROM
      *>   DATE AND READ FORWARD ON THE SAME KEY UNTIL THE DATE
      *>   PASSES THE TO DATE.
           MOVE WS-FROM-DATE TO AR-DATE-PACKED
           MOVE 'N' TO WS-EOF
           START ADVENT KEY NOT < AR-DATE-PACKED
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADVENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-DATE-PACKED > WS-TO-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT AR-TRAILER-RECORD
                               PERFORM LIST-ITEM-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ITEM-INQUIRY-PROCEDURE.
      *>   POSITION ON THE FIRST RECORD CARRYING THE CODE AND READ
      *>   FORWARD UNTIL THE CODE CHANGES. THE TRAILER'S CONTROL
      *>   TOTALS OVERLAY THE ITEM CODE BYTES, SO IT IS SKIPPED BY
      *>   RECORD TYPE IN CASE ITS DIGITS EVER MATCH A CODE.
           MOVE WS-ITEM-CODE TO AR-ITEM-CODE
           MOVE 'N' TO WS-EOF
           START ADVENT KEY = AR-ITEM-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADVENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-ITEM-CODE NOT = WS-ITEM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT AR-TRAILER-RECORD
                              AND AR-DATE-PACKED NOT < WS-FROM-DATE
                              AND AR-DATE-PACKED NOT > WS-TO-DATE
                               PERFORM LIST-ITEM-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LIST-ITEM-PROCEDURE.
           PERFORM GET-ELF-NAME-PROCEDURE
           DISPLAY "  " AR-DATE-PACKED
                   " ELF " AR-ELF-NUM " " WS-ELF-NAME
                   " TEAM " WS-ELF-TEAM
                   " SEQ " AR-SEQ-NUM
                   " ITEM " AR-ITEM-CODE " " AR-ITEM-DESC
                   " CALORIES " AR-CALORIES
           ADD 1 TO WS-ITEM-COUNT
           ADD AR-CALORIES TO WS-CALORIE-TOTAL.
       GET-ELF-NAME-PROCEDURE.
      *>   THE ROLLUP'S PLACEHOLDERS: BLANK WITHOUT A MASTER, A
      *>   VISIBLE MARKER FOR AN ELF THE MASTER DOES NOT KNOW.
           IF WS-ELF-NAMES-AVAIL = 'N'
               MOVE SPACES TO WS-ELF-NAME
               MOVE SPACES TO WS-ELF-TEAM
               EXIT PARAGRAPH
           END-IF
           MOVE AR-ELF-NUM TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   MOVE "*NOT ON ELF MASTER*" TO WS-ELF-NAME
                   MOVE "????" TO WS-ELF-TEAM
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-ELF-NAME TO WS-ELF-NAME
           MOVE EM-TEAM-CODE TO WS-ELF-TEAM.
       END PROGRAM ADVENT-INQUIRY.
