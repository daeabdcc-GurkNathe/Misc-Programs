       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-ITEMREPORT.
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
           SELECT ITEM-MASTER-FILE
           ASSIGN TO "advitem.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT ELF-MASTER
           ASSIGN TO "advelf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ELF-NUM
           FILE STATUS IS WS-ELF-MASTER-STATUS.
           SELECT TEAM-MASTER-FILE
           ASSIGN TO "advteam.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEAM-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADVENT.
           COPY ADVREC.
       FD ITEM-MASTER-FILE.
           COPY ADVITEM.
       FD ELF-MASTER.
           COPY ADVELF.
       FD TEAM-MASTER-FILE.
           COPY ADVTEAM.
       WORKING-STORAGE SECTION.
       01 WS-ADVENT-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-TEAM-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-NAMES-AVAIL PIC X(1) VALUE 'N'.
       01 WS-TEAMS-AVAIL PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.
      *>   THE ITEM MASTER IS EFFECTIVE-DATED; ONLY THE DESCRIPTION
      *>   IS WANTED HERE, AND THE ONE ON THE LATEST-DATED RECORD
      *>   FOR A CODE IS THE ONE IN USE NOW.
       01 ITEM-MASTER-TABLE.
           03 ITEM-MASTER-ENTRY OCCURS 500 TIMES.
               05 IMT-ITEM-CODE PIC X(6).
               05 IMT-ITEM-DESC PIC X(20).
               05 IMT-EFF-DATE PIC 9(8).
       01 WS-MASTER-TABLE-MAX PIC 9(4) VALUE 500.
       01 WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-MASTER-IDX PIC 9(4) VALUE 0.
       01 WS-MASTER-FOUND PIC X(1) VALUE 'N'.
       01 WS-LOAD-EFF-DATE PIC 9(8) VALUE 0.
       01 TEAM-MASTER-TABLE.
           03 TEAM-MASTER-ENTRY OCCURS 100 TIMES.
               05 TMT-TEAM-CODE PIC X(4).
               05 TMT-TEAM-NAME PIC X(20).
       01 WS-TEAM-TABLE-MAX PIC 9(4) VALUE 100.
       01 WS-TEAM-MASTER-COUNT PIC 9(4) VALUE 0.
       01 WS-TEAM-MASTER-IDX PIC 9(4) VALUE 0.
       01 WS-TEAM-NAME PIC X(20) VALUE SPACES.
       01 ITEM-TOTAL-TABLE.
           03 ITEM-TOTAL-ENTRY OCCURS 1000 TIMES.
               05 IT-ITEM-CODE PIC X(6).
               05 IT-ITEM-COUNT PIC 9(9).
               05 IT-CALORIES PIC 9(12).
       01 WS-ITEM-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX PIC 9(4) VALUE 0.
       01 WS-ITEM-FOUND PIC X(1) VALUE 'N'.
      *>   ONE ENTRY PER ITEM CODE AND TEAM BUCKET ACTUALLY SEEN -
      *>   FAR FEWER THAN EVERY CODE TIMES EVERY TEAM IN PRACTICE.
       01 ITEM-TEAM-TABLE.
           03 ITEM-TEAM-ENTRY OCCURS 5000 TIMES.
               05 XT-ITEM-CODE PIC X(6).
               05 XT-TEAM-CODE PIC X(4).
               05 XT-ITEM-COUNT PIC 9(9).
               05 XT-CALORIES PIC 9(12).
       01 WS-CROSS-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-CROSS-COUNT PIC 9(4) VALUE 0.
       01 WS-CROSS-IDX PIC 9(4) VALUE 0.
       01 WS-CROSS-FOUND PIC X(1) VALUE 'N'.
       01 WS-PREV-ELF PIC 9(4) VALUE 0.
       01 WS-ITEM-TEAM PIC X(4) VALUE SPACES.
       01 WS-SORT-I PIC 9(4).
       01 WS-SORT-J PIC 9(4).
       01 WS-SWAPPED PIC X(1) VALUE 'N'.
       01 WS-HOLD-ENTRY.
           05 WS-HOLD-CODE PIC X(6).
           05 WS-HOLD-COUNT PIC 9(9).
           05 WS-HOLD-CALORIES PIC 9(12).
       01 WS-ITEM-DESC PIC X(20) VALUE SPACES.
       01 WS-CAMP-ITEMS PIC 9(9) VALUE 0.
       01 WS-CAMP-CALORIES PIC 9(12) VALUE 0.
       01 WS-SHARE PIC 9(3)V9(2) VALUE 0.
       01 WS-SHARE-DISP PIC ZZ9.99.
       01 WS-ITEM-SKIP-COUNT PIC 9(9) VALUE 0.
       01 WS-CROSS-SKIP-COUNT PIC 9(9) VALUE 0.
       01 WS-UNKNOWN-TEAM-COUNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
      *>   FOOD ITEM CONSUMPTION REPORT - THE ROLLUP BY AR-ITEM-CODE
      *>   THAT THE RATIONING SIDE PLANS PROCUREMENT FROM. EVERY
      *>   ITEM RECORD ON THE ADVENT FILE IS COUNTED AGAINST ITS
      *>   CODE, HIGHEST CALORIES FIRST, WITH THE CANONICAL
      *>   DESCRIPTION FROM THE FOOD ITEM MASTER AND THE CODE'S
      *>   SHARE OF THE CAMP'S CALORIES. UNDER EACH CODE THE SAME
      *>   TOTALS ARE BROKEN DOWN BY TEAM, THE ELF'S TEAM CODE
      *>   COMING OFF THE ELF MASTER AND CHECKED AGAINST THE TEAM
      *>   MASTER; A CODE THE TEAM MASTER DOES NOT KNOW (OR AN ELF
      *>   THE ELF MASTER DOES NOT KNOW) LANDS IN THE ???? BUCKET
      *>   SO THE BREAKDOWN STILL ADDS UP TO THE ITEM'S TOTAL. ALL
      *>   THREE MASTERS ARE OPTIONAL EQUIPMENT, AS IN THE ROLLUP -
      *>   WITHOUT THEM THE REPORT RUNS WITH CODES ONLY AND SAYS SO.
           PERFORM LOAD-ITEM-MASTER-PROCEDURE
           PERFORM LOAD-TEAM-MASTER-PROCEDURE
           PERFORM OPEN-ELF-MASTER-PROCEDURE
           OPEN INPUT ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO AR-ELF-NUM AR-SEQ-NUM
           START ADVENT KEY NOT < AR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM READ-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE ADVENT
           IF WS-ELF-NAMES-AVAIL = 'Y'
               CLOSE ELF-MASTER
           END-IF
           PERFORM ITEM-SORT-PROCEDURE
           PERFORM PRINT-REPORT-PROCEDURE
           STOP RUN.
       LOAD-ITEM-MASTER-PROCEDURE.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ITEM MASTER NOT AVAILABLE - STATUS "
                       WS-MASTER-STATUS " - DESCRIPTIONS OMITTED ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ ITEM-MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   PERFORM KEEP-MASTER-DESC-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE ITEM-MASTER-FILE.
       KEEP-MASTER-DESC-PROCEDURE.
      *>   A BLANK EFFECTIVE DATE READS AS ZERO, ALWAYS IN EFFECT,
      *>   THE SAME WAY THE ITEM VALIDATION TREATS IT.
           IF IM-EFF-DATE IS NUMERIC
               MOVE IM-EFF-DATE TO WS-LOAD-EFF-DATE
           ELSE
               MOVE ZEROS TO WS-LOAD-EFF-DATE
           END-IF
           MOVE 'N' TO WS-MASTER-FOUND
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
               IF IMT-ITEM-CODE(WS-MASTER-IDX) = IM-ITEM-CODE
                   MOVE 'Y' TO WS-MASTER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MASTER-FOUND = 'Y'
               IF WS-LOAD-EFF-DATE >= IMT-EFF-DATE(WS-MASTER-IDX)
                   MOVE IM-ITEM-DESC TO IMT-ITEM-DESC(WS-MASTER-IDX)
                   MOVE WS-LOAD-EFF-DATE
                       TO IMT-EFF-DATE(WS-MASTER-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-COUNT >= WS-MASTER-TABLE-MAX
               DISPLAY "*** ITEM MASTER HAS MORE THAN "
                       WS-MASTER-TABLE-MAX " CODES - RUN ABORTED ***"
               CLOSE ITEM-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MASTER-COUNT
           MOVE IM-ITEM-CODE TO IMT-ITEM-CODE(WS-MASTER-COUNT)
           MOVE IM-ITEM-DESC TO IMT-ITEM-DESC(WS-MASTER-COUNT)
           MOVE WS-LOAD-EFF-DATE TO IMT-EFF-DATE(WS-MASTER-COUNT).
       LOAD-TEAM-MASTER-PROCEDURE.
      *>   SAME TABLE LOAD AS THE ROLLUP'S. WITHOUT THE TEAM MASTER
      *>   NO CODE CAN BE CALLED VALID OR INVALID, SO THE TEAM
      *>   BREAKDOWN FALLS BACK TO THE BARE CODES OFF THE ELF
      *>   MASTER.
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TEAM-MASTER-STATUS NOT = "00"
               DISPLAY "*** TEAM MASTER NOT AVAILABLE - STATUS "
                       WS-TEAM-MASTER-STATUS " - TEAM CODES NOT "
                       "VALIDATED ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TEAM-MASTER-STATUS NOT = "00"
               READ TEAM-MASTER-FILE
               IF WS-TEAM-MASTER-STATUS = "00"
                  AND WS-TEAM-MASTER-COUNT < WS-TEAM-TABLE-MAX
                   ADD 1 TO WS-TEAM-MASTER-COUNT
                   MOVE TM-TEAM-CODE
                       TO TMT-TEAM-CODE(WS-TEAM-MASTER-COUNT)
                   MOVE TM-TEAM-NAME
                       TO TMT-TEAM-NAME(WS-TEAM-MASTER-COUNT)
               END-IF
           END-PERFORM
           CLOSE TEAM-MASTER-FILE
           IF WS-TEAM-MASTER-COUNT > 0
               MOVE 'Y' TO WS-TEAMS-AVAIL
           END-IF.
       OPEN-ELF-MASTER-PROCEDURE.
           OPEN INPUT ELF-MASTER
           IF WS-ELF-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-ELF-NAMES-AVAIL
           ELSE
               MOVE 'N' TO WS-ELF-NAMES-AVAIL
               DISPLAY "*** ELF MASTER NOT AVAILABLE - STATUS "
                       WS-ELF-MASTER-STATUS " - NO TEAM BREAKDOWN ***"
           END-IF.
       READ-PROCEDURE.
           READ ADVENT NEXT RECORD
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM TALLY-ITEM-PROCEDURE
           END-READ.
       TALLY-ITEM-PROCEDURE.
           IF AR-TRAILER-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAMP-ITEMS
           ADD AR-CALORIES TO WS-CAMP-CALORIES
      *>   THE KEY-ORDER SCAN KEEPS EACH ELF'S ITEMS TOGETHER, SO
      *>   THE ELF MASTER IS ONLY READ ON A CHANGE OF ELF NUMBER.
           IF WS-ELF-NAMES-AVAIL = 'Y' AND AR-ELF-NUM NOT = WS-PREV-ELF
               MOVE AR-ELF-NUM TO WS-PREV-ELF
               PERFORM RESOLVE-TEAM-PROCEDURE
           END-IF
           PERFORM FIND-ITEM-PROCEDURE
           IF WS-ITEM-FOUND = 'N'
               ADD 1 TO WS-ITEM-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO IT-ITEM-COUNT(WS-ITEM-IDX)
           ADD AR-CALORIES TO IT-CALORIES(WS-ITEM-IDX)
           IF WS-ELF-NAMES-AVAIL = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CROSS-PROCEDURE
           IF WS-CROSS-FOUND = 'N'
               ADD 1 TO WS-CROSS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO XT-ITEM-COUNT(WS-CROSS-IDX)
           ADD AR-CALORIES TO XT-CALORIES(WS-CROSS-IDX).
       RESOLVE-TEAM-PROCEDURE.
      *>   LEAVES THE ELF'S TEAM BUCKET IN WS-ITEM-TEAM: ITS CODE
      *>   WHEN THE TEAM MASTER KNOWS IT, ???? WHEN IT DOES NOT OR
      *>   THE ELF IS NOT ON THE ELF MASTER AT ALL.
           MOVE AR-ELF-NUM TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   MOVE "????" TO WS-ITEM-TEAM
                   ADD 1 TO WS-UNKNOWN-TEAM-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-TEAM-CODE TO WS-ITEM-TEAM
           IF WS-TEAMS-AVAIL = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TEAM-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-MASTER-IDX > WS-TEAM-MASTER-COUNT
               IF TMT-TEAM-CODE(WS-TEAM-MASTER-IDX) = WS-ITEM-TEAM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "????" TO WS-ITEM-TEAM
           ADD 1 TO WS-UNKNOWN-TEAM-COUNT.
       FIND-ITEM-PROCEDURE.
      *>   A CODE THAT CANNOT FIT IN THE TABLE LEAVES WS-ITEM-FOUND
      *>   AT N AND THE CALLER COUNTS THE ITEM AS SKIPPED, THE SAME
      *>   WAY THE DAY TREND HANDLES A FULL DAY TABLE.
           MOVE 'N' TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-ITEM-CODE(WS-ITEM-IDX) = AR-ITEM-CODE
                   MOVE 'Y' TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-COUNT >= WS-ITEM-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
           MOVE AR-ITEM-CODE TO IT-ITEM-CODE(WS-ITEM-IDX)
           MOVE ZEROS TO IT-ITEM-COUNT(WS-ITEM-IDX)
           MOVE ZEROS TO IT-CALORIES(WS-ITEM-IDX)
           MOVE 'Y' TO WS-ITEM-FOUND.
       FIND-CROSS-PROCEDURE.
           MOVE 'N' TO WS-CROSS-FOUND
           PERFORM VARYING WS-CROSS-IDX FROM 1 BY 1
                   UNTIL WS-CROSS-IDX > WS-CROSS-COUNT
               IF XT-ITEM-CODE(WS-CROSS-IDX) = AR-ITEM-CODE
                  AND XT-TEAM-CODE(WS-CROSS-IDX) = WS-ITEM-TEAM
                   MOVE 'Y' TO WS-CROSS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CROSS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CROSS-COUNT >= WS-CROSS-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CROSS-COUNT
           MOVE WS-CROSS-COUNT TO WS-CROSS-IDX
           MOVE AR-ITEM-CODE TO XT-ITEM-CODE(WS-CROSS-IDX)
           MOVE WS-ITEM-TEAM TO XT-TEAM-CODE(WS-CROSS-IDX)
           MOVE ZEROS TO XT-ITEM-COUNT(WS-CROSS-IDX)
           MOVE ZEROS TO XT-CALORIES(WS-CROSS-IDX)
           MOVE 'Y' TO WS-CROSS-FOUND.
       ITEM-SORT-PROCEDURE.
      *>   SAME DESCENDING EXCHANGE SORT SHAPE AS THE TEAM
      *>   SUBTOTALS USE, ON CALORIES, SO THE ITEMS THAT DRIVE THE
      *>   TOTALS COME FIRST.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ITEM-COUNT - 1
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-ITEM-COUNT - WS-SORT-I
                   IF IT-CALORIES(WS-SORT-J)
                      < IT-CALORIES(WS-SORT-J + 1)
                       MOVE ITEM-TOTAL-ENTRY(WS-SORT-J)
                           TO WS-HOLD-ENTRY
                       MOVE ITEM-TOTAL-ENTRY(WS-SORT-J + 1)
                           TO ITEM-TOTAL-ENTRY(WS-SORT-J)
                       MOVE WS-HOLD-ENTRY
                           TO ITEM-TOTAL-ENTRY(WS-SORT-J + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
               IF WS-SWAPPED = 'N'
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       GET-ITEM-DESC-PROCEDURE.
           IF WS-MASTER-COUNT = 0
               MOVE SPACES TO WS-ITEM-DESC
               EXIT PARAGRAPH
           END-IF
           MOVE "*NOT ON ITEM MASTER*" TO WS-ITEM-DESC
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
               IF IMT-ITEM-CODE(WS-MASTER-IDX)
                  = IT-ITEM-CODE(WS-ITEM-IDX)
                   MOVE IMT-ITEM-DESC(WS-MASTER-IDX) TO WS-ITEM-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       GET-TEAM-NAME-PROCEDURE.
           IF XT-TEAM-CODE(WS-CROSS-IDX) = "????"
               MOVE "*NOT ON TEAM MASTER*" TO WS-TEAM-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEAM-NAME
           PERFORM VARYING WS-TEAM-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-MASTER-IDX > WS-TEAM-MASTER-COUNT
               IF TMT-TEAM-CODE(WS-TEAM-MASTER-IDX)
                  = XT-TEAM-CODE(WS-CROSS-IDX)
                   MOVE TMT-TEAM-NAME(WS-TEAM-MASTER-IDX)
                       TO WS-TEAM-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       PRINT-REPORT-PROCEDURE.
           DISPLAY "FOOD ITEM CONSUMPTION BY ITEM CODE"
           IF WS-ITEM-COUNT = 0
               DISPLAY "NO ITEMS ON THE ADVENT FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM GET-ITEM-DESC-PROCEDURE
               IF WS-CAMP-CALORIES = 0
                   MOVE ZEROS TO WS-SHARE
               ELSE
                   COMPUTE WS-SHARE ROUNDED = IT-CALORIES(WS-ITEM-IDX)
                           * 100 / WS-CAMP-CALORIES
               END-IF
               MOVE WS-SHARE TO WS-SHARE-DISP
               DISPLAY "  ITEM " IT-ITEM-CODE(WS-ITEM-IDX)
                   " " WS-ITEM-DESC
                   " COUNT " IT-ITEM-COUNT(WS-ITEM-IDX)
                   " CALORIES " IT-CALORIES(WS-ITEM-IDX)
                   " SHARE " WS-SHARE-DISP "%"
               PERFORM PRINT-ITEM-TEAMS-PROCEDURE
           END-PERFORM
           DISPLAY "ITEM CODES:     " WS-ITEM-COUNT
           DISPLAY "ITEMS COUNTED:  " WS-CAMP-ITEMS
           DISPLAY "CAMP CALORIES:  " WS-CAMP-CALORIES
           IF WS-UNKNOWN-TEAM-COUNT > 0
               DISPLAY "ELVES IN THE ???? BUCKET: "
                       WS-UNKNOWN-TEAM-COUNT
           END-IF
           IF WS-ITEM-SKIP-COUNT > 0
               DISPLAY "*** " WS-ITEM-SKIP-COUNT " ITEM(S) NOT "
                       "TALLIED - ITEM TABLE FULL AT "
                       WS-ITEM-TABLE-MAX " CODES ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CROSS-SKIP-COUNT > 0
               DISPLAY "*** " WS-CROSS-SKIP-COUNT " ITEM(S) LEFT OUT "
                       "OF THE TEAM BREAKDOWN - TABLE FULL AT "
                       WS-CROSS-TABLE-MAX " ENTRIES ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       PRINT-ITEM-TEAMS-PROCEDURE.
      *>   EACH TEAM'S SHARE HERE IS OF THE ITEM'S OWN CALORIES,
      *>   SO THE LINES UNDER AN ITEM ADD UP TO ONE HUNDRED.
           IF WS-ELF-NAMES-AVAIL = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CROSS-IDX FROM 1 BY 1
                   UNTIL WS-CROSS-IDX > WS-CROSS-COUNT
               IF XT-ITEM-CODE(WS-CROSS-IDX) = IT-ITEM-CODE(WS-ITEM-IDX)
                   PERFORM GET-TEAM-NAME-PROCEDURE
                   IF IT-CALORIES(WS-ITEM-IDX) = 0
                       MOVE ZEROS TO WS-SHARE
                   ELSE
                       COMPUTE WS-SHARE ROUNDED
                           = XT-CALORIES(WS-CROSS-IDX) * 100
                             / IT-CALORIES(WS-ITEM-IDX)
                   END-IF
                   MOVE WS-SHARE TO WS-SHARE-DISP
                   DISPLAY "      TEAM " XT-TEAM-CODE(WS-CROSS-IDX)
                       " " WS-TEAM-NAME
                       " COUNT " XT-ITEM-COUNT(WS-CROSS-IDX)
                       " CALORIES " XT-CALORIES(WS-CROSS-IDX)
                       " SHARE " WS-SHARE-DISP "%"
               END-IF
           END-PERFORM.
       END PROGRAM ADVENT-ITEMREPORT.
