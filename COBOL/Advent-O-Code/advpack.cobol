       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-EXCPACKET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT EXCEPTION-FILE
           ASSIGN TO "advexcp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT WORKBENCH-FILE
           ASSIGN TO "advexcwk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKBENCH-STATUS.
           SELECT DAILY-EXCEPTION-FILE
           ASSIGN TO "advdayex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-STATUS.
           SELECT INACTIVE-EXCEPTION-FILE
           ASSIGN TO "advinact.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INACTIVE-STATUS.
           SELECT ALLOC-EXCEPTION-FILE
           ASSIGN TO "advalocx.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ELF-MASTER.
           COPY ADVELF.
       FD TEAM-MASTER-FILE.
           COPY ADVTEAM.
       FD EXCEPTION-FILE.
           COPY ADVEXCP.
       FD WORKBENCH-FILE.
           COPY ADVEXCWK.
       FD DAILY-EXCEPTION-FILE.
           COPY ADVDAYX.
       FD INACTIVE-EXCEPTION-FILE.
           COPY ADVINACT.
       FD ALLOC-EXCEPTION-FILE.
           COPY ADVALOCX.
       WORKING-STORAGE SECTION.
       01 WS-ELF-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-TEAM-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE "00".
       01 WS-WORKBENCH-STATUS PIC X(2) VALUE "00".
       01 WS-DAILY-STATUS PIC X(2) VALUE "00".
       01 WS-INACTIVE-STATUS PIC X(2) VALUE "00".
       01 WS-ALLOC-EXC-STATUS PIC X(2) VALUE "00".
      *>   ONE ENTRY PER TEAM ON THE TEAM MASTER, PLUS ONE MORE AT
      *>   THE END FOR THE ???? BUCKET - ELVES NOT ON THE ELF MASTER
      *>   OR CARRYING A TEAM CODE THE TEAM MASTER DOES NOT KNOW.
      *>   TP-TYPE-COUNT IS KEPT PER EXCEPTION TYPE, IN THE SAME
      *>   ORDER AS THE SECTIONS OF THE PACKET (SEE WS-TYPE-NAMES).
       01 TEAM-PACKET-TABLE.
           03 TEAM-PACKET-ENTRY OCCURS 101 TIMES.
               05 TP-TEAM-CODE PIC X(4).
               05 TP-TEAM-NAME PIC X(20).
               05 TP-CAPTAIN-ELF PIC 9(4).
               05 TP-TYPE-COUNT PIC 9(6) OCCURS 5 TIMES.
               05 TP-TOTAL PIC 9(6).
       01 WS-TEAM-TABLE-MAX PIC 9(4) VALUE 100.
       01 WS-TEAM-COUNT PIC 9(4) VALUE 0.
       01 WS-TEAM-IDX PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-IDX PIC 9(4) VALUE 0.
      *>   EVERY EXCEPTION IS HELD AS ITS RAW RECORD IMAGE AND
      *>   MOVED BACK OVER ITS OWN FILE'S RECORD LAYOUT TO PRINT, SO
      *>   THE PACKET SHOWS EXACTLY WHAT THE CHECKING PROGRAM WROTE.
       01 PACKET-ITEM-TABLE.
           03 PACKET-ITEM-ENTRY OCCURS 5000 TIMES.
               05 PI-TEAM-IDX PIC 9(4).
               05 PI-TYPE PIC 9(1).
               05 PI-ELF-NAME PIC X(20).
               05 PI-DETAIL PIC X(120).
       01 WS-ITEM-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX PIC 9(4) VALUE 0.
       01 WS-ITEM-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-TYPE-NAMES.
           05 FILLER PIC X(30) VALUE "ITEM VALIDATION EXCEPTIONS".
           05 FILLER PIC X(30) VALUE "OPEN ON EXCEPTION WORKBENCH".
           05 FILLER PIC X(30) VALUE "DAILY RATION EXCEPTIONS".
           05 FILLER PIC X(30) VALUE "CALORIES ON INACTIVE ELVES".
           05 FILLER PIC X(30) VALUE "ALLOCATION MATCH-BACK".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME PIC X(30) OCCURS 5 TIMES.
       01 WS-TYPE-MAX PIC 9(1) VALUE 5.
       01 WS-TYPE-IDX PIC 9(1) VALUE 0.
       01 TYPE-CONTROL-TABLE.
           03 TYPE-CONTROL-ENTRY OCCURS 5 TIMES.
               05 WS-TYPE-AVAIL PIC X(1) VALUE 'Y'.
               05 WS-TYPE-TOTAL PIC 9(6) VALUE 0.
       01 WS-PACKET-TYPE PIC 9(1) VALUE 0.
       01 WS-PACKET-DETAIL PIC X(120) VALUE SPACES.
       01 WS-LOOKUP-ELF PIC 9(4) VALUE 0.
       01 WS-ELF-NAME PIC X(20) VALUE SPACES.
       01 WS-ELF-TEAM PIC X(4) VALUE SPACES.
       01 WS-CAPTAIN-NAME PIC X(20) VALUE SPACES.
       01 WS-REASON-TEXT PIC X(22) VALUE SPACES.
       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
       01 WS-PACKET-COUNT PIC 9(4) VALUE 0.
       01 WS-CLEAN-COUNT PIC 9(4) VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
      *>   TEAM CAPTAIN EXCEPTION PACKET. EACH TEAM'S CAPTAIN (TM-
      *>   CAPTAIN-ELF ON THE TEAM MASTER) ANSWERS FOR THE CREW, BUT
      *>   WHAT THEY HAVE TO ANSWER FOR IS SPREAD OVER FIVE FILES:
      *>   THE ITEM VALIDATION EXCEPTIONS (advexcp.txt), THE ONES
      *>   STILL OPEN ON THE DISPOSITION WORKBENCH (advexcwk.txt),
      *>   THE DAILY RATION CHECK (advdayex.txt), THE INACTIVE-ELF
      *>   CHECK (advinact.txt) AND THE ALLOCATION MATCH-BACK
      *>   (advalocx.txt). EVERY EXCEPTION ON THEM IS ROUTED TO A
      *>   TEAM THROUGH THE ELF MASTER AND PRINTED AS ONE PACKET PER
      *>   TEAM - CAPTAIN'S NAME AT THE TOP, A COUNTED SECTION PER
      *>   EXCEPTION TYPE - SO NOBODY HAS TO HAND-SORT THE FIVE
      *>   FILES TO WORK OUT WHO TO CALL. TEAMS WITH NOTHING AGAINST
      *>   THEM ARE LISTED AS CLEAN AT THE END. AN ELF THAT CANNOT
      *>   BE ROUTED GOES TO THE ???? PACKET, WHICH HAS NO CAPTAIN
      *>   AND IS OPERATIONS' TO WORK.
      *>   THE ELF AND TEAM MASTERS ARE REQUIRED - WITHOUT THEM
      *>   THERE IS NOTHING TO ROUTE BY. A MISSING EXCEPTION FILE
      *>   ONLY MEANS ITS CHECK HAS NOT RUN THIS CYCLE: ITS SECTION
      *>   SAYS SO IN EVERY PACKET AND THE RUN ENDS WITH RETURN CODE
      *>   4, SINCE A CLEAN TEAM CANNOT THEN BE CALLED CLEAN FOR
      *>   CERTAIN.
           PERFORM LOAD-TEAM-MASTER-PROCEDURE
           OPEN INPUT ELF-MASTER
           IF WS-ELF-MASTER-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ELF MASTER - STATUS "
                       WS-ELF-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ITEM-EXCEPTIONS-PROCEDURE
           PERFORM LOAD-WORKBENCH-PROCEDURE
           PERFORM LOAD-DAILY-EXCEPTIONS-PROCEDURE
           PERFORM LOAD-INACTIVE-EXCEPTIONS-PROCEDURE
           PERFORM LOAD-ALLOC-EXCEPTIONS-PROCEDURE
           PERFORM PRINT-PACKETS-PROCEDURE
           CLOSE ELF-MASTER
           PERFORM PRINT-SUMMARY-PROCEDURE
           IF WS-MISSING-COUNT > 0 OR WS-ITEM-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LOAD-TEAM-MASTER-PROCEDURE.
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TEAM-MASTER-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TEAM MASTER - STATUS "
                       WS-TEAM-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TEAM-MASTER-STATUS NOT = "00"
               READ TEAM-MASTER-FILE
               IF WS-TEAM-MASTER-STATUS = "00"
                   IF WS-TEAM-COUNT >= WS-TEAM-TABLE-MAX
                       DISPLAY "*** TEAM MASTER HAS MORE THAN "
                               WS-TEAM-TABLE-MAX
                               " TEAMS - RUN ABORTED ***"
                       CLOSE TEAM-MASTER-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE TM-TEAM-CODE TO TP-TEAM-CODE(WS-TEAM-COUNT)
                   MOVE TM-TEAM-NAME TO TP-TEAM-NAME(WS-TEAM-COUNT)
                   MOVE TM-CAPTAIN-ELF
                       TO TP-CAPTAIN-ELF(WS-TEAM-COUNT)
               END-IF
           END-PERFORM
           CLOSE TEAM-MASTER-FILE
           IF WS-TEAM-COUNT = 0
               DISPLAY "*** TEAM MASTER IS EMPTY ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-UNKNOWN-IDX = WS-TEAM-COUNT + 1
           MOVE "????" TO TP-TEAM-CODE(WS-UNKNOWN-IDX)
           MOVE "*NOT ON TEAM MASTER*" TO TP-TEAM-NAME(WS-UNKNOWN-IDX)
           MOVE ZEROS TO TP-CAPTAIN-ELF(WS-UNKNOWN-IDX)
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-UNKNOWN-IDX
               MOVE ZEROS TO TP-TOTAL(WS-TEAM-IDX)
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-MAX
                   MOVE ZEROS TO TP-TYPE-COUNT(WS-TEAM-IDX, WS-TYPE-IDX)
               END-PERFORM
           END-PERFORM.
       LOAD-ITEM-EXCEPTIONS-PROCEDURE.
           MOVE 1 TO WS-PACKET-TYPE
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               PERFORM FILE-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXCEPTION-STATUS NOT = "00"
               READ EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS = "00"
                   MOVE EXC-ELF-NUM TO WS-LOOKUP-ELF
                   MOVE EXCEPTION-RECORD TO WS-PACKET-DETAIL
                   PERFORM ADD-PACKET-ITEM-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE.
       LOAD-WORKBENCH-PROCEDURE.
      *>   ONLY ENTRIES STILL OPEN BELONG IN A PACKET - ACCEPTED AND
      *>   RESOLVED ONES HAVE ALREADY BEEN WORKED.
           MOVE 2 TO WS-PACKET-TYPE
           OPEN INPUT WORKBENCH-FILE
           IF WS-WORKBENCH-STATUS NOT = "00"
               PERFORM FILE-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORKBENCH-STATUS NOT = "00"
               READ WORKBENCH-FILE
               IF WS-WORKBENCH-STATUS = "00" AND WK-OPEN
                   MOVE WK-ELF-NUM TO WS-LOOKUP-ELF
                   MOVE WORKBENCH-RECORD TO WS-PACKET-DETAIL
                   PERFORM ADD-PACKET-ITEM-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE WORKBENCH-FILE.
       LOAD-DAILY-EXCEPTIONS-PROCEDURE.
           MOVE 3 TO WS-PACKET-TYPE
           OPEN INPUT DAILY-EXCEPTION-FILE
           IF WS-DAILY-STATUS NOT = "00"
               PERFORM FILE-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DAILY-STATUS NOT = "00"
               READ DAILY-EXCEPTION-FILE
               IF WS-DAILY-STATUS = "00"
                   MOVE DEX-ELF-NUM TO WS-LOOKUP-ELF
                   MOVE DAILY-EXCEPTION-RECORD TO WS-PACKET-DETAIL
                   PERFORM ADD-PACKET-ITEM-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE DAILY-EXCEPTION-FILE.
       LOAD-INACTIVE-EXCEPTIONS-PROCEDURE.
           MOVE 4 TO WS-PACKET-TYPE
           OPEN INPUT INACTIVE-EXCEPTION-FILE
           IF WS-INACTIVE-STATUS NOT = "00"
               PERFORM FILE-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INACTIVE-STATUS NOT = "00"
               READ INACTIVE-EXCEPTION-FILE
               IF WS-INACTIVE-STATUS = "00"
                   MOVE INX-ELF-NUM TO WS-LOOKUP-ELF
                   MOVE INACTIVE-EXCEPTION-RECORD TO WS-PACKET-DETAIL
                   PERFORM ADD-PACKET-ITEM-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE INACTIVE-EXCEPTION-FILE.
       LOAD-ALLOC-EXCEPTIONS-PROCEDURE.
           MOVE 5 TO WS-PACKET-TYPE
           OPEN INPUT ALLOC-EXCEPTION-FILE
           IF WS-ALLOC-EXC-STATUS NOT = "00"
               PERFORM FILE-MISSING-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALLOC-EXC-STATUS NOT = "00"
               READ ALLOC-EXCEPTION-FILE
               IF WS-ALLOC-EXC-STATUS = "00"
                   MOVE AX-ELF-NUM TO WS-LOOKUP-ELF
                   MOVE ALLOC-EXCEPTION-RECORD TO WS-PACKET-DETAIL
                   PERFORM ADD-PACKET-ITEM-PROCEDURE
               END-IF
           END-PERFORM
           CLOSE ALLOC-EXCEPTION-FILE.
       FILE-MISSING-PROCEDURE.
           MOVE 'N' TO WS-TYPE-AVAIL(WS-PACKET-TYPE)
           ADD 1 TO WS-MISSING-COUNT
           DISPLAY "*** " WS-TYPE-NAME(WS-PACKET-TYPE)
                   " NOT AVAILABLE - SECTION OMITTED ***".
       ADD-PACKET-ITEM-PROCEDURE.
      *>   CALLER SETS WS-PACKET-TYPE, WS-LOOKUP-ELF AND THE RAW
      *>   RECORD IN WS-PACKET-DETAIL. A FULL TABLE STILL COUNTS THE
      *>   EXCEPTION AGAINST ITS TEAM, SO THE PACKET'S COUNTS STAY
      *>   RIGHT EVEN WHEN NOT EVERY LINE CAN BE LISTED.
           PERFORM RESOLVE-ELF-PROCEDURE
           ADD 1 TO TP-TYPE-COUNT(WS-TEAM-IDX, WS-PACKET-TYPE)
           ADD 1 TO TP-TOTAL(WS-TEAM-IDX)
           ADD 1 TO WS-TYPE-TOTAL(WS-PACKET-TYPE)
           ADD 1 TO WS-GRAND-TOTAL
           IF WS-ITEM-COUNT >= WS-ITEM-TABLE-MAX
               ADD 1 TO WS-ITEM-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-TEAM-IDX TO PI-TEAM-IDX(WS-ITEM-COUNT)
           MOVE WS-PACKET-TYPE TO PI-TYPE(WS-ITEM-COUNT)
           MOVE WS-ELF-NAME TO PI-ELF-NAME(WS-ITEM-COUNT)
           MOVE WS-PACKET-DETAIL TO PI-DETAIL(WS-ITEM-COUNT).
       RESOLVE-ELF-PROCEDURE.
      *>   LEAVES THE ELF'S NAME IN WS-ELF-NAME AND ITS PACKET IN
      *>   WS-TEAM-IDX - THE ???? PACKET WHEN THE ELF IS NOT ON THE
      *>   ELF MASTER OR ITS TEAM CODE IS NOT ON THE TEAM MASTER.
           MOVE WS-UNKNOWN-IDX TO WS-TEAM-IDX
           MOVE WS-LOOKUP-ELF TO EM-ELF-NUM
           PERFORM GET-ELF-NAME-PROCEDURE
           IF WS-ELF-TEAM = "????"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF TP-TEAM-CODE(WS-TEAM-IDX) = WS-ELF-TEAM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-UNKNOWN-IDX TO WS-TEAM-IDX.
       GET-ELF-NAME-PROCEDURE.
      *>   CALLER PUTS THE ELF NUMBER IN EM-ELF-NUM, AS IN THE
      *>   ROLLUP.
           READ ELF-MASTER
               INVALID KEY
                   MOVE "*NOT ON ELF MASTER*" TO WS-ELF-NAME
                   MOVE "????" TO WS-ELF-TEAM
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-ELF-NAME TO WS-ELF-NAME
           MOVE EM-TEAM-CODE TO WS-ELF-TEAM.
       PRINT-PACKETS-PROCEDURE.
      *>   TEAMS PRINT IN TEAM MASTER ORDER; THE ???? PACKET COMES
      *>   LAST AND ONLY WHEN SOMETHING COULD NOT BE ROUTED.
           DISPLAY "TEAM CAPTAIN EXCEPTION PACKETS"
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-UNKNOWN-IDX
               IF TP-TOTAL(WS-TEAM-IDX) > 0
                   PERFORM PRINT-ONE-PACKET-PROCEDURE
               END-IF
           END-PERFORM.
       PRINT-ONE-PACKET-PROCEDURE.
           ADD 1 TO WS-PACKET-COUNT
           DISPLAY " "
           DISPLAY "========================================"
                   "========================================"
           DISPLAY "TEAM " TP-TEAM-CODE(WS-TEAM-IDX) " "
                   TP-TEAM-NAME(WS-TEAM-IDX)
           IF WS-TEAM-IDX = WS-UNKNOWN-IDX
               DISPLAY "CAPTAIN: NONE - ELVES THAT COULD NOT BE "
                       "ROUTED TO A TEAM, FOR OPERATIONS"
           ELSE
               PERFORM GET-CAPTAIN-NAME-PROCEDURE
               DISPLAY "CAPTAIN: " TP-CAPTAIN-ELF(WS-TEAM-IDX) " "
                       WS-CAPTAIN-NAME
           END-IF
           DISPLAY "EXCEPTIONS: " TP-TOTAL(WS-TEAM-IDX)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-MAX
               PERFORM PRINT-SECTION-PROCEDURE
           END-PERFORM.
       GET-CAPTAIN-NAME-PROCEDURE.
           IF TP-CAPTAIN-ELF(WS-TEAM-IDX) = ZERO
               MOVE "*NO CAPTAIN NAMED*" TO WS-CAPTAIN-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE TP-CAPTAIN-ELF(WS-TEAM-IDX) TO EM-ELF-NUM
           PERFORM GET-ELF-NAME-PROCEDURE
           MOVE WS-ELF-NAME TO WS-CAPTAIN-NAME.
       PRINT-SECTION-PROCEDURE.
           DISPLAY " "
           IF WS-TYPE-AVAIL(WS-TYPE-IDX) = 'N'
               DISPLAY "  " WS-TYPE-NAME(WS-TYPE-IDX)
                       " - NOT AVAILABLE THIS RUN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " WS-TYPE-NAME(WS-TYPE-IDX) " - COUNT "
                   TP-TYPE-COUNT(WS-TEAM-IDX, WS-TYPE-IDX)
           IF TP-TYPE-COUNT(WS-TEAM-IDX, WS-TYPE-IDX) = 0
               DISPLAY "    (NONE)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF PI-TEAM-IDX(WS-ITEM-IDX) = WS-TEAM-IDX
                  AND PI-TYPE(WS-ITEM-IDX) = WS-TYPE-IDX
                   PERFORM PRINT-ITEM-PROCEDURE
               END-IF
           END-PERFORM.
       PRINT-ITEM-PROCEDURE.
      *>   EACH EXCEPTION IS PRINTED OVER ITS OWN FILE'S LAYOUT.
           IF WS-TYPE-IDX = 1
               MOVE PI-DETAIL(WS-ITEM-IDX) TO EXCEPTION-RECORD
               IF EXC-UNKNOWN-CODE
                   MOVE "UNKNOWN ITEM CODE" TO WS-REASON-TEXT
               ELSE
                   IF EXC-DESC-MISMATCH
                       MOVE "DESCRIPTION MISMATCH" TO WS-REASON-TEXT
                   ELSE
                       MOVE "CALORIES OUT OF RANGE" TO WS-REASON-TEXT
                   END-IF
               END-IF
               DISPLAY "    ELF " EXC-ELF-NUM " "
                       PI-ELF-NAME(WS-ITEM-IDX)
                       " SEQ " EXC-SEQ-NUM " " WS-REASON-TEXT
                       " ITEM " EXC-ITEM-CODE
                       " CALORIES " EXC-CALORIES
                       " STANDARD " EXC-STD-CALORIES
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-IDX = 2
               MOVE PI-DETAIL(WS-ITEM-IDX) TO WORKBENCH-RECORD
               DISPLAY "    ELF " WK-ELF-NUM " "
                       PI-ELF-NAME(WS-ITEM-IDX)
                       " SEQ " WK-SEQ-NUM " REASON " WK-REASON-CODE
                       " ITEM " WK-ITEM-CODE
                       " OPEN SINCE " WK-FIRST-SEEN
                       " LAST SEEN " WK-LAST-SEEN
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-IDX = 3
               MOVE PI-DETAIL(WS-ITEM-IDX) TO DAILY-EXCEPTION-RECORD
               IF DEX-OVER-LIMIT
                   MOVE "OVER LIMIT" TO WS-REASON-TEXT
               ELSE
                   MOVE "UNDER MINIMUM" TO WS-REASON-TEXT
               END-IF
               DISPLAY "    ELF " DEX-ELF-NUM " "
                       PI-ELF-NAME(WS-ITEM-IDX)
                       " DATE " DEX-DATE " " WS-REASON-TEXT
                       " TOTAL " DEX-TOTAL " LIMIT " DEX-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-IDX = 4
               MOVE PI-DETAIL(WS-ITEM-IDX)
                   TO INACTIVE-EXCEPTION-RECORD
               DISPLAY "    ELF " INX-ELF-NUM " "
                       PI-ELF-NAME(WS-ITEM-IDX)
                       " SEQ " INX-SEQ-NUM " ITEM " INX-ITEM-CODE
                       " CALORIES " INX-CALORIES
                       " PACKED " INX-DATE-PACKED
               EXIT PARAGRAPH
           END-IF
           MOVE PI-DETAIL(WS-ITEM-IDX) TO ALLOC-EXCEPTION-RECORD
           IF AX-NOT-RANKED
               MOVE "ALLOCATED NOT RANKED" TO WS-REASON-TEXT
           ELSE
               IF AX-NOT-ALLOCATED
                   MOVE "RANKED NOT ALLOCATED" TO WS-REASON-TEXT
               ELSE
                   MOVE "ALLOCATION DEVIATES" TO WS-REASON-TEXT
               END-IF
           END-IF
           DISPLAY "    ELF " AX-ELF-NUM " "
                   PI-ELF-NAME(WS-ITEM-IDX) " " WS-REASON-TEXT
                   " RANKED " AX-RANKED-TOTAL
                   " ALLOCATED " AX-ALLOC-CALORIES
                   " EFFECTIVE " AX-EFFECTIVE-DATE.
       PRINT-SUMMARY-PROCEDURE.
           DISPLAY " "
           DISPLAY "========================================"
                   "========================================"
           DISPLAY "CLEAN TEAMS:"
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF TP-TOTAL(WS-TEAM-IDX) = 0
                   ADD 1 TO WS-CLEAN-COUNT
                   DISPLAY "  TEAM " TP-TEAM-CODE(WS-TEAM-IDX) " "
                           TP-TEAM-NAME(WS-TEAM-IDX) " CLEAN"
               END-IF
           END-PERFORM
           IF WS-CLEAN-COUNT = 0
               DISPLAY "  (NONE)"
           END-IF
           DISPLAY " "
           DISPLAY "CONTROL TOTALS:"
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-MAX
               IF WS-TYPE-AVAIL(WS-TYPE-IDX) = 'N'
                   DISPLAY "  " WS-TYPE-NAME(WS-TYPE-IDX)
                           " NOT AVAILABLE"
               ELSE
                   DISPLAY "  " WS-TYPE-NAME(WS-TYPE-IDX) " "
                           WS-TYPE-TOTAL(WS-TYPE-IDX)
               END-IF
           END-PERFORM
           DISPLAY "  TOTAL EXCEPTIONS:             " WS-GRAND-TOTAL
           DISPLAY "  UNROUTED (???? PACKET):       "
                   TP-TOTAL(WS-UNKNOWN-IDX)
           DISPLAY "  TEAMS WITH A PACKET:          " WS-PACKET-COUNT
           DISPLAY "  CLEAN TEAMS:                  " WS-CLEAN-COUNT
           IF WS-ITEM-SKIP-COUNT > 0
               DISPLAY "  COUNTED BUT NOT LISTED:       "
                       WS-ITEM-SKIP-COUNT
           END-IF.
       END PROGRAM ADVENT-EXCPACKET.
