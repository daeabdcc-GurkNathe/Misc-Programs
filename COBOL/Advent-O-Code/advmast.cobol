       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-MASTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-MASTER
           ASSIGN TO "advelf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-ELF-NUM
           FILE STATUS IS WS-ELF-MASTER-STATUS.
           SELECT TEAM-MASTER-FILE
           ASSIGN TO "advteam.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEAM-MASTER-STATUS.
           SELECT MASTER-JOURNAL-FILE
           ASSIGN TO "advmjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ELF-MASTER.
           COPY ADVELF.
       FD TEAM-MASTER-FILE.
           COPY ADVTEAM.
       FD MASTER-JOURNAL-FILE.
           COPY ADVMJRNL.
       WORKING-STORAGE SECTION.
       01 WS-ELF-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-TEAM-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-AVAIL PIC X(1) VALUE 'N'.
       01 WS-JOURNAL-MASTER PIC X(1) VALUE SPACE.
       01 WS-JOURNAL-ACTION PIC X(1) VALUE SPACE.
       01 WS-JOURNAL-KEY PIC X(4) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(35) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(35) VALUE SPACES.
       01 WS-NOW.
           03 WS-NOW-DATE PIC X(8).
           03 WS-NOW-TIME PIC X(6).
       01 WS-ARG1 PIC X(10) VALUE SPACES.
       01 WS-ARG2 PIC X(4) VALUE SPACES.
       01 WS-MASTER PIC X(1) VALUE SPACE.
       01 WS-ACTION PIC X(1) VALUE SPACE.
       01 WS-DONE PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ELF-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-TEAM-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 WS-KEY-ENTRY PIC X(4) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(20) VALUE SPACES.
       01 WS-ENTRY-OK PIC X(1) VALUE 'N'.
       01 WS-ENTRY-ELF PIC 9(4) VALUE 0.
       01 WS-ENTRY-NAME PIC X(20) VALUE SPACES.
       01 WS-ENTRY-TEAM PIC X(4) VALUE SPACES.
       01 WS-ENTRY-FLAG PIC X(1) VALUE SPACE.
       01 WS-ENTRY-LIMIT PIC 9(6) VALUE 0.
       01 WS-ENTRY-CAPTAIN PIC 9(4) VALUE 0.
       01 WS-PARSED-VALUE PIC 9(18) VALUE 0.
       01 WS-OLD-TEAM PIC X(4) VALUE SPACES.
      *>   THE TEAM MASTER IS A SMALL LINE SEQUENTIAL FILE, SO IT IS
      *>   HELD HERE FOR THE SESSION AND WRITTEN BACK WHOLE AFTER
      *>   EVERY TEAM CHANGE, THE WAY THE EXCEPTION WORKBENCH IS.
       01 TEAM-MASTER-TABLE.
           03 TEAM-MASTER-ENTRY OCCURS 100 TIMES.
               05 TMT-TEAM-CODE PIC X(4).
               05 TMT-TEAM-NAME PIC X(20).
               05 TMT-CAPTAIN-ELF PIC 9(4).
       01 WS-TEAM-TABLE-MAX PIC 9(4) VALUE 100.
       01 WS-TEAM-COUNT PIC 9(4) VALUE 0.
       01 WS-TEAM-IDX PIC 9(4) VALUE 0.
       01 WS-TEAM-FOUND PIC X(1) VALUE 'N'.
       01 WS-CAPTAIN-IDX PIC 9(4) VALUE 0.
       01 WS-CAPTAIN-FOUND PIC X(1) VALUE 'N'.
       01 WS-SHIFT-IDX PIC 9(4) VALUE 0.
       01 WS-TEAM-IMAGE.
           05 WS-TI-TEAM-CODE PIC X(4).
           05 WS-TI-TEAM-NAME PIC X(20).
           05 WS-TI-CAPTAIN-ELF PIC 9(4).
       01 WS-TEAM-ELF-COUNT PIC 9(4) VALUE 0.
       01 WS-FILTER-ELF PIC X(4) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(9) VALUE 0.
      *>   ELF-MASTER-RECORD POSITIONS WITHIN A JOURNAL IMAGE - SEE
      *>   ADVELF.cpy: NUMBER 1-4, NAME 5-24, TEAM CODE 25-28.
       01 WS-FROM-TEAM PIC X(4) VALUE SPACES.
       01 WS-TO-TEAM PIC X(4) VALUE SPACES.
       01 WS-HIST-ELF PIC X(4) VALUE SPACES.
       01 WS-HIST-NAME PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
      *>   ONLINE MAINTENANCE FOR THE ELF MASTER (advelf.dat) AND THE
      *>   TEAM MASTER (advteam.txt), IN THE SAME CONSOLE STYLE AS
      *>   THE ADVENT MAINTENANCE PROGRAM, SO A SINGLE TRANSFER,
      *>   DEACTIVATION OR DAILY LIMIT CHANGE NO LONGER MEANS A FULL
      *>   ELF LOAD OR A TEXT EDITOR ON THE TEAM MASTER. THE TWO
      *>   MASTERS ARE CHECKED AGAINST EACH OTHER ON EVERY CHANGE:
      *>   AN ELF'S TEAM CODE MUST BE ON THE TEAM MASTER (BLANK
      *>   STILL MEANS UNASSIGNED, AS IN THE ELF LOAD), A TEAM'S
      *>   CAPTAIN MUST BE AN ACTIVE ELF ON THAT TEAM, A CAPTAIN
      *>   CANNOT BE TRANSFERRED OFF OR DELETED WHILE STILL NAMED,
      *>   AND A TEAM CANNOT BE DELETED WHILE IT STILL HAS ELVES OR
      *>   A CAPTAIN ASSIGNED. EVERY ADD/CHANGE/DELETE IS JOURNALED
      *>   TO advmjrnl.txt WITH BEFORE AND AFTER IMAGES (SEE
      *>   ADVMJRNL.cpy), AND A SESSION THAT CANNOT JOURNAL MAY NOT
      *>   CHANGE EITHER MASTER.
      *>   RUN WITH "TRANSFERS" AS THE FIRST ARGUMENT IT INSTEAD
      *>   LISTS EVERY TEAM MOVE ON THE JOURNAL - ELVES ADDED TO A
      *>   TEAM, MOVED BETWEEN TEAMS, OR DELETED OFF ONE - OPTIONALLY
      *>   FOR ONE ELF NUMBER GIVEN AS THE SECOND ARGUMENT, SO A
      *>   MOVE IN A CREW'S SUBTOTAL CAN BE EXPLAINED BY DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF WS-ARG1 = "TRANSFERS"
               PERFORM TRANSFER-REPORT-PROCEDURE
               STOP RUN
           END-IF
           PERFORM LOAD-TEAM-MASTER-PROCEDURE
           OPEN I-O ELF-MASTER
           IF WS-ELF-MASTER-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ELF MASTER - STATUS "
                       WS-ELF-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-PROCEDURE
           IF WS-JOURNAL-AVAIL = 'N'
               DISPLAY "*** UNABLE TO OPEN MASTER JOURNAL - STATUS "
                       WS-JOURNAL-STATUS " - NO CHANGES ALLOWED ***"
               CLOSE ELF-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "MASTER - E(LF) T(EAM) Q(UIT):"
               ACCEPT WS-MASTER FROM CONSOLE
               IF WS-MASTER = 'E'
                   PERFORM ELF-ACTION-PROCEDURE
               ELSE
                   IF WS-MASTER = 'T'
                       PERFORM TEAM-ACTION-PROCEDURE
                   ELSE
                       IF WS-MASTER = 'Q'
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           DISPLAY "PLEASE CHOOSE A VALID MASTER "
                                   "(E, T, Q)."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ELF-MASTER
           CLOSE MASTER-JOURNAL-FILE
           DISPLAY "MASTER MAINTENANCE COMPLETE - "
                   WS-ELF-CHANGE-COUNT " ELF CHANGE(S), "
                   WS-TEAM-CHANGE-COUNT " TEAM CHANGE(S)"
           STOP RUN.
       LOAD-TEAM-MASTER-PROCEDURE.
      *>   A TEAM MASTER THAT DOES NOT EXIST YET IS NOT AN ERROR
      *>   HERE - THIS IS WHERE THE FIRST TEAM GETS ADDED.
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TEAM-MASTER-STATUS NOT = "00"
               DISPLAY "*** TEAM MASTER NOT AVAILABLE - STATUS "
                       WS-TEAM-MASTER-STATUS " - STARTING EMPTY ***"
               EXIT PARAGRAPH
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
                   MOVE TM-TEAM-CODE TO TMT-TEAM-CODE(WS-TEAM-COUNT)
                   MOVE TM-TEAM-NAME TO TMT-TEAM-NAME(WS-TEAM-COUNT)
                   MOVE TM-CAPTAIN-ELF
                       TO TMT-CAPTAIN-ELF(WS-TEAM-COUNT)
               END-IF
           END-PERFORM
           CLOSE TEAM-MASTER-FILE.
       SAVE-TEAM-MASTER-PROCEDURE.
           OPEN OUTPUT TEAM-MASTER-FILE
           IF WS-TEAM-MASTER-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE TEAM MASTER - STATUS "
                       WS-TEAM-MASTER-STATUS " ***"
               CLOSE ELF-MASTER
               CLOSE MASTER-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               MOVE SPACES TO TEAM-MASTER-RECORD
               MOVE TMT-TEAM-CODE(WS-TEAM-IDX) TO TM-TEAM-CODE
               MOVE TMT-TEAM-NAME(WS-TEAM-IDX) TO TM-TEAM-NAME
               MOVE TMT-CAPTAIN-ELF(WS-TEAM-IDX) TO TM-CAPTAIN-ELF
               WRITE TEAM-MASTER-RECORD
           END-PERFORM
           CLOSE TEAM-MASTER-FILE.
       OPEN-JOURNAL-PROCEDURE.
      *>   SAME RUNNING-LOG OPEN AS THE ADVENT AUDIT JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               MOVE 'Y' TO WS-JOURNAL-AVAIL
           ELSE
               MOVE 'N' TO WS-JOURNAL-AVAIL
           END-IF.
       WRITE-JOURNAL-PROCEDURE.
      *>   CALLER SETS WS-JOURNAL-MASTER, WS-JOURNAL-ACTION,
      *>   WS-JOURNAL-KEY AND THE TWO IMAGES.
           MOVE SPACES TO MASTER-JOURNAL-RECORD
           MOVE WS-JOURNAL-MASTER TO MJ-MASTER
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW-DATE TO MJ-DATE
           MOVE WS-NOW-TIME TO MJ-TIME
           MOVE WS-JOURNAL-KEY TO MJ-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           WRITE MASTER-JOURNAL-RECORD.
       FIND-TEAM-PROCEDURE.
      *>   LOOKS UP WS-ENTRY-TEAM; ON RETURN WS-TEAM-IDX POINTS AT
      *>   IT WHEN WS-TEAM-FOUND IS Y.
           MOVE 'N' TO WS-TEAM-FOUND
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF TMT-TEAM-CODE(WS-TEAM-IDX) = WS-ENTRY-TEAM
                   MOVE 'Y' TO WS-TEAM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-CAPTAINCY-PROCEDURE.
      *>   IS WS-ENTRY-ELF NAMED CAPTAIN OF ANY TEAM? ON RETURN
      *>   WS-CAPTAIN-IDX POINTS AT THE TEAM WHEN WS-CAPTAIN-FOUND
      *>   IS Y.
           MOVE 'N' TO WS-CAPTAIN-FOUND
           PERFORM VARYING WS-CAPTAIN-IDX FROM 1 BY 1
                   UNTIL WS-CAPTAIN-IDX > WS-TEAM-COUNT
               IF TMT-CAPTAIN-ELF(WS-CAPTAIN-IDX) = WS-ENTRY-ELF
                   MOVE 'Y' TO WS-CAPTAIN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       ELF-ACTION-PROCEDURE.
           DISPLAY "ELF ACTION - A(DD) C(HANGE) D(ELETE):"
           ACCEPT WS-ACTION FROM CONSOLE
           IF WS-ACTION = 'A'
               PERFORM ADD-ELF-PROCEDURE
           ELSE
               IF WS-ACTION = 'C'
                   PERFORM CHANGE-ELF-PROCEDURE
               ELSE
                   IF WS-ACTION = 'D'
                       PERFORM DELETE-ELF-PROCEDURE
                   ELSE
                       DISPLAY "PLEASE CHOOSE A VALID ACTION "
                               "(A, C, D)."
                   END-IF
               END-IF
           END-IF.
       GET-ELF-KEY-PROCEDURE.
      *>   SAME NUMBER EDIT AS THE ADVENT MAINTENANCE KEY - 9999 IS
      *>   NEVER A VALID ELF NUMBER.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "ELF NUMBER (0001-9998):"
           ACCEPT WS-KEY-ENTRY FROM CONSOLE
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-KEY-ENTRY)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-KEY-ENTRY "' IS NOT A VALID ELF "
                       "NUMBER ***"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-KEY-ENTRY) TO WS-ENTRY-ELF
           IF WS-ENTRY-ELF < 1 OR WS-ENTRY-ELF > 9998
               DISPLAY "*** ELF NUMBER MUST BE 0001-9998 - 9999 IS "
                       "THE TRAILER SENTINEL ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.
       GET-ELF-FIELDS-PROCEDURE.
      *>   THE SAME EDITS THE ELF LOAD APPLIES TO A PERSONNEL LINE.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "ELF NAME (20 CHARACTERS):"
           ACCEPT WS-ENTRY-NAME FROM CONSOLE
           IF WS-ENTRY-NAME = SPACES
               DISPLAY "*** ELF NAME MAY NOT BE BLANK ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TEAM CODE (4 CHARACTERS, BLANK = UNASSIGNED):"
           ACCEPT WS-ENTRY-TEAM FROM CONSOLE
           IF WS-ENTRY-TEAM NOT = SPACES
               PERFORM FIND-TEAM-PROCEDURE
               IF WS-TEAM-FOUND = 'N'
                   DISPLAY "*** TEAM CODE '" WS-ENTRY-TEAM
                           "' IS NOT ON THE TEAM MASTER ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "ACTIVE FLAG (A OR I):"
           ACCEPT WS-ENTRY-FLAG FROM CONSOLE
           IF WS-ENTRY-FLAG NOT = 'A' AND WS-ENTRY-FLAG NOT = 'I'
               DISPLAY "*** ACTIVE FLAG '" WS-ENTRY-FLAG
                       "' IS NOT A OR I ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DAILY LIMIT (0-999999, BLANK OR 0 = CAMP LIMIT):"
           ACCEPT WS-FIELD-ENTRY FROM CONSOLE
           IF WS-FIELD-ENTRY = SPACES
               MOVE ZEROS TO WS-ENTRY-LIMIT
           ELSE
               COMPUTE WS-NUMVAL-POS
                   = FUNCTION TEST-NUMVAL(WS-FIELD-ENTRY)
               IF WS-NUMVAL-POS NOT = 0
                   DISPLAY "*** '" WS-FIELD-ENTRY "' IS NOT A VALID "
                           "DAILY LIMIT ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-ENTRY) TO WS-PARSED-VALUE
               IF WS-PARSED-VALUE > 999999
                   DISPLAY "*** DAILY LIMIT MUST BE 0-999999 ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARSED-VALUE TO WS-ENTRY-LIMIT
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.
       BUILD-ELF-RECORD-PROCEDURE.
           MOVE SPACES TO ELF-MASTER-RECORD
           MOVE WS-ENTRY-ELF TO EM-ELF-NUM
           MOVE WS-ENTRY-NAME TO EM-ELF-NAME
           MOVE WS-ENTRY-TEAM TO EM-TEAM-CODE
           MOVE WS-ENTRY-FLAG TO EM-ACTIVE-FLAG
           MOVE WS-ENTRY-LIMIT TO EM-DAILY-LIMIT.
       ADD-ELF-PROCEDURE.
           PERFORM GET-ELF-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-ELF-FIELDS-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ELF-RECORD-PROCEDURE
           WRITE ELF-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ELF " WS-ENTRY-ELF " ALREADY ON THE "
                           "MASTER - USE CHANGE INSTEAD ***"
                   EXIT PARAGRAPH
           END-WRITE
           MOVE 'E' TO WS-JOURNAL-MASTER
           MOVE 'A' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-ELF TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ELF-MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-ELF-CHANGE-COUNT
           DISPLAY "ADDED ELF " WS-ENTRY-ELF " " WS-ENTRY-NAME.
       CHANGE-ELF-PROCEDURE.
           PERFORM GET-ELF-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-ELF TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   DISPLAY "*** ELF " WS-ENTRY-ELF
                           " NOT ON THE MASTER ***"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CURRENT - " EM-ELF-NAME " TEAM " EM-TEAM-CODE
                   " FLAG " EM-ACTIVE-FLAG " LIMIT " EM-DAILY-LIMIT
           MOVE ELF-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE EM-TEAM-CODE TO WS-OLD-TEAM
           PERFORM GET-ELF-FIELDS-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
      *>   A NAMED CAPTAIN STAYS ON THE TEAM THEY CAPTAIN UNTIL THE
      *>   TEAM IS GIVEN ANOTHER CAPTAIN. DEACTIVATING ONE IS
      *>   ALLOWED - PEOPLE LEAVE - BUT IS FLAGGED SO THE TEAM GETS
      *>   A NEW CAPTAIN BEFORE THE NEXT PACKET GOES OUT.
           PERFORM FIND-CAPTAINCY-PROCEDURE
           IF WS-CAPTAIN-FOUND = 'Y'
               IF WS-ENTRY-TEAM NOT = TMT-TEAM-CODE(WS-CAPTAIN-IDX)
                   DISPLAY "*** ELF " WS-ENTRY-ELF " IS CAPTAIN OF "
                           "TEAM " TMT-TEAM-CODE(WS-CAPTAIN-IDX)
                           " - NAME A NEW CAPTAIN BEFORE "
                           "TRANSFERRING ***"
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENTRY-FLAG = 'I'
                   DISPLAY "*** WARNING - ELF " WS-ENTRY-ELF
                           " IS STILL CAPTAIN OF TEAM "
                           TMT-TEAM-CODE(WS-CAPTAIN-IDX) " ***"
               END-IF
           END-IF
           PERFORM BUILD-ELF-RECORD-PROCEDURE
           REWRITE ELF-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** REWRITE FAILED FOR ELF " WS-ENTRY-ELF
                           " - STATUS " WS-ELF-MASTER-STATUS " ***"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'E' TO WS-JOURNAL-MASTER
           MOVE 'C' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-ELF TO WS-JOURNAL-KEY
           MOVE ELF-MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-ELF-CHANGE-COUNT
           IF WS-ENTRY-TEAM NOT = WS-OLD-TEAM
               DISPLAY "TRANSFERRED ELF " WS-ENTRY-ELF " FROM '"
                       WS-OLD-TEAM "' TO '" WS-ENTRY-TEAM "'"
           ELSE
               DISPLAY "CHANGED ELF " WS-ENTRY-ELF
           END-IF.
       DELETE-ELF-PROCEDURE.
      *>   A DEPARTED ELF IS NORMALLY MARKED INACTIVE INSTEAD, SO
      *>   THE ITEMS STILL ON FILE UNDER ITS NUMBER KEEP A NAME.
      *>   DELETE IS FOR NUMBERS ADDED IN ERROR.
           PERFORM GET-ELF-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-ELF TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   DISPLAY "*** ELF " WS-ENTRY-ELF
                           " NOT ON THE MASTER ***"
                   EXIT PARAGRAPH
           END-READ
           PERFORM FIND-CAPTAINCY-PROCEDURE
           IF WS-CAPTAIN-FOUND = 'Y'
               DISPLAY "*** ELF " WS-ENTRY-ELF " IS STILL CAPTAIN OF "
                       "TEAM " TMT-TEAM-CODE(WS-CAPTAIN-IDX)
                       " - NOT DELETED ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DELETING - " EM-ELF-NAME " TEAM " EM-TEAM-CODE
                   " FLAG " EM-ACTIVE-FLAG
           MOVE ELF-MASTER-RECORD TO WS-BEFORE-IMAGE
           DELETE ELF-MASTER RECORD
               INVALID KEY
                   DISPLAY "*** DELETE FAILED FOR ELF " WS-ENTRY-ELF
                           " - STATUS " WS-ELF-MASTER-STATUS " ***"
                   EXIT PARAGRAPH
           END-DELETE
           MOVE 'E' TO WS-JOURNAL-MASTER
           MOVE 'D' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-ELF TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-ELF-CHANGE-COUNT
           DISPLAY "DELETED ELF " WS-ENTRY-ELF.
       TEAM-ACTION-PROCEDURE.
           DISPLAY "TEAM ACTION - A(DD) C(HANGE) D(ELETE):"
           ACCEPT WS-ACTION FROM CONSOLE
           IF WS-ACTION = 'A'
               PERFORM ADD-TEAM-PROCEDURE
           ELSE
               IF WS-ACTION = 'C'
                   PERFORM CHANGE-TEAM-PROCEDURE
               ELSE
                   IF WS-ACTION = 'D'
                       PERFORM DELETE-TEAM-PROCEDURE
                   ELSE
                       DISPLAY "PLEASE CHOOSE A VALID ACTION "
                               "(A, C, D)."
                   END-IF
               END-IF
           END-IF.
       GET-TEAM-KEY-PROCEDURE.
      *>   ???? IS THE REPORTS' BUCKET FOR CODES THE TEAM MASTER
      *>   DOES NOT KNOW, SO IT CAN NEVER BE A TEAM OF ITS OWN.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "TEAM CODE (4 CHARACTERS):"
           ACCEPT WS-ENTRY-TEAM FROM CONSOLE
           IF WS-ENTRY-TEAM = SPACES
               DISPLAY "*** TEAM CODE MAY NOT BE BLANK ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-TEAM = "????"
               DISPLAY "*** ???? IS RESERVED FOR UNKNOWN TEAMS ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.
       GET-TEAM-FIELDS-PROCEDURE.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "TEAM NAME (20 CHARACTERS):"
           ACCEPT WS-ENTRY-NAME FROM CONSOLE
           IF WS-ENTRY-NAME = SPACES
               DISPLAY "*** TEAM NAME MAY NOT BE BLANK ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CAPTAIN ELF NUMBER (0000 = NONE):"
           ACCEPT WS-KEY-ENTRY FROM CONSOLE
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-KEY-ENTRY)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-KEY-ENTRY "' IS NOT A VALID ELF "
                       "NUMBER ***"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-KEY-ENTRY) TO WS-ENTRY-CAPTAIN
           IF WS-ENTRY-CAPTAIN > 9998
               DISPLAY "*** CAPTAIN MUST BE 0000-9998 ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-CAPTAIN > 0
               PERFORM CHECK-CAPTAIN-PROCEDURE
               IF WS-ENTRY-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.
       CHECK-CAPTAIN-PROCEDURE.
      *>   THE CAPTAIN RESOLVES THROUGH THE ELF MASTER LIKE ANY
      *>   OTHER ELF NUMBER, AND MUST BE AN ACTIVE MEMBER OF THE
      *>   TEAM BEING CAPTAINED - WHICH ALSO KEEPS ANY ONE ELF FROM
      *>   CAPTAINING TWO TEAMS. A NEW TEAM THEREFORE STARTS WITH
      *>   NO CAPTAIN; ITS CAPTAIN IS NAMED ONCE ELVES ARE ON IT.
           MOVE 'N' TO WS-ENTRY-OK
           MOVE WS-ENTRY-CAPTAIN TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   DISPLAY "*** CAPTAIN " WS-ENTRY-CAPTAIN
                           " IS NOT ON THE ELF MASTER ***"
                   EXIT PARAGRAPH
           END-READ
           IF EM-TEAM-CODE NOT = WS-ENTRY-TEAM
               DISPLAY "*** CAPTAIN " WS-ENTRY-CAPTAIN " "
                       EM-ELF-NAME " IS ON TEAM '" EM-TEAM-CODE
                       "' - TRANSFER THE ELF FIRST ***"
               EXIT PARAGRAPH
           END-IF
           IF NOT EM-ACTIVE
               DISPLAY "*** CAPTAIN " WS-ENTRY-CAPTAIN " "
                       EM-ELF-NAME " IS NOT AN ACTIVE ELF ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK.
       ADD-TEAM-PROCEDURE.
           PERFORM GET-TEAM-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TEAM-PROCEDURE
           IF WS-TEAM-FOUND = 'Y'
               DISPLAY "*** TEAM " WS-ENTRY-TEAM " ALREADY ON THE "
                       "MASTER - USE CHANGE INSTEAD ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-TEAM-COUNT >= WS-TEAM-TABLE-MAX
               DISPLAY "*** TEAM MASTER IS FULL AT "
                       WS-TEAM-TABLE-MAX " TEAMS ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TEAM-FIELDS-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TEAM-COUNT
           MOVE WS-ENTRY-TEAM TO TMT-TEAM-CODE(WS-TEAM-COUNT)
           MOVE WS-ENTRY-NAME TO TMT-TEAM-NAME(WS-TEAM-COUNT)
           MOVE WS-ENTRY-CAPTAIN TO TMT-CAPTAIN-ELF(WS-TEAM-COUNT)
           MOVE TEAM-MASTER-ENTRY(WS-TEAM-COUNT) TO WS-TEAM-IMAGE
           PERFORM SAVE-TEAM-MASTER-PROCEDURE
           MOVE 'T' TO WS-JOURNAL-MASTER
           MOVE 'A' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-TEAM TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-TEAM-IMAGE TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-TEAM-CHANGE-COUNT
           DISPLAY "ADDED TEAM " WS-ENTRY-TEAM " " WS-ENTRY-NAME.
       CHANGE-TEAM-PROCEDURE.
           PERFORM GET-TEAM-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TEAM-PROCEDURE
           IF WS-TEAM-FOUND = 'N'
               DISPLAY "*** TEAM " WS-ENTRY-TEAM
                       " NOT ON THE MASTER ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT - " TMT-TEAM-NAME(WS-TEAM-IDX)
                   " CAPTAIN " TMT-CAPTAIN-ELF(WS-TEAM-IDX)
           MOVE TEAM-MASTER-ENTRY(WS-TEAM-IDX) TO WS-TEAM-IMAGE
           MOVE WS-TEAM-IMAGE TO WS-BEFORE-IMAGE
           PERFORM GET-TEAM-FIELDS-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-NAME TO TMT-TEAM-NAME(WS-TEAM-IDX)
           MOVE WS-ENTRY-CAPTAIN TO TMT-CAPTAIN-ELF(WS-TEAM-IDX)
           MOVE TEAM-MASTER-ENTRY(WS-TEAM-IDX) TO WS-TEAM-IMAGE
           PERFORM SAVE-TEAM-MASTER-PROCEDURE
           MOVE 'T' TO WS-JOURNAL-MASTER
           MOVE 'C' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-TEAM TO WS-JOURNAL-KEY
           MOVE WS-TEAM-IMAGE TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-TEAM-CHANGE-COUNT
           DISPLAY "CHANGED TEAM " WS-ENTRY-TEAM.
       DELETE-TEAM-PROCEDURE.
           PERFORM GET-TEAM-KEY-PROCEDURE
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TEAM-PROCEDURE
           IF WS-TEAM-FOUND = 'N'
               DISPLAY "*** TEAM " WS-ENTRY-TEAM
                       " NOT ON THE MASTER ***"
               EXIT PARAGRAPH
           END-IF
           IF TMT-CAPTAIN-ELF(WS-TEAM-IDX) NOT = ZERO
               DISPLAY "*** TEAM " WS-ENTRY-TEAM " STILL HAS CAPTAIN "
                       TMT-CAPTAIN-ELF(WS-TEAM-IDX)
                       " ASSIGNED - NOT DELETED ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-TEAM-ELVES-PROCEDURE
           IF WS-TEAM-ELF-COUNT > 0
               DISPLAY "*** TEAM " WS-ENTRY-TEAM " STILL HAS "
                       WS-TEAM-ELF-COUNT " ELF(S) ON THE ELF MASTER "
                       "- NOT DELETED ***"
               EXIT PARAGRAPH
           END-IF
           MOVE TEAM-MASTER-ENTRY(WS-TEAM-IDX) TO WS-TEAM-IMAGE
           MOVE WS-TEAM-IMAGE TO WS-BEFORE-IMAGE
           PERFORM VARYING WS-SHIFT-IDX FROM WS-TEAM-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-TEAM-COUNT
               MOVE TEAM-MASTER-ENTRY(WS-SHIFT-IDX + 1)
                   TO TEAM-MASTER-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TEAM-COUNT
           PERFORM SAVE-TEAM-MASTER-PROCEDURE
           MOVE 'T' TO WS-JOURNAL-MASTER
           MOVE 'D' TO WS-JOURNAL-ACTION
           MOVE WS-ENTRY-TEAM TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-TEAM-CHANGE-COUNT
           DISPLAY "DELETED TEAM " WS-ENTRY-TEAM.
       COUNT-TEAM-ELVES-PROCEDURE.
      *>   EVERY ELF ON THE MASTER COUNTS, ACTIVE OR NOT - AN
      *>   INACTIVE ELF'S ITEMS STILL ROLL UP UNDER ITS TEAM CODE.
           MOVE ZEROS TO WS-TEAM-ELF-COUNT
           MOVE ZEROS TO EM-ELF-NUM
           MOVE 'N' TO WS-EOF
           START ELF-MASTER KEY NOT < EM-ELF-NUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ELF-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EM-TEAM-CODE = WS-ENTRY-TEAM
                           ADD 1 TO WS-TEAM-ELF-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       TRANSFER-REPORT-PROCEDURE.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG2
           END-ACCEPT
           IF WS-ARG2 NOT = SPACES
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-ARG2)
               IF WS-NUMVAL-POS NOT = 0
                   DISPLAY "*** '" WS-ARG2 "' IS NOT A VALID ELF "
                           "NUMBER ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-ENTRY-ELF
               MOVE WS-ENTRY-ELF TO WS-FILTER-ELF
           END-IF
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MASTER JOURNAL - STATUS "
                       WS-JOURNAL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FILTER-ELF = SPACES
               DISPLAY "TEAM TRANSFER HISTORY - ALL ELVES"
           ELSE
               DISPLAY "TEAM TRANSFER HISTORY - ELF " WS-FILTER-ELF
           END-IF
           DISPLAY "DATE     TIME   ELF  NAME                 "
                   "FROM TO"
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LIST-TRANSFER-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE
           DISPLAY "JOURNAL RECORDS READ: " WS-READ-COUNT
           DISPLAY "TEAM MOVES LISTED:    " WS-LISTED-COUNT.
       LIST-TRANSFER-PROCEDURE.
      *>   AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE,
      *>   SO THEIR MISSING SIDE LISTS AS A BLANK TEAM. TEAM MASTER
      *>   CHANGES AND ELF CHANGES THAT KEEP THE TEAM ARE NOT MOVES.
           IF NOT MJ-ELF-MASTER
               EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-ELF NOT = SPACES AND MJ-KEY NOT = WS-FILTER-ELF
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-BEFORE-IMAGE(25:4) TO WS-FROM-TEAM
           MOVE MJ-AFTER-IMAGE(25:4) TO WS-TO-TEAM
           IF WS-FROM-TEAM = WS-TO-TEAM
               EXIT PARAGRAPH
           END-IF
           IF MJ-DELETE
               MOVE MJ-BEFORE-IMAGE(5:20) TO WS-HIST-NAME
           ELSE
               MOVE MJ-AFTER-IMAGE(5:20) TO WS-HIST-NAME
           END-IF
           MOVE MJ-KEY TO WS-HIST-ELF
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY MJ-DATE " " MJ-TIME " " WS-HIST-ELF " "
                   WS-HIST-NAME " " WS-FROM-TEAM " " WS-TO-TEAM.
       END PROGRAM ADVENT-MASTMAINT.
