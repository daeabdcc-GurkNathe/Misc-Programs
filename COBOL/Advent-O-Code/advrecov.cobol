       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-DATA-FILE
           ASSIGN TO "GENDATA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.
           SELECT ADVENT
           ASSIGN TO "advent.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
           SELECT JOURNAL-FILE
           ASSIGN TO "advjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CERT-LOG-FILE
           ASSIGN TO "advcert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GEN-DATA-FILE.
       01 GEN-DATA-RECORD PIC X(50).
       FD ADVENT.
           COPY ADVREC.
       FD JOURNAL-FILE.
           COPY ADVJRNL.
       FD CERT-LOG-FILE.
           COPY ADVCERT.
       WORKING-STORAGE SECTION.
       01 WS-GEN-STATUS PIC X(2) VALUE "00".
       01 WS-ADVENT-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-CERT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ARG1 PIC X(23) VALUE SPACES.
       01 WS-ARG2 PIC X(8) VALUE SPACES.
       01 WS-ARG3 PIC X(6) VALUE SPACES.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 WS-GEN-DATA-NAME PIC X(23) VALUE SPACES.
       01 WS-GEN-NAME-PARTS REDEFINES WS-GEN-DATA-NAME.
           03 WS-GEN-PREFIX PIC X(6).
           03 WS-GEN-DATE PIC X(8).
           03 WS-GEN-DASH PIC X(1).
           03 WS-GEN-CYCLE PIC X(4).
           03 WS-GEN-SUFFIX PIC X(4).
       01 WS-GEN-CYCLE-NUM PIC 9(4) VALUE 0.
      *>   THE REPLAY WINDOW, AS DATE+TIME STAMPS COMPARABLE WITH
      *>   JR-DATE/JR-TIME: AFTER THE GENERATION WAS CERTIFIED, UP
      *>   TO AND INCLUDING THE OPERATOR'S RECOVERY POINT.
       01 WS-START-STAMP.
           03 WS-START-DATE PIC X(8) VALUE SPACES.
           03 WS-START-TIME PIC X(6) VALUE SPACES.
       01 WS-STOP-STAMP.
           03 WS-STOP-DATE PIC X(8) VALUE SPACES.
           03 WS-STOP-TIME PIC X(6) VALUE SPACES.
       01 WS-ENTRY-STAMP.
           03 WS-ENTRY-DATE PIC X(8).
           03 WS-ENTRY-TIME PIC X(6).
      *>   WHEN THE CYCLE WAS FIRST CERTIFIED (ITS VERSION 01
      *>   RECORD), AND WHICH VERSION THE GENERATION BEING RESTORED
      *>   IS - AN ADJUSTED GENERATION IS VERSION 02 OR LATER.
       01 WS-ORIG-STAMP.
           03 WS-ORIG-DATE PIC X(8) VALUE SPACES.
           03 WS-ORIG-TIME PIC X(6) VALUE SPACES.
       01 WS-ORIG-FOUND PIC X(1) VALUE 'N'.
       01 WS-GEN-VERSION PIC 9(2) VALUE 1.
       01 WS-RELOAD-FOUND PIC X(1) VALUE 'N'.
       01 WS-RELOAD-STAMP.
           03 WS-RELOAD-DATE PIC X(8) VALUE SPACES.
           03 WS-RELOAD-TIME PIC X(6) VALUE SPACES.
       01 WS-STOP-CLOCK.
           03 WS-STOP-HH PIC 9(2).
           03 WS-STOP-MM PIC 9(2).
           03 WS-STOP-SS PIC 9(2).
       01 WS-CERT-FOUND PIC X(1) VALUE 'N'.
       01 WS-DATE-OK PIC X(1) VALUE 'N'.
       01 WS-EDIT-DATE.
           03 WS-EDIT-YYYY PIC 9(4).
           03 WS-EDIT-MM PIC 9(2).
           03 WS-EDIT-DD PIC 9(2).
       01 WS-MONTH-DAYS-DATA PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           03 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-CONFLICT-REASON PIC X(30) VALUE SPACES.
       01 WS-GEN-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-GEN-LOAD-COUNT PIC 9(9) VALUE 0.
       01 WS-JOURNAL-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-ADD-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-CHANGE-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-DELETE-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-RELOAD-COUNT PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 WS-SKIP-EARLY-COUNT PIC 9(9) VALUE 0.
       01 WS-SKIP-LATE-COUNT PIC 9(9) VALUE 0.
       01 WS-SKIP-REJECT-COUNT PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(9) VALUE 0.
       01 WS-SCAN-ELVES PIC 9(4) VALUE 0.
       01 WS-SCAN-TOTAL PIC 9(9) VALUE 0.
       01 WS-SCAN-PREV-ELF PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *>   POINT-IN-TIME RECOVERY OF THE ADVENT FILE. THE FILE IS
      *>   REBUILT FROM A CERTIFIED DATA GENERATION (THE REQUIRED
      *>   FIRST ARGUMENT, advgenYYYYMMDD-NNNN.dat AS THE CYCLE
      *>   CLOSE NAMED IT), THEN THE AUDIT JOURNAL'S ADD, CORRECT
      *>   AND DELETE ENTRIES ARE REPLAYED IN THE ORDER THEY WERE
      *>   MADE, FROM THE MOMENT THAT GENERATION WAS CERTIFIED UP TO
      *>   THE RECOVERY POINT - THE SECOND ARGUMENT (YYYYMMDD) AND
      *>   AN OPTIONAL THIRD (HHMMSS, END OF DAY IF LEFT OFF). NO
      *>   ENTRY IS APPLIED BLINDLY: A CORRECT OR DELETE WHOSE
      *>   BEFORE IMAGE DOES NOT MATCH THE REBUILT RECORD, OR AN ADD
      *>   WHOSE KEY IS ALREADY THERE, IS REPORTED AS A CONFLICT AND
      *>   LEFT OUT. REJECTS NEVER TOUCHED THE FILE AND ARE SKIPPED.
      *>   A FULL RELOAD'S ENTRY EMPTIES THE REBUILT FILE AND THE
      *>   ADDS JOURNALED AFTER IT REFILL IT, SO A RECOVERY POINT IN
      *>   THE CYCLE AFTER THE GENERATION COMES BACK AS THAT CYCLE.
      *>   THE RUN ENDS WITH A FRESH TRAILER AND A RECONCILIATION
      *>   OF EVERY JOURNAL ENTRY READ, SO THE OPERATOR CAN SEE WHAT
      *>   THE RECOVERED FILE DOES AND DOES NOT CONTAIN. THE FILE IS
      *>   REPLACED, NOT MERGED - WHATEVER WAS ON advent.dat BEFORE
      *>   THE RUN IS GONE, WHICH IS THE POINT WHEN IT IS DAMAGED.
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
           PERFORM PARSE-GENERATION-PROCEDURE
           PERFORM PARSE-RECOVERY-POINT-PROCEDURE
           PERFORM RESOLVE-START-PROCEDURE
           PERFORM CHECK-RECERT-PROCEDURE
           DISPLAY "DD_GENDATA" UPON ENVIRONMENT-NAME
           DISPLAY WS-GEN-DATA-NAME UPON ENVIRONMENT-VALUE
           PERFORM RESTORE-GENERATION-PROCEDURE
           PERFORM REPLAY-JOURNAL-PROCEDURE
           PERFORM REBUILD-TRAILER-PROCEDURE
           CLOSE ADVENT
           PERFORM RECONCILE-PROCEDURE
           STOP RUN.
       PARSE-GENERATION-PROCEDURE.
      *>   THE GENERATION NAME CARRIES ITS OWN CLOSE DATE AND CYCLE
      *>   NUMBER, SO BOTH ARE EDITED OFF THE NAME ITSELF RATHER
      *>   THAN TAKEN AS SEPARATE ARGUMENTS THAT COULD DISAGREE.
           IF WS-ARG1 = SPACES
               DISPLAY "*** A DATA GENERATION NAME "
                       "(advgenYYYYMMDD-NNNN.dat) IS REQUIRED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG1 TO WS-GEN-DATA-NAME
           IF WS-GEN-PREFIX NOT = "advgen" OR WS-GEN-DASH NOT = "-"
              OR WS-GEN-SUFFIX NOT = ".dat"
              OR WS-GEN-DATE IS NOT NUMERIC
              OR WS-GEN-CYCLE IS NOT NUMERIC
               DISPLAY "*** '" WS-ARG1 "' IS NOT A DATA GENERATION "
                       "NAME ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GEN-CYCLE TO WS-GEN-CYCLE-NUM.
       PARSE-RECOVERY-POINT-PROCEDURE.
           IF WS-ARG2 = SPACES
               DISPLAY "*** A RECOVERY DATE (YYYYMMDD) IS REQUIRED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-ARG2)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-ARG2 "' IS NOT A VALID RECOVERY "
                       "DATE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG2 TO WS-EDIT-DATE
           PERFORM EDIT-DATE-PROCEDURE
           IF WS-DATE-OK = 'N'
               DISPLAY "*** " WS-ARG2 " IS NOT A VALID YYYYMMDD "
                       "RECOVERY DATE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG2 TO WS-STOP-DATE
           IF WS-ARG3 = SPACES
               MOVE "235959" TO WS-STOP-TIME
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG3 IS NOT NUMERIC
               DISPLAY "*** '" WS-ARG3 "' IS NOT A VALID HHMMSS "
                       "RECOVERY TIME ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG3 TO WS-STOP-CLOCK
           IF WS-STOP-HH > 23 OR WS-STOP-MM > 59 OR WS-STOP-SS > 59
               DISPLAY "*** '" WS-ARG3 "' IS NOT A VALID HHMMSS "
                       "RECOVERY TIME ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG3 TO WS-STOP-TIME.
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
       RESOLVE-START-PROCEDURE.
      *>   THE GENERATION ALREADY HOLDS EVERY CHANGE JOURNALED
      *>   BEFORE IT WAS CERTIFIED, SO THE REPLAY STARTS AT THE
      *>   CERTIFICATION STAMP ON ITS ADVCERT RECORD - THE SAME
      *>   CYCLE NUMBER AND CLOSE DATE THE CLOSE JOB BUILT THE NAME
      *>   FROM. THE LAST MATCHING RECORD WINS. WITH NO MATCHING
      *>   RECORD THE START OF THE CLOSE DATE IS USED INSTEAD AND
      *>   THE OPERATOR IS WARNED, SINCE SAME-DAY CHANGES MADE
      *>   BEFORE THE CLOSE WILL THEN SHOW UP AS CONFLICTS.
           MOVE WS-GEN-DATE TO WS-START-DATE
           MOVE "000000" TO WS-START-TIME
           OPEN INPUT CERT-LOG-FILE
           IF WS-CERT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CERT-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CERT-CYCLE-NUM = WS-GEN-CYCLE-NUM
                          AND CERT-DATE = WS-GEN-DATE
                           MOVE 'Y' TO WS-CERT-FOUND
                           MOVE CERT-TIME TO WS-START-TIME
                           IF CERT-VERSION IS NUMERIC
                              AND CERT-VERSION > 1
                               MOVE CERT-VERSION TO WS-GEN-VERSION
                           ELSE
                               MOVE 1 TO WS-GEN-VERSION
                           END-IF
                       END-IF
                       IF CERT-CYCLE-NUM = WS-GEN-CYCLE-NUM
                          AND (CERT-VERSION IS NOT NUMERIC
                               OR CERT-VERSION < 2)
                           MOVE 'Y' TO WS-ORIG-FOUND
                           MOVE CERT-DATE TO WS-ORIG-DATE
                           MOVE CERT-TIME TO WS-ORIG-TIME
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-LOG-FILE
           END-IF
           IF WS-CERT-FOUND = 'N'
               DISPLAY "*** NO CERTIFICATION RECORD FOR CYCLE "
                       WS-GEN-CYCLE " ON " WS-GEN-DATE " - REPLAY "
                       "STARTS AT THE BEGINNING OF THAT DAY ***"
           END-IF
           IF WS-STOP-STAMP < WS-START-STAMP
               DISPLAY "*** RECOVERY POINT " WS-STOP-DATE " "
                       WS-STOP-TIME " IS BEFORE THE GENERATION WAS "
                       "CERTIFIED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-RECERT-PROCEDURE.
      *>   AN ADJUSTED GENERATION IS THE CYCLE AS RECERTIFIED, BUT
      *>   THE LIVE FILE MAY ALREADY HAVE MOVED ON: IF THE NEXT
      *>   CYCLE'S LOAD RAN BETWEEN THE ORIGINAL CERTIFICATION AND
      *>   THE ADJUSTMENT, EVERYTHING JOURNALED AFTER THE ADJUSTMENT
      *>   BELONGS TO THAT NEXT CYCLE'S FILE AND WAS NEVER MADE
      *>   AGAINST THIS GENERATION. THE RELOAD ITSELF FALLS BEFORE
      *>   THE REPLAY WINDOW, SO THE NEXT CYCLE CANNOT BE REBUILT
      *>   FROM HERE - THE VERSION 01 GENERATION, WHOSE WINDOW DOES
      *>   TAKE IN THE RELOAD, IS THE ONE TO RECOVER FROM.
           IF WS-GEN-VERSION < 2
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIG-FOUND = 'N'
               DISPLAY "*** NO VERSION 01 CERTIFICATION FOR CYCLE "
                       WS-GEN-CYCLE " - RELOADS SINCE IT CANNOT BE "
                       "CHECKED ***"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE JR-DATE TO WS-ENTRY-DATE
                   MOVE JR-TIME TO WS-ENTRY-TIME
                   IF JR-RELOAD
                      AND WS-ENTRY-STAMP > WS-ORIG-STAMP
                      AND WS-ENTRY-STAMP <= WS-START-STAMP
                       MOVE 'Y' TO WS-RELOAD-FOUND
                       MOVE WS-ENTRY-STAMP TO WS-RELOAD-STAMP
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-RELOAD-FOUND = 'Y'
               DISPLAY "*** " WS-GEN-DATA-NAME " IS VERSION "
                       WS-GEN-VERSION " OF CYCLE " WS-GEN-CYCLE
                       " BUT THE FILE WAS RELOADED ON "
                       WS-RELOAD-DATE " " WS-RELOAD-TIME ", BEFORE "
                       "THAT RECERTIFICATION ***"
               DISPLAY "*** THE JOURNAL AFTER IT BELONGS TO THE NEXT "
                       "CYCLE - RECOVER FROM advgen" WS-ORIG-DATE "-"
                       WS-GEN-CYCLE ".dat INSTEAD ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       RESTORE-GENERATION-PROCEDURE.
      *>   THE FILE IS BUILT FRESH FROM THE SNAPSHOT'S ITEM RECORDS.
      *>   THE SNAPSHOT'S OWN TRAILER IS LEFT BEHIND - IT BALANCED
      *>   THE FILE AS CERTIFIED, NOT AS RECOVERED, AND IS REBUILT
      *>   FROM SCRATCH AT THE END.
           OPEN INPUT GEN-DATA-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DATA GENERATION "
                       WS-GEN-DATA-NAME " - STATUS " WS-GEN-STATUS
                       " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               CLOSE GEN-DATA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GEN-DATA-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-GEN-READ-COUNT
                   MOVE GEN-DATA-RECORD TO ADVENT-RECORD
                   IF NOT AR-TRAILER-RECORD
                       WRITE ADVENT-RECORD
                           INVALID KEY
                               DISPLAY "*** DUPLICATE KEY ON THE "
                                       "GENERATION - ELF " AR-ELF-NUM
                                       " SEQ " AR-SEQ-NUM " ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-GEN-LOAD-COUNT
                       END-WRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-DATA-FILE
           CLOSE ADVENT
           OPEN I-O ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       REPLAY-JOURNAL-PROCEDURE.
      *>   THE JOURNAL IS APPENDED IN THE ORDER THE CHANGES WERE
      *>   MADE, SO READING IT FRONT TO BACK REPLAYS THEM IN THAT
      *>   SAME ORDER. NO JOURNAL AT ALL LEAVES THE FILE EXACTLY AS
      *>   THE GENERATION HAD IT.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** AUDIT JOURNAL NOT AVAILABLE - STATUS "
                       WS-JOURNAL-STATUS " - FILE RESTORED TO THE "
                       "GENERATION ONLY ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   PERFORM REPLAY-ENTRY-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.
       REPLAY-ENTRY-PROCEDURE.
           MOVE JR-DATE TO WS-ENTRY-DATE
           MOVE JR-TIME TO WS-ENTRY-TIME
           IF WS-ENTRY-STAMP <= WS-START-STAMP
               ADD 1 TO WS-SKIP-EARLY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-STAMP > WS-STOP-STAMP
               ADD 1 TO WS-SKIP-LATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JR-RELOAD
               PERFORM REPLAY-RELOAD-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           IF JR-ADD
               PERFORM REPLAY-ADD-PROCEDURE
           ELSE
               IF JR-CORRECT
                   PERFORM REPLAY-CORRECT-PROCEDURE
               ELSE
                   IF JR-DELETE
                       PERFORM REPLAY-DELETE-PROCEDURE
                   ELSE
                       ADD 1 TO WS-SKIP-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.
       REPLAY-RELOAD-PROCEDURE.
      *>   THE FULL LOAD EMPTIED THE FILE HERE, SO THE REBUILT FILE
      *>   IS EMPTIED THE SAME WAY - OUTPUT AND BACK TO I-O - AND THE
      *>   LOAD'S OWN JOURNALED ADDS THAT FOLLOW REFILL IT.
           CLOSE ADVENT
           OPEN OUTPUT ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO CLEAR ADVENT FILE FOR RELOAD - "
                       "STATUS " WS-ADVENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ADVENT
           OPEN I-O ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-RELOAD-COUNT
           DISPLAY "FILE CLEARED FOR RELOAD JOURNALED " JR-DATE " "
                   JR-TIME " - " JR-AFTER-IMAGE(1:10).
       REPLAY-ADD-PROCEDURE.
      *>   AN ADD EXPECTS THE KEY NOT TO EXIST YET - ITS BEFORE
      *>   IMAGE IS SPACES.
           MOVE JR-AFTER-IMAGE TO ADVENT-RECORD
           READ ADVENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "KEY ALREADY ON FILE" TO WS-CONFLICT-REASON
                   PERFORM REPORT-CONFLICT-PROCEDURE
                   EXIT PARAGRAPH
           END-READ
           MOVE JR-AFTER-IMAGE TO ADVENT-RECORD
           WRITE ADVENT-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-CONFLICT-REASON
                   PERFORM REPORT-CONFLICT-PROCEDURE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-APPLIED-ADD-COUNT.
       REPLAY-CORRECT-PROCEDURE.
           PERFORM CHECK-BEFORE-IMAGE-PROCEDURE
           IF WS-CONFLICT-REASON NOT = SPACES
               PERFORM REPORT-CONFLICT-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE JR-AFTER-IMAGE TO ADVENT-RECORD
           REWRITE ADVENT-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-CONFLICT-REASON
                   PERFORM REPORT-CONFLICT-PROCEDURE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-APPLIED-CHANGE-COUNT.
       REPLAY-DELETE-PROCEDURE.
           PERFORM CHECK-BEFORE-IMAGE-PROCEDURE
           IF WS-CONFLICT-REASON NOT = SPACES
               PERFORM REPORT-CONFLICT-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           DELETE ADVENT RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-CONFLICT-REASON
                   PERFORM REPORT-CONFLICT-PROCEDURE
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-APPLIED-DELETE-COUNT.
       CHECK-BEFORE-IMAGE-PROCEDURE.
      *>   A CORRECT OR DELETE WAS MADE AGAINST THE RECORD IN ITS
      *>   BEFORE IMAGE. IF THE REBUILT FILE DOES NOT HOLD EXACTLY
      *>   THAT RECORD, SOMETHING THE JOURNAL DOES NOT KNOW ABOUT
      *>   CHANGED IT, AND REPLAYING THE ENTRY WOULD ONLY GUESS.
           MOVE SPACES TO WS-CONFLICT-REASON
           MOVE JR-BEFORE-IMAGE TO ADVENT-RECORD
           READ ADVENT
               INVALID KEY
                   MOVE "RECORD NOT ON FILE" TO WS-CONFLICT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ADVENT-RECORD NOT = JR-BEFORE-IMAGE
               MOVE "BEFORE IMAGE DOES NOT MATCH"
                   TO WS-CONFLICT-REASON
           END-IF.
       REPORT-CONFLICT-PROCEDURE.
           ADD 1 TO WS-CONFLICT-COUNT
           DISPLAY "CONFLICT - " JR-ACTION " ELF " JR-ELF-NUM
                   " SEQ " JR-SEQ-NUM " JOURNALED " JR-DATE " "
                   JR-TIME " - " WS-CONFLICT-REASON.
       REBUILD-TRAILER-PROCEDURE.
      *>   THE SAME KEY-ORDER RECOUNT AND 9999/9999 REWRITE THE
      *>   MAINTENANCE SESSION USES.
           MOVE ZEROS TO WS-SCAN-ELVES WS-SCAN-TOTAL WS-SCAN-PREV-ELF
           MOVE ZEROS TO AR-ELF-NUM AR-SEQ-NUM
           MOVE 'N' TO WS-EOF
           START ADVENT KEY NOT < AR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADVENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT AR-TRAILER-RECORD
                           IF AR-ELF-NUM NOT = WS-SCAN-PREV-ELF
                               ADD 1 TO WS-SCAN-ELVES
                               MOVE AR-ELF-NUM TO WS-SCAN-PREV-ELF
                           END-IF
                           ADD AR-CALORIES TO WS-SCAN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE 9999 TO AR-ELF-NUM
           MOVE 9999 TO AR-SEQ-NUM
           READ ADVENT
               INVALID KEY
                   MOVE SPACES TO ADVENT-RECORD
                   MOVE 9999 TO AR-ELF-NUM
                   MOVE 9999 TO AR-SEQ-NUM
                   MOVE 'T' TO AT-REC-TYPE
                   MOVE WS-SCAN-ELVES TO AT-EXPECTED-ELVES
                   MOVE WS-SCAN-TOTAL TO AT-GRAND-TOTAL
                   WRITE ADVENT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-SCAN-ELVES TO AT-EXPECTED-ELVES
                   MOVE WS-SCAN-TOTAL TO AT-GRAND-TOTAL
                   REWRITE ADVENT-RECORD
                   END-REWRITE
           END-READ
           DISPLAY "TRAILER REBUILT - ELVES " WS-SCAN-ELVES
                   " GRAND TOTAL " WS-SCAN-TOTAL.
       RECONCILE-PROCEDURE.
      *>   EVERY JOURNAL ENTRY READ IS EITHER APPLIED, SKIPPED OR
      *>   IN CONFLICT - THE THREE MUST ADD BACK TO THE READ COUNT
      *>   OR AN ENTRY FELL THROUGH THE REPLAY UNACCOUNTED FOR.
           COMPUTE WS-APPLIED-COUNT = WS-APPLIED-ADD-COUNT
                   + WS-APPLIED-CHANGE-COUNT + WS-APPLIED-DELETE-COUNT
                   + WS-APPLIED-RELOAD-COUNT
           COMPUTE WS-SKIPPED-COUNT = WS-SKIP-EARLY-COUNT
                   + WS-SKIP-LATE-COUNT + WS-SKIP-REJECT-COUNT
           DISPLAY "RECOVERY FROM " WS-GEN-DATA-NAME
           DISPLAY "  REPLAY WINDOW:        AFTER " WS-START-DATE " "
                   WS-START-TIME " THROUGH " WS-STOP-DATE " "
                   WS-STOP-TIME
           DISPLAY "  GENERATION RECORDS:   " WS-GEN-READ-COUNT
           DISPLAY "  ITEMS RESTORED:       " WS-GEN-LOAD-COUNT
           DISPLAY "JOURNAL ENTRIES READ:   " WS-JOURNAL-READ-COUNT
           DISPLAY "  APPLIED:              " WS-APPLIED-COUNT
           DISPLAY "    ADDS:               " WS-APPLIED-ADD-COUNT
           DISPLAY "    CORRECTIONS:        " WS-APPLIED-CHANGE-COUNT
           DISPLAY "    DELETES:            " WS-APPLIED-DELETE-COUNT
           DISPLAY "    RELOADS:            " WS-APPLIED-RELOAD-COUNT
           DISPLAY "  SKIPPED:              " WS-SKIPPED-COUNT
           DISPLAY "    IN THE GENERATION:  " WS-SKIP-EARLY-COUNT
           DISPLAY "    AFTER THE POINT:    " WS-SKIP-LATE-COUNT
           DISPLAY "    REJECTS:            " WS-SKIP-REJECT-COUNT
           DISPLAY "  CONFLICTED:           " WS-CONFLICT-COUNT
           IF WS-APPLIED-COUNT + WS-SKIPPED-COUNT + WS-CONFLICT-COUNT
              NOT = WS-JOURNAL-READ-COUNT
               DISPLAY "*** REPLAY OUT OF BALANCE - INVESTIGATE "
                       "BEFORE USING THE RECOVERED FILE ***"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPLAY BALANCED - EVERY JOURNAL ENTRY ACCOUNTED "
                   "FOR"
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ADVENT-RECOVER.
