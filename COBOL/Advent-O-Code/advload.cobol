           ASSIGN TO "advsubm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBM-STATUS.
           SELECT DELTA-FILE
           ASSIGN TO "advdelta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.
           SELECT REJECT-FILE
           ASSIGN TO "advrejct.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
           SELECT JOURNAL-FILE
           ASSIGN TO "advjrnl.txt"
       FILE SECTION.
       FD SUBMISSION-FILE.
           COPY ADVSUBM.
       FD DELTA-FILE.
           COPY ADVDELT.
       FD REJECT-FILE.
           COPY ADVSUBR.
       FD ADVENT.
           COPY ADVELF.
       WORKING-STORAGE SECTION.
       01 WS-SUBM-STATUS PIC X(2) VALUE "00".
       01 WS-DELTA-STATUS PIC X(2) VALUE "00".
       01 WS-ADVENT-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-CYCLE-STATUS PIC X(2) VALUE "00".
       01 WS-ARG1 PIC X(8) VALUE SPACES.
       01 WS-NEW-CYCLE PIC 9(4) VALUE 1.
       01 WS-JOURNAL-AVAIL PIC X(1) VALUE 'N'.
       01 WS-JOURNAL-ACTION PIC X(1) VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(50) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(50) VALUE SPACES.
       01 WS-DELTA-ACTION PIC X(1) VALUE SPACE.
       01 WS-NOW.
           03 WS-NOW-DATE PIC X(8).
           03 WS-NOW-TIME PIC X(6).
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-REPLACE-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(6) VALUE 0.
       01 WS-UPDATE-FAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-EDIT-REASON PIC X(2) VALUE SPACES.
       01 WS-ENTRY-ELF PIC 9(4) VALUE 0.
       01 WS-ENTRY-SEQ PIC 9(4) VALUE 0.
      *>   STILL OWNS THE FILE, AND WIPING IT TAKES AN EXPLICIT
      *>   "FORCE" FIRST ARGUMENT (THE NORMAL CASE FOR A CORRECTED
      *>   RESUBMISSION WITHIN THE SAME CYCLE).
      *>   THE RELOAD IS JOURNALED BEFORE THE FILE IS EMPTIED, AND
      *>   EVERY ITEM LOADED IS JOURNALED AS AN ADD, SO THE RECOVERY
      *>   JOB CAN REBUILD A CYCLE FROM THE JOURNAL ALONE EVEN WHEN
      *>   THE LAST CERTIFIED GENERATION IS THE CYCLE BEFORE IT. A
      *>   LOAD THAT CANNOT JOURNAL THEREFORE DOES NOT RUN.
      *>   "DELTA" AS THE FIRST ARGUMENT APPLIES A LATE BATCH
      *>   INSTEAD - ADDS, REPLACEMENTS AND DELETES FROM THE DELTA
      *>   TRANSACTION FILE GO STRAIGHT INTO THE EXISTING FILE OF
      *>   THE OPEN CYCLE, SO ONE TEAM'S LATE ITEMS NO LONGER MEAN
      *>   RE-COLLECTING EVERY TEAM'S SUBMISSION FOR A FORCED
      *>   RELOAD. SEE DELTA-PROCEDURE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF WS-ARG1 = "DELTA"
               PERFORM DELTA-PROCEDURE
               STOP RUN
           END-IF
           PERFORM CHECK-CYCLE-PROCEDURE
           OPEN INPUT SUBMISSION-FILE
           IF WS-SUBM-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-PROCEDURE
           IF WS-JOURNAL-AVAIL = 'N'
               DISPLAY "*** UNABLE TO OPEN AUDIT JOURNAL - FILE NOT "
                       "RELOADED ***"
               CLOSE SUBMISSION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM JOURNAL-RELOAD-PROCEDURE
           OPEN OUTPUT ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               CLOSE SUBMISSION-FILE
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-ELF-MASTER-PROCEDURE
           PERFORM LOAD-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE SUBMISSION-FILE
           CLOSE REJECT-FILE
           CLOSE JOURNAL-FILE
           IF WS-ELF-MASTER-AVAIL = 'Y'
               CLOSE ELF-MASTER
           END-IF
               ADD 1 TO WS-READ-COUNT
               PERFORM EDIT-SUBMISSION-PROCEDURE
               IF WS-EDIT-REASON = SPACES
                   PERFORM ADD-ITEM-PROCEDURE
               ELSE
                   PERFORM WRITE-REJECT-PROCEDURE
               END-IF
      *>   REJECT CARRIES THE SUBMISSION SO WHOEVER IS REALLY
      *>   PACKING THOSE ITEMS CAN BE CHASED DOWN AND RESUBMIT
      *>   UNDER THEIR OWN NUMBER.
      *>   A DELTA DELETE IS EXEMPT - TAKING AN INACTIVE ELF'S
      *>   ITEMS BACK OUT OF THE FILE IS EXACTLY WHAT IS WANTED.
           IF WS-ELF-MASTER-AVAIL = 'Y' AND WS-DELTA-ACTION NOT = 'D'
               MOVE WS-ENTRY-ELF TO EM-ELF-NUM
               READ ELF-MASTER
                   INVALID KEY CONTINUE
               MOVE "03" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
      *>   A DELTA DELETE NEEDS ONLY A GOOD KEY - THE REST OF THE
      *>   LINE IS NOT USED AND MAY BE LEFT BLANK.
           IF WS-DELTA-ACTION = 'D'
               EXIT PARAGRAPH
           END-IF
           IF SUB-ITEM-CODE = SPACES
               MOVE "04" TO WS-EDIT-REASON
               EXIT PARAGRAPH
       WRITE-REJECT-PROCEDURE.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-EDIT-REASON TO REJ-REASON-CODE
           MOVE WS-DELTA-ACTION TO REJ-DELTA-ACTION
           MOVE SUBMISSION-RECORD TO REJ-SUBMISSION
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
       OPEN-JOURNAL-PROCEDURE.
      *>   THE AUDIT JOURNAL IS A RUNNING LOG ACROSS RUNS - EXTEND,
      *>   WITH THE SAME FIRST-RUN FALLBACK TO OUTPUT THE ROLLUP'S
      *>   RUN LOG USES. THE CALLER DECIDES WHAT TO DO WITHOUT IT -
      *>   BOTH THE FULL LOAD AND THE DELTA REFUSE TO RUN.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               MOVE 'N' TO WS-JOURNAL-AVAIL
               DISPLAY "*** AUDIT JOURNAL NOT AVAILABLE - STATUS "
                       WS-JOURNAL-STATUS " ***"
           END-IF.
       JOURNAL-REJECT-PROCEDURE.
      *>   A REJECT NEVER TOUCHED THE FILE, SO THE BEFORE IMAGE IS
           MOVE SUB-SEQ-NUM TO JR-SEQ-NUM
           MOVE SUBMISSION-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.
       JOURNAL-RELOAD-PROCEDURE.
      *>   WRITTEN BEFORE THE FILE IS OPENED OUTPUT, SO EVEN A LOAD
      *>   THAT DIES PART WAY LEAVES THE JOURNAL SAYING THE FILE WAS
      *>   EMPTIED. THE RECOVERY JOB CLEARS ITS REBUILT FILE WHEN IT
      *>   REACHES THIS ENTRY AND THE ADDS THAT FOLLOW REFILL IT.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'L' TO JR-ACTION
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW-DATE TO JR-DATE
           MOVE WS-NOW-TIME TO JR-TIME
           STRING "CYCLE " WS-NEW-CYCLE DELIMITED BY SIZE
               INTO JR-AFTER-IMAGE
           END-STRING
           WRITE JOURNAL-RECORD.
       WRITE-TRAILER-PROCEDURE.
      *>   REOPEN THE FRESHLY LOADED FILE AND RECOUNT IT IN KEY
      *>   ORDER - ASCENDING KEYS GROUP EACH ELF'S ITEMS TOGETHER,
           CLOSE ADVENT
           DISPLAY "TRAILER WRITTEN - ELVES " WS-SCAN-ELVES
                   " GRAND TOTAL " WS-SCAN-TOTAL.
       DELTA-PROCEDURE.
      *>   LATE-SUBMISSION APPLY AGAINST THE OPEN CYCLE. THE FILE IS
      *>   OPENED I-O, NEVER OUTPUT, SO EVERYTHING ALREADY LOADED
      *>   STAYS PUT. EACH TRANSACTION GOES THROUGH THE SAME FIELD
      *>   EDITS AND REASON CODES AS A FULL LOAD, PLUS 09 FOR A
      *>   REPLACE OR DELETE WHOSE KEY IS NOT ON FILE, 10 FOR AN
      *>   ACTION OTHER THAN A, R OR D, AND 11 FOR A REPLACE OR
      *>   DELETE THE FILE ITSELF REFUSED. EVERY APPLIED CHANGE IS
      *>   JOURNALED WITH BEFORE AND AFTER IMAGES EXACTLY AS THE
      *>   MAINTENANCE SESSION DOES IT, AND EVERY REJECT THE WAY THE
      *>   FULL LOAD DOES - SO HERE, AS THERE, A RUN THAT CANNOT
      *>   JOURNAL MAY NOT CHANGE THE FILE. THE CYCLE CONTROL RECORD
      *>   IS ONLY READ: A DELTA NEVER OPENS A NEW CYCLE.
           PERFORM CHECK-DELTA-CYCLE-PROCEDURE
           OPEN INPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DELTA FILE - STATUS "
                       WS-DELTA-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ADVENT
           IF WS-ADVENT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADVENT FILE - STATUS "
                       WS-ADVENT-STATUS " ***"
               CLOSE DELTA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-PROCEDURE
           IF WS-JOURNAL-AVAIL = 'N'
               DISPLAY "*** UNABLE TO OPEN AUDIT JOURNAL - NO DELTA "
                       "APPLIED ***"
               CLOSE DELTA-FILE
               CLOSE ADVENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-ELF-MASTER-PROCEDURE
           PERFORM APPLY-DELTA-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE DELTA-FILE
           CLOSE REJECT-FILE
           IF WS-ELF-MASTER-AVAIL = 'Y'
               CLOSE ELF-MASTER
           END-IF
           PERFORM REBUILD-TRAILER-PROCEDURE
           CLOSE ADVENT
           CLOSE JOURNAL-FILE
           DISPLAY "TRANSACTIONS READ:  " WS-READ-COUNT
           DISPLAY "ITEMS ADDED:        " WS-LOAD-COUNT
           DISPLAY "ITEMS REPLACED:     " WS-REPLACE-COUNT
           DISPLAY "ITEMS DELETED:      " WS-DELETE-COUNT
           DISPLAY "RECORDS REJECTED:   " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *>   A REWRITE OR DELETE THAT FAILED ON A KEY THAT WAS THERE
      *>   IS REJECTED 11 AND JOURNALED LIKE ANY OTHER REJECT, BUT
      *>   IT POINTS AT THE FILE RATHER THAN THE TRANSACTION.
           IF WS-UPDATE-FAIL-COUNT > 0
               DISPLAY "*** " WS-UPDATE-FAIL-COUNT " UPDATE(S) FAILED "
                       "ON FILE - REASON 11 ON THE REJECT FILE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       CHECK-DELTA-CYCLE-PROCEDURE.
      *>   A DELTA NEEDS AN OPEN CYCLE TO APPLY TO. A CERTIFIED
      *>   CYCLE HAS ALREADY BEEN SNAPSHOTTED AND SIGNED OFF, SO
      *>   CHANGING ITS FILE NOW WOULD PUT THE FILE OUT OF STEP WITH
      *>   THE CERTIFIED GENERATION. NO CONTROL FILE AT ALL MEANS NO
      *>   LOAD HAS OPENED A CYCLE YET, AND THAT IS REFUSED TOO.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "*** NO CYCLE CONTROL FILE - NO OPEN CYCLE TO "
                       "APPLY A DELTA TO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "*** CYCLE CONTROL FILE IS EMPTY - NO OPEN "
                       "CYCLE TO APPLY A DELTA TO ***"
               CLOSE CYCLE-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CYC-CERTIFIED
               DISPLAY "*** CYCLE " CYC-CYCLE-NUM " IS CERTIFIED - "
                       "LATE SUBMISSIONS CANNOT BE APPLIED TO IT ***"
               CLOSE CYCLE-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CYC-CYCLE-NUM TO WS-NEW-CYCLE
           CLOSE CYCLE-CONTROL-FILE
           DISPLAY "APPLYING DELTA TO OPEN CYCLE " WS-NEW-CYCLE.
       APPLY-DELTA-PROCEDURE.
      *>   THE SUBMISSION PART OF THE TRANSACTION IS MOVED INTO THE
      *>   SUBMISSION RECORD AREA SO THE FULL LOAD'S EDITS, ITEM
      *>   WRITE AND REJECT HANDLING ALL APPLY UNCHANGED.
           READ DELTA-FILE
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE DLT-SUBMISSION TO SUBMISSION-RECORD
               MOVE DLT-ACTION TO WS-DELTA-ACTION
               IF DLT-ADD OR DLT-REPLACE OR DLT-DELETE
                   PERFORM EDIT-SUBMISSION-PROCEDURE
               ELSE
                   MOVE "10" TO WS-EDIT-REASON
               END-IF
               IF WS-EDIT-REASON NOT = SPACES
                   PERFORM WRITE-REJECT-PROCEDURE
               ELSE
                   IF DLT-ADD
                       PERFORM ADD-ITEM-PROCEDURE
                   ELSE
                       IF DLT-REPLACE
                           PERFORM DELTA-REPLACE-PROCEDURE
                       ELSE
                           PERFORM DELTA-DELETE-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-READ.
       ADD-ITEM-PROCEDURE.
      *>   A KEY ALREADY ON FILE IS REJECTED 07 BY THE ITEM WRITE
      *>   ITSELF; A LATE ITEM NEVER OVERLAYS A LOADED ONE UNLESS IT
      *>   SAYS SO WITH AN R. THE FULL LOAD AND THE DELTA BOTH
      *>   JOURNAL EACH ITEM THEY ADD THE SAME WAY.
           PERFORM WRITE-ITEM-PROCEDURE
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ADVENT-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE.
       DELTA-REPLACE-PROCEDURE.
           MOVE WS-ENTRY-ELF TO AR-ELF-NUM
           MOVE WS-ENTRY-SEQ TO AR-SEQ-NUM
           READ ADVENT
               INVALID KEY
                   MOVE "09" TO WS-EDIT-REASON
                   PERFORM WRITE-REJECT-PROCEDURE
                   EXIT PARAGRAPH
           END-READ
           MOVE ADVENT-RECORD TO WS-BEFORE-IMAGE
           MOVE 'I' TO AR-REC-TYPE
           MOVE SUB-ITEM-CODE TO AR-ITEM-CODE
           MOVE SUB-ITEM-DESC TO AR-ITEM-DESC
           MOVE SUB-CALORIES TO AR-CALORIES
           MOVE SUB-DATE TO AR-DATE-PACKED
           REWRITE ADVENT-RECORD
               INVALID KEY
                   DISPLAY "*** REWRITE FAILED FOR ELF " WS-ENTRY-ELF
                           " SEQ " WS-ENTRY-SEQ " - STATUS "
                           WS-ADVENT-STATUS " ***"
                   MOVE "11" TO WS-EDIT-REASON
                   PERFORM WRITE-REJECT-PROCEDURE
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'C' TO WS-JOURNAL-ACTION
           MOVE ADVENT-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-REPLACE-COUNT.
       DELTA-DELETE-PROCEDURE.
           MOVE WS-ENTRY-ELF TO AR-ELF-NUM
           MOVE WS-ENTRY-SEQ TO AR-SEQ-NUM
           READ ADVENT
               INVALID KEY
                   MOVE "09" TO WS-EDIT-REASON
                   PERFORM WRITE-REJECT-PROCEDURE
                   EXIT PARAGRAPH
           END-READ
           MOVE ADVENT-RECORD TO WS-BEFORE-IMAGE
           DELETE ADVENT RECORD
               INVALID KEY
                   DISPLAY "*** DELETE FAILED FOR ELF " WS-ENTRY-ELF
                           " SEQ " WS-ENTRY-SEQ " - STATUS "
                           WS-ADVENT-STATUS " ***"
                   MOVE "11" TO WS-EDIT-REASON
                   PERFORM WRITE-REJECT-PROCEDURE
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
                   EXIT PARAGRAPH
           END-DELETE
           MOVE 'D' TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-PROCEDURE
           ADD 1 TO WS-DELETE-COUNT.
       WRITE-JOURNAL-PROCEDURE.
      *>   SAME SHAPE AS THE MAINTENANCE SESSION'S JOURNAL WRITE -
      *>   THE KEY COMES OFF WHICHEVER IMAGE EXISTS.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-JOURNAL-ACTION TO JR-ACTION
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW-DATE TO JR-DATE
           MOVE WS-NOW-TIME TO JR-TIME
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE(1:4) TO JR-ELF-NUM
               MOVE WS-AFTER-IMAGE(5:4) TO JR-SEQ-NUM
           ELSE
               MOVE WS-BEFORE-IMAGE(1:4) TO JR-ELF-NUM
               MOVE WS-BEFORE-IMAGE(5:4) TO JR-SEQ-NUM
           END-IF
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.
       REBUILD-TRAILER-PROCEDURE.
      *>   THE FILE IS STILL OPEN I-O FROM THE DELTA APPLY, SO THE
      *>   TRAILER IS RECOMPUTED IN PLACE THE WAY THE MAINTENANCE
      *>   SESSION DOES IT - RESCAN IN KEY ORDER, THEN REWRITE THE
      *>   9999/9999 RECORD, OR WRITE IT IF IT WAS NEVER THERE.
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
       END PROGRAM ADVENT-LOAD.
