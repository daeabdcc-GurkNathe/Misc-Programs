       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-ADJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-LOG-FILE
           ASSIGN TO "advcert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
           SELECT PRIOR-DATA-FILE
           ASSIGN TO "PRIORD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-DATA-STATUS.
           SELECT PRIOR-EXTRACT-FILE
           ASSIGN TO "PRIORX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-EXTRACT-STATUS.
           SELECT ADJUST-FILE
           ASSIGN TO "advadjst.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STATUS.
           SELECT ADJUST-WORK
           ASSIGN TO "advadjwk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-WORK-STATUS.
           SELECT ELF-MASTER
           ASSIGN TO "advelf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-ELF-NUM
           FILE STATUS IS WS-ELF-MASTER-STATUS.
           SELECT GEN-DATA-FILE
           ASSIGN TO "GENDATA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-DATA-STATUS.
           SELECT GEN-EXTRACT-FILE
           ASSIGN TO "GENEXTR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-EXTRACT-STATUS.
           SELECT ADJUST-LOG-FILE
           ASSIGN TO "advadjlg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-LOG-STATUS.
           SELECT RANK-SORT-FILE
           ASSIGN TO "advadjrk.srt".
       DATA DIVISION.
       FILE SECTION.
       FD CERT-LOG-FILE.
           COPY ADVCERT.
       FD PRIOR-DATA-FILE.
       01 PRIOR-DATA-RECORD PIC X(50).
       FD PRIOR-EXTRACT-FILE.
       01 PRIOR-EXTRACT-RECORD PIC X(35).
       01 PRIOR-EXTRACT-HEADER REDEFINES PRIOR-EXTRACT-RECORD.
           05 PH-REC-TYPE PIC X(1).
           05 PH-MAX-ELF PIC 9(4).
           05 PH-MAX-CAL PIC 9(6).
           05 PH-TOP3-TOTAL PIC 9(7).
           05 PH-ELF-COUNT PIC 9(4).
           05 FILLER PIC X(13).
       01 PRIOR-EXTRACT-DETAIL REDEFINES PRIOR-EXTRACT-RECORD.
           05 PD-REC-TYPE PIC X(1).
           05 PD-RANK PIC 9(4).
           05 PD-ELF-NUM PIC 9(4).
           05 PD-TOTAL PIC 9(6).
           05 PD-ELF-NAME PIC X(20).
       FD ADJUST-FILE.
           COPY ADVDELT.
       FD ADJUST-WORK.
           COPY ADVREC.
       FD ELF-MASTER.
           COPY ADVELF.
       FD GEN-DATA-FILE.
       01 GEN-DATA-RECORD PIC X(50).
       FD GEN-EXTRACT-FILE.
           COPY ADVEXT.
       FD ADJUST-LOG-FILE.
           COPY ADVADJL.
       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           05 SR-TOTAL PIC 9(6).
           05 SR-ELF-NUM PIC 9(4).
       WORKING-STORAGE SECTION.
           COPY ADVSUBM.
       01 WS-CERT-STATUS PIC X(2) VALUE "00".
       01 WS-PRIOR-DATA-STATUS PIC X(2) VALUE "00".
       01 WS-PRIOR-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-ADJUST-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-GEN-DATA-STATUS PIC X(2) VALUE "00".
       01 WS-GEN-EXTRACT-STATUS PIC X(2) VALUE "00".
       01 WS-ADJUST-LOG-STATUS PIC X(2) VALUE "00".
       01 WS-ELF-MASTER-AVAIL PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ARG1 PIC X(10) VALUE SPACES.
       01 WS-ARG2 PIC X(8) VALUE SPACES.
       01 WS-ARG3 PIC X(40) VALUE SPACES.
       01 WS-NUMVAL-POS PIC 9(2) VALUE 0.
       01 WS-PARSED-CYCLE PIC 9(6) VALUE 0.
       01 WS-CYCLE-NUM PIC 9(4) VALUE 0.
       01 WS-CYCLE-DISP PIC 9(4) VALUE 0.
       01 WS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(40) VALUE SPACES.
       01 WS-NOW.
           03 WS-NOW-DATE PIC X(8).
           03 WS-NOW-TIME PIC X(6).
      *>   THE CURRENT CERTIFIED VERSION OF THE CYCLE - THE LAST
      *>   ADVCERT RECORD FOR IT - AND WHAT IT WAS CERTIFIED AT.
       01 WS-CERT-FOUND PIC X(1) VALUE 'N'.
       01 WS-CERT-TODAY PIC X(1) VALUE 'N'.
       01 WS-PRIOR-VERSION PIC 9(2) VALUE 0.
       01 WS-PRIOR-DATE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-ELF-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-GRAND-TOTAL PIC 9(9) VALUE 0.
       01 WS-NEW-VERSION PIC 9(2) VALUE 0.
       01 WS-PRIOR-DATA-NAME PIC X(23) VALUE SPACES.
       01 WS-PRIOR-EXTRACT-NAME PIC X(24) VALUE SPACES.
       01 WS-GEN-DATA-NAME PIC X(23) VALUE SPACES.
       01 WS-GEN-EXTRACT-NAME PIC X(24) VALUE SPACES.
      *>   WHAT THE SUPERSEDED VERSION HELD, ONE ENTRY PER POSSIBLE
      *>   ELF NUMBER: WHETHER THE ELF HAD ITEMS ON ITS DATA
      *>   GENERATION, WHETHER IT WAS RANKED ON ITS EXTRACT, AND
      *>   THE NAME THE EXTRACT CARRIED FOR IT.
       01 ELF-PRIOR-TABLE.
           03 ELF-PRIOR-ENTRY OCCURS 9998 TIMES.
               05 EP-IN-DATA PIC X(1).
               05 EP-IN-EXTRACT PIC X(1).
               05 EP-ELF-NAME PIC X(20).
       01 WS-PRIOR-HEADER-SEEN PIC X(1) VALUE 'N'.
       01 WS-PRIOR-HEADER-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-DETAIL-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-PRIOR-TRAILER-ELVES PIC 9(4) VALUE 0.
       01 WS-PRIOR-TRAILER-TOTAL PIC 9(9) VALUE 0.
       01 WS-GEN-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-GEN-LOAD-COUNT PIC 9(9) VALUE 0.
      *>   EVERY APPLIED ITEM IS HELD HERE UNTIL THE NEW VERSION IS
      *>   SAFELY WRITTEN, THEN LOGGED IN ONE GO - A RUN THAT STOPS
      *>   PART WAY LEAVES NO HALF-LOGGED ADJUSTMENT BEHIND.
       01 ADJUST-ITEM-TABLE.
           03 ADJUST-ITEM-ENTRY OCCURS 500 TIMES.
               05 AI-ACTION PIC X(1).
               05 AI-BEFORE-IMAGE PIC X(50).
               05 AI-AFTER-IMAGE PIC X(50).
       01 WS-ADJUST-TABLE-MAX PIC 9(4) VALUE 500.
       01 WS-ADJUST-IDX PIC 9(4) VALUE 0.
       01 WS-BEFORE-IMAGE PIC X(50) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(50) VALUE SPACES.
       01 WS-ADJUST-ACTION PIC X(1) VALUE SPACE.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-REPLACE-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-EDIT-REASON PIC X(2) VALUE SPACES.
       01 WS-ENTRY-ELF PIC 9(4) VALUE 0.
       01 WS-ENTRY-SEQ PIC 9(4) VALUE 0.
       01 WS-DATE-OK PIC X(1) VALUE 'N'.
       01 WS-EDIT-DATE.
           03 WS-EDIT-YYYY PIC 9(4).
           03 WS-EDIT-MM PIC 9(2).
           03 WS-EDIT-DD PIC 9(2).
       01 WS-MONTH-DAYS-DATA PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           03 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-SCAN-ELVES PIC 9(4) VALUE 0.
       01 WS-SCAN-TOTAL PIC 9(9) VALUE 0.
       01 WS-SCAN-PREV-ELF PIC 9(4) VALUE 0.
       01 CUR-CAL PIC 9(6) VALUE 0.
       01 MAX-CAL PIC 9(6) VALUE 0.
       01 MAX-ELF PIC 9(4) VALUE 0.
       01 ELF-RANK-TABLE.
           03 ELF-RANK-ENTRY OCCURS 9998 TIMES.
               05 ER-ELF-NUM PIC 9(4).
               05 ER-TOTAL PIC 9(6).
       01 WS-ELF-COUNT PIC 9(4) VALUE 0.
       01 WS-SORT-I PIC 9(4).
       01 WS-RANK PIC 9(4).
       01 WS-TOP3-TOTAL PIC 9(7) VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCLUDED-COUNT PIC 9(4) VALUE 0.
       01 WS-INCLUDE PIC X(1) VALUE 'N'.
       01 WS-ELF-NAME PIC X(20) VALUE SPACES.
       01 WS-SNAP-DATA-COUNT PIC 9(9) VALUE 0.
       01 WS-SNAP-EXTRACT-COUNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
      *>   POST-CERTIFICATION ADJUSTMENT OF A CLOSED CYCLE. ONCE A
      *>   CYCLE IS CERTIFIED THE NEXT LOAD IS FREE TO REBUILD
      *>   advent.dat, SO AN ERROR FOUND AFTERWARD CAN ONLY BE PUT
      *>   RIGHT AGAINST THE CYCLE'S CERTIFIED GENERATION - WHICH IS
      *>   WHAT THIS JOB DOES. THE CYCLE NUMBER, THE OPERATOR ID
      *>   AND A REASON (QUOTED ON THE COMMAND LINE) ARE ALL
      *>   REQUIRED. THE CURRENT CERTIFIED VERSION OF THE CYCLE IS
      *>   RESTORED FROM ITS DATA GENERATION INTO A WORK FILE, THE
      *>   ADJUSTMENT ITEMS IN advadjst.txt ARE APPLIED TO IT - THE
      *>   SAME A, R AND D TRANSACTIONS, FIELD EDITS AND REASON
      *>   CODES AS AN ADVENT-LOAD DELTA - AND THE RESULT IS WRITTEN
      *>   OUT AS A SUPERSEDING DATA GENERATION AND RANKED EXTRACT
      *>   GENERATION, NAMED FOR TODAY THE WAY THE CLOSE NAMES ITS
      *>   OWN. A RECERTIFICATION RECORD FOR THE NEXT VERSION IS
      *>   THEN APPENDED TO advcert.txt POINTING BACK AT THE VERSION
      *>   IT REPLACES, AND EVERY CHANGE GOES TO THE ADJUSTMENT LOG
      *>   advadjlg.txt WITH ITS BEFORE AND AFTER IMAGES. THE
      *>   SUPERSEDED GENERATIONS ARE LEFT EXACTLY AS THEY WERE.
      *>   NOTHING HERE TOUCHES advent.dat OR THE AUDIT JOURNAL -
      *>   THE JOURNAL IS REPLAYED BY ADVENT-RECOVER AGAINST THE
      *>   LIVE FILE, WHICH MAY ALREADY BELONG TO A LATER CYCLE.
      *>   THE RUN IS ALL OR NOTHING: ONE REJECTED ITEM AND NO NEW
      *>   VERSION IS WRITTEN, SO A CERTIFIED CYCLE IS NEVER LEFT
      *>   HALF CORRECTED.
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
           PERFORM PARSE-ARGUMENTS-PROCEDURE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM RESOLVE-CERTIFIED-PROCEDURE
           PERFORM BUILD-GENERATION-NAMES-PROCEDURE
           PERFORM OPEN-LOGS-PROCEDURE
           PERFORM OPEN-ELF-MASTER-PROCEDURE
           MOVE SPACES TO ELF-PRIOR-TABLE
           PERFORM LOAD-PRIOR-EXTRACT-PROCEDURE
           PERFORM RESTORE-GENERATION-PROCEDURE
           PERFORM APPLY-ADJUSTMENTS-PROCEDURE
           PERFORM REBUILD-TRAILER-PROCEDURE
           PERFORM UNLOAD-GENERATION-PROCEDURE
           CLOSE ADJUST-WORK
           PERFORM RANK-SORT-PROCEDURE
           PERFORM TOP3-TOTAL-PROCEDURE
           PERFORM WRITE-EXTRACT-PROCEDURE
           IF WS-ELF-MASTER-AVAIL = 'Y'
               CLOSE ELF-MASTER
           END-IF
           PERFORM WRITE-ADJUST-LOG-PROCEDURE
           PERFORM WRITE-CERTIFICATION-PROCEDURE
           CLOSE ADJUST-LOG-FILE
           CLOSE CERT-LOG-FILE
           DISPLAY "CYCLE " WS-CYCLE-NUM " RECERTIFIED AS VERSION "
                   WS-NEW-VERSION " BY " WS-OPERATOR
           DISPLAY "  REASON:            " WS-REASON
           DISPLAY "  SUPERSEDES:        VERSION " WS-PRIOR-VERSION
                   " OF " WS-PRIOR-DATE
           DISPLAY "  ITEMS READ:        " WS-READ-COUNT
           DISPLAY "    ADDED:           " WS-ADD-COUNT
           DISPLAY "    REPLACED:        " WS-REPLACE-COUNT
           DISPLAY "    DELETED:         " WS-DELETE-COUNT
           DISPLAY "  ELVES:             " WS-PRIOR-ELF-COUNT
                   " -> " WS-SCAN-ELVES
           DISPLAY "  GRAND TOTAL:       " WS-PRIOR-GRAND-TOTAL
                   " -> " WS-SCAN-TOTAL
           DISPLAY "  DATA SNAPSHOT:     " WS-GEN-DATA-NAME
                   " (" WS-SNAP-DATA-COUNT " RECORDS)"
           DISPLAY "  EXTRACT SNAPSHOT:  " WS-GEN-EXTRACT-NAME
                   " (" WS-SNAP-EXTRACT-COUNT " RECORDS)"
           IF WS-EXCLUDED-COUNT > 0
               DISPLAY "  LEFT OFF EXTRACT:  " WS-EXCLUDED-COUNT
                       " ELVES, AS ON THE SUPERSEDED VERSION"
           END-IF
           STOP RUN.
       PARSE-ARGUMENTS-PROCEDURE.
           IF WS-ARG1 = SPACES
               DISPLAY "*** THE CYCLE NUMBER TO ADJUST IS REQUIRED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL(WS-ARG1)
           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "*** '" WS-ARG1 "' IS NOT A VALID CYCLE "
                       "NUMBER ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PARSED-CYCLE = FUNCTION NUMVAL(WS-ARG1)
           IF WS-PARSED-CYCLE < 1 OR WS-PARSED-CYCLE > 9999
               DISPLAY "*** CYCLE NUMBER MUST BE 1-9999 ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARSED-CYCLE TO WS-CYCLE-NUM
           IF WS-ARG2 = SPACES
               DISPLAY "*** AN OPERATOR ID IS REQUIRED TO ADJUST A "
                       "CERTIFIED CYCLE ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG2 TO WS-OPERATOR
           IF WS-ARG3 = SPACES
               DISPLAY "*** A REASON FOR THE ADJUSTMENT IS REQUIRED "
                       "***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG3 TO WS-REASON.
       RESOLVE-CERTIFIED-PROCEDURE.
      *>   RECERTIFICATIONS ARE APPENDED IN THE ORDER THEY ARE MADE,
      *>   SO THE LAST RECORD FOR THE CYCLE IS ITS CURRENT VERSION;
      *>   A RECORD FROM BEFORE VERSIONS WERE KEPT IS VERSION 1.
      *>   THE GENERATIONS ARE NAMED BY CYCLE AND DATE ONLY, SO A
      *>   SECOND VERSION DATED THE SAME DAY AS AN EARLIER ONE
      *>   WOULD OVERWRITE IT - A CYCLE CAN TAKE ONE CERTIFICATION
      *>   OR ADJUSTMENT A DAY, AND A SECOND IS REFUSED.
           OPEN INPUT CERT-LOG-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "*** NO CERTIFICATION LOG - CYCLE "
                       WS-CYCLE-NUM " WAS NEVER CERTIFIED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CERT-CYCLE-NUM = WS-CYCLE-NUM
                       MOVE 'Y' TO WS-CERT-FOUND
                       IF CERT-VERSION IS NUMERIC
                           MOVE CERT-VERSION TO WS-PRIOR-VERSION
                       ELSE
                           MOVE 1 TO WS-PRIOR-VERSION
                       END-IF
                       MOVE CERT-DATE TO WS-PRIOR-DATE
                       MOVE CERT-ELF-COUNT TO WS-PRIOR-ELF-COUNT
                       MOVE CERT-GRAND-TOTAL TO WS-PRIOR-GRAND-TOTAL
                       IF CERT-DATE = WS-NOW-DATE
                           MOVE 'Y' TO WS-CERT-TODAY
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-LOG-FILE
           IF WS-CERT-FOUND = 'N'
               DISPLAY "*** CYCLE " WS-CYCLE-NUM " HAS NEVER BEEN "
                       "CERTIFIED - NOTHING TO ADJUST ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CERT-TODAY = 'Y'
               DISPLAY "*** CYCLE " WS-CYCLE-NUM " ALREADY HAS A "
                       "GENERATION DATED " WS-NOW-DATE " - ADJUST "
                       "IT AGAIN TOMORROW ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRIOR-VERSION = 99
               DISPLAY "*** CYCLE " WS-CYCLE-NUM " IS AT VERSION 99 "
                       "- NO FURTHER VERSIONS CAN BE CERTIFIED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEW-VERSION = WS-PRIOR-VERSION + 1
           DISPLAY "ADJUSTING CYCLE " WS-CYCLE-NUM " VERSION "
                   WS-PRIOR-VERSION " CERTIFIED " WS-PRIOR-DATE.
       BUILD-GENERATION-NAMES-PROCEDURE.
      *>   BOTH PAIRS OF NAMES ARE BUILT EXACTLY AS THE CLOSE BUILDS
      *>   THEM - THE SUPERSEDED PAIR FROM ITS CERTIFICATION DATE,
      *>   THE NEW PAIR FROM TODAY - SO THE RECOVERY, THE RANK
      *>   MOVEMENT REPORT AND THE MATCH-BACK FIND A RECERTIFIED
      *>   VERSION THE SAME WAY THEY FIND AN ORIGINAL ONE.
           MOVE WS-CYCLE-NUM TO WS-CYCLE-DISP
           STRING "advgen" DELIMITED BY SIZE
                  WS-PRIOR-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CYCLE-DISP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PRIOR-DATA-NAME
           STRING "advgen" DELIMITED BY SIZE
                  WS-PRIOR-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CYCLE-DISP DELIMITED BY SIZE
                  "x.txt" DELIMITED BY SIZE
                  INTO WS-PRIOR-EXTRACT-NAME
           STRING "advgen" DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CYCLE-DISP DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-GEN-DATA-NAME
           STRING "advgen" DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CYCLE-DISP DELIMITED BY SIZE
                  "x.txt" DELIMITED BY SIZE
                  INTO WS-GEN-EXTRACT-NAME
           DISPLAY "DD_PRIORD" UPON ENVIRONMENT-NAME
           DISPLAY WS-PRIOR-DATA-NAME UPON ENVIRONMENT-VALUE
           DISPLAY "DD_PRIORX" UPON ENVIRONMENT-NAME
           DISPLAY WS-PRIOR-EXTRACT-NAME UPON ENVIRONMENT-VALUE
           DISPLAY "DD_GENDATA" UPON ENVIRONMENT-NAME
           DISPLAY WS-GEN-DATA-NAME UPON ENVIRONMENT-VALUE
           DISPLAY "DD_GENEXTR" UPON ENVIRONMENT-NAME
           DISPLAY WS-GEN-EXTRACT-NAME UPON ENVIRONMENT-VALUE.
       OPEN-LOGS-PROCEDURE.
      *>   BOTH RUNNING LOGS ARE OPENED BEFORE ANYTHING IS BUILT,
      *>   WITH THE USUAL FIRST-RUN FALLBACK TO OUTPUT, SO A LOG
      *>   THAT CANNOT BE WRITTEN STOPS THE RUN BEFORE IT HAS
      *>   PRODUCED A GENERATION NOTHING WILL EVER CERTIFY.
           OPEN EXTEND ADJUST-LOG-FILE
           IF WS-ADJUST-LOG-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-LOG-FILE
               IF WS-ADJUST-LOG-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE ADJUSTMENT LOG - "
                           "STATUS " WS-ADJUST-LOG-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND CERT-LOG-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE CERTIFICATION LOG - "
                       "STATUS " WS-CERT-STATUS " ***"
               CLOSE ADJUST-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-ELF-MASTER-PROCEDURE.
      *>   OPTIONAL HERE THE SAME WAY IT IS FOR THE LOAD AND THE
      *>   ROLLUP. WITHOUT IT THE INACTIVE-ELF EDIT IS NOT APPLIED
      *>   AND THE NEW EXTRACT CARRIES THE NAMES THE SUPERSEDED ONE
      *>   HAD.
           OPEN INPUT ELF-MASTER
           IF WS-ELF-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-ELF-MASTER-AVAIL
           ELSE
               MOVE 'N' TO WS-ELF-MASTER-AVAIL
               DISPLAY "*** ELF MASTER NOT AVAILABLE - STATUS "
                       WS-ELF-MASTER-STATUS " - INACTIVE ELVES NOT "
                       "CHECKED ***"
           END-IF.
       LOAD-PRIOR-EXTRACT-PROCEDURE.
      *>   THE SUPERSEDED EXTRACT SAYS WHICH ELVES WERE HANDED TO
      *>   THE RATIONING SIDE. IT IS SELF-RECONCILED THE WAY THE
      *>   MATCH-BACK DOES IT BEFORE ANYTHING IS TAKEN FROM IT.
           OPEN INPUT PRIOR-EXTRACT-FILE
           IF WS-PRIOR-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EXTRACT GENERATION "
                       WS-PRIOR-EXTRACT-NAME " - STATUS "
                       WS-PRIOR-EXTRACT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRIOR-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PH-REC-TYPE = 'H'
                       MOVE 'Y' TO WS-PRIOR-HEADER-SEEN
                       MOVE PH-ELF-COUNT TO WS-PRIOR-HEADER-COUNT
                   ELSE
                       ADD 1 TO WS-PRIOR-DETAIL-COUNT
                       IF PD-ELF-NUM > 0 AND PD-ELF-NUM < 9999
                           MOVE 'Y' TO EP-IN-EXTRACT(PD-ELF-NUM)
                           MOVE PD-ELF-NAME TO EP-ELF-NAME(PD-ELF-NUM)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-EXTRACT-FILE
           IF WS-PRIOR-HEADER-SEEN = 'N'
              OR WS-PRIOR-DETAIL-COUNT NOT = WS-PRIOR-HEADER-COUNT
               DISPLAY "*** EXTRACT GENERATION " WS-PRIOR-EXTRACT-NAME
                       " OUT OF BALANCE - HEADER SAYS "
                       WS-PRIOR-HEADER-COUNT " ELVES, FILE HAS "
                       WS-PRIOR-DETAIL-COUNT " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       RESTORE-GENERATION-PROCEDURE.
      *>   THE WORK FILE IS BUILT FRESH FROM THE SUPERSEDED DATA
      *>   GENERATION THE SAME WAY THE RECOVERY REBUILDS advent.dat
      *>   - ITEMS ONLY, THE TRAILER REBUILT AT THE END. ON THE WAY
      *>   THROUGH, THE ITEMS ARE RECOUNTED AGAINST THE SNAPSHOT'S
      *>   OWN TRAILER AND THE CERTIFIED CONTROL TOTALS: A VERSION
      *>   THAT NO LONGER BALANCES TO WHAT WAS SIGNED OFF IS NOT
      *>   SOMETHING TO BUILD A CORRECTION ON.
           OPEN INPUT PRIOR-DATA-FILE
           IF WS-PRIOR-DATA-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DATA GENERATION "
                       WS-PRIOR-DATA-NAME " - STATUS "
                       WS-PRIOR-DATA-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJUST-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADJUSTMENT WORK FILE - "
                       "STATUS " WS-WORK-STATUS " ***"
               CLOSE PRIOR-DATA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-SCAN-ELVES WS-SCAN-TOTAL WS-SCAN-PREV-ELF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRIOR-DATA-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-GEN-READ-COUNT
                   MOVE PRIOR-DATA-RECORD TO ADVENT-RECORD
                   IF AR-TRAILER-RECORD
                       MOVE 'Y' TO WS-PRIOR-TRAILER-SEEN
                       MOVE AT-EXPECTED-ELVES TO WS-PRIOR-TRAILER-ELVES
                       MOVE AT-GRAND-TOTAL TO WS-PRIOR-TRAILER-TOTAL
                   ELSE
                       PERFORM RESTORE-ITEM-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-DATA-FILE
           CLOSE ADJUST-WORK
           IF WS-PRIOR-TRAILER-SEEN = 'N'
              OR WS-SCAN-ELVES NOT = WS-PRIOR-TRAILER-ELVES
              OR WS-SCAN-TOTAL NOT = WS-PRIOR-TRAILER-TOTAL
              OR WS-SCAN-ELVES NOT = WS-PRIOR-ELF-COUNT
              OR WS-SCAN-TOTAL NOT = WS-PRIOR-GRAND-TOTAL
               DISPLAY "*** DATA GENERATION " WS-PRIOR-DATA-NAME
                       " OUT OF BALANCE - RUN ABORTED ***"
               DISPLAY "    ELVES:       " WS-SCAN-ELVES
                       " TRAILER: " WS-PRIOR-TRAILER-ELVES
                       " CERTIFIED: " WS-PRIOR-ELF-COUNT
               DISPLAY "    GRAND TOTAL: " WS-SCAN-TOTAL
                       " TRAILER: " WS-PRIOR-TRAILER-TOTAL
                       " CERTIFIED: " WS-PRIOR-GRAND-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ADJUST-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN ADJUSTMENT WORK FILE - "
                       "STATUS " WS-WORK-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       RESTORE-ITEM-PROCEDURE.
           WRITE ADVENT-RECORD
               INVALID KEY
                   DISPLAY "*** DUPLICATE KEY ON THE GENERATION - "
                           "ELF " AR-ELF-NUM " SEQ " AR-SEQ-NUM " ***"
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-GEN-LOAD-COUNT
           IF AR-ELF-NUM NOT = WS-SCAN-PREV-ELF
               ADD 1 TO WS-SCAN-ELVES
               MOVE AR-ELF-NUM TO WS-SCAN-PREV-ELF
           END-IF
           ADD AR-CALORIES TO WS-SCAN-TOTAL
           IF AR-ELF-NUM > 0 AND AR-ELF-NUM < 9999
               MOVE 'Y' TO EP-IN-DATA(AR-ELF-NUM)
           END-IF.
       APPLY-ADJUSTMENTS-PROCEDURE.
      *>   EVERY ITEM IS EDITED AND APPLIED IN FILE ORDER, SO A
      *>   LATER ITEM MAY BUILD ON AN EARLIER ONE (ADD, THEN
      *>   REPLACE). REJECTS ARE LISTED WITH THE LOAD'S REASON
      *>   CODES, AND ANY REJECT AT ALL ENDS THE RUN WITH NOTHING
      *>   WRITTEN - THE WORK FILE IS SIMPLY REBUILT NEXT TIME.
           OPEN INPUT ADJUST-FILE
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADJUSTMENT FILE - STATUS "
                       WS-ADJUST-STATUS " ***"
               CLOSE ADJUST-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM APPLY-ITEM-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE ADJUST-FILE
           IF WS-REJECT-COUNT > 0
               DISPLAY "*** " WS-REJECT-COUNT " ADJUSTMENT ITEM(S) "
                       "REJECTED - NO NEW VERSION WRITTEN ***"
               CLOSE ADJUST-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPLIED-COUNT = 0
               DISPLAY "*** NO ADJUSTMENT ITEMS - NO NEW VERSION "
                       "WRITTEN ***"
               CLOSE ADJUST-WORK
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
       APPLY-ITEM-PROCEDURE.
           READ ADJUST-FILE
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               MOVE DLT-SUBMISSION TO SUBMISSION-RECORD
               MOVE DLT-ACTION TO WS-ADJUST-ACTION
               IF DLT-ADD OR DLT-REPLACE OR DLT-DELETE
                   PERFORM EDIT-SUBMISSION-PROCEDURE
               ELSE
                   MOVE "10" TO WS-EDIT-REASON
               END-IF
               IF WS-EDIT-REASON NOT = SPACES
                   PERFORM REPORT-REJECT-PROCEDURE
               ELSE
                   IF DLT-ADD
                       PERFORM ADJUST-ADD-PROCEDURE
                   ELSE
                       IF DLT-REPLACE
                           PERFORM ADJUST-REPLACE-PROCEDURE
                       ELSE
                           PERFORM ADJUST-DELETE-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-READ.
       EDIT-SUBMISSION-PROCEDURE.
      *>   THE LOAD'S FIELD EDITS, IN THE SAME ORDER AND WITH THE
      *>   SAME REASON CODES, SO AN ADJUSTMENT ITEM IS HELD TO
      *>   EXACTLY THE STANDARD THE ORIGINAL SUBMISSION WAS. A
      *>   DELETE NEEDS ONLY A GOOD KEY AND IS EXEMPT FROM THE
      *>   INACTIVE-ELF EDIT.
           MOVE SPACES TO WS-EDIT-REASON
           IF SUB-ELF-NUM IS NOT NUMERIC
               MOVE "01" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SUB-ELF-NUM TO WS-ENTRY-ELF
           IF WS-ENTRY-ELF < 1 OR WS-ENTRY-ELF > 9998
               MOVE "02" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ELF-MASTER-AVAIL = 'Y' AND WS-ADJUST-ACTION NOT = 'D'
               MOVE WS-ENTRY-ELF TO EM-ELF-NUM
               READ ELF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EM-INACTIVE
                           MOVE "08" TO WS-EDIT-REASON
                       END-IF
               END-READ
               IF WS-EDIT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SUB-SEQ-NUM IS NOT NUMERIC
               MOVE "03" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SUB-SEQ-NUM TO WS-ENTRY-SEQ
           IF WS-ENTRY-SEQ < 1 OR WS-ENTRY-SEQ > 9998
               MOVE "03" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ADJUST-ACTION = 'D'
               EXIT PARAGRAPH
           END-IF
           IF SUB-ITEM-CODE = SPACES
               MOVE "04" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SUB-CALORIES IS NOT NUMERIC
               MOVE "05" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(SUB-CALORIES) = 0
               MOVE "05" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SUB-DATE IS NOT NUMERIC
               MOVE "06" TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SUB-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE-PROCEDURE
           IF WS-DATE-OK = 'N'
               MOVE "06" TO WS-EDIT-REASON
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
       REPORT-REJECT-PROCEDURE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECT " WS-EDIT-REASON " - " DLT-ACTION " "
                   DLT-SUBMISSION.
       ADJUST-ADD-PROCEDURE.
           MOVE SPACES TO ADVENT-RECORD
           MOVE WS-ENTRY-ELF TO AR-ELF-NUM
           MOVE WS-ENTRY-SEQ TO AR-SEQ-NUM
           MOVE 'I' TO AR-REC-TYPE
           MOVE SUB-ITEM-CODE TO AR-ITEM-CODE
           MOVE SUB-ITEM-DESC TO AR-ITEM-DESC
           MOVE SUB-CALORIES TO AR-CALORIES
           MOVE SUB-DATE TO AR-DATE-PACKED
           WRITE ADVENT-RECORD
               INVALID KEY
                   MOVE "07" TO WS-EDIT-REASON
                   PERFORM REPORT-REJECT-PROCEDURE
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ADVENT-RECORD TO WS-AFTER-IMAGE
           PERFORM HOLD-ITEM-PROCEDURE
           ADD 1 TO WS-ADD-COUNT.
       ADJUST-REPLACE-PROCEDURE.
           MOVE WS-ENTRY-ELF TO AR-ELF-NUM
           MOVE WS-ENTRY-SEQ TO AR-SEQ-NUM
           READ ADJUST-WORK
               INVALID KEY
                   MOVE "09" TO WS-EDIT-REASON
                   PERFORM REPORT-REJECT-PROCEDURE
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
                           WS-WORK-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE ADVENT-RECORD TO WS-AFTER-IMAGE
           PERFORM HOLD-ITEM-PROCEDURE
           ADD 1 TO WS-REPLACE-COUNT.
       ADJUST-DELETE-PROCEDURE.
           MOVE WS-ENTRY-ELF TO AR-ELF-NUM
           MOVE WS-ENTRY-SEQ TO AR-SEQ-NUM
           READ ADJUST-WORK
               INVALID KEY
                   MOVE "09" TO WS-EDIT-REASON
                   PERFORM REPORT-REJECT-PROCEDURE
                   EXIT PARAGRAPH
           END-READ
           MOVE ADVENT-RECORD TO WS-BEFORE-IMAGE
           DELETE ADJUST-WORK RECORD
               INVALID KEY
                   DISPLAY "*** DELETE FAILED FOR ELF " WS-ENTRY-ELF
                           " SEQ " WS-ENTRY-SEQ " - STATUS "
                           WS-WORK-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM HOLD-ITEM-PROCEDURE
           ADD 1 TO WS-DELETE-COUNT.
       HOLD-ITEM-PROCEDURE.
           IF WS-APPLIED-COUNT >= WS-ADJUST-TABLE-MAX
               DISPLAY "*** MORE THAN " WS-ADJUST-TABLE-MAX
                       " ADJUSTMENT ITEMS - SPLIT THE ADJUSTMENT - "
                       "NO NEW VERSION WRITTEN ***"
               CLOSE ADJUST-FILE
               CLOSE ADJUST-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ADJUST-ACTION TO AI-ACTION(WS-APPLIED-COUNT)
           MOVE WS-BEFORE-IMAGE TO AI-BEFORE-IMAGE(WS-APPLIED-COUNT)
           MOVE WS-AFTER-IMAGE TO AI-AFTER-IMAGE(WS-APPLIED-COUNT).
       REBUILD-TRAILER-PROCEDURE.
      *>   THE SAME KEY-ORDER RECOUNT AND 9999/9999 WRITE THE
      *>   RECOVERY USES. THE SAME PASS TOTALS EACH ELF FOR THE NEW
      *>   RANKING THE WAY THE ROLLUP'S CALC DOES, FIRST ELF TO
      *>   REACH THE TOP TOTAL TAKING THE MAX.
           MOVE ZEROS TO WS-SCAN-ELVES WS-SCAN-TOTAL WS-SCAN-PREV-ELF
           MOVE ZEROS TO WS-ELF-COUNT CUR-CAL MAX-CAL MAX-ELF
           MOVE ZEROS TO AR-ELF-NUM AR-SEQ-NUM
           MOVE 'N' TO WS-EOF
           START ADJUST-WORK KEY NOT < AR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJUST-WORK NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT AR-TRAILER-RECORD
                           PERFORM TOTAL-ITEM-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SCAN-PREV-ELF NOT = ZERO
               PERFORM RECORD-ELF-TOTAL
           END-IF
           MOVE SPACES TO ADVENT-RECORD
           MOVE 9999 TO AR-ELF-NUM
           MOVE 9999 TO AR-SEQ-NUM
           MOVE 'T' TO AT-REC-TYPE
           MOVE WS-SCAN-ELVES TO AT-EXPECTED-ELVES
           MOVE WS-SCAN-TOTAL TO AT-GRAND-TOTAL
           WRITE ADVENT-RECORD
               INVALID KEY
                   DISPLAY "*** UNABLE TO WRITE THE TRAILER - STATUS "
                           WS-WORK-STATUS " ***"
                   CLOSE ADJUST-WORK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       TOTAL-ITEM-PROCEDURE.
           IF AR-ELF-NUM NOT = WS-SCAN-PREV-ELF
               IF WS-SCAN-PREV-ELF NOT = ZERO
                   PERFORM RECORD-ELF-TOTAL
               END-IF
               MOVE ZEROS TO CUR-CAL
               ADD 1 TO WS-SCAN-ELVES
               MOVE AR-ELF-NUM TO WS-SCAN-PREV-ELF
           END-IF
           ADD AR-CALORIES TO CUR-CAL
           ADD AR-CALORIES TO WS-SCAN-TOTAL
           IF CUR-CAL > MAX-CAL
               MOVE CUR-CAL TO MAX-CAL
               MOVE WS-SCAN-PREV-ELF TO MAX-ELF
           END-IF.
       RECORD-ELF-TOTAL.
           ADD 1 TO WS-ELF-COUNT
           MOVE WS-SCAN-PREV-ELF TO ER-ELF-NUM(WS-ELF-COUNT)
           MOVE CUR-CAL TO ER-TOTAL(WS-ELF-COUNT).
       UNLOAD-GENERATION-PROCEDURE.
      *>   THE NEW DATA GENERATION IS THE SAME KEY-ORDER IMAGE OF
      *>   EVERY RECORD, TRAILER INCLUDED, THAT THE CLOSE SNAPSHOTS.
           OPEN OUTPUT GEN-DATA-FILE
           IF WS-GEN-DATA-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE DATA GENERATION "
                       WS-GEN-DATA-NAME " - STATUS "
                       WS-GEN-DATA-STATUS " ***"
               CLOSE ADJUST-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO AR-ELF-NUM AR-SEQ-NUM
           MOVE 'N' TO WS-EOF
           START ADJUST-WORK KEY NOT < AR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJUST-WORK NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ADVENT-RECORD TO GEN-DATA-RECORD
                       WRITE GEN-DATA-RECORD
                       ADD 1 TO WS-SNAP-DATA-COUNT
               END-READ
           END-PERFORM
           CLOSE GEN-DATA-FILE.
       RANK-SORT-PROCEDURE.
      *>   HIGH TO LOW THROUGH THE SORT WORK FILE, AS THE ROLLUP
      *>   RANKS.
           IF WS-ELF-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           SORT RANK-SORT-FILE
               ON DESCENDING KEY SR-TOTAL
               INPUT PROCEDURE IS RANK-RELEASE-PROCEDURE
               OUTPUT PROCEDURE IS RANK-RETURN-PROCEDURE.
       RANK-RELEASE-PROCEDURE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ELF-COUNT
               MOVE ER-TOTAL(WS-SORT-I) TO SR-TOTAL
               MOVE ER-ELF-NUM(WS-SORT-I) TO SR-ELF-NUM
               RELEASE RANK-SORT-RECORD
           END-PERFORM.
       RANK-RETURN-PROCEDURE.
           MOVE ZEROS TO WS-SORT-I
           PERFORM UNTIL 1 = 0
               RETURN RANK-SORT-FILE
                   AT END EXIT PERFORM
               END-RETURN
               ADD 1 TO WS-SORT-I
               MOVE SR-ELF-NUM TO ER-ELF-NUM(WS-SORT-I)
               MOVE SR-TOTAL TO ER-TOTAL(WS-SORT-I)
           END-PERFORM.
       TOP3-TOTAL-PROCEDURE.
           MOVE ZEROS TO WS-TOP3-TOTAL
           IF WS-ELF-COUNT >= 1
               ADD ER-TOTAL(1) TO WS-TOP3-TOTAL
           END-IF
           IF WS-ELF-COUNT >= 2
               ADD ER-TOTAL(2) TO WS-TOP3-TOTAL
           END-IF
           IF WS-ELF-COUNT >= 3
               ADD ER-TOTAL(3) TO WS-TOP3-TOTAL
           END-IF.
       WRITE-EXTRACT-PROCEDURE.
      *>   THE SAME HEADER AND DETAIL LAYOUT THE ROLLUP HANDS TO
      *>   THE RATIONING SIDE. AN ELF THAT HAD ITEMS ON THE
      *>   SUPERSEDED VERSION BUT WAS LEFT OFF ITS EXTRACT - AN
      *>   ACTIVEONLY EXCLUSION - STAYS OFF THIS ONE, SO THE
      *>   CORRECTION CHANGES ONLY WHAT THE ADJUSTMENT CHANGED; AN
      *>   ELF NEW TO THE CYCLE IS RANKED. AS IN THE ROLLUP, THE
      *>   HEADER COUNTS THE DETAILS ACTUALLY WRITTEN AND THE RANKS
      *>   ARE NOT RENUMBERED ROUND AN EXCLUSION.
           MOVE ZEROS TO WS-EXTRACT-COUNT
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-ELF-COUNT
               PERFORM CHECK-INCLUDE-PROCEDURE
               IF WS-INCLUDE = 'Y'
                   ADD 1 TO WS-EXTRACT-COUNT
               ELSE
                   ADD 1 TO WS-EXCLUDED-COUNT
               END-IF
           END-PERFORM
           OPEN OUTPUT GEN-EXTRACT-FILE
           IF WS-GEN-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE EXTRACT GENERATION "
                       WS-GEN-EXTRACT-NAME " - STATUS "
                       WS-GEN-EXTRACT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'H' TO EX-REC-TYPE
           MOVE MAX-ELF TO EX-MAX-ELF
           MOVE MAX-CAL TO EX-MAX-CAL
           MOVE WS-TOP3-TOTAL TO EX-TOP3-TOTAL
           MOVE WS-EXTRACT-COUNT TO EX-ELF-COUNT
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-SNAP-EXTRACT-COUNT
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-ELF-COUNT
               PERFORM CHECK-INCLUDE-PROCEDURE
               IF WS-INCLUDE = 'Y'
                   PERFORM GET-ELF-NAME-PROCEDURE
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE 'D' TO ED-REC-TYPE
                   MOVE WS-RANK TO ED-RANK
                   MOVE ER-ELF-NUM(WS-RANK) TO ED-ELF-NUM
                   MOVE ER-TOTAL(WS-RANK) TO ED-TOTAL
                   MOVE WS-ELF-NAME TO ED-ELF-NAME
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-SNAP-EXTRACT-COUNT
               END-IF
           END-PERFORM
           CLOSE GEN-EXTRACT-FILE.
       CHECK-INCLUDE-PROCEDURE.
           MOVE 'Y' TO WS-INCLUDE
           IF EP-IN-DATA(ER-ELF-NUM(WS-RANK)) = 'Y'
              AND EP-IN-EXTRACT(ER-ELF-NUM(WS-RANK)) NOT = 'Y'
               MOVE 'N' TO WS-INCLUDE
           END-IF.
       GET-ELF-NAME-PROCEDURE.
      *>   THE MASTER'S NAME WHEN THERE IS ONE, WITH THE ROLLUP'S
      *>   PLACEHOLDER FOR AN ELF NOT ON IT; WITHOUT THE MASTER,
      *>   THE NAME THE SUPERSEDED EXTRACT CARRIED.
           IF WS-ELF-MASTER-AVAIL = 'N'
               MOVE EP-ELF-NAME(ER-ELF-NUM(WS-RANK)) TO WS-ELF-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE ER-ELF-NUM(WS-RANK) TO EM-ELF-NUM
           READ ELF-MASTER
               INVALID KEY
                   MOVE "*NOT ON ELF MASTER*" TO WS-ELF-NAME
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-ELF-NAME TO WS-ELF-NAME.
       WRITE-ADJUST-LOG-PROCEDURE.
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-APPLIED-COUNT
               MOVE SPACES TO ADJUST-LOG-RECORD
               MOVE WS-CYCLE-NUM TO ADJ-CYCLE-NUM
               MOVE WS-NEW-VERSION TO ADJ-VERSION
               MOVE WS-NOW-DATE TO ADJ-DATE
               MOVE WS-NOW-TIME TO ADJ-TIME
               MOVE WS-OPERATOR TO ADJ-OPERATOR
               MOVE AI-ACTION(WS-ADJUST-IDX) TO ADJ-ACTION
               MOVE AI-BEFORE-IMAGE(WS-ADJUST-IDX)
                   TO ADJ-BEFORE-IMAGE
               MOVE AI-AFTER-IMAGE(WS-ADJUST-IDX) TO ADJ-AFTER-IMAGE
               WRITE ADJUST-LOG-RECORD
           END-PERFORM.
       WRITE-CERTIFICATION-PROCEDURE.
      *>   WRITTEN LAST - THIS RECORD IS WHAT MAKES THE NEW VERSION
      *>   THE CYCLE'S CURRENT ONE.
           MOVE SPACES TO CERT-RECORD
           MOVE WS-CYCLE-NUM TO CERT-CYCLE-NUM
           MOVE WS-NOW-DATE TO CERT-DATE
           MOVE WS-NOW-TIME TO CERT-TIME
           MOVE WS-SCAN-ELVES TO CERT-ELF-COUNT
           MOVE WS-SCAN-TOTAL TO CERT-GRAND-TOTAL
           MOVE WS-OPERATOR TO CERT-OPERATOR
           MOVE WS-NEW-VERSION TO CERT-VERSION
           MOVE WS-PRIOR-DATE TO CERT-SUPERSEDES-DATE
           MOVE WS-PRIOR-VERSION TO CERT-SUPERSEDES-VERSION
           MOVE WS-REASON TO CERT-REASON
           WRITE CERT-RECORD.
       END PROGRAM ADVENT-ADJUST.
