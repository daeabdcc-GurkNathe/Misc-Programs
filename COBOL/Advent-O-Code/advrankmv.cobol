       01 WS-ARG1 PIC X(24) VALUE SPACES.
       01 WS-PRIOR-NAME PIC X(24) VALUE SPACES.
       01 WS-PRIOR-CYCLE PIC 9(4) VALUE 0.
       01 WS-PRIOR-VERSION PIC 9(2) VALUE 0.
       01 WS-CERT-SEEN PIC X(1) VALUE 'N'.
       01 WS-CYCLE-DISP PIC 9(4) VALUE 0.
      *>   ELF NUMBERS RUN 0001-9998, SO 9998 ENTRIES IS THE MOST
      *>   SUPERVISORS ASK FOR EVERY CYCLE. THE CURRENT RANKED
      *>   EXTRACT IS COMPARED PER ELF AGAINST THE PRIOR CYCLE'S
      *>   EXTRACT GENERATION, WHICH THE CYCLE CLOSE SNAPSHOTS AND
      *>   WHOSE NAME IS REBUILT HERE FROM THE CERTIFICATION LOG -
      *>   THE LATEST CERTIFIED VERSION OF THE LAST CLOSED CYCLE,
      *>   SO A CYCLE CORRECTED BY ADVENT-ADJUST IS COMPARED IN ITS
      *>   CORRECTED FORM. AN EXPLICIT PRIOR-EXTRACT FILE NAME MAY
      *>   BE GIVEN AS THE FIRST ARGUMENT INSTEAD, FOR COMPARING
      *>   AGAINST ANY OLDER GENERATION. ELVES WHO DROPPED OFF THE
      *>   RANKING GET LISTED IN FULL - THOSE GOING UNNOTICED IS
      *>   HOW TWO HUTS WERE SHORT-RATIONED LAST SEASON.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
           END-IF
           STOP RUN.
       RESOLVE-PRIOR-PROCEDURE.
      *>   THE HIGHEST CYCLE NUMBER ON THE CERTIFICATION LOG IS THE
      *>   LAST CLOSED CYCLE, AND ITS LAST RECORD IS THE CURRENT
      *>   CERTIFIED VERSION OF IT - THE CLOSE ITSELF, OR THE LATEST
      *>   RECERTIFICATION IF THE CYCLE WAS ADJUSTED AFTERWARD. A
      *>   RECERTIFICATION OF AN OLDER CYCLE CAN BE APPENDED AFTER
      *>   A NEWER CYCLE CLOSES, SO THE LAST RECORD ON THE LOG IS
      *>   NOT NECESSARILY THE ONE WANTED. THAT RECORD'S DATE IS
      *>   HOW ITS EXTRACT GENERATION WAS NAMED.
           OPEN INPUT CERT-LOG-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "*** NO CERTIFICATION LOG - NO PRIOR CYCLE "
               READ CERT-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CERT-CYCLE-NUM >= WS-PRIOR-CYCLE
                       MOVE 'Y' TO WS-CERT-SEEN
                       MOVE CERT-CYCLE-NUM TO WS-PRIOR-CYCLE
                       IF CERT-VERSION IS NUMERIC
                           MOVE CERT-VERSION TO WS-PRIOR-VERSION
                       ELSE
                           MOVE 1 TO WS-PRIOR-VERSION
                       END-IF
                       MOVE CERT-CYCLE-NUM TO WS-CYCLE-DISP
                       MOVE SPACES TO WS-PRIOR-NAME
                       STRING "advgen" DELIMITED BY SIZE
                              CERT-DATE DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-CYCLE-DISP DELIMITED BY SIZE
                              "x.txt" DELIMITED BY SIZE
                              INTO WS-PRIOR-NAME
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PRIOR CYCLE " WS-PRIOR-CYCLE " VERSION "
                   WS-PRIOR-VERSION " EXTRACT: " WS-PRIOR-NAME.
       LOAD-CURRENT-PROCEDURE.
      *>   SAME SELF-RECONCILE THE ALLOCATION MATCH-BACK DOES: THE
      *>   HEADER'S ELF COUNT IS A CONTROL TOTAL OVER THE DETAILS,
