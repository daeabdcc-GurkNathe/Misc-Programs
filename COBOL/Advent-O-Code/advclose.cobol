           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
           SELECT CYCLE-CONTROL-FILE
           ASSIGN TO "advcycle.txt"
       WRITE-CERTIFICATION-PROCEDURE.
      *>   THE CERTIFICATION LOG IS A RUNNING LOG ACROSS CYCLES -
      *>   EXTEND, WITH THE SAME FIRST-RUN FALLBACK TO OUTPUT THE
      *>   RUN LOG USES. THE CLOSE ALWAYS CERTIFIES VERSION 1 OF
      *>   THE CYCLE; LATER VERSIONS COME ONLY FROM ADVENT-ADJUST.
           OPEN EXTEND CERT-LOG-FILE
           IF WS-CERT-STATUS NOT = "00"
               OPEN OUTPUT CERT-LOG-FILE
           MOVE WS-SCAN-ELVES TO CERT-ELF-COUNT
           MOVE WS-SCAN-TOTAL TO CERT-GRAND-TOTAL
           MOVE WS-OPERATOR TO CERT-OPERATOR
           MOVE 1 TO CERT-VERSION
           MOVE ZEROS TO CERT-SUPERSEDES-VERSION
           WRITE CERT-RECORD
           CLOSE CERT-LOG-FILE.
       MARK-CYCLE-CERTIFIED-PROCEDURE.
