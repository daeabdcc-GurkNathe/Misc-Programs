           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
               05 DT-DATE PIC 9(8).
               05 DT-TOTAL PIC 9(9).
               05 DT-ELF-COUNT PIC 9(4).
       01 WS-DAY-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-SKIPPED-ITEM-COUNT PIC 9(9) VALUE 0.
       01 WS-DAY-COUNT PIC 9(4) VALUE 0.
       01 WS-DAY-IDX PIC 9(4) VALUE 0.
       01 WS-DAY-FOUND PIC X(1) VALUE 'N'.
      *>   WHICH ELVES HAVE ALREADY BEEN COUNTED FOR THE DAY BEING
      *>   TALLIED, ONE FLAG PER POSSIBLE ELF NUMBER, CLEARED EACH
      *>   TIME A NEW DATE STARTS.
       01 DAY-ELF-SEEN-TABLE.
           03 DAY-ELF-SEEN PIC X(1) OCCURS 9998 TIMES.
       01 WS-ITEM-COUNT PIC 9(9) VALUE 0.
       01 WS-RANGE-TOTAL PIC 9(9) VALUE 0.
       01 WS-AVG-PER-ELF PIC 9(9) VALUE 0.
      *>   OPEN. ARGUMENT-NUMBER/ARGUMENT-VALUE ARE USED RATHER THAN
      *>   COMMAND-LINE SO THE TWO ARGUMENTS CAN BE READ SEPARATELY
      *>   INSTEAD OF AS ONE UNSPLIT STRING.
      *>   THE FILE IS READ ON ITS PACK-DATE ALTERNATE KEY, STARTING
      *>   AT THE FROM DATE AND STOPPING AT THE FIRST ITEM PAST THE
      *>   TO DATE, SO ONLY THE REQUESTED RANGE IS EVER READ AND
      *>   THE DAYS COME OFF THE FILE ALREADY IN CALENDAR ORDER.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG1
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO AR-DATE-PACKED
           START ADVENT KEY NOT < AR-DATE-PACKED
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM READ-PROCEDURE UNTIL WS-EOF = 'Y'
           CLOSE ADVENT
           PERFORM PRINT-TREND-PROCEDURE
           STOP RUN.
       PARSE-FROM-DATE-PROCEDURE.
           READ ADVENT NEXT RECORD
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               IF AR-DATE-PACKED > WS-TO-DATE
                   MOVE 'Y' TO WS-EOF
               ELSE
                   PERFORM TALLY-PROCEDURE
               END-IF
           END-READ.
       TALLY-PROCEDURE.
           IF AR-TRAILER-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DAY-PROCEDURE
           IF WS-DAY-FOUND = 'N'
               ADD 1 TO WS-SKIPPED-ITEM-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD AR-CALORIES TO DT-TOTAL(WS-DAY-IDX)
      *>   WITHIN A DATE THE ITEMS COME IN THE ORDER THEY WERE
      *>   WRITTEN, NOT ELF BY ELF, SO THE DISTINCT-ELF COUNT IS
      *>   KEPT WITH THE DAY'S SEEN-ELF FLAGS.
           IF DAY-ELF-SEEN(AR-ELF-NUM) NOT = 'Y'
               ADD 1 TO DT-ELF-COUNT(WS-DAY-IDX)
               MOVE 'Y' TO DAY-ELF-SEEN(AR-ELF-NUM)
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD AR-CALORIES TO WS-RANGE-TOTAL.
       FIND-DAY-PROCEDURE.
      *>   THE DATES ARRIVE IN ORDER, SO THE DAY BEING TALLIED IS
      *>   ALWAYS THE LAST ONE IN THE TABLE AND A DIFFERENT DATE
      *>   STARTS A NEW ONE.
           MOVE 'N' TO WS-DAY-FOUND
           IF WS-DAY-COUNT > 0
               IF DT-DATE(WS-DAY-COUNT) = AR-DATE-PACKED
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
                   MOVE 'Y' TO WS-DAY-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   A DATE THAT CANNOT FIT IN THE TABLE LEAVES WS-DAY-FOUND
      *>   AT N AND THE CALLER COUNTS THE ITEM AS SKIPPED - A
           MOVE AR-DATE-PACKED TO DT-DATE(WS-DAY-IDX)
           MOVE ZEROS TO DT-TOTAL(WS-DAY-IDX)
           MOVE ZEROS TO DT-ELF-COUNT(WS-DAY-IDX)
           MOVE SPACES TO DAY-ELF-SEEN-TABLE
           MOVE 'Y' TO WS-DAY-FOUND.
       PRINT-TREND-PROCEDURE.
           DISPLAY "CONSUMPTION TREND BY DATE"
           IF WS-ARG1 = SPACES
