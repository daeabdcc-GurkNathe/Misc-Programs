                   IF JR-DELETE
                       MOVE "DELETE " TO WS-ACTION-WORD
                   ELSE
                       IF JR-RELOAD
                           MOVE "RELOAD " TO WS-ACTION-WORD
                       ELSE
                           MOVE "REJECT " TO WS-ACTION-WORD
                       END-IF
                   END-IF
               END-IF
           END-IF
