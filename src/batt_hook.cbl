           MOVE "BATTERY" TO WS-SCHED-MODULE
           CALL 'SCHEDCHK' USING WS-SCHED-MODULE WS-SCHED-SUPP
           END-CALL
           IF WS-SCHED-SUPP NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAPACITY TO WS-CAP-DISPLAY
