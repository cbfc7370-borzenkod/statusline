      * write burst -- see HISLOCK.
       01 WS-LOCK-MODE                 PIC X.
       01 WS-LOCK-RESULT               PIC X.
      * Return code for a job stream to test: 0 clean, 4 damage
      * found, 8 the check itself could not run (store busy or
      * unopenable, clean store not writable, swap failed).
       01 WS-READ-ERROR                PIC X VALUE "N".
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-ARG-VAL
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "HISCHK: history store busy" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           OPEN INPUT HISTORY-FILE
               DISPLAY "HISCHK: a store the runtime refuses to open"
                   " at all has lost its index -- nothing left to"
                   " salvage here" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
           IF NOT WS-NEW-OK
               DISPLAY "HISCHK: cannot create "
                   FUNCTION TRIM(WS-NEW-PATH) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               CLOSE HISTORY-FILE
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
                       WS-HIST-STATUS "), salvage stops here"
                       UPON SYSERR
                   MOVE "Y" TO WS-AT-EOF
                   MOVE "Y" TO WS-READ-ERROR
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           END-CALL
           DISPLAY "HISCHK: " WS-READ-COUNT " read, "
               WS-SALVAGED " salvaged, " WS-DAMAGED " damaged"
           IF WS-DAMAGED > 0 OR WS-READ-ERROR = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REBUILD-MODE = "Y"
               PERFORM Swap-Stores
           ELSE
           ELSE
               DISPLAY "HISCHK: rename failed, stores left as"
                   " written" UPON SYSERR
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.
