       01 WS-FAIL-TALLY                PIC 9(3).
       01 WS-IS-FAIL                   PIC X.
       01 WS-ROWS-WRITTEN              PIC 9(7) VALUE 0.
      * HISTPOL's call parameters -- a RECORD CHANGE module is only
      * written when its value moves, so each record goes over as it
      * is read and comes back with the polls it stood in for ahead
      * of it (and, once the walk is past the module, those after
      * its last one), each replayed as a sample of the value that
      * held.
       01 WS-POL-MODE                  PIC X.
       01 WS-POL-NAME                  PIC X(12).
       01 WS-POL-TEXT                  PIC X(256).
       01 WS-POL-POLICY                PIC X.
       01 WS-POL-BAND                  PIC S9(9)V99.
       01 WS-POL-KEEP                  PIC 9(6).
       01 WS-POL-COUNT                 PIC 9(6).
       01 WS-HELD-SAVE                 PIC X(116).
       01 WS-HELD-TOTAL                PIC 9(6).
       01 WS-HELD-NUM                  PIC 9(6).
       01 WS-HELD-REPLAY               PIC X VALUE "N".
       01 WS-HELD-NAME                 PIC X(12) VALUE SPACES.
       01 WS-HELD-END                  PIC X(14) VALUE SPACES.
      * Advisory lock over the history store, shared with MAIN's
      * write burst -- see HISLOCK.
       01 WS-LOCK-MODE                 PIC X.
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING WS-TODAY "000000" DELIMITED BY SIZE
               INTO WS-HELD-END
           END-STRING
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "ROLLUP: history store busy"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           OPEN INPUT HISTORY-FILE
               END-CALL
               DISPLAY "ROLLUP: cannot open STATUSLINE-COB.HIS"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           OPEN I-O ROLLUP-FILE
           IF NOT WS-ROL-OK
               DISPLAY "ROLLUP: cannot create STATUSLINE-COB.ROL"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               CLOSE HISTORY-FILE
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Take-Record
               END-READ
           END-PERFORM
           PERFORM Finish-Held-Stretch
           PERFORM Flush-Open-Day
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
               MOVE HIST-UNIT TO WS-OPEN-UNIT
           END-IF
           EXIT PARAGRAPH.
      * A record, after the held polls of the stretch it closes --
      * and, the first time the walk reaches the next module, after
      * those the last module's last record has stood in for since.
       Take-Record.
           IF HIST-KEY-NAME NOT = WS-HELD-NAME
               MOVE HIST-RECORD TO WS-HELD-SAVE
               PERFORM Finish-Held-Stretch
               MOVE WS-HELD-SAVE TO HIST-RECORD
               MOVE HIST-KEY-NAME TO WS-HELD-NAME
           END-IF
           MOVE "N" TO WS-POL-MODE
           MOVE HIST-RECORD TO WS-POL-TEXT
           PERFORM Call-Histpol
           IF WS-POL-COUNT > 0
               MOVE HIST-RECORD TO WS-HELD-SAVE
               MOVE WS-POL-COUNT TO WS-HELD-TOTAL
               PERFORM Replay-Held-Polls
               MOVE WS-HELD-SAVE TO HIST-RECORD
           END-IF
           PERFORM Process-Raw-Record
           EXIT PARAGRAPH.
      * Held up to WS-HELD-END (blank: now).
       Finish-Held-Stretch.
           IF WS-HELD-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO WS-POL-MODE
           MOVE WS-HELD-NAME TO WS-POL-NAME
           MOVE WS-HELD-END TO WS-POL-TEXT
           PERFORM Call-Histpol
           IF WS-POL-COUNT > 0
               MOVE WS-POL-COUNT TO WS-HELD-TOTAL
               PERFORM Replay-Held-Polls
           END-IF
           EXIT PARAGRAPH.
       Replay-Held-Polls.
           MOVE "Y" TO WS-HELD-REPLAY
           PERFORM VARYING WS-HELD-NUM FROM 1 BY 1
               UNTIL WS-HELD-NUM > WS-HELD-TOTAL
               MOVE "G" TO WS-POL-MODE
               MOVE WS-HELD-NUM TO WS-POL-COUNT
               PERFORM Call-Histpol
               MOVE WS-POL-TEXT(1:116) TO HIST-RECORD
               PERFORM Process-Raw-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
       Accumulate-Into-Cell.
           ADD 1 TO CEL-COUNT(WS-CELL-IDX)
           IF WS-IS-FAIL = "Y"
