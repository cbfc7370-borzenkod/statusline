       01 WS-EDIT-AVG-Y                PIC -(11)9.99.
      * Advisory lock over the history store, shared with MAIN's
      * write burst -- see HISLOCK.
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
       01 WS-LOCK-MODE                 PIC X.
       01 WS-LOCK-RESULT               PIC X.
       PROCEDURE DIVISION.
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE WS-TO-KEY TO WS-HELD-END
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE 0 TO WS-PASS
           PERFORM Load-Module1
           IF WS-M1-COUNT = 0
               DISPLAY "CORRRPT: no typed samples for "
           MOVE SPACES TO HIST-KEY
           MOVE WS-ARG-MOD1 TO HIST-KEY-NAME
           MOVE WS-FROM-KEY TO HIST-KEY-TS
           PERFORM Back-Start-Key
           MOVE 0 TO HIST-KEY-SEQ
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
                   OR WS-HIST-TIMESTAMP > WS-TO-KEY
                   MOVE "Y" TO WS-AT-EOF
               ELSE
                   PERFORM Take-Record
                   PERFORM Read-Next-Record
               END-IF
           END-PERFORM
           PERFORM Finish-Held-Stretch
           MOVE SPACES TO WS-HELD-NAME
           EXIT PARAGRAPH.
      * A RECORD CHANGE module's walk starts far enough back to
      * catch the record whose value held into the range.
       Back-Start-Key.
           MOVE "B" TO WS-POL-MODE
           MOVE HIST-KEY-NAME TO WS-POL-NAME
           MOVE HIST-KEY-TS TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE WS-POL-TEXT(1:14) TO HIST-KEY-TS
           EXIT PARAGRAPH.
      * Pass 0 is the first module's load; records (and held polls)
      * from before the range only open the stretch running into it.
       Process-Sample.
           IF WS-HIST-TIMESTAMP < WS-FROM-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = 0
               PERFORM Collect-M1-Sample
           ELSE
               PERFORM Pair-M2-Sample
           END-IF
           EXIT PARAGRAPH.
      * A record, after the held polls of the stretch it closes --
      * and, the first time the walk reaches the next module, after
      * those the last module's last record has stood in for since.
       Take-Record.
           IF WS-HIST-NAME NOT = WS-HELD-NAME
               MOVE WS-HIST-LINE TO WS-HELD-SAVE
               PERFORM Finish-Held-Stretch
               MOVE WS-HELD-SAVE TO WS-HIST-LINE
               MOVE WS-HIST-NAME TO WS-HELD-NAME
           END-IF
           MOVE "N" TO WS-POL-MODE
           MOVE WS-HIST-LINE TO WS-POL-TEXT
           PERFORM Call-Histpol
           IF WS-POL-COUNT > 0
               MOVE WS-HIST-LINE TO WS-HELD-SAVE
               MOVE WS-POL-COUNT TO WS-HELD-TOTAL
               PERFORM Replay-Held-Polls
               MOVE WS-HELD-SAVE TO WS-HIST-LINE
           END-IF
           PERFORM Process-Sample
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
               MOVE WS-POL-TEXT(1:116) TO WS-HIST-LINE
               PERFORM Process-Sample
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
       Read-Next-Record.
           IF EOF-REACHED
           MOVE SPACES TO HIST-KEY
           MOVE WS-ARG-MOD2 TO HIST-KEY-NAME
           MOVE WS-FROM-KEY TO HIST-KEY-TS
           PERFORM Back-Start-Key
           MOVE 0 TO HIST-KEY-SEQ
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
                   OR WS-HIST-TIMESTAMP > WS-TO-KEY
                   MOVE "Y" TO WS-AT-EOF
               ELSE
                   PERFORM Take-Record
                   PERFORM Read-Next-Record
               END-IF
           END-PERFORM
           PERFORM Finish-Held-Stretch
           MOVE SPACES TO WS-HELD-NAME
           EXIT PARAGRAPH.
       Pair-M2-Sample.
           IF WS-HIST-NUM-FLAG NOT = "Y"
