           10 NOTE-TEXT                PIC X(66).
       01 WS-NOTES-LOADED              PIC 99 VALUE 0.
       01 WS-NOTE-IDX                  PIC 99.
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
       Main.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM Parse-Arguments
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           PERFORM Load-Rollup-Samples
           IF WS-ARG-ARCDIR NOT = SPACES
               PERFORM Scan-Archives
           MOVE "Y" TO WS-LIVE-SCAN
           PERFORM Read-Next-Record
           PERFORM UNTIL EOF-REACHED
               PERFORM Take-Record
               PERFORM Read-Next-Record
           END-PERFORM
           MOVE "N" TO WS-LIVE-SCAN
           PERFORM Finish-Held-Stretch
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           PERFORM UNTIL WS-ARC-EOF = "Y"
               READ ARCF INTO WS-HIST-LINE
                   AT END MOVE "Y" TO WS-ARC-EOF
                   NOT AT END PERFORM Take-Record
               END-READ
           END-PERFORM
           CLOSE ARCF
      * With a rollup store present, closed days arrived through it
      * already -- on the live store the module's remaining old
      * records are leapt past in one START, on an archive they're
      * merely not counted twice, as is a held poll.
           IF WS-ROL-ACTIVE = "Y" AND WS-HIST-DATE < WS-TODAY
               IF WS-LIVE-SCAN = "Y" AND WS-HELD-REPLAY = "N"
                   PERFORM Skip-To-Today
               END-IF
               EXIT PARAGRAPH
           MOVE WS-SAMPLE-VALUE TO GRP-SAMPLE(WS-FOUND-GRP,
               WS-HOUR-SLOT, GRP-N(WS-FOUND-GRP, WS-HOUR-SLOT))
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
           PERFORM Process-Record
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
               PERFORM Process-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
      * Halves a full cell by keeping every second sample and
      * doubling the cell's accept stride -- the stored set stays a
      * uniform thinning of everything seen so far.
