           10 STAT-SUM                 PIC S9(14)V99.
           10 STAT-MIN                 PIC S9(12)V99.
           10 STAT-MAX                 PIC S9(12)V99.
      * The typed unit the day's values were recorded in -- the
      * canonical one, converted only as the line is printed.
           10 STAT-UNIT                PIC X(8).
      * "Y" when this row came from the rollup store -- raw records
      * for the same day and module are then skipped, not added.
           10 STAT-ROLLUP              PIC X.
       01 WS-EDIT-MIN                  PIC -(11)9.99.
       01 WS-EDIT-MAX                  PIC -(11)9.99.
       01 WS-EDIT-AVG                  PIC -(11)9.99.
      * The same three with the LOCALE's separators, and LOCFMT's
      * call parameters -- DATE prints in its date order too, the
      * column as wide as that makes it.
       01 WS-TEXT-MIN                  PIC X(15).
       01 WS-TEXT-MAX                  PIC X(15).
       01 WS-TEXT-AVG                  PIC X(15).
       01 WS-DATE-TEXT                 PIC X(10).
       01 WS-DATE-WIDTH                PIC 99.
       01 WS-LOC-MODE                  PIC X.
       01 WS-LOC-VALUE                 PIC S9(15)V99.
       01 WS-LOC-RESULT                PIC X(8).
       01 WS-LOC-TEXT                  PIC X(256).
      * MIN/MAX/AVG in the config's UNITS preference, all three at
      * the scale MAX picks -- see UNITFMT.
       01 WS-UNIT-MODE                 PIC X.
       01 WS-UNIT-VALUE                PIC S9(15)V99.
       01 WS-UNIT-NAME                 PIC X(8).
       01 WS-CANON-UNIT                PIC X(8).
       01 WS-UNIT-TEXT                 PIC X(256).
       01 WS-SHOW-MIN                  PIC S9(12)V99.
       01 WS-SHOW-MAX                  PIC S9(12)V99.
       01 WS-SHOW-AVG                  PIC S9(12)V99.
      * Numeric-token scan of WS-HIST-VALUE (e.g. pulls "37" out of
      * "B: 037 (=)") -- modules whose value has no numeric run (DATE,
      * TIME) are still counted but excluded from min/max/avg.
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
           MOVE "L" TO WS-UNIT-MODE
           MOVE SPACES TO WS-UNIT-TEXT
           PERFORM Call-Unitfmt
           MOVE "L" TO WS-LOC-MODE
           MOVE SPACES TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           PERFORM Load-Rollup-Store
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
           MOVE ROL-SUM TO STAT-SUM(WS-FOUND-IDX)
           MOVE ROL-MIN TO STAT-MIN(WS-FOUND-IDX)
           MOVE ROL-MAX TO STAT-MAX(WS-FOUND-IDX)
           MOVE ROL-UNIT TO STAT-UNIT(WS-FOUND-IDX)
           EXIT PARAGRAPH.
      * Folds in the dated archive files MAIN's purge wrote -- one
      * per day of the requested range, read through the very same
           PERFORM UNTIL WS-ARC-EOF = "Y"
               READ ARCF INTO WS-HIST-LINE
                   AT END MOVE "Y" TO WS-ARC-EOF
                   NOT AT END PERFORM Take-Record
               END-READ
           END-PERFORM
           CLOSE ARCF
           END-STRING
      * With a rollup store answering closed days, this module's
      * remaining old records aren't worth reading one by one --
      * leap straight to its records for today. A held poll before
      * today is dropped the same way, without moving the walk.
           IF WS-ROL-ACTIVE = "Y" AND WS-LIVE-SCAN = "Y"
               AND WS-REC-DATE < WS-TODAY
               IF WS-HELD-REPLAY = "N"
                   PERFORM Skip-To-Today
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Stat-Entry
                   MOVE FUNCTION NUMVAL(WS-HIST-NUM-VALUE)
                       TO WS-NUM-VALUE
                   MOVE "Y" TO WS-NUM-FOUND
                   MOVE WS-HIST-UNIT TO STAT-UNIT(WS-FOUND-IDX)
               ELSE
                   PERFORM Extract-Numeric-Value
               END-IF
               END-IF
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
       Find-Or-Add-Stat-Entry.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   MOVE 0 TO STAT-NUM-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO STAT-SUM(WS-FOUND-IDX)
                   MOVE "N" TO STAT-ROLLUP(WS-FOUND-IDX)
                   MOVE SPACES TO STAT-UNIT(WS-FOUND-IDX)
               ELSE
                   DISPLAY "STATRPT: too many date/module groups, "
                       "skipping " WS-REC-DATE " " WS-HIST-NAME
               DISPLAY "STATRPT: no history records found"
               GO TO Print-Report-Exit
           END-IF
           MOVE "D" TO WS-LOC-MODE
           MOVE "20000101" TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOC-TEXT))
               TO WS-DATE-WIDTH
           MOVE "DATE" TO WS-DATE-TEXT
           DISPLAY WS-DATE-TEXT(1:WS-DATE-WIDTH)
               " MODULE       SAMPLES"
               "             MIN             MAX             AVG"
               "  UNIT"
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-STATS-LOADED
               PERFORM Print-Report-Line
           MOVE WS-HIST-VALUE TO NOTE-TEXT(WS-NOTES-LOADED)
           EXIT PARAGRAPH.
       Print-Report-Line.
           MOVE "D" TO WS-LOC-MODE
           MOVE STAT-DATE(WS-REPORT-IDX) TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-DATE-TEXT
           IF STAT-NUM-COUNT(WS-REPORT-IDX) > 0
               COMPUTE WS-STAT-AVG = STAT-SUM(WS-REPORT-IDX) /
                   STAT-NUM-COUNT(WS-REPORT-IDX)
               PERFORM Convert-Report-Units
               MOVE WS-SHOW-MIN TO WS-EDIT-MIN
               MOVE WS-SHOW-MAX TO WS-EDIT-MAX
               MOVE WS-SHOW-AVG TO WS-EDIT-AVG
               PERFORM Localize-Figures
               DISPLAY WS-DATE-TEXT(1:WS-DATE-WIDTH) " "
                   STAT-NAME(WS-REPORT-IDX) " "
                   STAT-COUNT(WS-REPORT-IDX) "    "
                   WS-TEXT-MIN " "
                   WS-TEXT-MAX " "
                   WS-TEXT-AVG "  "
                   WS-UNIT-NAME
           ELSE
               DISPLAY WS-DATE-TEXT(1:WS-DATE-WIDTH) " "
                   STAT-NAME(WS-REPORT-IDX) " "
                   STAT-COUNT(WS-REPORT-IDX) "    "
                   "             n/a             n/a             n/a"
           END-IF
           EXIT PARAGRAPH.
      * NET records its per-poll traffic as plain bytes; it is the
      * one byte count shown as throughput (bits, if so preferred).
       Convert-Report-Units.
           MOVE STAT-UNIT(WS-REPORT-IDX) TO WS-CANON-UNIT
           IF WS-CANON-UNIT = "B" AND STAT-NAME(WS-REPORT-IDX) = "NET"
               MOVE "B/s" TO WS-CANON-UNIT
           END-IF
           MOVE "V" TO WS-UNIT-MODE
           MOVE WS-CANON-UNIT TO WS-UNIT-NAME
           MOVE STAT-MAX(WS-REPORT-IDX) TO WS-UNIT-VALUE
           PERFORM Call-Unitfmt
           MOVE WS-UNIT-VALUE TO WS-SHOW-MAX
           MOVE "A" TO WS-UNIT-MODE
           MOVE WS-CANON-UNIT TO WS-UNIT-NAME
           MOVE STAT-MIN(WS-REPORT-IDX) TO WS-UNIT-VALUE
           PERFORM Call-Unitfmt
           MOVE WS-UNIT-VALUE TO WS-SHOW-MIN
           MOVE WS-CANON-UNIT TO WS-UNIT-NAME
           MOVE WS-STAT-AVG TO WS-UNIT-VALUE
           PERFORM Call-Unitfmt
           MOVE WS-UNIT-VALUE TO WS-SHOW-AVG
           EXIT PARAGRAPH.
       Localize-Figures.
           MOVE "N" TO WS-LOC-MODE
           MOVE WS-EDIT-MIN TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-TEXT-MIN
           MOVE WS-EDIT-MAX TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-TEXT-MAX
           MOVE WS-EDIT-AVG TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-TEXT-AVG
           EXIT PARAGRAPH.
       Call-Locfmt.
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           EXIT PARAGRAPH.
       Call-Unitfmt.
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           EXIT PARAGRAPH.
