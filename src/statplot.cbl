       01 WS-ARG-VAL                   PIC X(200).
       01 WS-SAMPLE-VALUE              PIC S9(12)V99.
       01 WS-SAMPLE-OUT                PIC -(11)9.99.
      * Each plotted value in the config's UNITS preference, scaled
      * on its own line -- see UNITFMT. The unit is the module's
      * typed one, from the raw records or the rollup rows.
       01 WS-PLOT-UNIT                 PIC X(8) VALUE SPACES.
       01 WS-UNIT-MODE                 PIC X.
       01 WS-UNIT-VALUE                PIC S9(15)V99.
       01 WS-UNIT-NAME                 PIC X(8).
       01 WS-UNIT-TEXT                 PIC X(256).
      * Accumulators for MIN/HOUR bucketing, in first-seen (i.e.
      * chronological) order -- one slot per minute or hour key.
       01 WS-BUCKET-TABLE.
       01 WS-NOTES-LOADED              PIC 99 VALUE 0.
       01 WS-NOTE-NEXT                 PIC 99 VALUE 1.
       01 WS-NOTE-EOF                  PIC X.
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
               GO TO Main-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "L" TO WS-UNIT-MODE
           MOVE SPACES TO WS-UNIT-TEXT
           PERFORM Call-Unitfmt
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE WS-TO-KEY TO WS-HELD-END
      * HOUR bucketing takes closed days from the rollup store when
      * one exists; raw and MIN modes still walk the raw records.
           IF WS-ARG-BUCKET = "HOUR"
      * The keyed store is what makes this report quick: START at
      * the module and from-timestamp and stop the moment the key
      * walks past the module or the to-timestamp, instead of
      * scanning months of other modules' records. A RECORD
      * CHANGE module's walk starts back far enough to catch the
      * record whose value held into the range.
           MOVE SPACES TO HIST-KEY
           MOVE WS-ARG-MODULE TO HIST-KEY-NAME
           MOVE "B" TO WS-POL-MODE
           MOVE WS-ARG-MODULE TO WS-POL-NAME
           MOVE WS-FROM-KEY TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE WS-POL-TEXT(1:14) TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-AT-EOF
               PERFORM Process-Record
               PERFORM Read-Next-Record
           END-PERFORM
           PERFORM Finish-Held-Stretch
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               MOVE "Y" TO WS-AT-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM Take-Record
           EXIT PARAGRAPH.
      * Folds in the dated archive files MAIN's purge wrote for the
      * requested dates. Only works with real calendar from/to dates
       Process-Archive-Record.
           IF FUNCTION TRIM(WS-HIST-NAME)
               NOT = FUNCTION TRIM(WS-ARG-MODULE)
               OR WS-HIST-TIMESTAMP > WS-TO-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM Take-Record
           EXIT PARAGRAPH.
      * Records (and held polls) from before the range only open
      * the stretch running into it.
       Range-Sample.
           IF WS-HIST-TIMESTAMP < WS-FROM-KEY
               OR WS-HIST-TIMESTAMP > WS-TO-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM Handle-Sample
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
           PERFORM Range-Sample
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
               PERFORM Range-Sample
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
       Handle-Sample.
      * Closed days already arrived through the rollup store --
      * their raw records would double the HOUR buckets.
                   PERFORM Accumulate-Bucket
               WHEN OTHER
                   PERFORM Flush-Notes-Through
                   PERFORM Convert-Sample-Unit
                   MOVE WS-SAMPLE-VALUE TO WS-SAMPLE-OUT
                   DISPLAY WS-HIST-TIMESTAMP " " WS-SAMPLE-OUT
                       " " WS-UNIT-NAME
           END-EVALUATE
           EXIT PARAGRAPH.
       Extract-Sample-Value.
           IF WS-HIST-NUM-FLAG = "Y"
               MOVE FUNCTION NUMVAL(WS-HIST-NUM-VALUE)
                   TO WS-SAMPLE-VALUE
               MOVE WS-HIST-UNIT TO WS-PLOT-UNIT
               MOVE "Y" TO WS-NUM-FOUND
               EXIT PARAGRAPH
           END-IF
                  INTO WS-BUCKET-KEY
           END-STRING
           COMPUTE WS-SAMPLE-VALUE = ROL-SUM / ROL-NUM-COUNT
           IF ROL-UNIT NOT = SPACES
               MOVE ROL-UNIT TO WS-PLOT-UNIT
           END-IF
           PERFORM Accumulate-Bucket
           EXIT PARAGRAPH.
       Accumulate-Bucket.
               UNTIL WS-REPORT-IDX > WS-BUCKET-COUNT
               COMPUTE WS-SAMPLE-VALUE =
                   BKT-SUM(WS-REPORT-IDX) / BKT-N(WS-REPORT-IDX)
               PERFORM Convert-Sample-Unit
               MOVE WS-SAMPLE-VALUE TO WS-SAMPLE-OUT
               DISPLAY FUNCTION TRIM(BKT-KEY(WS-REPORT-IDX)) " "
                   WS-SAMPLE-OUT " " WS-UNIT-NAME
           END-PERFORM
           EXIT PARAGRAPH.
      * NET records its per-poll traffic as plain bytes; it is the
      * one byte count shown as throughput (bits, if so preferred).
      * Values scraped from untyped records pass through as they are.
       Convert-Sample-Unit.
           MOVE WS-PLOT-UNIT TO WS-UNIT-NAME
           IF WS-UNIT-NAME = "B" AND WS-ARG-MODULE = "NET"
               MOVE "B/s" TO WS-UNIT-NAME
           END-IF
           MOVE "V" TO WS-UNIT-MODE
           MOVE WS-SAMPLE-VALUE TO WS-UNIT-VALUE
           PERFORM Call-Unitfmt
           MOVE WS-UNIT-VALUE TO WS-SAMPLE-VALUE
           EXIT PARAGRAPH.
       Call-Unitfmt.
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           EXIT PARAGRAPH.
