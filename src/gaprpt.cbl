       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dynamic access so the interval pass can START straight at
      * the LOOP records for the range. The path is dynamic so the
      * second instance's STATUSLINE-COB.2.HIS can be checked too.
           SELECT HISTORY-FILE         ASSIGN TO DYNAMIC WS-HIST-PATH
                                       FILE STATUS IS WS-HIST-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS HIST-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HIST-RECORD.
         05 HIST-KEY.
           10 HIST-KEY-NAME            PIC X(12).
           10 HIST-KEY-TS              PIC X(14).
           10 HIST-KEY-SEQ             PIC 99.
         05 HIST-TEXT                  PIC X(66).
         05 HIST-NUM-FLAG              PIC X.
         05 HIST-NUM-VALUE             PIC +9(9).99.
         05 HIST-UNIT                  PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-HIST-PATH                 PIC X(256)
           VALUE "STATUSLINE-COB.HIS".
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Command line: "gaprpt FROM [TO [INTERVALS [STORE]]]" --
      * dates YYYYMMDD, INTERVALS the number of cycle intervals a
      * silence must last to count as a gap (default 3), STORE an
      * alternate history store such as STATUSLINE-COB.2.HIS.
       01 WS-ARG-FROM                  PIC X(8).
       01 WS-ARG-TO                    PIC X(8).
       01 WS-ARG-MULT                  PIC X(8).
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-GAP-MULT                  PIC 99 VALUE 3.
       01 WS-RANGE-START               PIC X(14).
       01 WS-RANGE-END                 PIC X(14).
       01 WS-NOW-TS                    PIC X(14).
       01 WS-TODAY                     PIC X(8).
      * The cycle interval isn't in the store, so it is learned from
      * it: the most common spacing between LOOP records in the
      * range, one bucket per second up to ten minutes. Cycles the
      * bar stretched onto the power-saver interval lose the vote
      * unless the machine spent most of the range on battery.
       01 WS-GAP-HISTOGRAM.
         05 WS-GAP-BUCKET OCCURS 600 TIMES PIC 9(7).
       01 WS-BUCKET-IDX                PIC 9(4).
       01 WS-BUCKET-BEST               PIC 9(7).
       01 WS-INTERVAL                  PIC 9(4) VALUE 0.
       01 WS-GAP-LIMIT                 PIC 9(9).
       01 WS-LOOP-COUNT                PIC 9(9) VALUE 0.
      * Running state over one module's records, in key order --
      * which is time order within a name.
       01 WS-CUR-NAME                  PIC X(12) VALUE SPACES.
       01 WS-PREV-TS                   PIC X(14).
       01 WS-PREV-SERIAL               PIC 9(12).
       01 WS-GAP-SECS                  PIC 9(12).
       01 WS-GAP-FROM                  PIC X(14).
       01 WS-GAP-TO                    PIC X(14).
       01 WS-GAPS-LISTED               PIC 9(6) VALUE 0.
       01 WS-LOOP-GAPS                 PIC 9(6) VALUE 0.
       01 WS-LOOP-GAP-SECS             PIC 9(12) VALUE 0.
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-TS-SERIAL                 PIC 9(12).
       01 WS-RANGE-START-SERIAL        PIC 9(12).
       01 WS-RANGE-END-SERIAL          PIC 9(12).
       01 WS-DURATION                  PIC 9(12).
       01 WS-DUR-HH                    PIC 9(7).
       01 WS-DUR-MI                    PIC 99.
       01 WS-DUR-SS                    PIC 99.
       01 WS-DUR-HH-EDIT               PIC Z(6)9.
       01 WS-DUR-TEXT                  PIC X(14).
      * Records per module per day -- each one (or poll a RECORD
      * CHANGE module's record held for) stands for one cycle
      * interval of coverage, so count times interval over the
      * day's length (the elapsed part, for today) is the share of
      * the day the store actually saw. Bounded like STATRPT's
      * table; overflow is warned and the extra rows dropped.
       01 WS-DAY-TABLE.
         05 WS-DAY-ENTRY OCCURS 400 TIMES.
           10 DAY-NAME                 PIC X(12).
           10 DAY-DATE                 PIC X(8).
           10 DAY-COUNT                PIC 9(7).
       01 WS-DAYS-LOADED               PIC 9(3) VALUE 0.
       01 WS-DAY-IDX                   PIC 9(3).
       01 WS-DAY-FOUND                 PIC 9(3).
       01 WS-DAY-WARNED                PIC X VALUE "N".
       01 WS-DAY-SECS                  PIC 9(6).
       01 WS-COVER-PCT                 PIC 9(3)V9.
       01 WS-COVER-EDIT                PIC ZZ9.9.
       01 WS-COUNT-EDIT                PIC Z(6)9.
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
       01 WS-LOCK-RESULT               PIC X.
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY
           PERFORM Parse-Arguments
           IF WS-ARG-FROM = SPACES
               DISPLAY "usage: gaprpt FROM [TO [INTERVALS [STORE]]]"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           MOVE WS-RANGE-END TO WS-HELD-END
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "GAPRPT: history store busy" UPON SYSERR
               GO TO Main-Exit
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               DISPLAY "GAPRPT: cannot open "
                   FUNCTION TRIM(WS-HIST-PATH) UPON SYSERR
               PERFORM Release-Lock
               GO TO Main-Exit
           END-IF
           PERFORM Learn-Interval
           IF WS-INTERVAL = 0
               DISPLAY "GAPRPT: no LOOP records in range -- cannot"
                   " tell the cycle interval" UPON SYSERR
               CLOSE HISTORY-FILE
               PERFORM Release-Lock
               GO TO Main-Exit
           END-IF
           COMPUTE WS-GAP-LIMIT = WS-INTERVAL * WS-GAP-MULT
           DISPLAY "GAPRPT  " FUNCTION TRIM(WS-HIST-PATH) "  "
               WS-RANGE-START " TO " WS-RANGE-END
           DISPLAY "CYCLE INTERVAL " WS-INTERVAL "s"
               "  GAP = SILENCE OVER " WS-GAP-LIMIT "s"
           DISPLAY " "
           DISPLAY "MODULE       GAP START      GAP END        LENGTH"
           PERFORM Scan-Records
           CLOSE HISTORY-FILE
           PERFORM Release-Lock
           PERFORM Print-Coverage.
       Main-Exit.
           STOP RUN.
       Release-Lock.
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           EXIT PARAGRAPH.
       Parse-Arguments.
           MOVE SPACES TO WS-ARG-FROM WS-ARG-TO WS-ARG-MULT
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 4
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               EVALUATE WS-ARG-NUM
                   WHEN 1 MOVE WS-ARG-VAL(1:8) TO WS-ARG-FROM
                   WHEN 2 MOVE WS-ARG-VAL(1:8) TO WS-ARG-TO
                   WHEN 3 MOVE WS-ARG-VAL(1:8) TO WS-ARG-MULT
                   WHEN 4
                       IF WS-ARG-VAL NOT = SPACES
                           MOVE WS-ARG-VAL TO WS-HIST-PATH
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-ARG-TO = SPACES
               MOVE WS-ARG-FROM TO WS-ARG-TO
           END-IF
           IF WS-ARG-MULT NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-MULT) NUMERIC
                   AND FUNCTION NUMVAL(WS-ARG-MULT) > 0
                   MOVE FUNCTION NUMVAL(WS-ARG-MULT) TO WS-GAP-MULT
               ELSE
                   MOVE SPACES TO WS-ARG-FROM
               END-IF
           END-IF
           IF WS-ARG-FROM NOT NUMERIC OR WS-ARG-TO NOT NUMERIC
               OR WS-ARG-TO < WS-ARG-FROM
               MOVE SPACES TO WS-ARG-FROM
               EXIT PARAGRAPH
           END-IF
      * The range runs midnight to midnight, but never past now --
      * the rest of today hasn't been missed yet.
           MOVE WS-ARG-FROM TO WS-RANGE-START(1:8)
           MOVE "000000" TO WS-RANGE-START(9:6)
           MOVE WS-ARG-TO TO WS-RANGE-END(1:8)
           MOVE "235959" TO WS-RANGE-END(9:6)
           IF WS-RANGE-END > WS-NOW-TS
               MOVE WS-NOW-TS TO WS-RANGE-END
           END-IF
           MOVE WS-RANGE-START TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-RANGE-START-SERIAL
           MOVE WS-RANGE-END TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-RANGE-END-SERIAL
           EXIT PARAGRAPH.
       Learn-Interval.
           INITIALIZE WS-GAP-HISTOGRAM
           MOVE 0 TO WS-PREV-SERIAL
           MOVE "LOOP" TO HIST-KEY-NAME
           MOVE WS-RANGE-START TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-AT-EOF
           END-START
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF HIST-KEY-NAME NOT = "LOOP"
                           OR HIST-KEY-TS > WS-RANGE-END
                           MOVE "Y" TO WS-AT-EOF
                       ELSE
                           PERFORM Tally-Loop-Spacing
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-BUCKET-BEST
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 600
               IF WS-GAP-BUCKET(WS-BUCKET-IDX) > WS-BUCKET-BEST
                   MOVE WS-GAP-BUCKET(WS-BUCKET-IDX) TO WS-BUCKET-BEST
                   MOVE WS-BUCKET-IDX TO WS-INTERVAL
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Tally-Loop-Spacing.
           ADD 1 TO WS-LOOP-COUNT
           MOVE HIST-KEY-TS TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           IF WS-PREV-SERIAL > 0 AND WS-TS-SERIAL > WS-PREV-SERIAL
               COMPUTE WS-GAP-SECS = WS-TS-SERIAL - WS-PREV-SERIAL
               IF WS-GAP-SECS <= 600
                   ADD 1 TO WS-GAP-BUCKET(WS-GAP-SECS)
               END-IF
           END-IF
           MOVE WS-TS-SERIAL TO WS-PREV-SERIAL
           EXIT PARAGRAPH.
      * One pass over the whole store in key order. A change of name
      * closes the previous module out against the end of the range
      * and opens the next one against its start, so a module that
      * stopped (or only started) recording partway shows that too.
       Scan-Records.
           MOVE LOW-VALUES TO HIST-KEY
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-AT-EOF
           END-START
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF HIST-KEY-TS <= WS-RANGE-END
                           AND HIST-KEY-NAME(1:1) NOT = "*"
                           PERFORM Take-Record
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Finish-Held-Stretch
           IF WS-CUR-NAME NOT = SPACES
               PERFORM Close-Module
           END-IF
           EXIT PARAGRAPH.
      * A RECORD CHANGE module's quiet stretch is its last value
      * held, not a silence -- its held polls come through here as
      * records do, and one from before the range only opens the
      * stretch running into it.
       Range-Record.
           IF HIST-KEY-TS < WS-RANGE-START
               EXIT PARAGRAPH
           END-IF
           PERFORM Process-Record
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
           PERFORM Range-Record
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
               PERFORM Range-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
       Process-Record.
           IF HIST-KEY-NAME NOT = WS-CUR-NAME
               IF WS-CUR-NAME NOT = SPACES
                   PERFORM Close-Module
               END-IF
               MOVE HIST-KEY-NAME TO WS-CUR-NAME
               MOVE WS-RANGE-START TO WS-PREV-TS
               MOVE WS-RANGE-START-SERIAL TO WS-PREV-SERIAL
           END-IF
           MOVE HIST-KEY-TS TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-PREV-TS TO WS-GAP-FROM
           MOVE HIST-KEY-TS TO WS-GAP-TO
           PERFORM Check-Gap
           MOVE HIST-KEY-TS TO WS-PREV-TS
           MOVE WS-TS-SERIAL TO WS-PREV-SERIAL
           PERFORM Count-Day-Record
           EXIT PARAGRAPH.
       Close-Module.
           MOVE WS-RANGE-END-SERIAL TO WS-TS-SERIAL
           MOVE WS-PREV-TS TO WS-GAP-FROM
           MOVE WS-RANGE-END TO WS-GAP-TO
           PERFORM Check-Gap
           EXIT PARAGRAPH.
      * Silence from WS-PREV-SERIAL to WS-TS-SERIAL. LOOP gaps are
      * the bar itself not running (or not getting the store); a
      * module's gap with no LOOP gap beside it is that module alone.
       Check-Gap.
           IF WS-TS-SERIAL <= WS-PREV-SERIAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-SECS = WS-TS-SERIAL - WS-PREV-SERIAL
           IF WS-GAP-SECS <= WS-GAP-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GAPS-LISTED
           IF WS-CUR-NAME = "LOOP"
               ADD 1 TO WS-LOOP-GAPS
               ADD WS-GAP-SECS TO WS-LOOP-GAP-SECS
           END-IF
           MOVE WS-GAP-SECS TO WS-DURATION
           PERFORM Format-Duration
           DISPLAY WS-CUR-NAME " " WS-GAP-FROM " " WS-GAP-TO " "
               FUNCTION TRIM(WS-DUR-TEXT)
           EXIT PARAGRAPH.
       Count-Day-Record.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAYS-LOADED OR WS-DAY-FOUND > 0
               IF DAY-NAME(WS-DAY-IDX) = HIST-KEY-NAME
                   AND DAY-DATE(WS-DAY-IDX) = HIST-KEY-TS(1:8)
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND = 0
               IF WS-DAYS-LOADED >= 400
                   IF WS-DAY-WARNED = "N"
                       DISPLAY "GAPRPT: too many module-days, coverage"
                           " table truncated" UPON SYSERR
                       MOVE "Y" TO WS-DAY-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAYS-LOADED
               MOVE WS-DAYS-LOADED TO WS-DAY-FOUND
               MOVE HIST-KEY-NAME TO DAY-NAME(WS-DAY-FOUND)
               MOVE HIST-KEY-TS(1:8) TO DAY-DATE(WS-DAY-FOUND)
               MOVE 0 TO DAY-COUNT(WS-DAY-FOUND)
           END-IF
           ADD 1 TO DAY-COUNT(WS-DAY-FOUND)
           EXIT PARAGRAPH.
       Print-Coverage.
           IF WS-GAPS-LISTED = 0
               DISPLAY "(no gaps)"
           END-IF
           DISPLAY " "
           DISPLAY "GAPS " WS-GAPS-LISTED "  BAR-WIDE (LOOP) "
               WS-LOOP-GAPS
           MOVE WS-LOOP-GAP-SECS TO WS-DURATION
           PERFORM Format-Duration
           DISPLAY "BAR NOT RECORDING FOR " FUNCTION TRIM(WS-DUR-TEXT)
           DISPLAY " "
           DISPLAY "MODULE       DATE       RECORDS  COVERAGE"
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAYS-LOADED
               PERFORM Print-Day-Coverage
           END-PERFORM
           EXIT PARAGRAPH.
       Print-Day-Coverage.
           IF DAY-DATE(WS-DAY-IDX) = WS-TODAY
               MOVE WS-NOW-TS TO WS-TS-FIELDS
               COMPUTE WS-DAY-SECS =
                   WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS + 1
           ELSE
               MOVE 86400 TO WS-DAY-SECS
           END-IF
           COMPUTE WS-COVER-PCT ROUNDED =
               DAY-COUNT(WS-DAY-IDX) * WS-INTERVAL * 100
               / WS-DAY-SECS
               ON SIZE ERROR MOVE 100 TO WS-COVER-PCT
           END-COMPUTE
           IF WS-COVER-PCT > 100
               MOVE 100 TO WS-COVER-PCT
           END-IF
           MOVE WS-COVER-PCT TO WS-COVER-EDIT
           MOVE DAY-COUNT(WS-DAY-IDX) TO WS-COUNT-EDIT
           DISPLAY DAY-NAME(WS-DAY-IDX) " " DAY-DATE(WS-DAY-IDX) "  "
               WS-COUNT-EDIT "   " WS-COVER-EDIT "%"
           EXIT PARAGRAPH.
      * Hours run past a day, as in INCRPT.
       Format-Duration.
           COMPUTE WS-DUR-HH = WS-DURATION / 3600
           COMPUTE WS-DUR-MI =
               FUNCTION MOD(WS-DURATION, 3600) / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD(WS-DURATION, 60)
           MOVE WS-DUR-HH TO WS-DUR-HH-EDIT
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-HH-EDIT) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DUR-MI DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DUR-SS DELIMITED BY SIZE
                  INTO WS-DUR-TEXT
           END-STRING
           EXIT PARAGRAPH.
       Compute-Ts-Serial.
           MOVE 0 TO WS-TS-SERIAL
           IF WS-TS-FIELDS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           EXIT PARAGRAPH.
