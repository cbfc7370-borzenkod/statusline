         05 HIST-NUM-VALUE             PIC +9(9).99.
         05 HIST-UNIT                  PIC X(8).
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC IS X(165).
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
         05 WS-HIST-NAME               PIC X(12).
         05 WS-HIST-TIMESTAMP.
           10 WS-HIST-DATE             PIC X(8).
           10 WS-HIST-HH               PIC 9(2).
           10 WS-HIST-MI               PIC 9(2).
           10 WS-HIST-SS               PIC 9(2).
         05 WS-HIST-SEQ                PIC 99.
         05 WS-HIST-VALUE              PIC X(66).
         05 WS-HIST-NUM-FLAG           PIC X.
         05 WS-ALERT-OBSERVED          PIC X(13).
         05 FILLER                     PIC X.
         05 WS-ALERT-NOTE              PIC X(16).
         05 FILLER                     PIC X(51).
         05 FILLER                     PIC X.
         05 WS-ALERT-SNAP              PIC X(46).
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
       01 WS-ARG-DATE                  PIC X(8).
      * isn't there -- closed out by the next trail record for the
      * same module, or by end of day for a stay still open.
           10 STAT-CRIT-SINCE          PIC S9(7).
      * Backup-age modules (DAGEHOOK's "age-h" unit -- AGE, AGE-DB,
      * AGE-HOME, one row per target): "Y" once one is seen, and the
      * seconds-of-day the newest backup it last reported was
      * written, -1 before one lands today.
           10 STAT-AGE-FLAG            PIC X.
           10 STAT-LAND-SECS           PIC S9(7).
           10 STAT-UNIT                PIC X(8).
       01 WS-STATS-LOADED              PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX                 PIC 9(3).
       01 WS-REPORT-IDX                PIC 9(3).
       01 WS-EDIT-MIN                  PIC -(11)9.99.
       01 WS-EDIT-MAX                  PIC -(11)9.99.
       01 WS-EDIT-AVG                  PIC -(11)9.99.
      * The same three with the LOCALE's separators, and LOCFMT's
      * call parameters -- the report date prints in its order too.
       01 WS-TEXT-MIN                  PIC X(15).
       01 WS-TEXT-MAX                  PIC X(15).
       01 WS-TEXT-AVG                  PIC X(15).
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
      * The day's crossings in trail order, each with its entry time
      * and (once the next record for that module closes it) its
      * duration in seconds.
           10 CRS-LEVEL                PIC X(4).
           10 CRS-SECS                 PIC S9(7).
           10 CRS-OPEN                 PIC X.
           10 CRS-SNAP                 PIC X(46).
       01 WS-CROSS-LOADED              PIC 9(3) VALUE 0.
       01 WS-CROSS-IDX                 PIC 9(3).
       01 WS-REC-SECONDS               PIC 9(7).
       01 WS-TOTAL-CRIT                PIC 9(7) VALUE 0.
       01 WS-FAIL-TALLY                PIC 9(3).
      * Backup punctuality -- each backup that landed during the
      * day, worked back from the reported age (poll time less the
      * age) so the landing time is the file's, not the poll's, and
      * the poll it was first reported at.
       01 WS-LAND-TABLE.
         05 WS-LAND-ENTRY OCCURS 100 TIMES.
           10 LND-NAME                 PIC X(12).
           10 LND-TIME                 PIC X(5).
           10 LND-SEEN                 PIC X(5).
       01 WS-LANDS-LOADED              PIC 9(3) VALUE 0.
       01 WS-LAND-IDX                  PIC 9(3).
       01 WS-LAND-SECS                 PIC S9(7).
       01 WS-LAND-DIFF                 PIC S9(7).
       01 WS-LAND-HH                   PIC 9(2).
       01 WS-LAND-MI                   PIC 9(2).
       01 WS-LAND-ANY                  PIC X.
      * Operator annotations (HISNOTE's reserved *NOTE* records)
      * for the day -- part of the day's story, not its statistics.
       01 WS-NOTE-TABLE.
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
       01 WS-LOCK-RESULT               PIC X.
      * Whether the alert trail's check-value chain still holds --
      * the crossings below come from it.
       01 WS-CHAIN-MODE                PIC X.
       01 WS-CHAIN-LINE                PIC X(165).
       01 WS-CHAIN-RESULT              PIC X.
       01 WS-CHAIN-RECNO               PIC 9(9).
       01 WS-CHAIN-COUNT               PIC 9(9).
       01 WS-CHAIN-SHOW                PIC Z(8)9.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT
           IF WS-ARG-DATE = SPACES OR WS-ARG-DATE NOT NUMERIC
               DISPLAY "usage: dayrpt YYYYMMDD" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           MOVE "L" TO WS-UNIT-MODE
           MOVE SPACES TO WS-UNIT-TEXT
           PERFORM Call-Unitfmt
           MOVE "L" TO WS-LOC-MODE
           MOVE SPACES TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           PERFORM Scan-History
           PERFORM Scan-Alert-Trail
           PERFORM Print-Digest.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "DAYRPT: history store busy"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
               END-CALL
               DISPLAY "DAYRPT: cannot open STATUSLINE-COB.HIS"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           STRING WS-ARG-DATE "235959" DELIMITED BY SIZE
               INTO WS-HELD-END
           END-STRING
           MOVE "N" TO WS-AT-EOF
           PERFORM Read-History-Record
           PERFORM UNTIL EOF-REACHED
               PERFORM Take-Record
               PERFORM Read-History-Record
           END-PERFORM
           PERFORM Finish-Held-Stretch
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               AT END MOVE "Y" TO WS-AT-EOF
           END-READ
           EXIT PARAGRAPH.
      * Every record goes through Take-Record -- the day before's
      * last value may have held into this one -- but only the
      * day's own are tallied.
       Tally-History-Record.
           IF WS-HIST-DATE NOT = WS-ARG-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-HIST-NAME) = "*NOTE*"
               IF WS-NOTES-LOADED < 50
                   ADD 1 TO WS-NOTES-LOADED
                   TO WS-NUM-VALUE
               ADD 1 TO STAT-NUM-COUNT(WS-FOUND-IDX)
               ADD WS-NUM-VALUE TO STAT-SUM(WS-FOUND-IDX)
               MOVE WS-HIST-UNIT TO STAT-UNIT(WS-FOUND-IDX)
               IF STAT-NUM-COUNT(WS-FOUND-IDX) = 1
                   MOVE WS-NUM-VALUE TO STAT-MIN(WS-FOUND-IDX)
                   MOVE WS-NUM-VALUE TO STAT-MAX(WS-FOUND-IDX)
                       MOVE WS-NUM-VALUE TO STAT-MAX(WS-FOUND-IDX)
                   END-IF
               END-IF
      * A held poll's age is the recorded one, not the poll's own
      * -- it would land a backup that never happened.
               IF WS-HIST-UNIT = "age-h" AND WS-HELD-REPLAY = "N"
                   PERFORM Note-Backup-Landing
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * The age is reported to the hundredth of an hour, so the
      * same backup works back to landing times up to a minute or
      * so apart from poll to poll -- only a jump of more than two
      * minutes is a new backup. Each AGE module is held against
      * its own last landing, so two targets never interleave.
       Note-Backup-Landing.
           MOVE "Y" TO STAT-AGE-FLAG(WS-FOUND-IDX)
           COMPUTE WS-LAND-SECS ROUNDED = WS-HIST-HH * 3600
               + WS-HIST-MI * 60 + WS-HIST-SS - WS-NUM-VALUE * 3600
           IF WS-LAND-SECS < 0
               EXIT PARAGRAPH
           END-IF
           IF STAT-LAND-SECS(WS-FOUND-IDX) >= 0
               COMPUTE WS-LAND-DIFF =
                   WS-LAND-SECS - STAT-LAND-SECS(WS-FOUND-IDX)
               IF WS-LAND-DIFF >= -120 AND WS-LAND-DIFF <= 120
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-LAND-SECS TO STAT-LAND-SECS(WS-FOUND-IDX)
           IF WS-LANDS-LOADED >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LANDS-LOADED
           MOVE WS-HIST-NAME TO LND-NAME(WS-LANDS-LOADED)
           COMPUTE WS-LAND-HH = WS-LAND-SECS / 3600
           COMPUTE WS-LAND-MI =
               (WS-LAND-SECS - WS-LAND-HH * 3600) / 60
           STRING WS-LAND-HH ":" WS-LAND-MI DELIMITED BY SIZE
               INTO LND-TIME(WS-LANDS-LOADED)
           END-STRING
           STRING WS-HIST-HH ":" WS-HIST-MI DELIMITED BY SIZE
               INTO LND-SEEN(WS-LANDS-LOADED)
           END-STRING
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
           PERFORM Tally-History-Record
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
               PERFORM Tally-History-Record
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
                   MOVE 0 TO STAT-SUM(WS-FOUND-IDX)
                   MOVE 0 TO STAT-CRIT-SECS(WS-FOUND-IDX)
                   MOVE -1 TO STAT-CRIT-SINCE(WS-FOUND-IDX)
                   MOVE "N" TO STAT-AGE-FLAG(WS-FOUND-IDX)
                   MOVE -1 TO STAT-LAND-SECS(WS-FOUND-IDX)
                   MOVE SPACES TO STAT-UNIT(WS-FOUND-IDX)
               ELSE
                   DISPLAY "DAYRPT: too many modules, skipping "
                       WS-HIST-NAME UPON SYSERR
           EXIT PARAGRAPH.
       Tally-Alert-Record.
           IF FUNCTION TRIM(WS-ALERT-LEVEL) = "ACK"
               OR WS-ALERT-LEVEL = "HAND"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-SECONDS = WS-ALERT-HH * 3600
                   MOVE WS-ALERT-LEVEL TO CRS-LEVEL(WS-CROSS-LOADED)
                   MOVE WS-REC-SECONDS TO CRS-SECS(WS-CROSS-LOADED)
                   MOVE "Y" TO CRS-OPEN(WS-CROSS-LOADED)
                   MOVE WS-ALERT-SNAP TO CRS-SNAP(WS-CROSS-LOADED)
               END-IF
           END-IF
           EXIT PARAGRAPH.
       Print-Trail-Status.
           MOVE "V" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-CHAIN-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL
           EVALUATE WS-CHAIN-RESULT
               WHEN "Y"
                   DISPLAY "alert trail: verified clean"
               WHEN "N"
                   MOVE WS-CHAIN-RECNO TO WS-CHAIN-SHOW
                   DISPLAY "alert trail: CHAIN BROKEN at record "
                       FUNCTION TRIM(WS-CHAIN-SHOW) " -- run ALTVFY"
               WHEN OTHER
                   DISPLAY "alert trail: not chained, not verified"
           END-EVALUATE
           EXIT PARAGRAPH.
       Print-Digest.
           MOVE "D" TO WS-LOC-MODE
           MOVE WS-ARG-DATE TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           DISPLAY "DAYRPT -- " FUNCTION TRIM(WS-LOC-TEXT)
           PERFORM Print-Trail-Status
           IF WS-STATS-LOADED = 0
               DISPLAY "no records for this date"
               GO TO Print-Digest-Exit
           DISPLAY " "
           DISPLAY "MODULE        POLLS  FAILS"
               "             MIN             MAX             AVG"
               "  UNIT"
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-STATS-LOADED
               PERFORM Print-Module-Line
           END-PERFORM
           PERFORM Print-Backup-Landings
           DISPLAY " "
           IF WS-CROSS-LOADED = 0
               DISPLAY "no threshold crossings"
           ELSE
               DISPLAY "CROSSINGS"
               DISPLAY "TIME   MODULE       LEVEL  DURATION-S"
                   " SNAPSHOT"
               PERFORM VARYING WS-CROSS-IDX FROM 1 BY 1
                   UNTIL WS-CROSS-IDX > WS-CROSS-LOADED
                   IF CRS-OPEN(WS-CROSS-IDX) = "Y"
                       DISPLAY CRS-TIME(WS-CROSS-IDX) " "
                           CRS-NAME(WS-CROSS-IDX) " "
                           CRS-LEVEL(WS-CROSS-IDX) "  ongoing  "
                           FUNCTION TRIM(CRS-SNAP(WS-CROSS-IDX))
                   ELSE
                       DISPLAY CRS-TIME(WS-CROSS-IDX) " "
                           CRS-NAME(WS-CROSS-IDX) " "
                           CRS-LEVEL(WS-CROSS-IDX) "  "
                           CRS-SECS(WS-CROSS-IDX) " "
                           FUNCTION TRIM(CRS-SNAP(WS-CROSS-IDX))
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "TOTAL TIME IN CRIT: " WS-TOTAL-CRIT " seconds".
       Print-Digest-Exit.
           EXIT PARAGRAPH.
      * Every backup-age module gets a line per backup that landed
      * on the day, or one saying none did -- the morning check of
      * whether last night's run made it, and when.
       Print-Backup-Landings.
           MOVE "N" TO WS-LAND-ANY
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-STATS-LOADED
               IF STAT-AGE-FLAG(WS-REPORT-IDX) = "Y"
                   MOVE "Y" TO WS-LAND-ANY
               END-IF
           END-PERFORM
           IF WS-LAND-ANY = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "BACKUP LANDINGS"
           DISPLAY "MODULE       LANDED  REPORTED"
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-STATS-LOADED
               IF STAT-AGE-FLAG(WS-REPORT-IDX) = "Y"
                   PERFORM Print-Module-Landings
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Print-Module-Landings.
           IF STAT-LAND-SECS(WS-REPORT-IDX) < 0
               DISPLAY STAT-NAME(WS-REPORT-IDX) " none"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LAND-IDX FROM 1 BY 1
               UNTIL WS-LAND-IDX > WS-LANDS-LOADED
               IF LND-NAME(WS-LAND-IDX) = STAT-NAME(WS-REPORT-IDX)
                   DISPLAY STAT-NAME(WS-REPORT-IDX) " "
                       LND-TIME(WS-LAND-IDX) "   "
                       LND-SEEN(WS-LAND-IDX)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Print-Module-Line.
           IF STAT-NUM-COUNT(WS-REPORT-IDX) > 0
               COMPUTE WS-STAT-AVG = STAT-SUM(WS-REPORT-IDX) /
                   STAT-NUM-COUNT(WS-REPORT-IDX)
               PERFORM Convert-Report-Units
               MOVE WS-SHOW-MIN TO WS-EDIT-MIN
               MOVE WS-SHOW-MAX TO WS-EDIT-MAX
               MOVE WS-SHOW-AVG TO WS-EDIT-AVG
               PERFORM Localize-Figures
               DISPLAY STAT-NAME(WS-REPORT-IDX) " "
                   STAT-COUNT(WS-REPORT-IDX) " "
                   STAT-FAILS(WS-REPORT-IDX) " "
                   WS-TEXT-MIN " " WS-TEXT-MAX " " WS-TEXT-AVG
                   "  " WS-UNIT-NAME
           ELSE
               DISPLAY STAT-NAME(WS-REPORT-IDX) " "
                   STAT-COUNT(WS-REPORT-IDX) " "
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
