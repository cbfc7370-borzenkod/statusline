       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTMLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The ROLLUP program's summary store -- every figure in the
      * module table comes off it, so the report covers closed days
      * and costs a few hundred reads however long the range.
           SELECT ROLLUP-FILE          ASSIGN TO "STATUSLINE-COB.ROL"
                                       FILE STATUS IS WS-ROL-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ROL-KEY.
           SELECT ALERTS-FILE          ASSIGN TO "STATUSLINE-COB.ALT"
                                       FILE STATUS IS WS-ALERTS-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Only HISNOTE's annotation records are read from the raw
      * store -- one START straight at the range.
           SELECT HISTORY-FILE         ASSIGN TO "STATUSLINE-COB.HIS"
                                       FILE STATUS IS WS-HIST-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS HIST-KEY.
           SELECT HTML-FILE            ASSIGN TO DYNAMIC WS-OUT-PATH
                                       FILE STATUS IS WS-OUT-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROLLUP-FILE.
       01 ROL-RECORD.
         05 ROL-KEY.
           10 ROL-KEY-NAME             PIC X(12).
           10 ROL-KEY-DATE             PIC X(8).
           10 ROL-KEY-HOUR             PIC XX.
         05 ROL-COUNT                  PIC 9(9).
         05 ROL-NUM-COUNT              PIC 9(9).
         05 ROL-FAILS                  PIC 9(9).
         05 ROL-MIN                    PIC S9(12)V99.
         05 ROL-MAX                    PIC S9(12)V99.
         05 ROL-SUM                    PIC S9(14)V99.
         05 ROL-UNIT                   PIC X(8).
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC IS X(165).
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
       FD HTML-FILE.
       01 HTML-RECORD                  PIC X(512).
       WORKING-STORAGE SECTION.
       01 WS-ROL-STATUS                PIC XX.
         88 WS-ROL-OK                  VALUE "00".
       01 WS-ALERTS-STATUS             PIC XX.
         88 WS-ALERTS-OK               VALUE "00".
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-OUT-STATUS                PIC XX.
         88 WS-OUT-OK                  VALUE "00".
       01 WS-AT-EOF                    PIC X VALUE "N".
      * Command line: "htmlrpt FROM [TO [FILE]]" -- dates YYYYMMDD,
      * at most 92 days, FILE the HTML written (default
      * statusline-FROM-TO.html in the current directory).
       01 WS-ARG-FROM                  PIC X(8).
       01 WS-ARG-TO                    PIC X(8).
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-OUT-PATH                  PIC X(256).
       01 WS-NOW-TS                    PIC X(14).
       01 WS-RANGE-START               PIC X(14).
       01 WS-RANGE-END                 PIC X(14).
       01 WS-FROM-INT                  PIC 9(8).
       01 WS-TO-INT                    PIC 9(8).
       01 WS-DAYS-IN-RANGE             PIC 999.
       01 WS-RANGE-START-SERIAL        PIC 9(12).
       01 WS-RANGE-END-SERIAL          PIC 9(12).
      * Alert trail layout -- see MAIN's WS-ALERT-LINE.
       01 WS-ALERT-LINE.
         05 WS-ALERT-TS.
           10 WS-ALERT-DATE            PIC X(8).
           10 WS-ALERT-TIME            PIC X(6).
         05 FILLER                     PIC X.
         05 WS-ALERT-MOD               PIC X(12).
         05 FILLER                     PIC X.
         05 WS-ALERT-LEVEL             PIC X(4).
         05 FILLER                     PIC X.
         05 WS-ALERT-THRESH            PIC X(3).
         05 FILLER                     PIC X.
         05 WS-ALERT-OBSERVED          PIC X(13).
         05 FILLER                     PIC X.
         05 WS-ALERT-NOTE              PIC X(16).
      * One row per module seen in the rollup store for the range.
      * The whole-day rows give min, max, the average and one bar
      * per day; the hourly rows are the samples P95 is ranked
      * over, as in HOURRPT -- thinned by a doubling stride when a
      * long range fills the cell.
       01 WS-MOD-TABLE.
         05 WS-MOD-COUNT               PIC 99 VALUE 0.
         05 WS-MOD OCCURS 30 TIMES.
           10 MOD-NAME                 PIC X(12).
           10 MOD-UNIT                 PIC X(8).
           10 MOD-RECORDS              PIC 9(9).
           10 MOD-NUM-COUNT            PIC 9(9).
           10 MOD-FAILS                PIC 9(9).
           10 MOD-MIN                  PIC S9(12)V99.
           10 MOD-MAX                  PIC S9(12)V99.
           10 MOD-SUM                  PIC S9(14)V99.
           10 MOD-N                    PIC 9(4).
           10 MOD-STRIDE               PIC 9(4).
           10 MOD-SKIP                 PIC 9(4).
           10 MOD-SAMPLE OCCURS 744 TIMES PIC S9(12)V99.
           10 MOD-DAY OCCURS 92 TIMES.
             15 MOD-DAY-SET            PIC X.
             15 MOD-DAY-AVG            PIC S9(12)V99.
       01 WS-MOD-IDX                   PIC 99.
       01 WS-FOUND-MOD                 PIC 99.
       01 WS-DAY-SLOT                  PIC 999.
       01 WS-THIN-IDX                  PIC 9(4).
       01 WS-THIN-SRC                  PIC 9(4).
       01 WS-SAMPLE-VALUE              PIC S9(12)V99.
       01 WS-SORT-I                    PIC 9(4).
       01 WS-SORT-J                    PIC 9(4).
       01 WS-SORT-HOLD                 PIC S9(12)V99.
       01 WS-P95-POS                   PIC 9(4).
       01 WS-BAR-LO                    PIC S9(12)V99.
       01 WS-BAR-HI                    PIC S9(12)V99.
       01 WS-BAR-PCT                   PIC 999.
       01 WS-BAR-SEEN                  PIC X.
       01 WS-BAR-PCT-EDIT              PIC ZZ9.
      * Per-day alert tallies across every module, and the seconds
      * spent in CRIT -- a stay crossing midnight is split between
      * the days it touched, and one opened before the range counts
      * from the range's first second.
       01 WS-DAY-TABLE.
         05 WS-DAY OCCURS 92 TIMES.
           10 DAY-WARN                 PIC 9(5).
           10 DAY-CRIT                 PIC 9(5).
           10 DAY-FLAP                 PIC 9(5).
           10 DAY-CRIT-SECS            PIC 9(7).
       01 WS-TOTAL-WARN                PIC 9(6).
       01 WS-TOTAL-CRIT                PIC 9(6).
       01 WS-TOTAL-FLAP                PIC 9(6).
       01 WS-TOTAL-CRIT-SECS           PIC 9(9).
      * Modules currently in CRIT while the trail is walked.
       01 WS-OPEN-TABLE.
         05 WS-OPEN-COUNT              PIC 99 VALUE 0.
         05 WS-OPEN OCCURS 50 TIMES.
           10 OPEN-NAME                PIC X(12).
           10 OPEN-SINCE               PIC 9(12).
       01 WS-OPEN-IDX                  PIC 99.
       01 WS-OPEN-FOUND                PIC 99.
       01 WS-SPAN-FROM                 PIC 9(12).
       01 WS-SPAN-TO                   PIC 9(12).
       01 WS-SPAN-DAY-END              PIC 9(12).
       01 WS-SPAN-PIECE                PIC 9(12).
       01 WS-SPAN-DAYNUM               PIC 9(7).
      * Operator annotations (HISNOTE's reserved *NOTE* records).
       01 WS-NOTE-TABLE.
         05 WS-NOTE OCCURS 100 TIMES.
           10 NOTE-TS                  PIC X(14).
           10 NOTE-TEXT                PIC X(66).
       01 WS-NOTES-LOADED              PIC 999 VALUE 0.
       01 WS-NOTE-IDX                  PIC 999.
       01 WS-NOTE-NAME                 PIC X(12) VALUE "*NOTE*".
       01 WS-TL-PCT                    PIC 999V9.
       01 WS-TL-PCT-EDIT               PIC ZZ9.9.
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-TS-SERIAL                 PIC 9(12).
       01 WS-DURATION                  PIC 9(12).
       01 WS-DUR-HH                    PIC 9(7).
       01 WS-DUR-MI                    PIC 99.
       01 WS-DUR-SS                    PIC 99.
       01 WS-DUR-HH-EDIT               PIC Z(6)9.
       01 WS-DUR-TEXT                  PIC X(14).
      * Output assembly -- one HTML line at a time, numbers through
      * the edit picture, free text through Escape-Text so a note
      * reading "fan < 2000rpm & rising" can't break the page.
       01 WS-HTML-LINE                 PIC X(512) VALUE SPACES.
       01 WS-HTML-PTR                  PIC 999 COMP.
       01 WS-NUM-IN                    PIC S9(12)V99.
       01 WS-NUM-EDIT                  PIC -(11)9.99.
       01 WS-NUM-TEXT                  PIC X(16).
       01 WS-CNT-EDIT                  PIC Z(8)9.
       01 WS-ESC-IN                    PIC X(66).
       01 WS-ESC-OUT                   PIC X(400).
       01 WS-ESC-PTR                   PIC 999 COMP.
       01 WS-ESC-LEN                   PIC 999 COMP.
       01 WS-ESC-IDX                   PIC 999 COMP.
       01 WS-ESC-CHAR                  PIC X.
      * Advisory lock over the history store, shared with MAIN's
      * write burst -- see HISLOCK.
       01 WS-LOCK-MODE                 PIC X.
       01 WS-LOCK-RESULT               PIC X.
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           PERFORM Parse-Arguments
           IF WS-ARG-FROM = SPACES
               DISPLAY "usage: htmlrpt FROM [TO [FILE]]"
                   " (YYYYMMDD, at most 92 days)" UPON SYSERR
               GO TO Main-Exit
           END-IF
           PERFORM Load-Rollup
           PERFORM Load-Alerts
           PERFORM Load-Annotations
           OPEN OUTPUT HTML-FILE
           IF NOT WS-OUT-OK
               DISPLAY "HTMLRPT: cannot write "
                   FUNCTION TRIM(WS-OUT-PATH) UPON SYSERR
               GO TO Main-Exit
           END-IF
           PERFORM Write-Head
           PERFORM Write-Module-Table
           PERFORM Write-Alert-Table
           PERFORM Write-Annotations
           MOVE "</body></html>" TO WS-HTML-LINE
           PERFORM Emit-Line
           CLOSE HTML-FILE
           DISPLAY "HTMLRPT: wrote " FUNCTION TRIM(WS-OUT-PATH)
               " (" WS-MOD-COUNT " modules, " WS-NOTES-LOADED
               " notes)".
       Main-Exit.
           STOP RUN.
       Parse-Arguments.
           MOVE SPACES TO WS-ARG-FROM WS-ARG-TO WS-OUT-PATH
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 3
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               EVALUATE WS-ARG-NUM
                   WHEN 1 MOVE WS-ARG-VAL(1:8) TO WS-ARG-FROM
                   WHEN 2 MOVE WS-ARG-VAL(1:8) TO WS-ARG-TO
                   WHEN 3 MOVE WS-ARG-VAL TO WS-OUT-PATH
               END-EVALUATE
           END-PERFORM
           IF WS-ARG-TO = SPACES
               MOVE WS-ARG-FROM TO WS-ARG-TO
           END-IF
           IF WS-ARG-FROM NOT NUMERIC OR WS-ARG-TO NOT NUMERIC
               OR WS-ARG-TO < WS-ARG-FROM
               MOVE SPACES TO WS-ARG-FROM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ARG-FROM))
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ARG-TO))
           IF WS-TO-INT - WS-FROM-INT >= 92
               MOVE SPACES TO WS-ARG-FROM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-IN-RANGE = WS-TO-INT - WS-FROM-INT + 1
           IF WS-OUT-PATH = SPACES
               STRING "statusline-" DELIMITED BY SIZE
                      WS-ARG-FROM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-ARG-TO DELIMITED BY SIZE
                      ".html" DELIMITED BY SIZE
                      INTO WS-OUT-PATH
               END-STRING
           END-IF
      * Midnight to midnight, but never past now -- CRIT time still
      * running is counted up to the moment the report was made.
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
           COMPUTE WS-RANGE-END-SERIAL = WS-TS-SERIAL + 1
           PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
               UNTIL WS-DAY-SLOT > 92
               MOVE 0 TO DAY-WARN(WS-DAY-SLOT)
               MOVE 0 TO DAY-CRIT(WS-DAY-SLOT)
               MOVE 0 TO DAY-FLAP(WS-DAY-SLOT)
               MOVE 0 TO DAY-CRIT-SECS(WS-DAY-SLOT)
           END-PERFORM
           EXIT PARAGRAPH.
      *----------------------------------------------------------------
      * Rollup store -> module table.
      *----------------------------------------------------------------
       Load-Rollup.
           OPEN INPUT ROLLUP-FILE
           IF NOT WS-ROL-OK
               DISPLAY "HTMLRPT: no STATUSLINE-COB.ROL -- module"
                   " table left empty (run ROLLUP)" UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ ROLLUP-FILE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF ROL-KEY-DATE >= WS-ARG-FROM
                           AND ROL-KEY-DATE <= WS-ARG-TO
                           PERFORM Take-Rollup-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLUP-FILE
           EXIT PARAGRAPH.
       Take-Rollup-Row.
           PERFORM Find-Or-Add-Module
           IF WS-FOUND-MOD = 0
               EXIT PARAGRAPH
           END-IF
           IF ROL-KEY-HOUR NOT = "99"
               IF ROL-NUM-COUNT > 0
                   PERFORM Add-Hour-Sample
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD ROL-COUNT TO MOD-RECORDS(WS-FOUND-MOD)
           ADD ROL-FAILS TO MOD-FAILS(WS-FOUND-MOD)
           IF ROL-UNIT NOT = SPACES
               MOVE ROL-UNIT TO MOD-UNIT(WS-FOUND-MOD)
           END-IF
           IF ROL-NUM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF MOD-NUM-COUNT(WS-FOUND-MOD) = 0
               OR ROL-MIN < MOD-MIN(WS-FOUND-MOD)
               MOVE ROL-MIN TO MOD-MIN(WS-FOUND-MOD)
           END-IF
           IF MOD-NUM-COUNT(WS-FOUND-MOD) = 0
               OR ROL-MAX > MOD-MAX(WS-FOUND-MOD)
               MOVE ROL-MAX TO MOD-MAX(WS-FOUND-MOD)
           END-IF
           ADD ROL-NUM-COUNT TO MOD-NUM-COUNT(WS-FOUND-MOD)
           ADD ROL-SUM TO MOD-SUM(WS-FOUND-MOD)
           COMPUTE WS-DAY-SLOT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ROL-KEY-DATE)) - WS-FROM-INT + 1
           MOVE "Y" TO MOD-DAY-SET(WS-FOUND-MOD, WS-DAY-SLOT)
           COMPUTE MOD-DAY-AVG(WS-FOUND-MOD, WS-DAY-SLOT) ROUNDED =
               ROL-SUM / ROL-NUM-COUNT
           EXIT PARAGRAPH.
       Add-Hour-Sample.
           ADD 1 TO MOD-SKIP(WS-FOUND-MOD)
           IF MOD-SKIP(WS-FOUND-MOD) < MOD-STRIDE(WS-FOUND-MOD)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MOD-SKIP(WS-FOUND-MOD)
           IF MOD-N(WS-FOUND-MOD) >= 744
               PERFORM Thin-Module-Samples
           END-IF
           COMPUTE WS-SAMPLE-VALUE ROUNDED = ROL-SUM / ROL-NUM-COUNT
           ADD 1 TO MOD-N(WS-FOUND-MOD)
           MOVE WS-SAMPLE-VALUE
               TO MOD-SAMPLE(WS-FOUND-MOD, MOD-N(WS-FOUND-MOD))
           EXIT PARAGRAPH.
       Thin-Module-Samples.
           PERFORM VARYING WS-THIN-IDX FROM 1 BY 1
               UNTIL WS-THIN-IDX > 372
               COMPUTE WS-THIN-SRC = WS-THIN-IDX * 2 - 1
               MOVE MOD-SAMPLE(WS-FOUND-MOD, WS-THIN-SRC)
                   TO MOD-SAMPLE(WS-FOUND-MOD, WS-THIN-IDX)
           END-PERFORM
           MOVE 372 TO MOD-N(WS-FOUND-MOD)
           COMPUTE MOD-STRIDE(WS-FOUND-MOD) =
               MOD-STRIDE(WS-FOUND-MOD) * 2
           EXIT PARAGRAPH.
       Find-Or-Add-Module.
           MOVE 0 TO WS-FOUND-MOD
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-COUNT
               IF MOD-NAME(WS-MOD-IDX) = ROL-KEY-NAME
                   MOVE WS-MOD-IDX TO WS-FOUND-MOD
                   MOVE WS-MOD-COUNT TO WS-MOD-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-MOD > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-COUNT >= 30
               DISPLAY "HTMLRPT: too many modules, skipping "
                   ROL-KEY-NAME UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOD-COUNT
           MOVE WS-MOD-COUNT TO WS-FOUND-MOD
           MOVE ROL-KEY-NAME TO MOD-NAME(WS-FOUND-MOD)
           MOVE SPACES TO MOD-UNIT(WS-FOUND-MOD)
           MOVE 0 TO MOD-RECORDS(WS-FOUND-MOD)
           MOVE 0 TO MOD-NUM-COUNT(WS-FOUND-MOD)
           MOVE 0 TO MOD-FAILS(WS-FOUND-MOD)
           MOVE 0 TO MOD-MIN(WS-FOUND-MOD)
           MOVE 0 TO MOD-MAX(WS-FOUND-MOD)
           MOVE 0 TO MOD-SUM(WS-FOUND-MOD)
           MOVE 0 TO MOD-N(WS-FOUND-MOD)
           MOVE 1 TO MOD-STRIDE(WS-FOUND-MOD)
           MOVE 0 TO MOD-SKIP(WS-FOUND-MOD)
           PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
               UNTIL WS-DAY-SLOT > 92
               MOVE "N" TO MOD-DAY-SET(WS-FOUND-MOD, WS-DAY-SLOT)
               MOVE 0 TO MOD-DAY-AVG(WS-FOUND-MOD, WS-DAY-SLOT)
           END-PERFORM
           EXIT PARAGRAPH.
      *----------------------------------------------------------------
      * Alert trail -> per-day counts and CRIT time. The whole trail
      * is walked so a CRIT entered before the range is still open
      * when the range begins.
      *----------------------------------------------------------------
       Load-Alerts.
           OPEN INPUT ALERTS-FILE
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ ALERTS-FILE INTO WS-ALERT-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Take-Alert-Record
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               MOVE OPEN-SINCE(WS-OPEN-IDX) TO WS-SPAN-FROM
               MOVE WS-RANGE-END-SERIAL TO WS-SPAN-TO
               PERFORM Add-Crit-Span
           END-PERFORM
           EXIT PARAGRAPH.
       Take-Alert-Record.
           IF WS-ALERT-DATE > WS-ARG-TO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-TS TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           IF WS-TS-SERIAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-DATE >= WS-ARG-FROM
               COMPUTE WS-DAY-SLOT = FUNCTION INTEGER-OF-DATE(
                   WS-TS-DATE) - WS-FROM-INT + 1
               EVALUATE FUNCTION TRIM(WS-ALERT-LEVEL)
                   WHEN "WARN" ADD 1 TO DAY-WARN(WS-DAY-SLOT)
                   WHEN "CRIT" ADD 1 TO DAY-CRIT(WS-DAY-SLOT)
                   WHEN "FLAP" ADD 1 TO DAY-FLAP(WS-DAY-SLOT)
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
      * Only a level the module actually sits at moves the CRIT
      * clock -- operator acks, undelivered pages and the start of
      * a flap episode say nothing about it.
           EVALUATE FUNCTION TRIM(WS-ALERT-LEVEL)
               WHEN "CRIT"
                   PERFORM Open-Crit-Stay
               WHEN "WARN"
               WHEN "OK"
                   PERFORM Close-Crit-Stay
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
       Find-Open-Stay.
           MOVE 0 TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF OPEN-NAME(WS-OPEN-IDX) = WS-ALERT-MOD
                   MOVE WS-OPEN-IDX TO WS-OPEN-FOUND
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Open-Crit-Stay.
           PERFORM Find-Open-Stay
           IF WS-OPEN-FOUND > 0 OR WS-OPEN-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-ALERT-MOD TO OPEN-NAME(WS-OPEN-COUNT)
           MOVE WS-TS-SERIAL TO OPEN-SINCE(WS-OPEN-COUNT)
           EXIT PARAGRAPH.
       Close-Crit-Stay.
           PERFORM Find-Open-Stay
           IF WS-OPEN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OPEN-SINCE(WS-OPEN-FOUND) TO WS-SPAN-FROM
           MOVE WS-TS-SERIAL TO WS-SPAN-TO
           PERFORM Add-Crit-Span
           MOVE OPEN-NAME(WS-OPEN-COUNT) TO OPEN-NAME(WS-OPEN-FOUND)
           MOVE OPEN-SINCE(WS-OPEN-COUNT) TO OPEN-SINCE(WS-OPEN-FOUND)
           SUBTRACT 1 FROM WS-OPEN-COUNT
           EXIT PARAGRAPH.
      * Clips the stay to the range, then hands each day its share.
       Add-Crit-Span.
           IF WS-SPAN-FROM < WS-RANGE-START-SERIAL
               MOVE WS-RANGE-START-SERIAL TO WS-SPAN-FROM
           END-IF
           IF WS-SPAN-TO > WS-RANGE-END-SERIAL
               MOVE WS-RANGE-END-SERIAL TO WS-SPAN-TO
           END-IF
           PERFORM UNTIL WS-SPAN-FROM >= WS-SPAN-TO
               DIVIDE WS-SPAN-FROM BY 86400 GIVING WS-SPAN-DAYNUM
               COMPUTE WS-DAY-SLOT = WS-SPAN-DAYNUM - WS-FROM-INT + 1
               COMPUTE WS-SPAN-DAY-END = (WS-SPAN-DAYNUM + 1) * 86400
               IF WS-SPAN-DAY-END > WS-SPAN-TO
                   MOVE WS-SPAN-TO TO WS-SPAN-DAY-END
               END-IF
               COMPUTE WS-SPAN-PIECE = WS-SPAN-DAY-END - WS-SPAN-FROM
               ADD WS-SPAN-PIECE TO DAY-CRIT-SECS(WS-DAY-SLOT)
               MOVE WS-SPAN-DAY-END TO WS-SPAN-FROM
           END-PERFORM
           EXIT PARAGRAPH.
      *----------------------------------------------------------------
      * Annotations for the range.
      *----------------------------------------------------------------
       Load-Annotations.
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "HTMLRPT: history store busy -- annotations"
                   " left out" UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-OK
               PERFORM Read-Annotations
               CLOSE HISTORY-FILE
           END-IF
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           EXIT PARAGRAPH.
       Read-Annotations.
           MOVE WS-NOTE-NAME TO HIST-KEY-NAME
           MOVE WS-RANGE-START TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-AT-EOF
           END-START
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF HIST-KEY-NAME NOT = WS-NOTE-NAME
                           OR HIST-KEY-TS > WS-RANGE-END
                           MOVE "Y" TO WS-AT-EOF
                       ELSE
                           IF WS-NOTES-LOADED < 100
                               ADD 1 TO WS-NOTES-LOADED
                               MOVE HIST-KEY-TS
                                   TO NOTE-TS(WS-NOTES-LOADED)
                               MOVE HIST-TEXT
                                   TO NOTE-TEXT(WS-NOTES-LOADED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT PARAGRAPH.
      *----------------------------------------------------------------
      * HTML. Styles are inline in the head and the charts are plain
      * boxes, so the file opens anywhere with nothing else beside it.
      *----------------------------------------------------------------
       Write-Head.
           MOVE "<!DOCTYPE html>" TO WS-HTML-LINE
           PERFORM Emit-Line
           MOVE "<html><head><meta charset=""utf-8"">" TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING "<title>statusline " WS-ARG-FROM " - " WS-ARG-TO
                  "</title>" DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           MOVE "<style>" TO WS-HTML-LINE
           PERFORM Emit-Line
           MOVE "body{font-family:sans-serif;margin:2em;color:#222}"
               TO WS-HTML-LINE
           PERFORM Emit-Line
           MOVE "table{border-collapse:collapse;margin-bottom:2em}"
               TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING "th,td{border:1px solid #ccc;padding:2px 8px;"
                  "text-align:right;vertical-align:bottom}"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           MOVE "th{background:#eee} .l{text-align:left}"
               TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING ".chart{display:flex;align-items:flex-end;"
                  "height:32px;min-width:120px;gap:1px}"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           STRING ".chart div{flex:1;min-width:2px;"
                  "background:#4a7ebb}"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           MOVE ".chart div.none{background:#ddd;height:1px}"
               TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING ".tl{position:relative;height:20px;margin:1em 1em"
                  " 2em;border-bottom:2px solid #888}"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           STRING ".tl span{position:absolute;bottom:-7px;width:12px;"
                  "height:12px;margin-left:-6px;border-radius:6px;"
                  "background:#c60}"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           MOVE ".crit{color:#b00;font-weight:bold}" TO WS-HTML-LINE
           PERFORM Emit-Line
           MOVE "</style></head><body>" TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING "<h1>Statusline report " WS-ARG-FROM " &ndash; "
                  WS-ARG-TO "</h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           STRING "<p>Generated " WS-NOW-TS(1:8) " " WS-NOW-TS(9:6)
                  ". Module figures come from the rollup store and"
                  " cover closed days; P95 ranks hourly averages."
                  "</p>" DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           EXIT PARAGRAPH.
       Write-Module-Table.
           MOVE "<h2>Modules</h2>" TO WS-HTML-LINE
           PERFORM Emit-Line
           IF WS-MOD-COUNT = 0
               MOVE "<p>No rollup rows for this range.</p>"
                   TO WS-HTML-LINE
               PERFORM Emit-Line
               EXIT PARAGRAPH
           END-IF
           STRING "<table><tr><th class=""l"">Module</th>"
                  "<th class=""l"">Unit</th><th>Min</th><th>Avg</th>"
                  "<th>Max</th><th>P95</th><th>Records</th>"
                  "<th>Fails</th><th class=""l"">Daily average</th>"
                  "</tr>" DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-COUNT
               PERFORM Write-Module-Row
           END-PERFORM
           MOVE "</table>" TO WS-HTML-LINE
           PERFORM Emit-Line
           EXIT PARAGRAPH.
       Write-Module-Row.
           MOVE MOD-NAME(WS-MOD-IDX) TO WS-ESC-IN
           PERFORM Escape-Text
           MOVE 1 TO WS-HTML-PTR
           STRING "<tr><td class=""l"">" DELIMITED BY SIZE
                  WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE
                  "</td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           MOVE MOD-UNIT(WS-MOD-IDX) TO WS-ESC-IN
           PERFORM Escape-Text
           STRING "<td class=""l"">" DELIMITED BY SIZE
                  WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE
                  "</td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           IF MOD-NUM-COUNT(WS-MOD-IDX) = 0
               STRING "<td>-</td><td>-</td><td>-</td><td>-</td>"
                   DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
               END-STRING
           ELSE
               MOVE MOD-MIN(WS-MOD-IDX) TO WS-NUM-IN
               PERFORM Append-Number-Cell
               COMPUTE WS-NUM-IN ROUNDED =
                   MOD-SUM(WS-MOD-IDX) / MOD-NUM-COUNT(WS-MOD-IDX)
               PERFORM Append-Number-Cell
               MOVE MOD-MAX(WS-MOD-IDX) TO WS-NUM-IN
               PERFORM Append-Number-Cell
               PERFORM Compute-Module-P95
               PERFORM Append-Number-Cell
           END-IF
           MOVE MOD-RECORDS(WS-MOD-IDX) TO WS-CNT-EDIT
           STRING "<td>" FUNCTION TRIM(WS-CNT-EDIT) "</td>"
               DELIMITED BY SIZE
               INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           MOVE MOD-FAILS(WS-MOD-IDX) TO WS-CNT-EDIT
           STRING "<td>" FUNCTION TRIM(WS-CNT-EDIT) "</td>"
               "<td class=""l""><div class=""chart"">"
               DELIMITED BY SIZE
               INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           PERFORM Emit-Line
           PERFORM Write-Module-Bars
           MOVE "</div></td></tr>" TO WS-HTML-LINE
           PERFORM Emit-Line
           EXIT PARAGRAPH.
       Append-Number-Cell.
           MOVE WS-NUM-IN TO WS-NUM-EDIT
           STRING "<td>" FUNCTION TRIM(WS-NUM-EDIT) "</td>"
               DELIMITED BY SIZE
               INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           EXIT PARAGRAPH.
       Append-Count-Cell.
           STRING "<td>" FUNCTION TRIM(WS-CNT-EDIT) "</td>"
               DELIMITED BY SIZE
               INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           EXIT PARAGRAPH.
      * Sorted ascending, the 95th percentile read straight off the
      * ranks -- the same arithmetic as HOURRPT.
       Compute-Module-P95.
           MOVE 0 TO WS-NUM-IN
           IF MOD-N(WS-MOD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= MOD-N(WS-MOD-IDX)
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > MOD-N(WS-MOD-IDX) - WS-SORT-I
                   IF MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J)
                       > MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J + 1)
                       MOVE MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J)
                           TO WS-SORT-HOLD
                       MOVE MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J + 1)
                           TO MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J)
                       MOVE WS-SORT-HOLD
                           TO MOD-SAMPLE(WS-MOD-IDX, WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-P95-POS = (MOD-N(WS-MOD-IDX) * 95 + 99) / 100
           IF WS-P95-POS < 1
               MOVE 1 TO WS-P95-POS
           END-IF
           IF WS-P95-POS > MOD-N(WS-MOD-IDX)
               MOVE MOD-N(WS-MOD-IDX) TO WS-P95-POS
           END-IF
           MOVE MOD-SAMPLE(WS-MOD-IDX, WS-P95-POS) TO WS-NUM-IN
           EXIT PARAGRAPH.
      * One bar per day of the range, its height the day's average
      * between the lowest (or zero) and the highest day shown; a
      * day with no rollup row is a grey stub. The tooltip carries
      * the date and the figure.
       Write-Module-Bars.
           MOVE 0 TO WS-BAR-LO
           MOVE 0 TO WS-BAR-HI
           MOVE "N" TO WS-BAR-SEEN
           PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
               UNTIL WS-DAY-SLOT > WS-DAYS-IN-RANGE
               IF MOD-DAY-SET(WS-MOD-IDX, WS-DAY-SLOT) = "Y"
                   IF WS-BAR-SEEN = "N"
                       OR MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT)
                           > WS-BAR-HI
                       MOVE MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT)
                           TO WS-BAR-HI
                   END-IF
                   IF MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT)
                       < WS-BAR-LO
                       MOVE MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT)
                           TO WS-BAR-LO
                   END-IF
                   MOVE "Y" TO WS-BAR-SEEN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
               UNTIL WS-DAY-SLOT > WS-DAYS-IN-RANGE
               PERFORM Write-One-Bar
           END-PERFORM
           EXIT PARAGRAPH.
       Write-One-Bar.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT + WS-DAY-SLOT
               - 1) TO WS-TS-DATE
           IF MOD-DAY-SET(WS-MOD-IDX, WS-DAY-SLOT) NOT = "Y"
               STRING "<div class=""none"" title=""" WS-TS-DATE
                   " no data""></div>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
               END-STRING
               PERFORM Emit-Line
               EXIT PARAGRAPH
           END-IF
           IF WS-BAR-HI > WS-BAR-LO
               COMPUTE WS-BAR-PCT ROUNDED =
                   (MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT) - WS-BAR-LO)
                   * 100 / (WS-BAR-HI - WS-BAR-LO)
           ELSE
               MOVE 100 TO WS-BAR-PCT
           END-IF
           IF WS-BAR-PCT < 3
               MOVE 3 TO WS-BAR-PCT
           END-IF
           MOVE WS-BAR-PCT TO WS-BAR-PCT-EDIT
           MOVE MOD-DAY-AVG(WS-MOD-IDX, WS-DAY-SLOT) TO WS-NUM-EDIT
           STRING "<div style=""height:" FUNCTION TRIM(WS-BAR-PCT-EDIT)
                  "%"" title=""" WS-TS-DATE " "
                  FUNCTION TRIM(WS-NUM-EDIT) """></div>"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           EXIT PARAGRAPH.
       Write-Alert-Table.
           MOVE "<h2>Alerts by day</h2>" TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING "<table><tr><th class=""l"">Date</th><th>WARN</th>"
                  "<th>CRIT</th><th>FLAP</th><th>Time in CRIT</th>"
                  "</tr>" DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           MOVE 0 TO WS-TOTAL-WARN WS-TOTAL-CRIT WS-TOTAL-FLAP
               WS-TOTAL-CRIT-SECS
           PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
               UNTIL WS-DAY-SLOT > WS-DAYS-IN-RANGE
               ADD DAY-WARN(WS-DAY-SLOT) TO WS-TOTAL-WARN
               ADD DAY-CRIT(WS-DAY-SLOT) TO WS-TOTAL-CRIT
               ADD DAY-FLAP(WS-DAY-SLOT) TO WS-TOTAL-FLAP
               ADD DAY-CRIT-SECS(WS-DAY-SLOT) TO WS-TOTAL-CRIT-SECS
               MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT
                   + WS-DAY-SLOT - 1) TO WS-TS-DATE
               MOVE DAY-CRIT-SECS(WS-DAY-SLOT) TO WS-DURATION
               PERFORM Format-Duration
               MOVE 1 TO WS-HTML-PTR
               IF DAY-CRIT-SECS(WS-DAY-SLOT) > 0
                   STRING "<tr class=""crit"">" DELIMITED BY SIZE
                       INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                   END-STRING
               ELSE
                   STRING "<tr>" DELIMITED BY SIZE
                       INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                   END-STRING
               END-IF
               STRING "<td class=""l"">" WS-TS-DATE "</td>"
                      DELIMITED BY SIZE
                      INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
               END-STRING
               MOVE DAY-WARN(WS-DAY-SLOT) TO WS-CNT-EDIT
               PERFORM Append-Count-Cell
               MOVE DAY-CRIT(WS-DAY-SLOT) TO WS-CNT-EDIT
               PERFORM Append-Count-Cell
               MOVE DAY-FLAP(WS-DAY-SLOT) TO WS-CNT-EDIT
               PERFORM Append-Count-Cell
               STRING "<td>" FUNCTION TRIM(WS-DUR-TEXT) "</td></tr>"
                      DELIMITED BY SIZE
                      INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
               END-STRING
               PERFORM Emit-Line
           END-PERFORM
           MOVE WS-TOTAL-CRIT-SECS TO WS-DURATION
           PERFORM Format-Duration
           MOVE 1 TO WS-HTML-PTR
           STRING "<tr><th class=""l"">Total</th>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           MOVE WS-TOTAL-WARN TO WS-CNT-EDIT
           PERFORM Append-Count-Cell
           MOVE WS-TOTAL-CRIT TO WS-CNT-EDIT
           PERFORM Append-Count-Cell
           MOVE WS-TOTAL-FLAP TO WS-CNT-EDIT
           PERFORM Append-Count-Cell
           STRING "<td>" FUNCTION TRIM(WS-DUR-TEXT)
                  "</td></tr></table>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING
           PERFORM Emit-Line
           EXIT PARAGRAPH.
      * A marker on a line spanning the range for each note, placed
      * by its time (hover for the text), then the notes in full.
       Write-Annotations.
           MOVE "<h2>Annotations</h2>" TO WS-HTML-LINE
           PERFORM Emit-Line
           IF WS-NOTES-LOADED = 0
               MOVE "<p>No annotations in this range.</p>"
                   TO WS-HTML-LINE
               PERFORM Emit-Line
               EXIT PARAGRAPH
           END-IF
           MOVE "<div class=""tl"">" TO WS-HTML-LINE
           PERFORM Emit-Line
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTES-LOADED
               MOVE NOTE-TS(WS-NOTE-IDX) TO WS-TS-FIELDS
               PERFORM Compute-Ts-Serial
               COMPUTE WS-TL-PCT ROUNDED =
                   (WS-TS-SERIAL - WS-RANGE-START-SERIAL) * 100
                   / (WS-RANGE-END-SERIAL - WS-RANGE-START-SERIAL)
               MOVE WS-TL-PCT TO WS-TL-PCT-EDIT
               MOVE NOTE-TEXT(WS-NOTE-IDX) TO WS-ESC-IN
               PERFORM Escape-Text
               STRING "<span style=""left:"
                      FUNCTION TRIM(WS-TL-PCT-EDIT) "%"" title="""
                      NOTE-TS(WS-NOTE-IDX) " "
                      WS-ESC-OUT(1:WS-ESC-PTR - 1) """></span>"
                      DELIMITED BY SIZE INTO WS-HTML-LINE
               END-STRING
               PERFORM Emit-Line
           END-PERFORM
           MOVE "</div>" TO WS-HTML-LINE
           PERFORM Emit-Line
           STRING "<table><tr><th class=""l"">When</th>"
                  "<th class=""l"">Note</th></tr>"
                  DELIMITED BY SIZE INTO WS-HTML-LINE
           END-STRING
           PERFORM Emit-Line
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTES-LOADED
               MOVE NOTE-TEXT(WS-NOTE-IDX) TO WS-ESC-IN
               PERFORM Escape-Text
               STRING "<tr><td class=""l"">"
                      NOTE-TS(WS-NOTE-IDX)(1:8) " "
                      NOTE-TS(WS-NOTE-IDX)(9:6)
                      "</td><td class=""l"">"
                      WS-ESC-OUT(1:WS-ESC-PTR - 1) "</td></tr>"
                      DELIMITED BY SIZE INTO WS-HTML-LINE
               END-STRING
               PERFORM Emit-Line
           END-PERFORM
           MOVE "</table>" TO WS-HTML-LINE
           PERFORM Emit-Line
           EXIT PARAGRAPH.
      * WS-ESC-IN, trailing spaces dropped and the HTML specials
      * replaced, lands in WS-ESC-OUT; WS-ESC-PTR is one past its
      * end (1 for blank input).
       Escape-Text.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-PTR
           IF WS-ESC-IN = SPACES
               MOVE "-" TO WS-ESC-OUT
               MOVE 2 TO WS-ESC-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
               TO WS-ESC-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE WS-ESC-CHAR
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN """"
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-ESC-CHAR DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.
       Emit-Line.
           WRITE HTML-RECORD FROM WS-HTML-LINE
           MOVE SPACES TO WS-HTML-LINE
           EXIT PARAGRAPH.
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
