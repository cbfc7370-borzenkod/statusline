       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE         ASSIGN TO "STATUSLINE-COB.HIS"
                                       FILE STATUS IS WS-HIST-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS HIST-KEY.
      * A dated archive written by MAIN's retention purge -- same
      * record image as the keyed store, one file per purged day,
      * read when an argument names the archive directory.
           SELECT ARCF                 ASSIGN TO DYNAMIC WS-ARC-PATH
                                       FILE STATUS IS WS-ARC-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * ROLLUP's summary store, checked row by row against what the
      * raw records add up to -- and, with FIX, re-rolled.
           SELECT ROLLUP-FILE          ASSIGN TO "STATUSLINE-COB.ROL"
                                       FILE STATUS IS WS-ROL-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ROL-KEY.
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
       FD ARCF.
       01 ARC-RECORD                   PIC X(116).
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
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-ARC-STATUS                PIC XX.
         88 WS-ARC-OK                  VALUE "00".
       01 WS-ROL-STATUS                PIC XX.
         88 WS-ROL-OK                  VALUE "00".
       01 WS-ARC-PATH                  PIC X(256).
       01 WS-ARC-EOF                   PIC X.
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Working copy of one raw record, from the store or an archive.
       01 WS-HIST-LINE.
         05 WS-HIST-NAME               PIC X(12).
         05 WS-HIST-TIMESTAMP.
           10 WS-HIST-DATE             PIC X(8).
           10 WS-HIST-HH               PIC 99.
           10 FILLER                   PIC X(4).
         05 WS-HIST-SEQ                PIC 99.
         05 WS-HIST-VALUE              PIC X(66).
         05 WS-HIST-NUM-FLAG           PIC X.
         05 WS-HIST-NUM-VALUE          PIC X(13).
         05 WS-HIST-UNIT               PIC X(8).
      * Command line: from-date, optional to-date, optional archive
      * directory and FIX, in any order after the first date.
       01 WS-ARG-NUM                   PIC 99.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-ARG-MORE                  PIC X.
       01 WS-ARG-BAD                   PIC X VALUE "N".
       01 WS-ARG-ARCDIR                PIC X(200) VALUE SPACES.
       01 WS-FIX-MODE                  PIC X VALUE "N".
       01 WS-FROM-DATE                 PIC 9(8) VALUE 0.
       01 WS-TO-DATE                   PIC 9(8) VALUE 0.
       01 WS-FROM-X                    PIC X(8).
       01 WS-TO-X                      PIC X(8).
       01 WS-TODAY                     PIC X(8).
       01 WS-DAY-INT                   PIC 9(7).
       01 WS-FROM-INT                  PIC 9(7).
       01 WS-TO-INT                    PIC 9(7).
       01 WS-ARC-DATE                  PIC 9(8).
      * Days in the range that have any raw record at all. A day
      * with none was purged without its archive being read (or
      * never recorded) -- its rollup rows are all that is left of
      * it, so they are reported apart and never re-rolled.
       01 WS-DAY-TABLE.
         05 WS-DAY-HAS-RAW OCCURS 366 TIMES PIC X.
       01 WS-DAY-SLOT                  PIC 999.
      * The raw side, recomputed exactly as ROLLUP does it: per
      * module-day, 24 hourly cells and cell 25 the whole day, each
      * flagged once a rollup row has been compared with it.
       01 WS-MD-TABLE.
         05 WS-MD-COUNT                PIC 9(4) VALUE 0.
         05 WS-MD OCCURS 1000 TIMES.
           10 MD-NAME                  PIC X(12).
           10 MD-DATE                  PIC X(8).
           10 MD-UNIT                  PIC X(8).
           10 MD-BAD                   PIC X.
           10 MD-CELL OCCURS 25 TIMES.
             15 CEL-COUNT              PIC 9(9).
             15 CEL-NUM-COUNT          PIC 9(9).
             15 CEL-FAILS              PIC 9(9).
             15 CEL-MIN                PIC S9(12)V99.
             15 CEL-MAX                PIC S9(12)V99.
             15 CEL-SUM                PIC S9(14)V99.
             15 CEL-SEEN               PIC X.
       01 WS-MD-IDX                    PIC 9(4).
       01 WS-MD-LAST                   PIC 9(4) VALUE 0.
       01 WS-MD-SCAN                   PIC 9(4).
       01 WS-MD-FULL                   PIC X VALUE "N".
       01 WS-CELL-IDX                  PIC 99.
       01 WS-REC-HOUR                  PIC 99.
       01 WS-SAMPLE-VALUE              PIC S9(12)V99.
       01 WS-FAIL-TALLY                PIC 9(3).
       01 WS-IS-FAIL                   PIC X.
      * Mismatch readout.
       01 WS-DIFF-FIELDS               PIC X(40).
       01 WS-DIFF-PTR                  PIC 99.
       01 WS-SHOW-HOUR                 PIC XX.
       01 WS-ROW-MISSING               PIC X.
       01 WS-EDIT-COUNT                PIC Z(8)9.
       01 WS-EDIT-NUM                  PIC Z(8)9.
       01 WS-EDIT-FAILS                PIC Z(8)9.
       01 WS-EDIT-MIN                  PIC -(11)9.99.
       01 WS-EDIT-MAX                  PIC -(11)9.99.
       01 WS-EDIT-SUM                  PIC -(13)9.99.
       01 WS-ROWS-CHECKED              PIC 9(7) VALUE 0.
       01 WS-MISMATCHES                PIC 9(7) VALUE 0.
       01 WS-NO-RAW-ROWS               PIC 9(7) VALUE 0.
       01 WS-BAD-DAYS                  PIC 9(5) VALUE 0.
       01 WS-ROWS-WRITTEN              PIC 9(7) VALUE 0.
       01 WS-ROWS-DELETED              PIC 9(7) VALUE 0.
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
           MOVE 1 TO WS-ARG-NUM
           MOVE "Y" TO WS-ARG-MORE
           PERFORM UNTIL WS-ARG-MORE = "N"
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE "N" TO WS-ARG-MORE
               END-ACCEPT
               IF WS-ARG-MORE = "Y"
                   PERFORM Take-Argument
                   ADD 1 TO WS-ARG-NUM
               END-IF
           END-PERFORM
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-ARG-BAD = "N" AND WS-FROM-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                   OR WS-TO-DATE < WS-FROM-DATE
                   MOVE "Y" TO WS-ARG-BAD
               END-IF
           END-IF
           IF WS-ARG-BAD = "Y" OR WS-FROM-DATE = 0
               DISPLAY "usage: rolchk FROM-YYYYMMDD [TO-YYYYMMDD]"
                   " [ARCDIR] [FIX]" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
      * Only closed days are ever rolled up, so the range stops at
      * yesterday.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING WS-TODAY "000000" DELIMITED BY SIZE
               INTO WS-HELD-END
           END-STRING
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           PERFORM Call-Histpol
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-TO-DATE >= FUNCTION NUMVAL(WS-TODAY)
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO WS-TO-DATE
           END-IF
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "ROLCHK: nothing closed in that range"
               GO TO Main-Exit
           END-IF
           IF WS-TO-INT - WS-FROM-INT >= 366
               DISPLAY "ROLCHK: range over 366 days, narrow it"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           MOVE WS-FROM-DATE TO WS-FROM-X
           MOVE WS-TO-DATE TO WS-TO-X
           MOVE ALL "N" TO WS-DAY-TABLE
           IF WS-ARG-ARCDIR NOT = SPACES
               PERFORM Scan-Archives
           END-IF
           PERFORM Scan-History
           IF RETURN-CODE NOT = 0
               GO TO Main-Exit
           END-IF
           IF WS-MD-FULL = "Y"
               DISPLAY "ROLCHK: more than 1000 module-days in range,"
                   " narrow it" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           IF WS-FIX-MODE = "Y"
               OPEN I-O ROLLUP-FILE
           ELSE
               OPEN INPUT ROLLUP-FILE
           END-IF
           IF NOT WS-ROL-OK
               DISPLAY "ROLCHK: cannot open STATUSLINE-COB.ROL"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           DISPLAY "ROLCHK -- " WS-FROM-X " to " WS-TO-X
           DISPLAY "DATE     MODULE       HR"
           DISPLAY "               COUNT    TYPED    FAILS"
               "            MIN            MAX              SUM"
           PERFORM Compare-Rollup-Rows
           PERFORM Report-Missing-Rows
           IF WS-FIX-MODE = "Y" AND WS-BAD-DAYS > 0
               PERFORM Rerollup-Bad-Days
           END-IF
           CLOSE ROLLUP-FILE
           DISPLAY "ROLCHK: " WS-ROWS-CHECKED " rows checked, "
               WS-MISMATCHES " mismatched, " WS-BAD-DAYS
               " module-day(s) affected"
           IF WS-NO-RAW-ROWS > 0
               DISPLAY "ROLCHK: " WS-NO-RAW-ROWS " row(s) on days"
                   " with no raw records -- purged? name the"
                   " archive directory to check them"
           END-IF
           IF WS-BAD-DAYS > 0
               IF WS-FIX-MODE = "Y"
                   DISPLAY "ROLCHK: re-rolled, " WS-ROWS-WRITTEN
                       " rows written, " WS-ROWS-DELETED " removed"
               ELSE
                   DISPLAY "rerun with FIX to re-roll just those"
                       " module-days"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Main-Exit.
           STOP RUN.
      * The first date is the start of the range and a second one
      * its end (a single day when omitted); FIX asks for the
      * re-roll; anything else names the archive directory.
       Take-Argument.
           IF WS-ARG-VAL = "-h" OR WS-ARG-VAL = "--help"
               MOVE "Y" TO WS-ARG-BAD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-VAL)) = "FIX"
               MOVE "Y" TO WS-FIX-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-VAL(1:8) IS NUMERIC
               AND WS-ARG-VAL(9:) = SPACES
               IF WS-FROM-DATE = 0
                   MOVE WS-ARG-VAL(1:8) TO WS-FROM-DATE
               ELSE
                   IF WS-TO-DATE = 0
                       MOVE WS-ARG-VAL(1:8) TO WS-TO-DATE
                   ELSE
                       MOVE "Y" TO WS-ARG-BAD
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ARCDIR NOT = SPACES
               MOVE "Y" TO WS-ARG-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-VAL TO WS-ARG-ARCDIR
           EXIT PARAGRAPH.
       Scan-History.
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "ROLCHK: history store busy" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               DISPLAY "ROLCHK: cannot open STATUSLINE-COB.HIS"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Take-Record
               END-READ
           END-PERFORM
           PERFORM Finish-Held-Stretch
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           EXIT PARAGRAPH.
       Scan-Archives.
           MOVE WS-FROM-INT TO WS-DAY-INT
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-ARC-DATE
               PERFORM Scan-One-Archive
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           EXIT PARAGRAPH.
       Scan-One-Archive.
           MOVE SPACES TO WS-ARC-PATH
           STRING FUNCTION TRIM(WS-ARG-ARCDIR) DELIMITED BY SIZE
                  "/STATUSLINE-COB." DELIMITED BY SIZE
                  WS-ARC-DATE DELIMITED BY SIZE
                  ".HIS" DELIMITED BY SIZE
                  INTO WS-ARC-PATH
           END-STRING
           OPEN INPUT ARCF
           IF NOT WS-ARC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ARC-EOF
           PERFORM UNTIL WS-ARC-EOF = "Y"
               READ ARCF INTO WS-HIST-LINE
                   AT END MOVE "Y" TO WS-ARC-EOF
                   NOT AT END PERFORM Take-Record
               END-READ
           END-PERFORM
           CLOSE ARCF
           EXIT PARAGRAPH.
      * Same cut as ROLLUP's Process-Raw-Record: annotations are not
      * a module, a FAIL marker without a typed value counts as a
      * failed poll, and a held poll counts like a recorded one.
       Tally-Raw-Record.
           IF WS-HIST-DATE NOT NUMERIC
               OR WS-HIST-DATE < WS-FROM-X OR WS-HIST-DATE > WS-TO-X
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-NAME = "*NOTE*"
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-HH NOT NUMERIC OR WS-HIST-HH > 23
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Module-Day
           IF WS-MD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-SLOT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-HIST-DATE)) - WS-FROM-INT + 1
           MOVE "Y" TO WS-DAY-HAS-RAW(WS-DAY-SLOT)
           MOVE "N" TO WS-IS-FAIL
           MOVE 0 TO WS-FAIL-TALLY
           INSPECT WS-HIST-VALUE TALLYING WS-FAIL-TALLY FOR ALL "FAIL"
           IF WS-FAIL-TALLY > 0 AND WS-HIST-NUM-FLAG NOT = "Y"
               MOVE "Y" TO WS-IS-FAIL
           END-IF
           IF WS-HIST-NUM-FLAG = "Y"
               MOVE FUNCTION NUMVAL(WS-HIST-NUM-VALUE)
                   TO WS-SAMPLE-VALUE
               IF WS-HIST-UNIT NOT = SPACES
                   MOVE WS-HIST-UNIT TO MD-UNIT(WS-MD-IDX)
               END-IF
           END-IF
           COMPUTE WS-CELL-IDX = WS-HIST-HH + 1
           PERFORM Accumulate-Into-Cell
           MOVE 25 TO WS-CELL-IDX
           PERFORM Accumulate-Into-Cell
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
           PERFORM Tally-Raw-Record
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
               PERFORM Tally-Raw-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
      * The keyed walk streams one module-day at a time, so the
      * last one found is nearly always the one wanted.
       Find-Or-Add-Module-Day.
           IF WS-MD-LAST > 0
               IF MD-NAME(WS-MD-LAST) = WS-HIST-NAME
                   AND MD-DATE(WS-MD-LAST) = WS-HIST-DATE
                   MOVE WS-MD-LAST TO WS-MD-IDX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-COUNT
               IF MD-NAME(WS-MD-IDX) = WS-HIST-NAME
                   AND MD-DATE(WS-MD-IDX) = WS-HIST-DATE
                   MOVE WS-MD-IDX TO WS-MD-LAST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MD-COUNT >= 1000
               MOVE "Y" TO WS-MD-FULL
               MOVE 0 TO WS-MD-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MD-COUNT
           MOVE WS-MD-COUNT TO WS-MD-IDX
           MOVE WS-MD-COUNT TO WS-MD-LAST
           MOVE WS-HIST-NAME TO MD-NAME(WS-MD-IDX)
           MOVE WS-HIST-DATE TO MD-DATE(WS-MD-IDX)
           MOVE SPACES TO MD-UNIT(WS-MD-IDX)
           MOVE "N" TO MD-BAD(WS-MD-IDX)
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > 25
               MOVE 0 TO CEL-COUNT(WS-MD-IDX, WS-CELL-IDX)
               MOVE 0 TO CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX)
               MOVE 0 TO CEL-FAILS(WS-MD-IDX, WS-CELL-IDX)
               MOVE 0 TO CEL-MIN(WS-MD-IDX, WS-CELL-IDX)
               MOVE 0 TO CEL-MAX(WS-MD-IDX, WS-CELL-IDX)
               MOVE 0 TO CEL-SUM(WS-MD-IDX, WS-CELL-IDX)
               MOVE "N" TO CEL-SEEN(WS-MD-IDX, WS-CELL-IDX)
           END-PERFORM
           EXIT PARAGRAPH.
       Accumulate-Into-Cell.
           ADD 1 TO CEL-COUNT(WS-MD-IDX, WS-CELL-IDX)
           IF WS-IS-FAIL = "Y"
               ADD 1 TO CEL-FAILS(WS-MD-IDX, WS-CELL-IDX)
           END-IF
           IF WS-HIST-NUM-FLAG = "Y"
               ADD 1 TO CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX)
               ADD WS-SAMPLE-VALUE TO CEL-SUM(WS-MD-IDX, WS-CELL-IDX)
               IF CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX) = 1
                   MOVE WS-SAMPLE-VALUE
                       TO CEL-MIN(WS-MD-IDX, WS-CELL-IDX)
                   MOVE WS-SAMPLE-VALUE
                       TO CEL-MAX(WS-MD-IDX, WS-CELL-IDX)
               ELSE
                   IF WS-SAMPLE-VALUE
                       < CEL-MIN(WS-MD-IDX, WS-CELL-IDX)
                       MOVE WS-SAMPLE-VALUE
                           TO CEL-MIN(WS-MD-IDX, WS-CELL-IDX)
                   END-IF
                   IF WS-SAMPLE-VALUE
                       > CEL-MAX(WS-MD-IDX, WS-CELL-IDX)
                       MOVE WS-SAMPLE-VALUE
                           TO CEL-MAX(WS-MD-IDX, WS-CELL-IDX)
                   END-IF
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * Walks every rollup row in the range -- the key leads with
      * the module, so the date cut is a filter, not a START.
       Compare-Rollup-Rows.
           MOVE LOW-VALUES TO ROL-KEY
           START ROLLUP-FILE KEY >= ROL-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL EOF-REACHED
               READ ROLLUP-FILE NEXT
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF ROL-KEY-DATE >= WS-FROM-X
                           AND ROL-KEY-DATE <= WS-TO-X
                           PERFORM Check-Rollup-Row
                       END-IF
               END-READ
           END-PERFORM
           EXIT PARAGRAPH.
       Check-Rollup-Row.
           ADD 1 TO WS-ROWS-CHECKED
           IF ROL-KEY-HOUR = "99"
               MOVE 25 TO WS-CELL-IDX
           ELSE
               IF ROL-KEY-HOUR NOT NUMERIC OR ROL-KEY-HOUR > "23"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CELL-IDX = FUNCTION NUMVAL(ROL-KEY-HOUR) + 1
           END-IF
           MOVE ROL-KEY-NAME TO WS-HIST-NAME
           MOVE ROL-KEY-DATE TO WS-HIST-DATE
           MOVE 0 TO WS-MD-IDX
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
               UNTIL WS-MD-SCAN > WS-MD-COUNT OR WS-MD-IDX > 0
               IF MD-NAME(WS-MD-SCAN) = ROL-KEY-NAME
                   AND MD-DATE(WS-MD-SCAN) = ROL-KEY-DATE
                   MOVE WS-MD-SCAN TO WS-MD-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-DAY-SLOT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ROL-KEY-DATE)) - WS-FROM-INT + 1
           IF WS-DAY-HAS-RAW(WS-DAY-SLOT) = "N"
               ADD 1 TO WS-NO-RAW-ROWS
               EXIT PARAGRAPH
           END-IF
      * The day has raw records, just none for this module (or this
      * hour) -- a row the raw data no longer backs. The module-day
      * is opened empty so the row shows up as a mismatch and a
      * re-roll removes it.
           IF WS-MD-IDX = 0
               PERFORM Find-Or-Add-Module-Day
               IF WS-MD-IDX = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO CEL-SEEN(WS-MD-IDX, WS-CELL-IDX)
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1 TO WS-DIFF-PTR
           IF ROL-COUNT NOT = CEL-COUNT(WS-MD-IDX, WS-CELL-IDX)
               STRING "COUNT " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF ROL-NUM-COUNT
               NOT = CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX)
               STRING "TYPED " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF ROL-FAILS NOT = CEL-FAILS(WS-MD-IDX, WS-CELL-IDX)
               STRING "FAILS " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF ROL-MIN NOT = CEL-MIN(WS-MD-IDX, WS-CELL-IDX)
               STRING "MIN " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF ROL-MAX NOT = CEL-MAX(WS-MD-IDX, WS-CELL-IDX)
               STRING "MAX " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF ROL-SUM NOT = CEL-SUM(WS-MD-IDX, WS-CELL-IDX)
               STRING "SUM " DELIMITED BY SIZE INTO WS-DIFF-FIELDS
                   WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF WS-DIFF-FIELDS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ROL-KEY-HOUR TO WS-SHOW-HOUR
           MOVE "N" TO WS-ROW-MISSING
           PERFORM Print-Mismatch
           EXIT PARAGRAPH.
       Print-Mismatch.
           ADD 1 TO WS-MISMATCHES
           IF MD-BAD(WS-MD-IDX) = "N"
               MOVE "Y" TO MD-BAD(WS-MD-IDX)
               ADD 1 TO WS-BAD-DAYS
           END-IF
           DISPLAY MD-DATE(WS-MD-IDX) " " MD-NAME(WS-MD-IDX) " "
               WS-SHOW-HOUR "  differs: " FUNCTION TRIM(WS-DIFF-FIELDS)
           IF WS-ROW-MISSING = "N"
               MOVE ROL-COUNT TO WS-EDIT-COUNT
               MOVE ROL-NUM-COUNT TO WS-EDIT-NUM
               MOVE ROL-FAILS TO WS-EDIT-FAILS
               MOVE ROL-MIN TO WS-EDIT-MIN
               MOVE ROL-MAX TO WS-EDIT-MAX
               MOVE ROL-SUM TO WS-EDIT-SUM
               DISPLAY "    rollup " WS-EDIT-COUNT WS-EDIT-NUM
                   WS-EDIT-FAILS WS-EDIT-MIN WS-EDIT-MAX WS-EDIT-SUM
           END-IF
           MOVE CEL-COUNT(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-COUNT
           MOVE CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-NUM
           MOVE CEL-FAILS(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-FAILS
           MOVE CEL-MIN(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-MIN
           MOVE CEL-MAX(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-MAX
           MOVE CEL-SUM(WS-MD-IDX, WS-CELL-IDX) TO WS-EDIT-SUM
           DISPLAY "    raw    " WS-EDIT-COUNT WS-EDIT-NUM
               WS-EDIT-FAILS WS-EDIT-MIN WS-EDIT-MAX WS-EDIT-SUM
           EXIT PARAGRAPH.
      * Raw cells no rollup row covered -- ROLLUP never saw these
      * records (loaded after it ran) or the row was lost.
       Report-Missing-Rows.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-COUNT
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 25
                   IF CEL-COUNT(WS-MD-IDX, WS-CELL-IDX) > 0
                       AND CEL-SEEN(WS-MD-IDX, WS-CELL-IDX) = "N"
                       PERFORM Print-Missing-Row
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.
       Print-Missing-Row.
           IF WS-CELL-IDX = 25
               MOVE "99" TO WS-SHOW-HOUR
           ELSE
               COMPUTE WS-REC-HOUR = WS-CELL-IDX - 1
               MOVE WS-REC-HOUR TO WS-SHOW-HOUR
           END-IF
           MOVE "NO ROLLUP ROW" TO WS-DIFF-FIELDS
           MOVE "Y" TO WS-ROW-MISSING
           PERFORM Print-Mismatch
           EXIT PARAGRAPH.
      * Re-rolls only the module-days flagged above: their old rows
      * (every hour and the day row) go, and the rows the raw data
      * supports are written fresh, exactly as ROLLUP would.
       Rerollup-Bad-Days.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-COUNT
               IF MD-BAD(WS-MD-IDX) = "Y"
                   PERFORM Rerollup-Module-Day
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Rerollup-Module-Day.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > 25
               PERFORM Set-Row-Key
               DELETE ROLLUP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-ROWS-DELETED
               END-DELETE
               IF CEL-COUNT(WS-MD-IDX, WS-CELL-IDX) > 0
                   PERFORM Write-Rollup-Row
               END-IF
           END-PERFORM
           DISPLAY "ROLCHK: re-rolled " MD-DATE(WS-MD-IDX) " "
               FUNCTION TRIM(MD-NAME(WS-MD-IDX))
           EXIT PARAGRAPH.
       Set-Row-Key.
           MOVE MD-NAME(WS-MD-IDX) TO ROL-KEY-NAME
           MOVE MD-DATE(WS-MD-IDX) TO ROL-KEY-DATE
           IF WS-CELL-IDX = 25
               MOVE "99" TO ROL-KEY-HOUR
           ELSE
               COMPUTE WS-REC-HOUR = WS-CELL-IDX - 1
               MOVE WS-REC-HOUR TO ROL-KEY-HOUR
           END-IF
           EXIT PARAGRAPH.
       Write-Rollup-Row.
           PERFORM Set-Row-Key
           MOVE CEL-COUNT(WS-MD-IDX, WS-CELL-IDX) TO ROL-COUNT
           MOVE CEL-NUM-COUNT(WS-MD-IDX, WS-CELL-IDX) TO ROL-NUM-COUNT
           MOVE CEL-FAILS(WS-MD-IDX, WS-CELL-IDX) TO ROL-FAILS
           MOVE CEL-MIN(WS-MD-IDX, WS-CELL-IDX) TO ROL-MIN
           MOVE CEL-MAX(WS-MD-IDX, WS-CELL-IDX) TO ROL-MAX
           MOVE CEL-SUM(WS-MD-IDX, WS-CELL-IDX) TO ROL-SUM
           MOVE MD-UNIT(WS-MD-IDX) TO ROL-UNIT
           WRITE ROL-RECORD
               INVALID KEY REWRITE ROL-RECORD
           END-WRITE
           ADD 1 TO WS-ROWS-WRITTEN
           EXIT PARAGRAPH.
