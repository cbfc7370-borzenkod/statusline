       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLORPT.
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
      * The bar's config, for its SLO lines -- $STATUSLINE_CONFIG,
      * else the working directory's, as the other reports find it.
           SELECT CONFIG-FILE          ASSIGN TO DYNAMIC WS-CONFIG-PATH
                                       FILE STATUS IS WS-CONFIG-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCLUDE-FILE         ASSIGN TO DYNAMIC
                                       WS-INCLUDE-PATH
                                       FILE STATUS IS WS-INCLUDE-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
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
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PIC X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD               PIC X(400).
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-ARC-STATUS                PIC XX.
         88 WS-ARC-OK                  VALUE "00".
       01 WS-CONFIG-STATUS             PIC XX.
         88 WS-FILE-OK                 VALUE "00".
       01 WS-INCLUDE-STATUS            PIC XX.
         88 WS-INCLUDE-OK              VALUE "00".
       01 WS-ARC-PATH                  PIC X(256).
       01 WS-CONFIG-PATH               PIC X(256).
       01 WS-INCLUDE-PATH              PIC X(256).
       01 WS-ARC-EOF                   PIC X.
       01 WS-INCLUDE-EOF               PIC X.
      * CFGVARS's call parameters -- SET, IF-HOST and END taken,
      * references expanded, before a line is dispatched, as MAIN
      * reads it on this machine.
       01 WS-VAR-MODE                  PIC X.
       01 WS-VAR-LINE                  PIC X(400).
       01 WS-VAR-KEEP                  PIC X.
       01 WS-VAR-MESSAGE               PIC X(60).
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Working copy of one raw record, from the store or an archive.
       01 WS-HIST-LINE.
         05 WS-HIST-NAME               PIC X(12).
         05 WS-HIST-TIMESTAMP.
           10 WS-HIST-DATE             PIC X(8).
           10 WS-HIST-TIME             PIC X(6).
         05 WS-HIST-SEQ                PIC 99.
         05 WS-HIST-VALUE              PIC X(66).
         05 WS-HIST-NUM-FLAG           PIC X.
         05 WS-HIST-NUM-VALUE          PIC X(13).
         05 WS-HIST-UNIT               PIC X(8).
      * Same field carving MAIN's WS-CONFIG-LINE applies, cut down
      * to the columns an SLO line uses -- see main.cbl for the
      * rest.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE             PIC X(8).
           88 WS-TYPE-SLO              VALUE "SLO     ".
           88 WS-TYPE-INCLUDE          VALUE "INCLUDE ".
           88 WS-TYPE-COMMENT          VALUE "********".
         05 FILLER                     PIC X.
         05 WS-CONFIG-NAME             PIC X(12).
         05 FILLER                     PIC X(8).
         05 WS-CONFIG-BODY             PIC X(71).
         05 FILLER                     PIC X(300).
       01 WS-SLO-TOK-1                 PIC X(12).
       01 WS-SLO-TOK-2                 PIC X(12).
       01 WS-SLO-TOK-3                 PIC X(12).
       01 WS-SLO-TOK-4                 PIC X(12).
       01 WS-SLO-TOK-5                 PIC X(12).
       01 WS-SLO-BAD-LINE              PIC X.
      * The objectives, parsed by MAIN's rules.
       01 WS-SLO-TABLE.
         05 WS-SLO-COUNT               PIC 99 VALUE 0.
         05 WS-SLO OCCURS 20 TIMES.
           10 SLO-MOD                  PIC X(12).
           10 SLO-OP                   PIC XX.
           10 SLO-LIMIT                PIC S9(9)V99.
           10 SLO-TARGET               PIC 99V999.
           10 SLO-PERIOD               PIC X(5).
           10 SLO-LAST-CELL            PIC 9(4).
       01 WS-SLO-IDX                   PIC 99.
      * One cell per objective per period the range touches, with
      * its good and bad samples.
       01 WS-CELL-TABLE.
         05 WS-CELL-COUNT              PIC 9(4) VALUE 0.
         05 WS-CELL OCCURS 1000 TIMES.
           10 CELL-SLO                 PIC 99.
           10 CELL-START               PIC 9(8).
           10 CELL-GOOD                PIC 9(9).
           10 CELL-BAD                 PIC 9(9).
       01 WS-CELL-IDX                  PIC 9(4).
       01 WS-CELL-FULL                 PIC X VALUE "N".
       01 WS-PRINT-IDX                 PIC 9(4).
       01 WS-PRINT-AFTER               PIC 9(8).
       01 WS-PRINT-MORE                PIC X.
      * One sample.
       01 WS-SAMPLE-VALUE              PIC S9(9)V99.
       01 WS-SAMPLE-GOOD               PIC X.
       01 WS-SAMPLE-DATE               PIC 9(8).
       01 WS-PERIOD-START              PIC 9(8).
       01 WS-PERIOD-END                PIC 9(8).
       01 WS-DAYNUM                    PIC 9(8).
       01 WS-MONTH-NEXT.
         05 WS-MN-YYYY                 PIC 9(4).
         05 WS-MN-MM                   PIC 99.
         05 WS-MN-DD                   PIC 99.
       01 WS-MONTH-NEXT-N REDEFINES WS-MONTH-NEXT PIC 9(8).
      * Command line, as ROLCHK takes it.
       01 WS-ARG-NUM                   PIC 99.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-ARG-MORE                  PIC X.
       01 WS-ARG-BAD                   PIC X VALUE "N".
       01 WS-ARG-ARCDIR                PIC X(200) VALUE SPACES.
       01 WS-FROM-DATE                 PIC 9(8) VALUE 0.
       01 WS-TO-DATE                   PIC 9(8) VALUE 0.
       01 WS-FROM-X                    PIC X(8).
       01 WS-TO-X                      PIC X(8).
       01 WS-DAY-INT                   PIC 9(7).
       01 WS-FROM-INT                  PIC 9(7).
       01 WS-TO-INT                    PIC 9(7).
       01 WS-ARC-DATE                  PIC 9(8).
      * Report.
       01 WS-ATTAIN                    PIC 9(3)V999.
       01 WS-SAMPLES                   PIC 9(10).
       01 WS-MISSED                    PIC 9(5) VALUE 0.
       01 WS-RESULT                    PIC X(18).
       01 WS-EDIT-LIMIT                PIC -(9)9.99.
       01 WS-EDIT-TARGET               PIC Z9.999.
       01 WS-EDIT-ATTAIN               PIC ZZ9.999.
       01 WS-EDIT-SAMPLES              PIC Z(9)9.
       01 WS-EDIT-GOOD                 PIC Z(8)9.
       01 WS-EDIT-BAD                  PIC Z(8)9.
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
           MOVE 0 TO RETURN-CODE
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
               DISPLAY "usage: slorpt FROM-YYYYMMDD [TO-YYYYMMDD]"
                   " [ARCDIR]" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           MOVE WS-FROM-DATE TO WS-FROM-X
           MOVE WS-TO-DATE TO WS-TO-X
           MOVE SPACES TO WS-CONFIG-PATH
           ACCEPT WS-CONFIG-PATH FROM ENVIRONMENT "STATUSLINE_CONFIG"
           IF WS-CONFIG-PATH = SPACES
               MOVE "./STATUSLINE-COB.CFG" TO WS-CONFIG-PATH
           END-IF
           PERFORM Load-Objectives
           IF RETURN-CODE NOT = 0
               GO TO Main-Exit
           END-IF
           IF WS-SLO-COUNT = 0
               DISPLAY "SLORPT: no SLO lines in "
                   FUNCTION TRIM(WS-CONFIG-PATH) " -- nothing to report"
               GO TO Main-Exit
           END-IF
           MOVE "L" TO WS-POL-MODE
           MOVE WS-CONFIG-PATH TO WS-POL-TEXT
           PERFORM Call-Histpol
           STRING WS-TO-X "235959" DELIMITED BY SIZE
               INTO WS-HELD-END
           END-STRING
           IF WS-ARG-ARCDIR NOT = SPACES
               PERFORM Scan-Archives
           END-IF
           PERFORM Scan-History
           IF RETURN-CODE NOT = 0
               GO TO Main-Exit
           END-IF
           PERFORM Print-Attainment
      * A period that missed its target is worth a look from the
      * nightly stream, not a failure of the report.
           IF WS-MISSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       Main-Exit.
           STOP RUN.
      * The first date starts the range, a second one ends it (a
      * single day when omitted); anything else names the archive
      * directory.
       Take-Argument.
           IF WS-ARG-VAL = "-h" OR WS-ARG-VAL = "--help"
               MOVE "Y" TO WS-ARG-BAD
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
       Load-Objectives.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-FILE-OK
               DISPLAY "SLORPT: cannot open "
                   FUNCTION TRIM(WS-CONFIG-PATH) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-VAR-MODE
           MOVE SPACES TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       IF WS-VAR-KEEP = "Y"
                           PERFORM Dispatch-Config-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           MOVE "N" TO WS-AT-EOF
           EXIT PARAGRAPH.
       Filter-Config-Line.
           MOVE "F" TO WS-VAR-MODE
           MOVE WS-CONFIG-LINE TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           MOVE WS-VAR-LINE TO WS-CONFIG-LINE
           EXIT PARAGRAPH.
       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-VAR-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.
       Dispatch-Config-Line.
           IF WS-TYPE-COMMENT OR WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-INCLUDE PERFORM Expand-Include
               WHEN WS-TYPE-SLO     PERFORM Store-Objective
               WHEN OTHER CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
      * One level deep, same as MAIN -- a nested INCLUDE is skipped.
       Expand-Include.
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               DISPLAY "SLORPT: cannot open include "
                   FUNCTION TRIM(WS-INCLUDE-PATH) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INCLUDE-EOF
           PERFORM UNTIL WS-INCLUDE-EOF = "Y"
               READ INCLUDE-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       IF NOT WS-TYPE-INCLUDE
                           PERFORM Filter-Config-Line
                           IF WS-VAR-KEEP = "Y"
                               PERFORM Dispatch-Config-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCLUDE-FILE
           EXIT PARAGRAPH.
      * MAIN's Parse-Slo-Body rules: "<op> <limit> <target%>
      * [<period>]", MONTH when no period is given. A line MAIN
      * would drop is dropped here too, with the same warning.
       Store-Objective.
           MOVE "N" TO WS-SLO-BAD-LINE
           MOVE SPACES TO WS-SLO-TOK-1 WS-SLO-TOK-2 WS-SLO-TOK-3
               WS-SLO-TOK-4 WS-SLO-TOK-5
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-BODY))
               DELIMITED BY ALL SPACES
               INTO WS-SLO-TOK-1 WS-SLO-TOK-2 WS-SLO-TOK-3
                    WS-SLO-TOK-4 WS-SLO-TOK-5
           END-UNSTRING
           INSPECT WS-SLO-TOK-3 REPLACING ALL "%" BY SPACE
           IF WS-SLO-TOK-4 = SPACES
               MOVE "MONTH" TO WS-SLO-TOK-4
           END-IF
           IF WS-CONFIG-NAME = SPACES OR WS-SLO-TOK-5 NOT = SPACES
               OR WS-SLO-TOK-2 = SPACES OR WS-SLO-TOK-3 = SPACES
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           IF WS-SLO-TOK-1 NOT = "LT" AND NOT = "LE"
               AND NOT = "GT" AND NOT = "GE"
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           IF WS-SLO-TOK-4 NOT = "DAY" AND NOT = "WEEK"
               AND NOT = "MONTH"
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           IF WS-SLO-BAD-LINE = "N"
               IF FUNCTION TEST-NUMVAL(WS-SLO-TOK-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-SLO-TOK-3) NOT = 0
                   MOVE "Y" TO WS-SLO-BAD-LINE
               ELSE
                   IF FUNCTION NUMVAL(WS-SLO-TOK-3) <= 0
                       OR FUNCTION NUMVAL(WS-SLO-TOK-3) >= 100
                       MOVE "Y" TO WS-SLO-BAD-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-SLO-BAD-LINE = "Y"
               DISPLAY "WARNING: BAD SLO LINE: "
                   FUNCTION TRIM(WS-CONFIG-NAME) " "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-SLO-COUNT >= 20
               DISPLAY "WARNING: SLO LIMIT (20) REACHED, IGNORING: "
                   FUNCTION TRIM(WS-CONFIG-NAME) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLO-COUNT
           MOVE WS-CONFIG-NAME TO SLO-MOD(WS-SLO-COUNT)
           MOVE WS-SLO-TOK-1 TO SLO-OP(WS-SLO-COUNT)
           MOVE FUNCTION NUMVAL(WS-SLO-TOK-2)
               TO SLO-LIMIT(WS-SLO-COUNT)
           MOVE FUNCTION NUMVAL(WS-SLO-TOK-3)
               TO SLO-TARGET(WS-SLO-COUNT)
           MOVE WS-SLO-TOK-4 TO SLO-PERIOD(WS-SLO-COUNT)
           MOVE 0 TO SLO-LAST-CELL(WS-SLO-COUNT)
           EXIT PARAGRAPH.
       Scan-History.
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "SLORPT: history store busy" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               DISPLAY "SLORPT: cannot open STATUSLINE-COB.HIS"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
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
      * Each record of a measured module is one sample against each
      * of its objectives -- judged as MAIN judges a poll: a failed
      * read or a record with no typed value is bad. The store holds
      * one record per cycle, so a module polled every few ticks is
      * weighed by cycles here where MAIN's budget counts polls; a
      * RECORD CHANGE module's held polls are weighed like records.
       Count-Record.
           IF WS-HIST-DATE NOT NUMERIC
               OR WS-HIST-DATE < WS-FROM-X OR WS-HIST-DATE > WS-TO-X
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-DATE TO WS-SAMPLE-DATE
           MOVE 0 TO WS-SAMPLE-VALUE
           IF WS-HIST-NUM-FLAG = "Y"
               MOVE FUNCTION NUMVAL(WS-HIST-NUM-VALUE)
                   TO WS-SAMPLE-VALUE
           END-IF
           PERFORM VARYING WS-SLO-IDX FROM 1 BY 1
               UNTIL WS-SLO-IDX > WS-SLO-COUNT
               IF SLO-MOD(WS-SLO-IDX) = WS-HIST-NAME
                   PERFORM Count-Objective-Sample
               END-IF
           END-PERFORM
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
           PERFORM Count-Record
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
               PERFORM Count-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
       Count-Objective-Sample.
           MOVE "N" TO WS-SAMPLE-GOOD
           IF WS-HIST-NUM-FLAG = "Y"
               EVALUATE SLO-OP(WS-SLO-IDX)
                   WHEN "LT"
                       IF WS-SAMPLE-VALUE < SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SAMPLE-GOOD
                       END-IF
                   WHEN "LE"
                       IF WS-SAMPLE-VALUE <= SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SAMPLE-GOOD
                       END-IF
                   WHEN "GT"
                       IF WS-SAMPLE-VALUE > SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SAMPLE-GOOD
                       END-IF
                   WHEN "GE"
                       IF WS-SAMPLE-VALUE >= SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SAMPLE-GOOD
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM Compute-Period-Start
           PERFORM Find-Cell
           IF WS-CELL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-GOOD = "Y"
               ADD 1 TO CELL-GOOD(WS-CELL-IDX)
           ELSE
               ADD 1 TO CELL-BAD(WS-CELL-IDX)
           END-IF
           EXIT PARAGRAPH.
      * First day of the period holding the sample: the day itself,
      * its week's Monday, or the first of its month.
       Compute-Period-Start.
           EVALUATE SLO-PERIOD(WS-SLO-IDX)
               WHEN "DAY"
                   MOVE WS-SAMPLE-DATE TO WS-PERIOD-START
               WHEN "WEEK"
      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      * Monday.
                   COMPUTE WS-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-SAMPLE-DATE)
                   COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                       WS-DAYNUM - FUNCTION MOD(WS-DAYNUM - 1, 7))
               WHEN OTHER
                   MOVE WS-SAMPLE-DATE TO WS-MONTH-NEXT-N
                   MOVE 1 TO WS-MN-DD
                   MOVE WS-MONTH-NEXT-N TO WS-PERIOD-START
           END-EVALUATE
           EXIT PARAGRAPH.
      * The records stream a module at a time in date order, so the
      * objective's last cell is nearly always the one wanted.
       Find-Cell.
           MOVE SLO-LAST-CELL(WS-SLO-IDX) TO WS-CELL-IDX
           IF WS-CELL-IDX > 0
               IF CELL-START(WS-CELL-IDX) = WS-PERIOD-START
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF CELL-SLO(WS-CELL-IDX) = WS-SLO-IDX
                   AND CELL-START(WS-CELL-IDX) = WS-PERIOD-START
                   MOVE WS-CELL-IDX TO SLO-LAST-CELL(WS-SLO-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CELL-COUNT >= 1000
               IF WS-CELL-FULL = "N"
                   DISPLAY "SLORPT: more than 1000 objective periods"
                       " in range, later ones left out -- narrow it"
                       UPON SYSERR
                   MOVE "Y" TO WS-CELL-FULL
               END-IF
               MOVE 0 TO WS-CELL-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO WS-CELL-IDX
           MOVE WS-SLO-IDX TO CELL-SLO(WS-CELL-IDX)
           MOVE WS-PERIOD-START TO CELL-START(WS-CELL-IDX)
           MOVE 0 TO CELL-GOOD(WS-CELL-IDX) CELL-BAD(WS-CELL-IDX)
           MOVE WS-CELL-IDX TO SLO-LAST-CELL(WS-SLO-IDX)
           EXIT PARAGRAPH.
       Print-Attainment.
           DISPLAY "SLORPT -- " WS-FROM-X " to " WS-TO-X
           PERFORM VARYING WS-SLO-IDX FROM 1 BY 1
               UNTIL WS-SLO-IDX > WS-SLO-COUNT
               PERFORM Print-Objective
           END-PERFORM
           DISPLAY " "
           IF WS-MISSED = 0
               DISPLAY "every period met its objective"
           ELSE
               MOVE WS-MISSED TO WS-EDIT-GOOD
               DISPLAY FUNCTION TRIM(WS-EDIT-GOOD)
                   " period(s) MISSED their objective"
           END-IF
           EXIT PARAGRAPH.
      * The objective's periods in date order -- each pass prints
      * the earliest one not yet printed.
       Print-Objective.
           MOVE SLO-LIMIT(WS-SLO-IDX) TO WS-EDIT-LIMIT
           MOVE SLO-TARGET(WS-SLO-IDX) TO WS-EDIT-TARGET
           DISPLAY " "
           DISPLAY FUNCTION TRIM(SLO-MOD(WS-SLO-IDX)) " "
               SLO-OP(WS-SLO-IDX) " " FUNCTION TRIM(WS-EDIT-LIMIT)
               " on " FUNCTION TRIM(WS-EDIT-TARGET) "% per "
               FUNCTION TRIM(SLO-PERIOD(WS-SLO-IDX))
           DISPLAY "  PERIOD      SAMPLES      GOOD       BAD"
               "  ATTAINED  RESULT"
           MOVE 0 TO WS-PRINT-AFTER
           MOVE "Y" TO WS-PRINT-MORE
           PERFORM UNTIL WS-PRINT-MORE = "N"
               MOVE 0 TO WS-PRINT-IDX
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   IF CELL-SLO(WS-CELL-IDX) = WS-SLO-IDX
                       AND CELL-START(WS-CELL-IDX) > WS-PRINT-AFTER
                       IF WS-PRINT-IDX = 0
                           MOVE WS-CELL-IDX TO WS-PRINT-IDX
                       ELSE
                           IF CELL-START(WS-CELL-IDX)
                               < CELL-START(WS-PRINT-IDX)
                               MOVE WS-CELL-IDX TO WS-PRINT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRINT-IDX = 0
                   MOVE "N" TO WS-PRINT-MORE
               ELSE
                   PERFORM Print-Period-Line
                   MOVE CELL-START(WS-PRINT-IDX) TO WS-PRINT-AFTER
               END-IF
           END-PERFORM
           IF WS-PRINT-AFTER = 0
               DISPLAY "  no samples in range"
           END-IF
           EXIT PARAGRAPH.
      * A period the range only partly covers is judged on what it
      * covers, and says so.
       Print-Period-Line.
           MOVE WS-PRINT-IDX TO WS-CELL-IDX
           COMPUTE WS-SAMPLES =
               CELL-GOOD(WS-CELL-IDX) + CELL-BAD(WS-CELL-IDX)
           COMPUTE WS-ATTAIN ROUNDED =
               CELL-GOOD(WS-CELL-IDX) * 100 / WS-SAMPLES
           MOVE CELL-START(WS-CELL-IDX) TO WS-PERIOD-START
           PERFORM Compute-Period-End
           IF WS-ATTAIN < SLO-TARGET(WS-SLO-IDX)
               MOVE "MISSED" TO WS-RESULT
               ADD 1 TO WS-MISSED
           ELSE
               MOVE "MET" TO WS-RESULT
           END-IF
           IF WS-PERIOD-START < WS-FROM-DATE
               OR WS-PERIOD-END > WS-TO-DATE
               STRING " (partial)" DELIMITED BY SIZE
                   INTO WS-RESULT(FUNCTION LENGTH(FUNCTION
                       TRIM(WS-RESULT)) + 1:)
               END-STRING
           END-IF
           MOVE WS-SAMPLES TO WS-EDIT-SAMPLES
           MOVE CELL-GOOD(WS-CELL-IDX) TO WS-EDIT-GOOD
           MOVE CELL-BAD(WS-CELL-IDX) TO WS-EDIT-BAD
           MOVE WS-ATTAIN TO WS-EDIT-ATTAIN
           DISPLAY "  " CELL-START(WS-CELL-IDX) " " WS-EDIT-SAMPLES
               " " WS-EDIT-GOOD " " WS-EDIT-BAD "  " WS-EDIT-ATTAIN
               "%  " FUNCTION TRIM(WS-RESULT)
           EXIT PARAGRAPH.
       Compute-Period-End.
           EVALUATE SLO-PERIOD(WS-SLO-IDX)
               WHEN "DAY"
                   MOVE WS-PERIOD-START TO WS-PERIOD-END
               WHEN "WEEK"
                   COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 6)
               WHEN OTHER
                   MOVE WS-PERIOD-START TO WS-MONTH-NEXT-N
                   IF WS-MN-MM = 12
                       ADD 1 TO WS-MN-YYYY
                       MOVE 1 TO WS-MN-MM
                   ELSE
                       ADD 1 TO WS-MN-MM
                   END-IF
                   COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT-N) - 1)
           END-EVALUATE
           EXIT PARAGRAPH.
