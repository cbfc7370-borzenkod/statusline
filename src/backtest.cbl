       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKTEST.
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
      * The two configs being weighed -- the pair CFGDIFF compares.
           SELECT CONFIG-FILE          ASSIGN TO DYNAMIC WS-CONFIG-PATH
                                       FILE STATUS IS WS-CONFIG-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCLUDE-FILE         ASSIGN TO DYNAMIC
                                       WS-INCLUDE-PATH
                                       FILE STATUS IS WS-INCLUDE-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * SCHEDCHK's maintenance calendar, read once and checked
      * against each replayed moment instead of the clock.
           SELECT SCHF                 ASSIGN TO "STATUSLINE-COB.SCH"
                                       FILE STATUS IS WS-SCH-STATUS
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
       FD SCHF.
       01 SCH-RECORD                   PIC X(31).
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-ARC-STATUS                PIC XX.
         88 WS-ARC-OK                  VALUE "00".
       01 WS-CONFIG-STATUS             PIC XX.
         88 WS-FILE-OK                 VALUE "00".
       01 WS-INCLUDE-STATUS            PIC XX.
         88 WS-INCLUDE-OK              VALUE "00".
       01 WS-SCH-STATUS                PIC XX.
         88 WS-SCH-OK                  VALUE "00".
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
       01 WS-SCH-EOF                   PIC X.
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Working copy of one raw record, from the store or an archive.
       01 WS-HIST-LINE.
         05 WS-HIST-NAME               PIC X(12).
         05 WS-HIST-TIMESTAMP.
           10 WS-HIST-DATE             PIC X(8).
           10 WS-HIST-HH               PIC 99.
           10 WS-HIST-MI               PIC 99.
           10 WS-HIST-SS               PIC 99.
         05 WS-HIST-SEQ                PIC 99.
         05 WS-HIST-VALUE              PIC X(66).
         05 WS-HIST-NUM-FLAG           PIC X.
         05 WS-HIST-NUM-VALUE          PIC X(13).
         05 WS-HIST-UNIT               PIC X(8).
      * Same field carving MAIN's WS-CONFIG-LINE applies, cut down
      * to the columns the alert path reads -- see main.cbl for the
      * rest.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE             PIC X(8).
           88 WS-TYPE-MODULE           VALUE "MODULE  ".
           88 WS-TYPE-GROUP            VALUE "GROUP   ".
           88 WS-TYPE-DERIVED          VALUE "DERIVED ".
           88 WS-TYPE-PLUGIN           VALUE "PLUGIN  ".
           88 WS-TYPE-INCLUDE          VALUE "INCLUDE ".
           88 WS-TYPE-COMMENT          VALUE "********".
         05 FILLER                     PIC X.
         05 WS-CONFIG-NAME             PIC X(12).
         05 FILLER                     PIC X(8).
         05 WS-CONFIG-BODY             PIC X(71).
         05 FILLER                     PIC X.
         05 WS-CONFIG-WARN             PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CONFIG-WARN-COLOR       PIC X(6).
         05 FILLER                     PIC X.
         05 WS-CONFIG-CRIT             PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CONFIG-CRIT-COLOR       PIC X(6).
         05 FILLER                     PIC X(124).
         05 WS-CONFIG-ALERT            PIC X(60).
         05 FILLER                     PIC X.
         05 WS-CONFIG-RATE-WARN        PIC X(5).
         05 FILLER                     PIC X.
         05 WS-CONFIG-RATE-CRIT        PIC X(5).
         05 FILLER                     PIC X.
         05 WS-CONFIG-ALERT-REPEAT     PIC X(5).
         05 FILLER                     PIC X.
         05 WS-CONFIG-ESC-AFTER        PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CONFIG-ESC-CMD          PIC X(60).
         05 FILLER                     PIC X(11).
      * Which side of the table a config line lands in -- 1 the
      * running config, 2 the candidate.
       01 WS-LOAD-SIDE                 PIC 9.
      * One maintenance window per calendar line, as SCHEDCHK
      * reads them.
       01 WS-SCH-LINE.
         05 WS-SCH-WHEN                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-SCH-START               PIC X(4).
         05 FILLER                     PIC X.
         05 WS-SCH-END                 PIC X(4).
         05 FILLER                     PIC X.
         05 WS-SCH-MODULE              PIC X(12).
       01 WS-SCH-TABLE.
         05 WS-SCH-COUNT               PIC 999 VALUE 0.
         05 WS-SCH-ENTRY OCCURS 200 TIMES.
           10 SCH-WHEN                 PIC X(8).
           10 SCH-START                PIC 9(4).
           10 SCH-END                  PIC 9(4).
           10 SCH-MODULE               PIC X(12).
       01 WS-SCH-IDX                   PIC 999.
       01 WS-DOW-NAME                  PIC X(3).
       01 WS-NOW-DOW                   PIC 9.
       01 WS-NOW-HHMM                  PIC 9(4).
       01 WS-WHEN-MATCH                PIC X.
       01 WS-TIME-MATCH                PIC X.
       01 WS-IN-WINDOW                 PIC X.
      * One row per module either config can alert on: its alert
      * columns from each side, and each side's replayed alert
      * state and tallies -- MAIN's latch, rate window and repeat
      * clock, run twice over the same samples.
       01 WS-BT-TABLE.
         05 WS-BT-COUNT                PIC 99 VALUE 0.
         05 WS-BT OCCURS 80 TIMES.
           10 BT-NAME                  PIC X(12).
           10 BT-SAMPLES               PIC 9(7).
           10 BT-SIDE OCCURS 2 TIMES.
             15 SD-IN-CONFIG           PIC X.
             15 SD-WARN                PIC 999.
             15 SD-CRIT                PIC 999.
             15 SD-LOW-BAD             PIC X.
             15 SD-HAS-WARN-COLOR      PIC X.
             15 SD-HAS-CRIT-COLOR      PIC X.
             15 SD-RATE-WARN           PIC 9(5).
             15 SD-RATE-CRIT           PIC 9(5).
             15 SD-HAS-CMD             PIC X.
             15 SD-REPEAT              PIC 9(5).
             15 SD-ESC-AFTER           PIC 999.
             15 SD-HAS-ESC             PIC X.
             15 SD-STATE               PIC 9.
             15 SD-RATE-STATE          PIC 9.
             15 SD-LAST-PAGE           PIC 9(11).
             15 SD-REPEATS             PIC 9(5).
             15 SD-RATE-COUNT          PIC 99.
             15 SD-RATE-SAMPLE OCCURS 10 TIMES.
               20 SD-RATE-VALUE        PIC S9(12)V99.
               20 SD-RATE-SECS         PIC 9(11).
             15 SD-WARNS               PIC 9(5).
             15 SD-CRITS               PIC 9(5).
             15 SD-PAGES               PIC 9(5).
             15 SD-ESCS                PIC 9(5).
             15 SD-HELD                PIC 9(5).
       01 WS-BT-IDX                    PIC 99.
       01 WS-BT-LAST                   PIC 99 VALUE 0.
       01 WS-SIDE                      PIC 9.
       01 WS-RATE-IDX                  PIC 99.
      * One replayed poll.
       01 WS-SAMPLE-VALUE              PIC S9(12)V99.
       01 WS-SAMPLE-SECS               PIC 9(11).
       01 WS-NEW-STATE                 PIC 9.
       01 WS-RATE-SPAN-SECS            PIC S9(11).
       01 WS-RATE-SLOPE                PIC S9(12)V99.
       01 WS-USE-ESC                   PIC X.
      * Command line: the two configs, then the range and the
      * optional archive directory as ROLCHK takes them.
       01 WS-ARG-NUM                   PIC 99.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-ARG-MORE                  PIC X.
       01 WS-ARG-BAD                   PIC X VALUE "N".
       01 WS-ARG-OLD                   PIC X(200) VALUE SPACES.
       01 WS-ARG-NEW                   PIC X(200) VALUE SPACES.
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
       01 WS-SIDE-TEXT                 PIC X(30).
       01 WS-SIDE-1-TEXT               PIC X(30).
       01 WS-EDIT-5                    PIC Z(4)9.
       01 WS-EDIT-SAMPLES              PIC Z(6)9.
       01 WS-EDIT-TOTAL                PIC Z(6)9.
       01 WS-EDIT-DIFF                 PIC +(7)9.
       01 WS-DIFF-MARK                 PIC X.
       01 WS-TOTAL-PAGES OCCURS 2 TIMES PIC 9(7).
       01 WS-TOTAL-CROSS OCCURS 2 TIMES PIC 9(7).
       01 WS-PAGE-DIFF                 PIC S9(7).
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
               OR WS-ARG-OLD = SPACES OR WS-ARG-NEW = SPACES
               DISPLAY "usage: backtest OLDFILE NEWFILE FROM-YYYYMMDD"
                   " [TO-YYYYMMDD] [ARCDIR]" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-TO-INT - WS-FROM-INT >= 366
               DISPLAY "BACKTEST: range over 366 days, narrow it"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           MOVE WS-FROM-DATE TO WS-FROM-X
           MOVE WS-TO-DATE TO WS-TO-X
           MOVE 1 TO WS-LOAD-SIDE
           MOVE SPACES TO WS-CONFIG-PATH
           MOVE FUNCTION TRIM(WS-ARG-OLD) TO WS-CONFIG-PATH
           PERFORM Load-Config-Side
           IF RETURN-CODE NOT = 0
               GO TO Main-Exit
           END-IF
           MOVE 2 TO WS-LOAD-SIDE
           MOVE SPACES TO WS-CONFIG-PATH
           MOVE FUNCTION TRIM(WS-ARG-NEW) TO WS-CONFIG-PATH
           PERFORM Load-Config-Side
           IF RETURN-CODE NOT = 0
               GO TO Main-Exit
           END-IF
           IF WS-BT-COUNT = 0
               DISPLAY "BACKTEST: neither config sets a threshold,"
                   " a rate or an alert -- nothing to replay"
               GO TO Main-Exit
           END-IF
           PERFORM Load-Calendar
      * The store was written under the old config, so its RECORD
      * lines say which quiet stretches were a value holding.
           MOVE "L" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-TEXT
           MOVE FUNCTION TRIM(WS-ARG-OLD) TO WS-POL-TEXT
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
           PERFORM Print-Backtest.
       Main-Exit.
           STOP RUN.
      * The first two words are the configs, old then new; then
      * the first date starts the range and a second one ends it
      * (a single day when omitted); anything else names the
      * archive directory.
       Take-Argument.
           IF WS-ARG-VAL = "-h" OR WS-ARG-VAL = "--help"
               MOVE "Y" TO WS-ARG-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-OLD = SPACES
               MOVE WS-ARG-VAL TO WS-ARG-OLD
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-NEW = SPACES
               MOVE WS-ARG-VAL TO WS-ARG-NEW
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
       Load-Config-Side.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-FILE-OK
               DISPLAY "BACKTEST: cannot open "
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
               WHEN WS-TYPE-MODULE  PERFORM Store-Module-Alerting
               WHEN WS-TYPE-DERIVED PERFORM Store-Module-Alerting
               WHEN WS-TYPE-PLUGIN  PERFORM Store-Module-Alerting
               WHEN OTHER CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
      * One level deep, same as MAIN -- a nested INCLUDE is skipped.
       Expand-Include.
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               DISPLAY "BACKTEST: cannot open include "
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
      * A module line that can neither color nor page is left out.
      * The first line for a name wins, the duplicate-name rule
      * CFGDIFF and MAIN's checkpoint restore apply.
       Store-Module-Alerting.
           IF WS-CONFIG-WARN = SPACES AND WS-CONFIG-CRIT = SPACES
               AND WS-CONFIG-RATE-WARN = SPACES
               AND WS-CONFIG-RATE-CRIT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONFIG-NAME TO WS-HIST-NAME
           PERFORM Find-Module
           IF WS-BT-IDX = 0
               IF WS-BT-COUNT >= 80
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BT-IDX
               INITIALIZE WS-BT(WS-BT-IDX)
               MOVE WS-CONFIG-NAME TO BT-NAME(WS-BT-IDX)
               MOVE "N" TO SD-IN-CONFIG(WS-BT-IDX, 1)
               MOVE "N" TO SD-IN-CONFIG(WS-BT-IDX, 2)
           END-IF
           IF SD-IN-CONFIG(WS-BT-IDX, WS-LOAD-SIDE) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-SIDE TO WS-SIDE
           MOVE "Y" TO SD-IN-CONFIG(WS-BT-IDX, WS-SIDE)
           IF WS-CONFIG-WARN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-WARN)
                   TO SD-WARN(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-CONFIG-CRIT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-CRIT)
                   TO SD-CRIT(WS-BT-IDX, WS-SIDE)
           END-IF
      * MAIN tells a threshold level by the hook's color matching
      * the WARN or CRIT color, so a threshold with no color beside
      * it never crosses there -- nor here.
           MOVE "N" TO SD-HAS-WARN-COLOR(WS-BT-IDX, WS-SIDE)
           IF WS-CONFIG-WARN-COLOR NOT = SPACES
               MOVE "Y" TO SD-HAS-WARN-COLOR(WS-BT-IDX, WS-SIDE)
           END-IF
           MOVE "N" TO SD-HAS-CRIT-COLOR(WS-BT-IDX, WS-SIDE)
           IF WS-CONFIG-CRIT-COLOR NOT = SPACES
               MOVE "Y" TO SD-HAS-CRIT-COLOR(WS-BT-IDX, WS-SIDE)
           END-IF
      * A critical threshold under the warning one means low is
      * bad (battery, signal, days to expiry) -- FORECAST's reading
      * of the same columns, and the way those hooks color.
           MOVE "N" TO SD-LOW-BAD(WS-BT-IDX, WS-SIDE)
           IF SD-CRIT(WS-BT-IDX, WS-SIDE) > 0
               AND SD-CRIT(WS-BT-IDX, WS-SIDE)
                   < SD-WARN(WS-BT-IDX, WS-SIDE)
               MOVE "Y" TO SD-LOW-BAD(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-CONFIG-RATE-WARN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-RATE-WARN)
                   TO SD-RATE-WARN(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-CONFIG-RATE-CRIT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-RATE-CRIT)
                   TO SD-RATE-CRIT(WS-BT-IDX, WS-SIDE)
           END-IF
           MOVE "N" TO SD-HAS-CMD(WS-BT-IDX, WS-SIDE)
           IF WS-CONFIG-ALERT NOT = SPACES
               MOVE "Y" TO SD-HAS-CMD(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-CONFIG-ALERT-REPEAT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-ALERT-REPEAT)
                   TO SD-REPEAT(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-CONFIG-ESC-AFTER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-ESC-AFTER)
                   TO SD-ESC-AFTER(WS-BT-IDX, WS-SIDE)
           END-IF
           MOVE "N" TO SD-HAS-ESC(WS-BT-IDX, WS-SIDE)
           IF WS-CONFIG-ESC-CMD NOT = SPACES
               MOVE "Y" TO SD-HAS-ESC(WS-BT-IDX, WS-SIDE)
           END-IF
           EXIT PARAGRAPH.
      * The keyed walk streams one module at a time, so the last
      * one found is nearly always the one wanted.
       Find-Module.
           IF WS-BT-LAST > 0
               IF BT-NAME(WS-BT-LAST) = WS-HIST-NAME
                   MOVE WS-BT-LAST TO WS-BT-IDX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               IF BT-NAME(WS-BT-IDX) = WS-HIST-NAME
                   MOVE WS-BT-IDX TO WS-BT-LAST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BT-IDX
           EXIT PARAGRAPH.
      * The calendar is the same for both configs -- it lives
      * beside them, not in them. A missing file means no windows.
       Load-Calendar.
           OPEN INPUT SCHF
           IF NOT WS-SCH-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCH-EOF
           PERFORM UNTIL WS-SCH-EOF = "Y"
               READ SCHF INTO WS-SCH-LINE
                   AT END MOVE "Y" TO WS-SCH-EOF
                   NOT AT END PERFORM Store-Calendar-Line
               END-READ
           END-PERFORM
           CLOSE SCHF
           EXIT PARAGRAPH.
       Store-Calendar-Line.
           IF WS-SCH-LINE = SPACES OR WS-SCH-WHEN(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-SCH-START NOT NUMERIC OR WS-SCH-END NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SCH-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCH-COUNT
           MOVE WS-SCH-WHEN TO SCH-WHEN(WS-SCH-COUNT)
           MOVE WS-SCH-START TO SCH-START(WS-SCH-COUNT)
           MOVE WS-SCH-END TO SCH-END(WS-SCH-COUNT)
           MOVE WS-SCH-MODULE TO SCH-MODULE(WS-SCH-COUNT)
           EXIT PARAGRAPH.
       Scan-History.
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "BACKTEST: history store busy" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               DISPLAY "BACKTEST: cannot open STATUSLINE-COB.HIS"
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
      * Archives hold the older days, so reading them first, day by
      * day, keeps every module's samples in time order.
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
      * Only typed samples drive a level -- a failed poll leaves the
      * colors, and so the latch, where they were.
       Replay-Record.
           IF WS-HIST-DATE NOT NUMERIC
               OR WS-HIST-DATE < WS-FROM-X OR WS-HIST-DATE > WS-TO-X
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-NUM-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-HH NOT NUMERIC OR WS-HIST-MI NOT NUMERIC
               OR WS-HIST-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Module
           IF WS-BT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BT-SAMPLES(WS-BT-IDX)
           MOVE FUNCTION NUMVAL(WS-HIST-NUM-VALUE) TO WS-SAMPLE-VALUE
           COMPUTE WS-SAMPLE-SECS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-HIST-DATE)) * 86400
               + WS-HIST-HH * 3600 + WS-HIST-MI * 60 + WS-HIST-SS
           MOVE "N" TO WS-IN-WINDOW
           PERFORM Check-Calendar
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               IF SD-IN-CONFIG(WS-BT-IDX, WS-SIDE) = "Y"
                   PERFORM Replay-Side
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
           PERFORM Replay-Record
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
               PERFORM Replay-Record
           END-PERFORM
           MOVE "N" TO WS-HELD-REPLAY
           EXIT PARAGRAPH.
       Call-Histpol.
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
      * MAIN's Check-Threshold-Crossing against one side's columns:
      * the level the hook would have colored, raised by the rate
      * window, then the once-per-crossing page, the repeat clock
      * while CRIT holds, and the trail record on every change.
       Replay-Side.
           MOVE 0 TO WS-NEW-STATE
           IF SD-LOW-BAD(WS-BT-IDX, WS-SIDE) = "Y"
               IF SD-WARN(WS-BT-IDX, WS-SIDE) > 0
                   AND WS-SAMPLE-VALUE <= SD-WARN(WS-BT-IDX, WS-SIDE)
                   MOVE 1 TO WS-NEW-STATE
               END-IF
               IF WS-SAMPLE-VALUE <= SD-CRIT(WS-BT-IDX, WS-SIDE)
                   MOVE 2 TO WS-NEW-STATE
               END-IF
           ELSE
               IF SD-WARN(WS-BT-IDX, WS-SIDE) > 0
                   AND WS-SAMPLE-VALUE >= SD-WARN(WS-BT-IDX, WS-SIDE)
                   MOVE 1 TO WS-NEW-STATE
               END-IF
               IF SD-CRIT(WS-BT-IDX, WS-SIDE) > 0
                   AND WS-SAMPLE-VALUE >= SD-CRIT(WS-BT-IDX, WS-SIDE)
                   MOVE 2 TO WS-NEW-STATE
               END-IF
           END-IF
           IF WS-NEW-STATE = 2
               AND SD-HAS-CRIT-COLOR(WS-BT-IDX, WS-SIDE) = "N"
               MOVE 0 TO WS-NEW-STATE
           END-IF
           IF WS-NEW-STATE = 1
               AND SD-HAS-WARN-COLOR(WS-BT-IDX, WS-SIDE) = "N"
               MOVE 0 TO WS-NEW-STATE
           END-IF
           IF SD-RATE-WARN(WS-BT-IDX, WS-SIDE) > 0
               OR SD-RATE-CRIT(WS-BT-IDX, WS-SIDE) > 0
               PERFORM Track-Rate-Of-Change
               IF SD-RATE-STATE(WS-BT-IDX, WS-SIDE) > WS-NEW-STATE
                   MOVE SD-RATE-STATE(WS-BT-IDX, WS-SIDE)
                       TO WS-NEW-STATE
               END-IF
           END-IF
           IF WS-NEW-STATE > SD-STATE(WS-BT-IDX, WS-SIDE)
               MOVE 0 TO SD-REPEATS(WS-BT-IDX, WS-SIDE)
               MOVE "N" TO WS-USE-ESC
               PERFORM Fire-Alert
           END-IF
           IF WS-NEW-STATE = 2 AND SD-STATE(WS-BT-IDX, WS-SIDE) = 2
               PERFORM Repeat-Alert
           END-IF
           IF WS-NEW-STATE < SD-STATE(WS-BT-IDX, WS-SIDE)
               MOVE 0 TO SD-REPEATS(WS-BT-IDX, WS-SIDE)
           END-IF
           IF WS-NEW-STATE NOT = SD-STATE(WS-BT-IDX, WS-SIDE)
               EVALUATE WS-NEW-STATE
                   WHEN 1 ADD 1 TO SD-WARNS(WS-BT-IDX, WS-SIDE)
                   WHEN 2 ADD 1 TO SD-CRITS(WS-BT-IDX, WS-SIDE)
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-NEW-STATE TO SD-STATE(WS-BT-IDX, WS-SIDE)
           EXIT PARAGRAPH.
      * MAIN's sample window: the last ten typed values, the slope
      * end to end in units per hour, either direction.
       Track-Rate-Of-Change.
           IF SD-RATE-COUNT(WS-BT-IDX, WS-SIDE) < 10
               ADD 1 TO SD-RATE-COUNT(WS-BT-IDX, WS-SIDE)
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX >= 10
                   MOVE SD-RATE-SAMPLE(WS-BT-IDX, WS-SIDE,
                       WS-RATE-IDX + 1)
                       TO SD-RATE-SAMPLE(WS-BT-IDX, WS-SIDE,
                       WS-RATE-IDX)
               END-PERFORM
           END-IF
           MOVE SD-RATE-COUNT(WS-BT-IDX, WS-SIDE) TO WS-RATE-IDX
           MOVE WS-SAMPLE-VALUE
               TO SD-RATE-VALUE(WS-BT-IDX, WS-SIDE, WS-RATE-IDX)
           MOVE WS-SAMPLE-SECS
               TO SD-RATE-SECS(WS-BT-IDX, WS-SIDE, WS-RATE-IDX)
           MOVE 0 TO SD-RATE-STATE(WS-BT-IDX, WS-SIDE)
           IF WS-RATE-IDX < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-SPAN-SECS =
               SD-RATE-SECS(WS-BT-IDX, WS-SIDE, WS-RATE-IDX)
               - SD-RATE-SECS(WS-BT-IDX, WS-SIDE, 1)
           IF WS-RATE-SPAN-SECS <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-SLOPE =
               (SD-RATE-VALUE(WS-BT-IDX, WS-SIDE, WS-RATE-IDX)
               - SD-RATE-VALUE(WS-BT-IDX, WS-SIDE, 1))
               * 3600 / WS-RATE-SPAN-SECS
           IF WS-RATE-SLOPE < 0
               COMPUTE WS-RATE-SLOPE = 0 - WS-RATE-SLOPE
           END-IF
           IF SD-RATE-CRIT(WS-BT-IDX, WS-SIDE) > 0
               AND WS-RATE-SLOPE >= SD-RATE-CRIT(WS-BT-IDX, WS-SIDE)
               MOVE 2 TO SD-RATE-STATE(WS-BT-IDX, WS-SIDE)
           ELSE
               IF SD-RATE-WARN(WS-BT-IDX, WS-SIDE) > 0
                   AND WS-RATE-SLOPE
                       >= SD-RATE-WARN(WS-BT-IDX, WS-SIDE)
                   MOVE 1 TO SD-RATE-STATE(WS-BT-IDX, WS-SIDE)
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * MAIN's Repeat-Alert-Command: re-page every ALERT-REPEAT
      * seconds of CRIT, the escalation command from ESC-AFTER
      * repeats on.
       Repeat-Alert.
           IF SD-REPEAT(WS-BT-IDX, WS-SIDE) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-SECS - SD-LAST-PAGE(WS-BT-IDX, WS-SIDE)
               < SD-REPEAT(WS-BT-IDX, WS-SIDE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SD-REPEATS(WS-BT-IDX, WS-SIDE)
           MOVE "N" TO WS-USE-ESC
           IF SD-ESC-AFTER(WS-BT-IDX, WS-SIDE) > 0
               AND SD-REPEATS(WS-BT-IDX, WS-SIDE)
                   >= SD-ESC-AFTER(WS-BT-IDX, WS-SIDE)
               AND SD-HAS-ESC(WS-BT-IDX, WS-SIDE) = "Y"
               MOVE "Y" TO WS-USE-ESC
           END-IF
           PERFORM Fire-Alert
           EXIT PARAGRAPH.
      * MAIN's Fire-Alert-Command, minus the firing: no command
      * pages nobody, a maintenance window holds the page, and
      * anything else is a page at this moment.
       Fire-Alert.
           IF SD-HAS-CMD(WS-BT-IDX, WS-SIDE) = "N"
               AND WS-USE-ESC = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-WINDOW = "Y"
               ADD 1 TO SD-HELD(WS-BT-IDX, WS-SIDE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SD-PAGES(WS-BT-IDX, WS-SIDE)
           IF WS-USE-ESC = "Y"
               ADD 1 TO SD-ESCS(WS-BT-IDX, WS-SIDE)
           END-IF
           MOVE WS-SAMPLE-SECS TO SD-LAST-PAGE(WS-BT-IDX, WS-SIDE)
           EXIT PARAGRAPH.
      * SCHEDCHK's window test, asked of the sample's own moment.
       Check-Calendar.
           IF WS-SCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      * Monday, so the remainder maps straight onto MON..SUN.
           COMPUTE WS-NOW-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-HIST-DATE)) - 1, 7) + 1
           EVALUATE WS-NOW-DOW
               WHEN 1 MOVE "MON" TO WS-DOW-NAME
               WHEN 2 MOVE "TUE" TO WS-DOW-NAME
               WHEN 3 MOVE "WED" TO WS-DOW-NAME
               WHEN 4 MOVE "THU" TO WS-DOW-NAME
               WHEN 5 MOVE "FRI" TO WS-DOW-NAME
               WHEN 6 MOVE "SAT" TO WS-DOW-NAME
               WHEN OTHER MOVE "SUN" TO WS-DOW-NAME
           END-EVALUATE
           COMPUTE WS-NOW-HHMM = WS-HIST-HH * 100 + WS-HIST-MI
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-COUNT OR WS-IN-WINDOW = "Y"
               PERFORM Check-Window
           END-PERFORM
           EXIT PARAGRAPH.
       Check-Window.
           MOVE "N" TO WS-WHEN-MATCH
           EVALUATE TRUE
               WHEN SCH-WHEN(WS-SCH-IDX) = WS-HIST-DATE
                   MOVE "Y" TO WS-WHEN-MATCH
               WHEN FUNCTION TRIM(SCH-WHEN(WS-SCH-IDX)) = "ALL"
                   MOVE "Y" TO WS-WHEN-MATCH
               WHEN FUNCTION TRIM(SCH-WHEN(WS-SCH-IDX)) = WS-DOW-NAME
                   MOVE "Y" TO WS-WHEN-MATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-WHEN-MATCH = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TIME-MATCH
      * An end before the start is a window that wraps midnight.
           IF SCH-END(WS-SCH-IDX) >= SCH-START(WS-SCH-IDX)
               IF WS-NOW-HHMM >= SCH-START(WS-SCH-IDX)
                   AND WS-NOW-HHMM <= SCH-END(WS-SCH-IDX)
                   MOVE "Y" TO WS-TIME-MATCH
               END-IF
           ELSE
               IF WS-NOW-HHMM >= SCH-START(WS-SCH-IDX)
                   OR WS-NOW-HHMM <= SCH-END(WS-SCH-IDX)
                   MOVE "Y" TO WS-TIME-MATCH
               END-IF
           END-IF
           IF WS-TIME-MATCH = "N"
               EXIT PARAGRAPH
           END-IF
           IF SCH-MODULE(WS-SCH-IDX) = SPACES
               OR SCH-MODULE(WS-SCH-IDX) = WS-HIST-NAME
               MOVE "Y" TO WS-IN-WINDOW
           END-IF
           EXIT PARAGRAPH.
      * One line per module, the running config's tallies beside
      * the candidate's; "*" marks a module whose page count would
      * change, "-" a side on which the module can't alert at all.
       Print-Backtest.
           DISPLAY "BACKTEST -- " WS-FROM-X " to " WS-TO-X
           DISPLAY "current:   " FUNCTION TRIM(WS-ARG-OLD)
           DISPLAY "candidate: " FUNCTION TRIM(WS-ARG-NEW)
           DISPLAY " "
           DISPLAY "                     "
               "  ---------- CURRENT ---------"
               "  --------- CANDIDATE --------"
           DISPLAY "MODULE       SAMPLES "
               "  WARN  CRIT PAGES   ESC  HELD"
               "  WARN  CRIT PAGES   ESC  HELD"
           MOVE 0 TO WS-TOTAL-PAGES(1) WS-TOTAL-PAGES(2)
           MOVE 0 TO WS-TOTAL-CROSS(1) WS-TOTAL-CROSS(2)
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               PERFORM Print-Module-Line
           END-PERFORM
           DISPLAY " "
           MOVE WS-TOTAL-CROSS(1) TO WS-EDIT-TOTAL
           DISPLAY "crossings: current " FUNCTION TRIM(WS-EDIT-TOTAL)
               WITH NO ADVANCING
           MOVE WS-TOTAL-CROSS(2) TO WS-EDIT-TOTAL
           DISPLAY ", candidate " FUNCTION TRIM(WS-EDIT-TOTAL)
           MOVE WS-TOTAL-PAGES(1) TO WS-EDIT-TOTAL
           DISPLAY "pages:     current " FUNCTION TRIM(WS-EDIT-TOTAL)
               WITH NO ADVANCING
           MOVE WS-TOTAL-PAGES(2) TO WS-EDIT-TOTAL
           COMPUTE WS-PAGE-DIFF =
               WS-TOTAL-PAGES(2) - WS-TOTAL-PAGES(1)
           MOVE WS-PAGE-DIFF TO WS-EDIT-DIFF
           DISPLAY ", candidate " FUNCTION TRIM(WS-EDIT-TOTAL)
               " (" FUNCTION TRIM(WS-EDIT-DIFF) ")"
           EXIT PARAGRAPH.
       Print-Module-Line.
           MOVE 1 TO WS-SIDE
           PERFORM Format-Side
           MOVE WS-SIDE-TEXT TO WS-SIDE-1-TEXT
           MOVE 2 TO WS-SIDE
           PERFORM Format-Side
           MOVE SPACE TO WS-DIFF-MARK
           IF SD-PAGES(WS-BT-IDX, 1) NOT = SD-PAGES(WS-BT-IDX, 2)
               OR SD-IN-CONFIG(WS-BT-IDX, 1)
                   NOT = SD-IN-CONFIG(WS-BT-IDX, 2)
               MOVE "*" TO WS-DIFF-MARK
           END-IF
           MOVE BT-SAMPLES(WS-BT-IDX) TO WS-EDIT-SAMPLES
           IF WS-DIFF-MARK = SPACE
               DISPLAY BT-NAME(WS-BT-IDX) " " WS-EDIT-SAMPLES " "
                   WS-SIDE-1-TEXT WS-SIDE-TEXT
           ELSE
               DISPLAY BT-NAME(WS-BT-IDX) " " WS-EDIT-SAMPLES " "
                   WS-SIDE-1-TEXT WS-SIDE-TEXT " " WS-DIFF-MARK
           END-IF
           EXIT PARAGRAPH.
       Format-Side.
           IF SD-IN-CONFIG(WS-BT-IDX, WS-SIDE) NOT = "Y"
               MOVE "     -     -     -     -     -" TO WS-SIDE-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD SD-PAGES(WS-BT-IDX, WS-SIDE)
               TO WS-TOTAL-PAGES(WS-SIDE)
           ADD SD-WARNS(WS-BT-IDX, WS-SIDE) SD-CRITS(WS-BT-IDX, WS-SIDE)
               TO WS-TOTAL-CROSS(WS-SIDE)
           MOVE SPACES TO WS-SIDE-TEXT
           MOVE SD-WARNS(WS-BT-IDX, WS-SIDE) TO WS-EDIT-5
           MOVE WS-EDIT-5 TO WS-SIDE-TEXT(2:5)
           MOVE SD-CRITS(WS-BT-IDX, WS-SIDE) TO WS-EDIT-5
           MOVE WS-EDIT-5 TO WS-SIDE-TEXT(8:5)
           MOVE SD-PAGES(WS-BT-IDX, WS-SIDE) TO WS-EDIT-5
           MOVE WS-EDIT-5 TO WS-SIDE-TEXT(14:5)
           MOVE SD-ESCS(WS-BT-IDX, WS-SIDE) TO WS-EDIT-5
           MOVE WS-EDIT-5 TO WS-SIDE-TEXT(20:5)
           MOVE SD-HELD(WS-BT-IDX, WS-SIDE) TO WS-EDIT-5
           MOVE WS-EDIT-5 TO WS-SIDE-TEXT(26:5)
           EXIT PARAGRAPH.
