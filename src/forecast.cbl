       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ROLLUP's summary store -- only the hour-99 daily rows are
      * read, one point per module-day, so a quarter of history
      * costs a few hundred reads.
           SELECT ROLLUP-FILE          ASSIGN TO "STATUSLINE-COB.ROL"
                                       FILE STATUS IS WS-ROL-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ROL-KEY.
      * The bar's config, for each module's WARN/CRIT columns --
      * the thresholds being projected against are the ones the
      * running bar would color by.
           SELECT CONFIG-FILE          ASSIGN TO DYNAMIC WS-CONFIG-PATH
                                       FILE STATUS IS WS-CONFIG-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCLUDE-FILE         ASSIGN TO DYNAMIC
                                       WS-INCLUDE-PATH
                                       FILE STATUS IS WS-INCLUDE-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * DBATTHOOK's daily energy ledger -- the health column is the
      * one wear figure the rollup never sees.
           SELECT BTLF                 ASSIGN TO "STATUSLINE-COB.BTL"
                                       FILE STATUS IS WS-BTL-STATUS
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
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PIC X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD               PIC X(400).
       FD BTLF.
       01 BTL-RECORD                   PIC X(28).
       WORKING-STORAGE SECTION.
       01 WS-ROL-STATUS                PIC XX.
         88 WS-ROL-OK                  VALUE "00".
       01 WS-CONFIG-STATUS             PIC XX.
         88 WS-FILE-OK                 VALUE "00".
       01 WS-INCLUDE-STATUS            PIC XX.
         88 WS-INCLUDE-OK              VALUE "00".
       01 WS-BTL-STATUS                PIC XX.
         88 WS-BTL-OK                  VALUE "00".
       01 WS-CONFIG-PATH               PIC X(256).
       01 WS-INCLUDE-PATH              PIC X(256).
       01 WS-AT-EOF                    PIC X.
       01 WS-INCLUDE-EOF               PIC X.
      * CFGVARS's call parameters -- SET, IF-HOST and END taken,
      * references expanded, before a line is dispatched, as MAIN
      * reads it on this machine.
       01 WS-VAR-MODE                  PIC X.
       01 WS-VAR-LINE                  PIC X(400).
       01 WS-VAR-KEEP                  PIC X.
       01 WS-VAR-MESSAGE               PIC X(60).
      * Same field carving MAIN's WS-CONFIG-LINE applies, cut down
      * to the columns a forecast needs -- see main.cbl for the
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
         05 FILLER                     PIC X.
         05 WS-CONFIG-COLOR            PIC X(6).
         05 FILLER                     PIC X.
         05 WS-CONFIG-BODY             PIC X(71).
         05 FILLER                     PIC X.
         05 WS-CONFIG-WARN             PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CONFIG-WARN-COLOR       PIC X(6).
         05 FILLER                     PIC X.
         05 WS-CONFIG-CRIT             PIC X(3).
         05 FILLER                     PIC X(275).
      * One energy-ledger line, as DBATTHOOK writes it.
       01 WS-BTL-LINE.
         05 WS-BTL-DATE                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-BTL-WH                  PIC X(8).
         05 FILLER                     PIC X.
         05 WS-BTL-CYCLES              PIC X(3).
         05 FILLER                     PIC X.
         05 WS-BTL-HEALTH              PIC X(6).
      * Command line: days of history to fit over, and how far
      * ahead a projected crossing is still worth printing.
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-FIT-DAYS                  PIC 9(4) VALUE 30.
       01 WS-HORIZON-DAYS              PIC 9(4) VALUE 365.
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-INT                 PIC 9(8).
       01 WS-FROM-INT                  PIC 9(8).
       01 WS-ROW-INT                   PIC 9(8).
      * Battery wear has no config line of its own -- the pack is
      * flagged once health falls under these, the usual points
      * at which a replacement gets budgeted and then ordered.
       01 WS-HEALTH-WARN               PIC 999 VALUE 80.
       01 WS-HEALTH-CRIT               PIC 999 VALUE 70.
      * One least-squares accumulator per module -- day offset from
      * the window start against that day's mean typed value. The
      * sums are wide: a byte-sized unit squared over a quarter
      * overflows anything narrower.
       01 WS-FIT-TABLE.
         05 WS-FIT-COUNT               PIC 99 VALUE 0.
         05 WS-FIT OCCURS 60 TIMES.
           10 FIT-NAME                 PIC X(12).
           10 FIT-UNIT                 PIC X(8).
           10 FIT-N                    PIC 9(5).
           10 FIT-SX                   PIC S9(9).
           10 FIT-SXX                  PIC S9(12).
           10 FIT-SY                   PIC S9(18)V9(4).
           10 FIT-SXY                  PIC S9(21)V9(4).
           10 FIT-LAST-Y               PIC S9(12)V99.
           10 FIT-LAST-X               PIC S9(5).
           10 FIT-WARN                 PIC 999.
           10 FIT-CRIT                 PIC 999.
           10 FIT-HAS-THRESH           PIC X.
       01 WS-FIT-IDX                   PIC 99.
       01 WS-FOUND-IDX                 PIC 99.
       01 WS-LOOK-NAME                 PIC X(12).
       01 WS-POINT-X                   PIC S9(5).
       01 WS-POINT-Y                   PIC S9(12)V99.
      * The fitted line and one threshold's projection off it.
       01 WS-DENOM                     PIC S9(18).
       01 WS-SLOPE                     PIC S9(12)V9(6).
       01 WS-INTERCEPT                 PIC S9(14)V9(4).
       01 WS-NOW-Y                     PIC S9(14)V9(4).
       01 WS-THRESH                    PIC 999.
       01 WS-THRESH-LABEL              PIC X(4).
       01 WS-FALLING                   PIC X.
       01 WS-DAYS-OUT                  PIC S9(9)V99.
       01 WS-CROSS-INT                 PIC 9(8).
       01 WS-CROSS-DATE                PIC 9(8).
       01 WS-RESULT                    PIC X(30).
       01 WS-EDIT-NOW                  PIC -(11)9.99.
       01 WS-EDIT-SLOPE                PIC -(8)9.999.
       01 WS-REPORTED                  PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       Main.
           PERFORM Parse-Arguments
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY))
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-FIT-DAYS
           PERFORM Load-Rollup-Points
           PERFORM Load-Battery-Ledger
           PERFORM Load-Config-Thresholds
           PERFORM Print-Forecast.
       Main-Exit.
           STOP RUN.
      * "forecast [DAYS [HORIZON [CONFIG]]]" -- thirty days of fit,
      * a year of horizon and the working directory's config unless
      * told otherwise.
       Parse-Arguments.
           MOVE "./STATUSLINE-COB.CFG" TO WS-CONFIG-PATH
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 3
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-ARG-VAL NOT = SPACES
                   EVALUATE WS-ARG-NUM
                       WHEN 1
                           IF FUNCTION TRIM(WS-ARG-VAL) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WS-ARG-VAL)
                                   TO WS-FIT-DAYS
                           END-IF
                       WHEN 2
                           IF FUNCTION TRIM(WS-ARG-VAL) IS NUMERIC
                               MOVE FUNCTION NUMVAL(WS-ARG-VAL)
                                   TO WS-HORIZON-DAYS
                           END-IF
                       WHEN 3
                           MOVE WS-ARG-VAL TO WS-CONFIG-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FIT-DAYS < 3
               MOVE 3 TO WS-FIT-DAYS
           END-IF
           EXIT PARAGRAPH.
      * Every daily row inside the window becomes one point: the
      * day's mean, which a single spike can't drag the way the
      * max would.
       Load-Rollup-Points.
           OPEN INPUT ROLLUP-FILE
           IF NOT WS-ROL-OK
               DISPLAY "FORECAST: cannot open STATUSLINE-COB.ROL"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ ROLLUP-FILE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF ROL-KEY-HOUR = "99"
                           AND ROL-NUM-COUNT > 0
                           AND ROL-KEY-NAME NOT = "*NOTE*"
                           AND ROL-KEY-NAME NOT = "LOOP"
                           AND ROL-KEY-DATE IS NUMERIC
                           PERFORM Add-Rollup-Point
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLUP-FILE
           EXIT PARAGRAPH.
       Add-Rollup-Point.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ROL-KEY-DATE))
           IF WS-ROW-INT < WS-FROM-INT OR WS-ROW-INT > WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           MOVE ROL-KEY-NAME TO WS-LOOK-NAME
           PERFORM Find-Or-Add-Fit
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ROL-UNIT TO FIT-UNIT(WS-FOUND-IDX)
           COMPUTE WS-POINT-X = WS-ROW-INT - WS-FROM-INT
           COMPUTE WS-POINT-Y ROUNDED = ROL-SUM / ROL-NUM-COUNT
           PERFORM Accumulate-Point
           EXIT PARAGRAPH.
      * The ledger's health column rides the same fit under a
      * pseudo-module name -- falling, so the thresholds read
      * downward.
       Load-Battery-Ledger.
           OPEN INPUT BTLF
           IF NOT WS-BTL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ BTLF INTO WS-BTL-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Add-Battery-Point
               END-READ
           END-PERFORM
           CLOSE BTLF
           EXIT PARAGRAPH.
       Add-Battery-Point.
           IF WS-BTL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-BTL-HEALTH) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BTL-DATE))
           IF WS-ROW-INT < WS-FROM-INT OR WS-ROW-INT > WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           MOVE "BATT-HEALTH" TO WS-LOOK-NAME
           PERFORM Find-Or-Add-Fit
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "%" TO FIT-UNIT(WS-FOUND-IDX)
           MOVE WS-HEALTH-WARN TO FIT-WARN(WS-FOUND-IDX)
           MOVE WS-HEALTH-CRIT TO FIT-CRIT(WS-FOUND-IDX)
           MOVE "Y" TO FIT-HAS-THRESH(WS-FOUND-IDX)
           COMPUTE WS-POINT-X = WS-ROW-INT - WS-FROM-INT
           MOVE FUNCTION NUMVAL(WS-BTL-HEALTH) TO WS-POINT-Y
           PERFORM Accumulate-Point
           EXIT PARAGRAPH.
       Accumulate-Point.
           ADD 1 TO FIT-N(WS-FOUND-IDX)
           ADD WS-POINT-X TO FIT-SX(WS-FOUND-IDX)
           COMPUTE FIT-SXX(WS-FOUND-IDX) = FIT-SXX(WS-FOUND-IDX)
               + WS-POINT-X * WS-POINT-X
           ADD WS-POINT-Y TO FIT-SY(WS-FOUND-IDX)
           COMPUTE FIT-SXY(WS-FOUND-IDX) = FIT-SXY(WS-FOUND-IDX)
               + WS-POINT-X * WS-POINT-Y
           IF WS-POINT-X >= FIT-LAST-X(WS-FOUND-IDX)
               MOVE WS-POINT-X TO FIT-LAST-X(WS-FOUND-IDX)
               MOVE WS-POINT-Y TO FIT-LAST-Y(WS-FOUND-IDX)
           END-IF
           EXIT PARAGRAPH.
       Find-Or-Add-Fit.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-FIT-IDX FROM 1 BY 1
               UNTIL WS-FIT-IDX > WS-FIT-COUNT
               IF FIT-NAME(WS-FIT-IDX) = WS-LOOK-NAME
                   MOVE WS-FIT-IDX TO WS-FOUND-IDX
                   MOVE WS-FIT-COUNT TO WS-FIT-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-FIT-COUNT < 60
                   ADD 1 TO WS-FIT-COUNT
                   MOVE WS-FIT-COUNT TO WS-FOUND-IDX
                   MOVE WS-LOOK-NAME TO FIT-NAME(WS-FOUND-IDX)
                   MOVE SPACES TO FIT-UNIT(WS-FOUND-IDX)
                   MOVE 0 TO FIT-N(WS-FOUND-IDX)
                   MOVE 0 TO FIT-SX(WS-FOUND-IDX)
                   MOVE 0 TO FIT-SXX(WS-FOUND-IDX)
                   MOVE 0 TO FIT-SY(WS-FOUND-IDX)
                   MOVE 0 TO FIT-SXY(WS-FOUND-IDX)
                   MOVE 0 TO FIT-LAST-X(WS-FOUND-IDX)
                   MOVE 0 TO FIT-LAST-Y(WS-FOUND-IDX)
                   MOVE 0 TO FIT-WARN(WS-FOUND-IDX)
                   MOVE 0 TO FIT-CRIT(WS-FOUND-IDX)
                   MOVE "N" TO FIT-HAS-THRESH(WS-FOUND-IDX)
               ELSE
                   DISPLAY "FORECAST: too many modules, skipping "
                       WS-LOOK-NAME UPON SYSERR
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * Thresholds come off the module lines, one INCLUDE level
      * deep the way MAIN expands them. A module with neither
      * column set has nothing to be projected against.
       Load-Config-Thresholds.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-FILE-OK
               DISPLAY "FORECAST: cannot open "
                   FUNCTION TRIM(WS-CONFIG-PATH) UPON SYSERR
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
               WHEN WS-TYPE-MODULE  PERFORM Note-Module-Thresholds
               WHEN WS-TYPE-GROUP   PERFORM Note-Module-Thresholds
               WHEN WS-TYPE-DERIVED PERFORM Note-Module-Thresholds
               WHEN WS-TYPE-PLUGIN  PERFORM Note-Module-Thresholds
               WHEN OTHER CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
       Expand-Include.
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               DISPLAY "FORECAST: cannot open include "
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
       Note-Module-Thresholds.
           PERFORM VARYING WS-FIT-IDX FROM 1 BY 1
               UNTIL WS-FIT-IDX > WS-FIT-COUNT
               IF FIT-NAME(WS-FIT-IDX) = WS-CONFIG-NAME
                   IF FUNCTION TRIM(WS-CONFIG-WARN) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CONFIG-WARN)
                           TO FIT-WARN(WS-FIT-IDX)
                   END-IF
                   IF FUNCTION TRIM(WS-CONFIG-CRIT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CONFIG-CRIT)
                           TO FIT-CRIT(WS-FIT-IDX)
                   END-IF
                   IF FIT-WARN(WS-FIT-IDX) > 0
                       OR FIT-CRIT(WS-FIT-IDX) > 0
                       MOVE "Y" TO FIT-HAS-THRESH(WS-FIT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Print-Forecast.
           DISPLAY "FORECAST -- " WS-TODAY " fit over " WS-FIT-DAYS
               " days, horizon " WS-HORIZON-DAYS " days"
           DISPLAY " "
           DISPLAY "MODULE                   NOW      SLOPE/DAY"
               " LEVEL PROJECTED"
           PERFORM VARYING WS-FIT-IDX FROM 1 BY 1
               UNTIL WS-FIT-IDX > WS-FIT-COUNT
               IF FIT-HAS-THRESH(WS-FIT-IDX) = "Y"
                   PERFORM Print-Module-Forecast
               END-IF
           END-PERFORM
           IF WS-REPORTED = 0
               DISPLAY "no module with both history and a threshold"
           END-IF
           EXIT PARAGRAPH.
      * A line needs three days behind it before it means anything
      * -- two points always fit perfectly and forecast nonsense.
       Print-Module-Forecast.
           ADD 1 TO WS-REPORTED
           MOVE FIT-LAST-Y(WS-FIT-IDX) TO WS-EDIT-NOW
           IF FIT-N(WS-FIT-IDX) < 3
               DISPLAY FIT-NAME(WS-FIT-IDX) " " WS-EDIT-NOW
                   "              -  --    too little history ("
                   FIT-N(WS-FIT-IDX) " days)"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DENOM = FIT-N(WS-FIT-IDX) * FIT-SXX(WS-FIT-IDX)
               - FIT-SX(WS-FIT-IDX) * FIT-SX(WS-FIT-IDX)
           IF WS-DENOM = 0
               MOVE 0 TO WS-SLOPE
           ELSE
               COMPUTE WS-SLOPE ROUNDED =
                   (FIT-N(WS-FIT-IDX) * FIT-SXY(WS-FIT-IDX)
                   - FIT-SX(WS-FIT-IDX) * FIT-SY(WS-FIT-IDX))
                   / WS-DENOM
           END-IF
           COMPUTE WS-INTERCEPT ROUNDED =
               (FIT-SY(WS-FIT-IDX)
               - WS-SLOPE * FIT-SX(WS-FIT-IDX)) / FIT-N(WS-FIT-IDX)
      * A critical threshold under the warning one means low is
      * bad (battery, free space) -- the same reading the hooks
      * apply when they pick a color.
           MOVE "N" TO WS-FALLING
           IF FIT-CRIT(WS-FIT-IDX) > 0
               AND FIT-CRIT(WS-FIT-IDX) < FIT-WARN(WS-FIT-IDX)
               MOVE "Y" TO WS-FALLING
           END-IF
           MOVE WS-SLOPE TO WS-EDIT-SLOPE
           IF FIT-WARN(WS-FIT-IDX) > 0
               MOVE FIT-WARN(WS-FIT-IDX) TO WS-THRESH
               MOVE "WARN" TO WS-THRESH-LABEL
               PERFORM Project-Threshold
               DISPLAY FIT-NAME(WS-FIT-IDX) " " WS-EDIT-NOW " "
                   WS-EDIT-SLOPE " " WS-THRESH-LABEL "  "
                   FUNCTION TRIM(WS-RESULT)
           END-IF
           IF FIT-CRIT(WS-FIT-IDX) > 0
               MOVE FIT-CRIT(WS-FIT-IDX) TO WS-THRESH
               MOVE "CRIT" TO WS-THRESH-LABEL
               PERFORM Project-Threshold
               DISPLAY FIT-NAME(WS-FIT-IDX) " " WS-EDIT-NOW " "
                   WS-EDIT-SLOPE " " WS-THRESH-LABEL "  "
                   FUNCTION TRIM(WS-RESULT)
           END-IF
           EXIT PARAGRAPH.
      * Where the fitted line stands today decides "already over";
      * otherwise the day it meets the threshold, counted from the
      * window start and turned back into a calendar date.
       Project-Threshold.
           MOVE SPACES TO WS-RESULT
           COMPUTE WS-POINT-X = WS-TODAY-INT - WS-FROM-INT
           COMPUTE WS-NOW-Y = WS-INTERCEPT + WS-SLOPE * WS-POINT-X
           IF (WS-FALLING = "N" AND WS-NOW-Y >= WS-THRESH)
               OR (WS-FALLING = "Y" AND WS-NOW-Y <= WS-THRESH)
               MOVE "already crossed" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           IF (WS-FALLING = "N" AND WS-SLOPE <= 0)
               OR (WS-FALLING = "Y" AND WS-SLOPE >= 0)
               MOVE "not within horizon" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUT ROUNDED =
               (WS-THRESH - WS-NOW-Y) / WS-SLOPE
           IF WS-DAYS-OUT > WS-HORIZON-DAYS
               MOVE "not within horizon" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CROSS-INT = WS-TODAY-INT
               + FUNCTION INTEGER(WS-DAYS-OUT + 0.99)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CROSS-INT)
               TO WS-CROSS-DATE
           STRING WS-CROSS-DATE DELIMITED BY SIZE
                  INTO WS-RESULT
           END-STRING
           EXIT PARAGRAPH.
