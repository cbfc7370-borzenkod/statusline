       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEETDASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The shared directory's listing, taken fresh every frame so a
      * laptop that joins (or a feed someone deletes) shows up on
      * the next refresh without restarting the console.
           SELECT LIST-FILE            ASSIGN TO
                                       "/tmp/.statusline-cob-fleet.lst"
                                       FILE STATUS IS WS-LIST-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * One host's drop, as MAIN's Write-Fleet-Feed writes it -- a
      * header line, then a line per module.
           SELECT FEED-FILE            ASSIGN TO DYNAMIC WS-FEED-PATH
                                       FILE STATUS IS WS-FEED-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD                  PIC X(256).
       FD FEED-FILE.
       01 FEED-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS               PIC XX.
         88 WS-LIST-OK                 VALUE "00".
       01 WS-FEED-STATUS               PIC XX.
         88 WS-FEED-OK                 VALUE "00".
       01 WS-FEED-PATH                 PIC X(256).
       01 WS-LIST-EOF                  PIC X.
       01 WS-AT-EOF                    PIC X.
      * Header and module lines -- layouts match MAIN's
      * WS-FLEET-HEAD and WS-FLEET-MOD.
       01 WS-FEED-HEAD.
         05 WS-FLH-TAG                 PIC XX.
         05 WS-FLH-HOST                PIC X(12).
         05 FILLER                     PIC X.
         05 WS-FLH-TS                  PIC X(14).
         05 FILLER                     PIC X.
         05 WS-FLH-HB-AGE              PIC 9(6).
         05 FILLER                     PIC X.
         05 WS-FLH-INTERVAL            PIC 9(3).
         05 FILLER                     PIC X(40).
       01 WS-FEED-MOD REDEFINES WS-FEED-HEAD.
         05 WS-FLM-TAG                 PIC XX.
         05 WS-FLM-NAME                PIC X(12).
         05 FILLER                     PIC X.
         05 WS-FLM-LEVEL               PIC X(4).
         05 FILLER                     PIC X.
         05 WS-FLM-FAILS               PIC 999.
         05 FILLER                     PIC X.
         05 WS-FLM-NUM-FLAG            PIC X.
         05 FILLER                     PIC X.
         05 WS-FLM-VALUE               PIC +9(9).99.
         05 FILLER                     PIC X.
         05 WS-FLM-UNIT                PIC X(8).
         05 FILLER                     PIC X(32).
      * Command line: the shared directory, an optional staleness
      * limit in seconds, and "--once" for a single frame. With no
      * limit a host goes stale after three of its own intervals
      * (never under 30 seconds), so a bar on the power-saver
      * interval isn't flagged for sleeping longer on purpose.
       01 WS-DIR                       PIC X(200).
       01 WS-STALE-ARG                 PIC 9(6) VALUE 0.
       01 WS-ONCE-MODE                 PIC X VALUE "N".
         88 ONCE-MODE                  VALUE "Y".
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(200).
       01 WS-REFRESH-SECS              PIC 9(3) VALUE 5.
       01 WS-CMD                       PIC X(300).
       01 WS-CMD-LEN                   PIC 999 COMP.
       01 WS-RC                        PIC S9(9) COMP-5.
      * The module columns -- every name any host reported, in the
      * order first seen -- and one row per host with a cell under
      * each column.
       01 WS-COL-TABLE.
         05 WS-COL-COUNT               PIC 99 VALUE 0.
         05 WS-COL-NAME OCCURS 12 TIMES PIC X(12).
       01 WS-COL-IDX                   PIC 99.
       01 WS-COL-FOUND                 PIC 99.
       01 WS-HOST-TABLE.
         05 WS-HOST-COUNT              PIC 99 VALUE 0.
         05 WS-HOST OCCURS 24 TIMES.
           10 HOST-NAME                PIC X(12).
           10 HOST-TS                  PIC X(14).
           10 HOST-HB-AGE              PIC 9(6).
           10 HOST-INTERVAL            PIC 9(3).
           10 HOST-AGE                 PIC 9(9).
           10 HOST-STALE               PIC X.
           10 HOST-CELL OCCURS 12 TIMES.
             15 CELL-SET               PIC X.
             15 CELL-LEVEL             PIC X(4).
             15 CELL-FAILS             PIC 999.
             15 CELL-NUM-FLAG          PIC X.
             15 CELL-VALUE             PIC S9(9)V99.
       01 WS-HOST-IDX                  PIC 99.
       01 WS-STALE-LIMIT               PIC 9(9).
       01 WS-STALE-COUNT               PIC 99.
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-TS-SERIAL                 PIC 9(12).
       01 WS-NOW-SERIAL                PIC 9(12).
       01 WS-ROW                       PIC X(400).
       01 WS-ROW-PTR                   PIC 999.
       01 WS-CELL-TEXT                 PIC X(10).
       01 WS-CELL-EDIT                 PIC -(6)9.9.
       01 WS-AGE-EDIT                  PIC Z(5)9.
       01 WS-CELL-COLOR                PIC X(5).
       PROCEDURE DIVISION.
       Main.
           PERFORM Parse-Arguments
           IF WS-DIR = SPACES
               DISPLAY "usage: fleetdash DIR [STALE-SECS] [--once]"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           PERFORM Draw-Frame WITH TEST AFTER UNTIL ONCE-MODE.
       Main-Exit.
           STOP RUN.
       Parse-Arguments.
           MOVE SPACES TO WS-DIR
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 3
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG-VAL = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(WS-ARG-VAL) = "--once"
                       MOVE "Y" TO WS-ONCE-MODE
                   WHEN WS-DIR = SPACES
                       MOVE WS-ARG-VAL TO WS-DIR
                   WHEN FUNCTION TRIM(WS-ARG-VAL) NUMERIC
                       MOVE FUNCTION NUMVAL(WS-ARG-VAL)
                           TO WS-STALE-ARG
                   WHEN OTHER
                       DISPLAY "FLEETDASH: ignoring argument "
                           FUNCTION TRIM(WS-ARG-VAL) UPON SYSERR
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.
       Draw-Frame.
           MOVE 0 TO WS-HOST-COUNT
           MOVE 0 TO WS-COL-COUNT
           PERFORM List-Feed-Files
           PERFORM Load-Feeds
           PERFORM Render-Fleet
           IF NOT ONCE-MODE
               CONTINUE AFTER WS-REFRESH-SECS SECONDS
           END-IF
           EXIT PARAGRAPH.
       List-Feed-Files.
           MOVE SPACES TO WS-CMD
           STRING "ls " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  "/*.FLT > /tmp/.statusline-cob-fleet.lst"
                      DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           COMPUTE WS-CMD-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CMD))
           MOVE LOW-VALUE TO WS-CMD(WS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-CMD RETURNING WS-RC
           END-CALL
           EXIT PARAGRAPH.
       Load-Feeds.
           OPEN INPUT LIST-FILE
           IF NOT WS-LIST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           AND WS-HOST-COUNT < 24
                           MOVE LIST-RECORD TO WS-FEED-PATH
                           PERFORM Load-One-Feed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           EXIT PARAGRAPH.
      * A feed without a readable header (a truncated copy, a file
      * someone dropped in by hand) is skipped, not half-shown.
       Load-One-Feed.
           OPEN INPUT FEED-FILE
           IF NOT WS-FEED-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FEED-HEAD
           READ FEED-FILE INTO WS-FEED-HEAD
               AT END MOVE SPACES TO WS-FEED-HEAD
           END-READ
           IF WS-FLH-TAG NOT = "H " OR WS-FLH-TS NOT NUMERIC
               CLOSE FEED-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOST-COUNT
           MOVE WS-HOST-COUNT TO WS-HOST-IDX
           MOVE WS-FLH-HOST TO HOST-NAME(WS-HOST-IDX)
           MOVE WS-FLH-TS TO HOST-TS(WS-HOST-IDX)
           MOVE WS-FLH-HB-AGE TO HOST-HB-AGE(WS-HOST-IDX)
           MOVE WS-FLH-INTERVAL TO HOST-INTERVAL(WS-HOST-IDX)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 12
               MOVE "N" TO CELL-SET(WS-HOST-IDX, WS-COL-IDX)
           END-PERFORM
           PERFORM Judge-Host-Staleness
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ FEED-FILE INTO WS-FEED-MOD
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF WS-FLM-TAG = "M "
                           PERFORM Load-Feed-Module
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           EXIT PARAGRAPH.
       Judge-Host-Staleness.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-NOW-SERIAL
           MOVE HOST-TS(WS-HOST-IDX) TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE 0 TO HOST-AGE(WS-HOST-IDX)
           IF WS-NOW-SERIAL > WS-TS-SERIAL
               COMPUTE HOST-AGE(WS-HOST-IDX) =
                   WS-NOW-SERIAL - WS-TS-SERIAL
           END-IF
           IF WS-STALE-ARG > 0
               MOVE WS-STALE-ARG TO WS-STALE-LIMIT
           ELSE
               COMPUTE WS-STALE-LIMIT = HOST-INTERVAL(WS-HOST-IDX) * 3
               IF WS-STALE-LIMIT < 30
                   MOVE 30 TO WS-STALE-LIMIT
               END-IF
           END-IF
           IF HOST-AGE(WS-HOST-IDX) > WS-STALE-LIMIT
               MOVE "Y" TO HOST-STALE(WS-HOST-IDX)
           ELSE
               MOVE "N" TO HOST-STALE(WS-HOST-IDX)
           END-IF
           EXIT PARAGRAPH.
       Load-Feed-Module.
           MOVE 0 TO WS-COL-FOUND
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-NAME(WS-COL-IDX) = WS-FLM-NAME
                   MOVE WS-COL-IDX TO WS-COL-FOUND
               END-IF
           END-PERFORM
           IF WS-COL-FOUND = 0
               IF WS-COL-COUNT >= 12
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COL-COUNT
               MOVE WS-COL-COUNT TO WS-COL-FOUND
               MOVE WS-FLM-NAME TO WS-COL-NAME(WS-COL-FOUND)
           END-IF
           MOVE "Y" TO CELL-SET(WS-HOST-IDX, WS-COL-FOUND)
           MOVE WS-FLM-LEVEL TO CELL-LEVEL(WS-HOST-IDX, WS-COL-FOUND)
           MOVE WS-FLM-FAILS TO CELL-FAILS(WS-HOST-IDX, WS-COL-FOUND)
           MOVE WS-FLM-NUM-FLAG
               TO CELL-NUM-FLAG(WS-HOST-IDX, WS-COL-FOUND)
           IF WS-FLM-NUM-FLAG = "Y"
               MOVE FUNCTION NUMVAL(WS-FLM-VALUE)
                   TO CELL-VALUE(WS-HOST-IDX, WS-COL-FOUND)
           ELSE
               MOVE 0 TO CELL-VALUE(WS-HOST-IDX, WS-COL-FOUND)
           END-IF
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
      * Home and clear, a heading row of module names, then a row
      * per host -- each cell colored by its level, a stale host's
      * whole row dimmed and flagged in the AGE column.
       Render-Fleet.
           DISPLAY X'1B' "[H" X'1B' "[2J" WITH NO ADVANCING
           DISPLAY "FLEETDASH  " FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6) "  "
               FUNCTION TRIM(WS-DIR)
           IF WS-HOST-COUNT = 0
               DISPLAY "no feeds -- is any bar writing a FLEET line"
                   " into this directory?"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           STRING "HOST            AGE    HB" DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE WS-COL-NAME(WS-COL-IDX) TO WS-CELL-TEXT
               STRING " " WS-CELL-TEXT DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-ROW TRAILING)
           MOVE 0 TO WS-STALE-COUNT
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
               UNTIL WS-HOST-IDX > WS-HOST-COUNT
               PERFORM Render-Host-Row
           END-PERFORM
           DISPLAY " "
           DISPLAY "HOSTS " WS-HOST-COUNT "  STALE " WS-STALE-COUNT
           EXIT PARAGRAPH.
       Render-Host-Row.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           IF HOST-STALE(WS-HOST-IDX) = "Y"
               ADD 1 TO WS-STALE-COUNT
               STRING X'1B' "[2m" DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           END-IF
           STRING HOST-NAME(WS-HOST-IDX) " " DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           IF HOST-STALE(WS-HOST-IDX) = "Y"
               STRING "STALE " DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           ELSE
               MOVE HOST-AGE(WS-HOST-IDX) TO WS-AGE-EDIT
               STRING WS-AGE-EDIT DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           END-IF
           MOVE HOST-HB-AGE(WS-HOST-IDX) TO WS-AGE-EDIT
           STRING WS-AGE-EDIT DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               PERFORM Render-Cell
           END-PERFORM
           STRING X'1B' "[0m" DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           DISPLAY WS-ROW(1:WS-ROW-PTR - 1)
           EXIT PARAGRAPH.
      * Green OK, yellow WARN, red CRIT, reverse red ERR; a module
      * this host doesn't run is a plain dash.
       Render-Cell.
           MOVE SPACES TO WS-CELL-TEXT
           IF CELL-SET(WS-HOST-IDX, WS-COL-IDX) NOT = "Y"
               MOVE "-" TO WS-CELL-TEXT
               STRING " " WS-CELL-TEXT DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           EVALUATE CELL-LEVEL(WS-HOST-IDX, WS-COL-IDX)
               WHEN "ERR " MOVE "7;31" TO WS-CELL-COLOR
               WHEN "CRIT" MOVE "31" TO WS-CELL-COLOR
               WHEN "WARN" MOVE "33" TO WS-CELL-COLOR
               WHEN OTHER MOVE "32" TO WS-CELL-COLOR
           END-EVALUATE
           EVALUATE TRUE
               WHEN CELL-LEVEL(WS-HOST-IDX, WS-COL-IDX) = "ERR "
                   MOVE "ERR" TO WS-CELL-TEXT
               WHEN CELL-NUM-FLAG(WS-HOST-IDX, WS-COL-IDX) = "Y"
                   MOVE CELL-VALUE(WS-HOST-IDX, WS-COL-IDX)
                       TO WS-CELL-EDIT
                   MOVE WS-CELL-EDIT TO WS-CELL-TEXT
               WHEN OTHER
                   MOVE CELL-LEVEL(WS-HOST-IDX, WS-COL-IDX)
                       TO WS-CELL-TEXT
           END-EVALUATE
           IF HOST-STALE(WS-HOST-IDX) = "Y"
               STRING " " WS-CELL-TEXT DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           ELSE
               STRING " " X'1B' "[" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CELL-COLOR) DELIMITED BY SIZE
                      "m" WS-CELL-TEXT X'1B' "[0m" DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
               END-STRING
           END-IF
           EXIT PARAGRAPH.
