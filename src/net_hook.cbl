           SELECT STATEF ASSIGN TO DYNAMIC WS-STATE-PATH
               FILE STATUS IS WS-STATE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * Metered-link usage ledger, kept only for an interface whose
      * BODY sets a CAP -- one record per interface per day with the
      * bytes moved that day, plus a per-interface state record
      * (date 00000000) holding the last raw counters seen and the
      * cap and billing day in force. Keyed, so a poll costs a few
      * reads and rewrites however long the ledger grows; QTARPT
      * reads it back to check against the carrier's bill.
           SELECT QTAF ASSIGN TO "STATUSLINE-COB.QTA"
               FILE STATUS IS WS-QTA-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD ROUTEF.
       01 FD-NETDEV-LINE     PIC X(200).
       FD STATEF.
       01 FD-STATE-LINE      PIC X(20).
       FD QTAF.
       01 QTA-RECORD.
         05 QTA-KEY.
           10 QTA-IFACE      PIC X(16).
           10 QTA-DATE       PIC X(8).
         05 QTA-RX           PIC 9(15).
         05 QTA-TX           PIC 9(15).
         05 QTA-CAP          PIC 9(15).
         05 QTA-CYCLE-DAY    PIC 99.
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-IFACE           PIC X(16).
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the figures in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       01 WS-RX-DELTA        PIC 9(15) COMP.
       01 WS-TX-DELTA        PIC 9(15) COMP.
       01 TMP                PIC 9(15).
      * BODY tokens: "[iface] [CAP <n>[M|G|T]] [DAY <dd>]". CAP is
      * in decimal units, as carriers bill (20G = 20,000,000,000
      * bytes); DAY is the day of the month a billing cycle starts,
      * default 1, taken as the month's last day in a shorter month.
       01 WS-BODY-TOKENS.
         05 WS-BODY-TOK      PIC X(16) OCCURS 6 TIMES.
       01 WS-TOK-IDX         PIC 9.
       01 WS-TOK-UP          PIC X(16).
       01 WS-CAP-BYTES       PIC 9(15).
       01 WS-CYCLE-DAY       PIC 99.
       01 WS-CAP-NUM         PIC X(16).
       01 WS-CAP-SCALE       PIC 9(13).
       01 WS-CAP-CHAR        PIC X.
       01 WS-CAP-IDX         PIC 99.
       01 WS-CAP-SEEN-POINT  PIC X.
       01 WS-CAP-DIGIT       PIC 9.
       01 WS-QTA-STATUS      PIC XX.
         88 WS-QTA-OK        VALUE "00".
      * Ledger arithmetic for this poll -- what moved since the
      * interface's own last counters (the shared delta above would
      * mix interfaces when several NET blocks run), the cycle the
      * poll falls in, and the usage projected to the cycle's end.
       01 WS-QTA-RX-DELTA    PIC 9(15).
       01 WS-QTA-TX-DELTA    PIC 9(15).
       01 WS-QTA-TODAY       PIC 9(15).
       01 WS-QTA-USED        PIC 9(15).
       01 WS-QTA-PROJECTED   PIC 9(15).
       01 WS-QTA-PCT         PIC 9(5).
       01 WS-QTA-WARN        PIC 999.
       01 WS-QTA-CRIT        PIC 999.
       01 WS-NOW-TS          PIC X(21).
       01 WS-TODAY           PIC X(8).
       01 WS-TODAY-INT       PIC 9(8).
       01 WS-NOW-SECS        PIC 9(5).
       01 WS-CYC-START       PIC 9(8).
       01 WS-CYC-START-INT   PIC 9(8).
       01 WS-CYC-END-INT     PIC 9(8).
       01 WS-CYC-ELAPSED     PIC 9(9).
       01 WS-CYC-SECS        PIC 9(9).
       01 WS-CYC-YEAR        PIC 9(4).
       01 WS-CYC-MONTH       PIC 99.
       01 WS-CYC-DIM         PIC 99.
       01 WS-CYC-DD          PIC 99.
       01 WS-CYC-FIRST       PIC 9(8).
       01 WS-CYC-NEXT-FIRST  PIC 9(8).
      * Cycle-to-date bytes before today, re-summed from the ledger
      * only when the interface or the date changes -- today's own
      * figure comes off its record every poll.
       01 WS-QTA-PRIOR       PIC 9(15) VALUE 0.
       01 WS-QTA-PRIOR-IFACE PIC X(16) VALUE SPACES.
       01 WS-QTA-PRIOR-DATE  PIC X(8) VALUE SPACES.
       01 WS-QTA-PRIOR-START PIC 9(8) VALUE 0.
       01 WS-QTA-EOF         PIC X.
       01 WS-GB-EDIT         PIC ZZZZ9.9.
       01 WS-CAP-EDIT        PIC ZZZZ9.9.
       01 WS-USAGE-TEXT      PIC X(24).
      * LOCFMT's call parameters -- the used/cap figures take the
      * LOCALE's separators, as the throughput does through UNITFMT.
       01 WS-LOC-MODE        PIC X VALUE "N".
       01 WS-LOC-VALUE       PIC S9(15)V99.
       01 WS-LOC-RESULT      PIC X(8).
       01 WS-LOC-TEXT        PIC X(256).
       LINKAGE SECTION.
      * L-BODY may carry an interface name override, e.g. "eth0". Left
      * blank, the interface holding the default route is measured.
       01 L-BODY             PIC X(71).
       01 L-COLOR             PIC X(6).
       01 L-TIME-FMT         PIC X(3).
      * With a CAP set, WARN and CRIT are percentages of the cap that
      * the projected end-of-cycle usage is held against -- 90 and
      * 100 when left blank.
       01 L-WARN             PIC 999.
       01 L-WARN-COLOR       PIC X(6).
       01 L-CRIT             PIC 999.
       01 L-CRIT-COLOR       PIC X(6).
       PROCEDURE DIVISION USING L-BODY L-COLOR L-TIME-FMT
           L-WARN L-WARN-COLOR L-CRIT L-CRIT-COLOR.
           PERFORM Parse-Body
           IF WS-IFACE = SPACES
               PERFORM Find-Default-Iface
           END-IF
           PERFORM Read-Link-State
           COMPUTE WS-HOOK-VALUE = WS-RX-DELTA + WS-TX-DELTA
           MOVE "B" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           MOVE SPACES TO WS-USAGE-TEXT
           IF WS-CAP-BYTES > 0
               PERFORM Update-Usage-Ledger
           END-IF
           DISPLAY FUNCTION TRIM(WS-IFACE) " " WITH NO ADVANCING
           DISPLAY FUNCTION TRIM(WS-STATE) " " WITH NO ADVANCING
           DISPLAY "RX:" WITH NO ADVANCING
           DISPLAY " TX:" WITH NO ADVANCING
           MOVE WS-TX-DELTA TO TMP
           PERFORM PrintHuman
      * On a metered link the cycle's used/cap rides after the
      * throughput, and is offered alone as the compact form.
           IF WS-USAGE-TEXT NOT = SPACES
               DISPLAY " " FUNCTION TRIM(WS-USAGE-TEXT)
               DISPLAY FUNCTION TRIM(WS-USAGE-TEXT)
           END-IF
           GOBACK.

       Parse-Body.
           MOVE SPACES TO WS-IFACE WS-BODY-TOKENS
           MOVE 0 TO WS-CAP-BYTES
           MOVE 1 TO WS-CYCLE-DAY
           IF L-BODY = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING FUNCTION TRIM(L-BODY) DELIMITED BY ALL SPACES
               INTO WS-BODY-TOK(1) WS-BODY-TOK(2) WS-BODY-TOK(3)
                    WS-BODY-TOK(4) WS-BODY-TOK(5) WS-BODY-TOK(6)
           END-UNSTRING
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1 UNTIL WS-TOK-IDX > 6
               MOVE FUNCTION UPPER-CASE(WS-BODY-TOK(WS-TOK-IDX))
                   TO WS-TOK-UP
               EVALUATE TRUE
                   WHEN WS-TOK-UP = "CAP" AND WS-TOK-IDX < 6
                       ADD 1 TO WS-TOK-IDX
                       PERFORM Parse-Cap-Token
                   WHEN WS-TOK-UP = "DAY" AND WS-TOK-IDX < 6
                       ADD 1 TO WS-TOK-IDX
                       PERFORM Parse-Day-Token
                   WHEN WS-TOK-IDX = 1
                       MOVE WS-BODY-TOK(1) TO WS-IFACE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > 31
               MOVE 1 TO WS-CYCLE-DAY
           END-IF
           EXIT PARAGRAPH.

       Parse-Day-Token.
           MOVE 0 TO WS-CYCLE-DAY
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > 2
               MOVE WS-BODY-TOK(WS-TOK-IDX)(WS-CAP-IDX:1)
                   TO WS-CAP-CHAR
               IF WS-CAP-CHAR IS NUMERIC
                   MOVE WS-CAP-CHAR TO WS-CAP-DIGIT
                   COMPUTE WS-CYCLE-DAY =
                       WS-CYCLE-DAY * 10 + WS-CAP-DIGIT
               ELSE
                   MOVE 3 TO WS-CAP-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * "20G", "500M", "1.5T", "20GB" -- the digits (and point) up
      * to the first letter, scaled by that letter; a bare number is
      * gigabytes.
       Parse-Cap-Token.
           MOVE SPACES TO WS-CAP-NUM
           MOVE "N" TO WS-CAP-SEEN-POINT
           MOVE 1000000000 TO WS-CAP-SCALE
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > 16
               MOVE WS-BODY-TOK(WS-TOK-IDX)(WS-CAP-IDX:1)
                   TO WS-CAP-CHAR
               EVALUATE TRUE
                   WHEN WS-CAP-CHAR IS NUMERIC
                       MOVE WS-CAP-CHAR TO WS-CAP-NUM(WS-CAP-IDX:1)
                   WHEN WS-CAP-CHAR = "." AND WS-CAP-SEEN-POINT = "N"
                       MOVE WS-CAP-CHAR TO WS-CAP-NUM(WS-CAP-IDX:1)
                       MOVE "Y" TO WS-CAP-SEEN-POINT
                   WHEN WS-CAP-CHAR = "M" OR WS-CAP-CHAR = "m"
                       MOVE 1000000 TO WS-CAP-SCALE
                       MOVE 17 TO WS-CAP-IDX
                   WHEN WS-CAP-CHAR = "T" OR WS-CAP-CHAR = "t"
                       MOVE 1000000000000 TO WS-CAP-SCALE
                       MOVE 17 TO WS-CAP-IDX
                   WHEN OTHER
                       MOVE 17 TO WS-CAP-IDX
               END-EVALUATE
           END-PERFORM
           IF WS-CAP-NUM NOT = SPACES
               COMPUTE WS-CAP-BYTES =
                   FUNCTION NUMVAL(WS-CAP-NUM) * WS-CAP-SCALE
           END-IF
           EXIT PARAGRAPH.

       Find-Default-Iface.
           MOVE SPACES TO WS-IFACE
           MOVE 'N' TO end-of-file
           EXIT PARAGRAPH.

       PrintHuman.
           MOVE "F" TO WS-UNIT-MODE
           MOVE TMP TO WS-UNIT-VALUE
           MOVE "B/s" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-UNIT-TEXT) WITH NO ADVANCING.

      * Books this poll's traffic against the interface's metered
      * allowance: the bytes moved since the ledger last saw this
      * interface go onto today's record, the cycle-to-date total is
      * projected forward to the cycle's end at the rate so far, and
      * the projection, as a percentage of the cap, is what WARN and
      * CRIT judge -- so the bar turns before the cap is hit, not
      * after. A ledger that cannot be opened leaves the bar as it
      * was; throughput is still worth showing.
       Update-Usage-Ledger.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY
           COMPUTE WS-NOW-SECS = FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-NOW-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-TS(13:2))
           PERFORM Open-Usage-Ledger
           IF NOT WS-QTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM Take-Ledger-Delta
           PERFORM Add-Ledger-Today
           PERFORM Compute-Cycle-Bounds
           PERFORM Sum-Cycle-Prior
           CLOSE QTAF
           COMPUTE WS-QTA-USED = WS-QTA-PRIOR + WS-QTA-TODAY
           COMPUTE WS-CYC-SECS = (WS-CYC-END-INT - WS-CYC-START-INT)
               * 86400
           COMPUTE WS-CYC-ELAPSED =
               (WS-TODAY-INT - WS-CYC-START-INT) * 86400 + WS-NOW-SECS
      * Less than a day into the cycle, one early burst would project
      * to many times the cap; a day is the shortest base used.
           IF WS-CYC-ELAPSED < 86400
               MOVE 86400 TO WS-CYC-ELAPSED
           END-IF
           COMPUTE WS-QTA-PROJECTED =
               WS-QTA-USED * WS-CYC-SECS / WS-CYC-ELAPSED
               ON SIZE ERROR
                   MOVE 999999999999999 TO WS-QTA-PROJECTED
           END-COMPUTE
           COMPUTE WS-QTA-PCT = WS-QTA-PROJECTED * 100 / WS-CAP-BYTES
               ON SIZE ERROR
                   MOVE 99999 TO WS-QTA-PCT
           END-COMPUTE
           MOVE 90 TO WS-QTA-WARN
           IF L-WARN > 0
               MOVE L-WARN TO WS-QTA-WARN
           END-IF
           MOVE 100 TO WS-QTA-CRIT
           IF L-CRIT > 0
               MOVE L-CRIT TO WS-QTA-CRIT
           END-IF
           EVALUATE TRUE
               WHEN WS-QTA-PCT >= WS-QTA-CRIT
                   AND L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
               WHEN WS-QTA-PCT >= WS-QTA-WARN
                   AND L-WARN-COLOR NOT = SPACES
                   MOVE L-WARN-COLOR TO L-COLOR
           END-EVALUATE
           COMPUTE WS-GB-EDIT ROUNDED = WS-QTA-USED / 1000000000
           COMPUTE WS-CAP-EDIT ROUNDED = WS-CAP-BYTES / 1000000000
           STRING FUNCTION TRIM(WS-GB-EDIT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAP-EDIT) DELIMITED BY SIZE
                  "GB" DELIMITED BY SIZE
                  INTO WS-USAGE-TEXT
           END-STRING
           MOVE WS-USAGE-TEXT TO WS-LOC-TEXT
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           MOVE WS-LOC-TEXT TO WS-USAGE-TEXT
           EXIT PARAGRAPH.

      * Same create-on-first-use as MAIN's history file.
       Open-Usage-Ledger.
           OPEN I-O QTAF
           IF NOT WS-QTA-OK
               OPEN OUTPUT QTAF
               CLOSE QTAF
               OPEN I-O QTAF
           END-IF
           EXIT PARAGRAPH.

      * The state record carries this interface's raw counters as of
      * the last poll, independent of the display delta above. A
      * counter lower than last time means the interface or the
      * machine was reset, so everything it now shows is new traffic.
      * The first poll ever only records where the counters stand.
       Take-Ledger-Delta.
           MOVE WS-IFACE TO QTA-IFACE
           MOVE "00000000" TO QTA-DATE
           READ QTAF KEY IS QTA-KEY
               INVALID KEY
                   MOVE 0 TO WS-QTA-RX-DELTA
                   MOVE 0 TO WS-QTA-TX-DELTA
                   PERFORM Fill-Ledger-State
                   WRITE QTA-RECORD
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF WS-RX-BYTES >= QTA-RX
               COMPUTE WS-QTA-RX-DELTA = WS-RX-BYTES - QTA-RX
           ELSE
               MOVE WS-RX-BYTES TO WS-QTA-RX-DELTA
           END-IF
           IF WS-TX-BYTES >= QTA-TX
               COMPUTE WS-QTA-TX-DELTA = WS-TX-BYTES - QTA-TX
           ELSE
               MOVE WS-TX-BYTES TO WS-QTA-TX-DELTA
           END-IF
           PERFORM Fill-Ledger-State
           REWRITE QTA-RECORD
           END-REWRITE
           EXIT PARAGRAPH.

       Fill-Ledger-State.
           MOVE WS-RX-BYTES TO QTA-RX
           MOVE WS-TX-BYTES TO QTA-TX
           MOVE WS-CAP-BYTES TO QTA-CAP
           MOVE WS-CYCLE-DAY TO QTA-CYCLE-DAY
           EXIT PARAGRAPH.

       Add-Ledger-Today.
           MOVE WS-IFACE TO QTA-IFACE
           MOVE WS-TODAY TO QTA-DATE
           READ QTAF KEY IS QTA-KEY
               INVALID KEY
                   MOVE WS-QTA-RX-DELTA TO QTA-RX
                   MOVE WS-QTA-TX-DELTA TO QTA-TX
                   MOVE WS-CAP-BYTES TO QTA-CAP
                   MOVE WS-CYCLE-DAY TO QTA-CYCLE-DAY
                   WRITE QTA-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QTA-RX-DELTA TO QTA-RX
                   ADD WS-QTA-TX-DELTA TO QTA-TX
                   MOVE WS-CAP-BYTES TO QTA-CAP
                   MOVE WS-CYCLE-DAY TO QTA-CYCLE-DAY
                   REWRITE QTA-RECORD
                   END-REWRITE
           END-READ
           COMPUTE WS-QTA-TODAY = QTA-RX + QTA-TX
           EXIT PARAGRAPH.

      * The cycle holding today starts on the billing day of this
      * month, or of last month when today is earlier than that; it
      * ends where the next one starts. A billing day past the end of
      * a short month falls on that month's last day.
       Compute-Cycle-Bounds.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           MOVE WS-TODAY(1:4) TO WS-CYC-YEAR
           MOVE WS-TODAY(5:2) TO WS-CYC-MONTH
           PERFORM Clamp-Cycle-Day
           IF WS-TODAY(7:2) < WS-CYC-DD
               SUBTRACT 1 FROM WS-CYC-MONTH
               IF WS-CYC-MONTH = 0
                   MOVE 12 TO WS-CYC-MONTH
                   SUBTRACT 1 FROM WS-CYC-YEAR
               END-IF
               PERFORM Clamp-Cycle-Day
           END-IF
           COMPUTE WS-CYC-START = WS-CYC-YEAR * 10000
               + WS-CYC-MONTH * 100 + WS-CYC-DD
           COMPUTE WS-CYC-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYC-START)
           ADD 1 TO WS-CYC-MONTH
           IF WS-CYC-MONTH = 13
               MOVE 1 TO WS-CYC-MONTH
               ADD 1 TO WS-CYC-YEAR
           END-IF
           PERFORM Clamp-Cycle-Day
           COMPUTE WS-CYC-END-INT = FUNCTION INTEGER-OF-DATE(
               WS-CYC-YEAR * 10000 + WS-CYC-MONTH * 100 + WS-CYC-DD)
           EXIT PARAGRAPH.

       Clamp-Cycle-Day.
           COMPUTE WS-CYC-FIRST = WS-CYC-YEAR * 10000
               + WS-CYC-MONTH * 100 + 1
           IF WS-CYC-MONTH = 12
               COMPUTE WS-CYC-NEXT-FIRST = (WS-CYC-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-CYC-NEXT-FIRST = WS-CYC-FIRST + 100
           END-IF
           COMPUTE WS-CYC-DIM =
               FUNCTION INTEGER-OF-DATE(WS-CYC-NEXT-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-CYC-FIRST)
           MOVE WS-CYCLE-DAY TO WS-CYC-DD
           IF WS-CYC-DD > WS-CYC-DIM
               MOVE WS-CYC-DIM TO WS-CYC-DD
           END-IF
           EXIT PARAGRAPH.

       Sum-Cycle-Prior.
           IF WS-QTA-PRIOR-IFACE = WS-IFACE
               AND WS-QTA-PRIOR-DATE = WS-TODAY
               AND WS-QTA-PRIOR-START = WS-CYC-START
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTA-PRIOR
           MOVE WS-IFACE TO WS-QTA-PRIOR-IFACE
           MOVE WS-TODAY TO WS-QTA-PRIOR-DATE
           MOVE WS-CYC-START TO WS-QTA-PRIOR-START
           MOVE WS-IFACE TO QTA-IFACE
           MOVE WS-CYC-START TO QTA-DATE
           START QTAF KEY IS >= QTA-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-QTA-EOF
           PERFORM UNTIL WS-QTA-EOF = "Y"
               READ QTAF NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QTA-EOF
                   NOT AT END
                       IF QTA-IFACE NOT = WS-IFACE
                           OR QTA-DATE NOT < WS-TODAY
                           MOVE "Y" TO WS-QTA-EOF
                       ELSE
                           ADD QTA-RX QTA-TX TO WS-QTA-PRIOR
                       END-IF
               END-READ
           END-PERFORM
           EXIT PARAGRAPH.
