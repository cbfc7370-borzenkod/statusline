      * Load-Body-Text by redisplaying the last good value with a
      * stale marker, or the ERR state once failures persist.
       01 WS-HOOK-FAILED  PIC X EXTERNAL VALUE "N".
      * Set by MAIN while an upstream module this one DEPENDS on is
      * down -- the persistent-failure state then names what it is
      * waiting on instead of a generic ERR.
       01 WS-DEP-WAIT-ON  PIC X(12) EXTERNAL VALUE SPACES.
      * Structured-value channel of the hook interface -- cleared
      * before every hook call; a hook that raises the flag has left
      * its primary metric and unit here, which land in the caller's
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * Sparkline channel -- MAIN loads the module's trend length
      * (0 = none) and recent typed values, oldest first, before
      * each Body call and takes the ring back afterwards. A fresh
      * good poll shifts its value in here before the glyphs are
      * drawn.
       01 WS-SPARK-RING EXTERNAL.
         05 WS-SPARK-LEN    PIC 99.
         05 WS-SPARK-COUNT  PIC 99.
         05 WS-SPARK-VAL    PIC S9(9)V99 OCCURS 16 TIMES.
       01 WS-SPARK-IDX      PIC 99.
       01 WS-SPARK-LO       PIC S9(9)V99.
       01 WS-SPARK-HI       PIC S9(9)V99.
       01 WS-SPARK-LEVEL    PIC 9.
       01 WS-SPARK-TEXT     PIC X(48).
       01 WS-SPARK-PTR      PIC 99 COMP.
       01 WS-SPARK-SAVED    PIC X(200).
      * Bytes a glyph takes, and how much of the sparkline fits
      * behind a text -- whole glyphs only, so a block's three bytes
      * are never split across the end of the field.
       01 WS-SPARK-GLYPH    PIC 9.
       01 WS-SPARK-ROOM     PIC S999 COMP.
       01 WS-SPARK-FIT      PIC 99 COMP.
      * U+2581..U+2588, lower one-eighth block to full block, as
      * UTF-8 -- three bytes a glyph. The ASCII ramp stands in
      * wherever those bytes might arrive as mojibake: the plain
      * (polybar) format, and term/tmux outside a UTF-8 locale.
       01 WS-SPARK-BLOCKS   PIC X(24) VALUE
           X"E29681E29682E29683E29684E29685E29686E29687E29688".
       01 WS-SPARK-ASCII    PIC X(8) VALUE "_.-~=+*#".
       01 WS-SPARK-UNICODE  PIC X.
      * The terminal's locale, read once -- LC_ALL over LC_CTYPE
      * over LANG, as the C library resolves it.
       01 WS-LOCALE-DONE    PIC X VALUE "N".
       01 WS-LOCALE-UTF8    PIC X VALUE "N".
       01 WS-LOCALE-NAME    PIC X(64).
       01 WS-LOCALE-HITS    PIC 99 COMP.
      * Waybar accumulators -- one custom-module JSON object goes
      * out per cycle, so the Body calls collect into these and
      * BodyEnd emits them. Text carries each block's compact form
           IF WS-HIDE-THIS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-SPARK-LEN > 0 AND WS-SPARK-COUNT > 1
               AND L-FAIL-COUNT < 3
               PERFORM Append-Sparkline
           END-IF
           EVALUATE L-TYPE
               WHEN 0     PERFORM i3
               WHEN 1     PERFORM term
                   MOVE 0 TO L-FAIL-COUNT
                   MOVE WS-CAP-LINE TO L-CACHE
                   MOVE WS-CAP-SHORT TO L-SHORT
                   IF L-VALUE-SET = "Y" AND WS-SPARK-LEN > 0
                       PERFORM Push-Spark-Value
                   END-IF
               END-IF
           END-IF
           EXIT PARAGRAPH.
       Push-Spark-Value.
           IF WS-SPARK-COUNT >= WS-SPARK-LEN
               PERFORM VARYING WS-SPARK-IDX FROM 2 BY 1
                   UNTIL WS-SPARK-IDX > WS-SPARK-COUNT
                   MOVE WS-SPARK-VAL(WS-SPARK-IDX)
                       TO WS-SPARK-VAL(WS-SPARK-IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-SPARK-COUNT
           END-IF
           ADD 1 TO WS-SPARK-COUNT
           MOVE L-VALUE TO WS-SPARK-VAL(WS-SPARK-COUNT)
           EXIT PARAGRAPH.
      * The trend rides after the value, one glyph per sample scaled
      * between the window's own low and high -- a flat window draws
      * a flat mid-height line. The cache was saved before this, so
      * the glyphs are redrawn fresh every render, never compounded.
      * Stale values ("*") keep their line; the ERR state drops it.
       Append-Sparkline.
           PERFORM Choose-Spark-Glyphs
           MOVE WS-SPARK-VAL(1) TO WS-SPARK-LO WS-SPARK-HI
           PERFORM VARYING WS-SPARK-IDX FROM 2 BY 1
               UNTIL WS-SPARK-IDX > WS-SPARK-COUNT
               IF WS-SPARK-VAL(WS-SPARK-IDX) < WS-SPARK-LO
                   MOVE WS-SPARK-VAL(WS-SPARK-IDX) TO WS-SPARK-LO
               END-IF
               IF WS-SPARK-VAL(WS-SPARK-IDX) > WS-SPARK-HI
                   MOVE WS-SPARK-VAL(WS-SPARK-IDX) TO WS-SPARK-HI
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SPARK-TEXT
           MOVE 1 TO WS-SPARK-PTR
           PERFORM VARYING WS-SPARK-IDX FROM 1 BY 1
               UNTIL WS-SPARK-IDX > WS-SPARK-COUNT
               IF WS-SPARK-HI > WS-SPARK-LO
                   COMPUTE WS-SPARK-LEVEL ROUNDED =
                       (WS-SPARK-VAL(WS-SPARK-IDX) - WS-SPARK-LO) * 7
                       / (WS-SPARK-HI - WS-SPARK-LO)
               ELSE
                   MOVE 3 TO WS-SPARK-LEVEL
               END-IF
               IF WS-SPARK-UNICODE = "Y"
                   STRING WS-SPARK-BLOCKS(WS-SPARK-LEVEL * 3 + 1:3)
                       DELIMITED BY SIZE
                       INTO WS-SPARK-TEXT WITH POINTER WS-SPARK-PTR
                   END-STRING
               ELSE
                   STRING WS-SPARK-ASCII(WS-SPARK-LEVEL + 1:1)
                       DELIMITED BY SIZE
                       INTO WS-SPARK-TEXT WITH POINTER WS-SPARK-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-SPARK-UNICODE = "Y"
               MOVE 3 TO WS-SPARK-GLYPH
           ELSE
               MOVE 1 TO WS-SPARK-GLYPH
           END-IF
           COMPUTE WS-SPARK-ROOM = LENGTH OF WS-CAP-LINE - 1
               - FUNCTION LENGTH(FUNCTION TRIM(WS-CAP-LINE))
           PERFORM Fit-Spark-Text
           IF WS-SPARK-FIT > 0
               MOVE SPACES TO WS-SPARK-SAVED
               STRING FUNCTION TRIM(WS-CAP-LINE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SPARK-TEXT(WS-SPARK-PTR - WS-SPARK-FIT:
                          WS-SPARK-FIT) DELIMITED BY SIZE
                      INTO WS-SPARK-SAVED
               END-STRING
               MOVE WS-SPARK-SAVED TO WS-CAP-LINE
           END-IF
           IF WS-CAP-SHORT NOT = SPACES
               COMPUTE WS-SPARK-ROOM = LENGTH OF WS-CAP-SHORT - 1
                   - FUNCTION LENGTH(FUNCTION TRIM(WS-CAP-SHORT))
               PERFORM Fit-Spark-Text
               IF WS-SPARK-FIT > 0
                   MOVE SPACES TO WS-SPARK-SAVED
                   STRING FUNCTION TRIM(WS-CAP-SHORT) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SPARK-TEXT(WS-SPARK-PTR - WS-SPARK-FIT:
                              WS-SPARK-FIT) DELIMITED BY SIZE
                          INTO WS-SPARK-SAVED
                   END-STRING
                   MOVE WS-SPARK-SAVED TO WS-CAP-SHORT
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * The newest values are the ones kept when the whole line
      * will not fit, so the glyphs are taken off the front.
       Fit-Spark-Text.
           MOVE 0 TO WS-SPARK-FIT
           IF WS-SPARK-ROOM < WS-SPARK-GLYPH
               EXIT PARAGRAPH
           END-IF
           IF WS-SPARK-ROOM >= WS-SPARK-PTR - 1
               COMPUTE WS-SPARK-FIT = WS-SPARK-PTR - 1
           ELSE
               COMPUTE WS-SPARK-FIT = WS-SPARK-ROOM
                   - FUNCTION MOD(WS-SPARK-ROOM, WS-SPARK-GLYPH)
           END-IF
           EXIT PARAGRAPH.
      * i3bar and waybar speak UTF-8 JSON, so they always get block
      * glyphs; plain always gets ASCII; term and tmux (and the
      * term fallback) follow the locale.
       Choose-Spark-Glyphs.
           EVALUATE L-TYPE
               WHEN 0
               WHEN 4
                   MOVE "Y" TO WS-SPARK-UNICODE
               WHEN 3
                   MOVE "N" TO WS-SPARK-UNICODE
               WHEN OTHER
                   PERFORM Check-Utf8-Locale
                   MOVE WS-LOCALE-UTF8 TO WS-SPARK-UNICODE
           END-EVALUATE
           EXIT PARAGRAPH.
       Check-Utf8-Locale.
           IF WS-LOCALE-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOCALE-DONE
           MOVE SPACES TO WS-LOCALE-NAME
           ACCEPT WS-LOCALE-NAME FROM ENVIRONMENT "LC_ALL"
           IF WS-LOCALE-NAME = SPACES
               ACCEPT WS-LOCALE-NAME FROM ENVIRONMENT "LC_CTYPE"
           END-IF
           IF WS-LOCALE-NAME = SPACES
               ACCEPT WS-LOCALE-NAME FROM ENVIRONMENT "LANG"
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LOCALE-NAME) TO WS-LOCALE-NAME
           MOVE 0 TO WS-LOCALE-HITS
           INSPECT WS-LOCALE-NAME TALLYING WS-LOCALE-HITS
               FOR ALL "UTF-8" ALL "UTF8"
           IF WS-LOCALE-HITS > 0
               MOVE "Y" TO WS-LOCALE-UTF8
           END-IF
           EXIT PARAGRAPH.
      * A failed read redisplays the last good value with a trailing
      * "*" so stale data is never mistaken for fresh; after three
      * consecutive failures (or with no good value to fall back on)
       Compose-Stale-Text.
           IF L-FAIL-COUNT >= 3 OR L-CACHE = SPACES
               MOVE "ERR" TO WS-CAP-LINE
               IF WS-DEP-WAIT-ON NOT = SPACES
                   MOVE SPACES TO WS-CAP-LINE
                   STRING "WAIT " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEP-WAIT-ON)
                              DELIMITED BY SIZE
                          INTO WS-CAP-LINE
                   END-STRING
               END-IF
               MOVE SPACES TO WS-CAP-SHORT
               IF L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
