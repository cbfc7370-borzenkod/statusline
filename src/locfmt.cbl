       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCFMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bar's config, read only by the reports (mode "L") for
      * its LOCALE lines -- inside the bar, MAIN hands each line over
      * as it reads it (mode "C").
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
               FILE STATUS IS WS-CONFIG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCLUDE-FILE ASSIGN TO DYNAMIC WS-INCLUDE-PATH
               FILE STATUS IS WS-INCLUDE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD      PIC X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD     PIC X(400).
       WORKING-STORAGE SECTION.
      * How dates, names and numbers are shown, held here for the
      * life of the run unit so every hook and report CALLing this
      * program sees the same settings. Nothing recorded passes
      * through them -- the history store, the metrics file and the
      * trail keep YYYYMMDD and a decimal point whatever the bar
      * shows.
      *   WS-LOC-ORDER  date order and separator, e.g. "D.M.Y"
      *   WS-LOC-CLOCK  12H or 24H, the TIME default
      *   WS-LOC-DEC    decimal separator, "." or ","
      *   WS-LOC-THOU   thousands separator, space for none
      *   WS-LOC-SET    Y once a LOCALE line has been taken; until
      *                 then dates and numbers pass through as they
      *                 always printed
       01 WS-LOC-ORDER       PIC X(5) VALUE "D/M/Y".
       01 WS-LOC-CLOCK       PIC X(3) VALUE "24H".
       01 WS-LOC-DEC         PIC X VALUE ".".
       01 WS-LOC-THOU        PIC X VALUE SPACE.
       01 WS-LOC-SET         PIC X VALUE "N".
       01 WS-LOC-MONTHS.
         05 WS-LOC-MONTH     PIC X(10) OCCURS 12 TIMES.
       01 WS-LOC-DAYS.
         05 WS-LOC-DAY       PIC X(10) OCCURS 7 TIMES.
      * What a line parses to, applied only when the whole line is
      * good.
       01 WS-NEW-ORDER       PIC X(5).
       01 WS-NEW-CLOCK       PIC X(3).
       01 WS-NEW-DEC         PIC X.
       01 WS-NEW-THOU        PIC X.
       01 WS-NEW-LANG        PIC 9.
       01 WS-NEW-NAMES.
         05 WS-NEW-NAME      PIC X(10) OCCURS 13 TIMES.
      * Built-in names, short forms, Monday first. Any other
      * language comes from MONTHS and DAYS lines.
       01 WS-LANG-DATA.
         05 FILLER           PIC X(2) VALUE "EN".
         05 FILLER           PIC X(36)
             VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
         05 FILLER           PIC X(21)
             VALUE "MonTueWedThuFriSatSun".
         05 FILLER           PIC X(2) VALUE "DE".
         05 FILLER           PIC X(36)
             VALUE "JanFebMrzAprMaiJunJulAugSepOktNovDez".
         05 FILLER           PIC X(21)
             VALUE "Mo Di Mi Do Fr Sa So ".
         05 FILLER           PIC X(2) VALUE "NL".
         05 FILLER           PIC X(36)
             VALUE "janfebmrtaprmeijunjulaugsepoktnovdec".
         05 FILLER           PIC X(21)
             VALUE "ma di wo do vr za zo ".
         05 FILLER           PIC X(2) VALUE "IT".
         05 FILLER           PIC X(36)
             VALUE "genfebmaraprmaggiulugagosetottnovdic".
         05 FILLER           PIC X(21)
             VALUE "lunmarmergiovensabdom".
       01 WS-LANG-TABLE REDEFINES WS-LANG-DATA.
         05 WS-LANG-ENTRY OCCURS 4 TIMES.
           10 WS-LANG-CODE   PIC X(2).
           10 WS-LANG-MONTH  PIC X(3) OCCURS 12 TIMES.
           10 WS-LANG-DAY    PIC X(3) OCCURS 7 TIMES.
       01 WS-LANG-IDX        PIC 9.
       01 WS-NAME-IDX        PIC 99.
       01 WS-CONFIG-STATUS   PIC XX.
         88 WS-CONFIG-OK     VALUE "00".
       01 WS-INCLUDE-STATUS  PIC XX.
         88 WS-INCLUDE-OK    VALUE "00".
       01 WS-CONFIG-PATH     PIC X(256).
       01 WS-INCLUDE-PATH    PIC X(256).
       01 WS-AT-EOF          PIC X.
       01 WS-INCLUDE-EOF     PIC X.
      * CFGVARS's call parameters -- a line goes through it as read,
      * so SET, IF-HOST and END mean here what they mean to MAIN.
       01 WS-VAR-MODE        PIC X.
       01 WS-VAR-KEEP        PIC X.
       01 WS-VAR-MESSAGE     PIC X(60).
      * The first columns of MAIN's WS-CONFIG-LINE -- type, name and
      * body are all a LOCALE line uses.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE   PIC X(8).
           88 WS-TYPE-LOCALE VALUE "LOCALE  ".
           88 WS-TYPE-INCLUDE VALUE "INCLUDE ".
         05 FILLER           PIC X.
         05 WS-CONFIG-NAME   PIC X(12).
         05 FILLER           PIC X.
         05 WS-CONFIG-COLOR  PIC X(6).
         05 FILLER           PIC X.
         05 WS-CONFIG-BODY   PIC X(71).
         05 FILLER           PIC X(300).
       01 WS-NAME            PIC X(12).
       01 WS-BODY            PIC X(71).
       01 WS-TOKENS.
         05 WS-TOK           PIC X(12) OCCURS 6 TIMES.
       01 WS-TOK-IDX         PIC 9.
       01 WS-TOK-UP          PIC X(12).
       01 WS-BODY-OK         PIC X.
      * Date scratch.
       01 WS-DATE-IN.
         05 WS-DATE-YYYY     PIC X(4).
         05 WS-DATE-MM       PIC X(2).
         05 WS-DATE-DD       PIC X(2).
       01 WS-DATE-OUT        PIC X(12).
       01 WS-DATE-PTR        PIC 99.
       01 WS-ORDER-IDX       PIC 9.
      * Number scratch -- the text on the way in and out, and where
      * the scan has got to in each.
       01 WS-NUM-IN          PIC X(256).
       01 WS-NUM-OUT         PIC X(256).
       01 WS-IN-LEN          PIC 999 COMP.
       01 WS-IN-LEAD         PIC 999 COMP.
       01 WS-OUT-LEN         PIC 999 COMP.
       01 WS-POS             PIC 999 COMP.
       01 WS-FIRST-POS       PIC 999 COMP.
       01 WS-RUN-END         PIC 999 COMP.
       01 WS-RUN-LEFT        PIC 999 COMP.
       01 WS-CHAR            PIC X.
       01 WS-PREV            PIC X.
       01 WS-GROUP           PIC X.
       LINKAGE SECTION.
      * L-MODE:
      *   R - back to the defaults (no LOCALE line): English names,
      *       D/M/Y, 24H, a decimal point and no grouping
      *   C - take a LOCALE line -- its NAME columns in L-TEXT 1-12,
      *       its BODY in 13-83; L-RESULT comes back "OK" or "BAD",
      *       and a bad line changes nothing
      *   K - the same check, for config validation, applying nothing
      *   L - read the config named in L-TEXT (blank: the one
      *       $STATUSLINE_CONFIG names, else the working
      *       directory's) for its LOCALE lines, as the reports do
      *   O - the settings: L-RESULT 1-5 the date order, e.g.
      *       "D.M.Y", and 6-8 the clock, "12H" or "24H"
      *   M - the name of month L-VALUE (1-12) into L-TEXT
      *   W - the name of weekday L-VALUE (1 Monday - 7 Sunday)
      *   D - L-TEXT's YYYYMMDD date rewritten in the date order
      *   N - every number in L-TEXT rewritten with the decimal and
      *       thousands separators. A right-aligned field stays
      *       right-aligned and no wider; grouping is left out of a
      *       figure that would not otherwise fit
      * D and N change nothing until a LOCALE line has been taken.
       01 L-MODE             PIC X.
       01 L-VALUE            PIC S9(15)V99.
       01 L-RESULT           PIC X(8).
       01 L-TEXT             PIC X(256).
       PROCEDURE DIVISION USING L-MODE L-VALUE L-RESULT L-TEXT.
           EVALUATE L-MODE
               WHEN "R"
                   PERFORM Set-Defaults
               WHEN "C"
                   MOVE L-TEXT(1:12) TO WS-NAME
                   MOVE L-TEXT(13:71) TO WS-BODY
                   PERFORM Parse-Locale-Line
                   IF WS-BODY-OK = "Y"
                       PERFORM Apply-Locale-Line
                       MOVE "OK" TO L-RESULT
                   ELSE
                       MOVE "BAD" TO L-RESULT
                   END-IF
               WHEN "K"
                   MOVE L-TEXT(1:12) TO WS-NAME
                   MOVE L-TEXT(13:71) TO WS-BODY
                   PERFORM Parse-Locale-Line
                   IF WS-BODY-OK = "Y"
                       MOVE "OK" TO L-RESULT
                   ELSE
                       MOVE "BAD" TO L-RESULT
                   END-IF
               WHEN "L"
                   PERFORM Set-Defaults
                   PERFORM Load-Config-Locale
               WHEN "O"
                   MOVE WS-LOC-ORDER TO L-RESULT(1:5)
                   MOVE WS-LOC-CLOCK TO L-RESULT(6:3)
               WHEN "M"
                   MOVE SPACES TO L-TEXT
                   IF L-VALUE >= 1 AND L-VALUE <= 12
                       MOVE L-VALUE TO WS-NAME-IDX
                       MOVE WS-LOC-MONTH(WS-NAME-IDX) TO L-TEXT
                   END-IF
               WHEN "W"
                   MOVE SPACES TO L-TEXT
                   IF L-VALUE >= 1 AND L-VALUE <= 7
                       MOVE L-VALUE TO WS-NAME-IDX
                       MOVE WS-LOC-DAY(WS-NAME-IDX) TO L-TEXT
                   END-IF
               WHEN "D"
                   IF WS-LOC-SET = "Y"
                       PERFORM Format-Date
                   END-IF
               WHEN "N"
                   IF WS-LOC-SET = "Y"
                       PERFORM Format-Numbers
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       Set-Defaults.
           MOVE "D/M/Y" TO WS-LOC-ORDER
           MOVE "24H" TO WS-LOC-CLOCK
           MOVE "." TO WS-LOC-DEC
           MOVE SPACE TO WS-LOC-THOU
           MOVE "N" TO WS-LOC-SET
           MOVE 1 TO WS-LANG-IDX
           PERFORM Load-Language-Names
           EXIT PARAGRAPH.

       Load-Language-Names.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > 12
               MOVE WS-LANG-MONTH(WS-LANG-IDX WS-NAME-IDX)
                   TO WS-LOC-MONTH(WS-NAME-IDX)
           END-PERFORM
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > 7
               MOVE WS-LANG-DAY(WS-LANG-IDX WS-NAME-IDX)
                   TO WS-LOC-DAY(WS-NAME-IDX)
           END-PERFORM
           EXIT PARAGRAPH.

      * Three shapes of line, told apart by NAME:
      *   MONTHS  twelve month names, January first
      *   DAYS    seven weekday names, Monday first
      *   (blank) tokens in any order, later ones winning --
      *     EN, DE, NL, IT   names plus that country's usual order,
      *                      clock and separators (EN: D/M/Y, 24H,
      *                      a point and no grouping; US: English
      *                      names, M/D/Y, 12H, "." and ",")
      *     D.M.Y, Y-M-D ... date order with its separator; DMY,
      *                      MDY or YMD keep the separator as is
      *     12H, 24H         the TIME default
      *     DEC=, DEC=.      decimal separator
      *     THOU=. THOU=, THOU=' THOU=SPACE THOU=NONE
      * Names run to ten characters. Anything else makes the whole
      * line bad.
       Parse-Locale-Line.
           MOVE "Y" TO WS-BODY-OK
           MOVE WS-LOC-ORDER TO WS-NEW-ORDER
           MOVE WS-LOC-CLOCK TO WS-NEW-CLOCK
           MOVE WS-LOC-DEC TO WS-NEW-DEC
           MOVE WS-LOC-THOU TO WS-NEW-THOU
           MOVE 0 TO WS-NEW-LANG
           MOVE SPACES TO WS-NEW-NAMES
           EVALUATE FUNCTION UPPER-CASE(WS-NAME)
               WHEN "MONTHS"
                   UNSTRING FUNCTION TRIM(WS-BODY)
                       DELIMITED BY ALL SPACES
                       INTO WS-NEW-NAME(1) WS-NEW-NAME(2)
                            WS-NEW-NAME(3) WS-NEW-NAME(4)
                            WS-NEW-NAME(5) WS-NEW-NAME(6)
                            WS-NEW-NAME(7) WS-NEW-NAME(8)
                            WS-NEW-NAME(9) WS-NEW-NAME(10)
                            WS-NEW-NAME(11) WS-NEW-NAME(12)
                            WS-NEW-NAME(13)
                   END-UNSTRING
                   IF WS-NEW-NAME(12) = SPACES
                       OR WS-NEW-NAME(13) NOT = SPACES
                       MOVE "N" TO WS-BODY-OK
                   END-IF
               WHEN "DAYS"
                   UNSTRING FUNCTION TRIM(WS-BODY)
                       DELIMITED BY ALL SPACES
                       INTO WS-NEW-NAME(1) WS-NEW-NAME(2)
                            WS-NEW-NAME(3) WS-NEW-NAME(4)
                            WS-NEW-NAME(5) WS-NEW-NAME(6)
                            WS-NEW-NAME(7) WS-NEW-NAME(8)
                   END-UNSTRING
                   IF WS-NEW-NAME(7) = SPACES
                       OR WS-NEW-NAME(8) NOT = SPACES
                       MOVE "N" TO WS-BODY-OK
                   END-IF
               WHEN SPACES
                   PERFORM Parse-Format-Body
               WHEN OTHER
                   MOVE "N" TO WS-BODY-OK
           END-EVALUATE
           EXIT PARAGRAPH.

       Parse-Format-Body.
           MOVE SPACES TO WS-TOKENS
           IF WS-BODY = SPACES
               MOVE "N" TO WS-BODY-OK
               EXIT PARAGRAPH
           END-IF
           UNSTRING FUNCTION TRIM(WS-BODY) DELIMITED BY ALL SPACES
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3)
                    WS-TOK(4) WS-TOK(5) WS-TOK(6)
           END-UNSTRING
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1 UNTIL WS-TOK-IDX > 6
               IF WS-TOK(WS-TOK-IDX) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TOK(WS-TOK-IDX))
                       TO WS-TOK-UP
                   PERFORM Parse-Format-Token
               END-IF
           END-PERFORM
           IF WS-NEW-DEC = WS-NEW-THOU
               MOVE "N" TO WS-BODY-OK
           END-IF
           EXIT PARAGRAPH.

       Parse-Format-Token.
           EVALUATE TRUE
               WHEN WS-TOK-UP = "EN"
                   MOVE 1 TO WS-NEW-LANG
                   MOVE "D/M/Y" TO WS-NEW-ORDER
                   MOVE "24H" TO WS-NEW-CLOCK
                   MOVE "." TO WS-NEW-DEC
                   MOVE SPACE TO WS-NEW-THOU
               WHEN WS-TOK-UP = "US"
                   MOVE 1 TO WS-NEW-LANG
                   MOVE "M/D/Y" TO WS-NEW-ORDER
                   MOVE "12H" TO WS-NEW-CLOCK
                   MOVE "." TO WS-NEW-DEC
                   MOVE "," TO WS-NEW-THOU
               WHEN WS-TOK-UP = "DE"
                   MOVE 2 TO WS-NEW-LANG
                   MOVE "D.M.Y" TO WS-NEW-ORDER
                   MOVE "24H" TO WS-NEW-CLOCK
                   MOVE "," TO WS-NEW-DEC
                   MOVE "." TO WS-NEW-THOU
               WHEN WS-TOK-UP = "NL"
                   MOVE 3 TO WS-NEW-LANG
                   MOVE "D-M-Y" TO WS-NEW-ORDER
                   MOVE "24H" TO WS-NEW-CLOCK
                   MOVE "," TO WS-NEW-DEC
                   MOVE "." TO WS-NEW-THOU
               WHEN WS-TOK-UP = "IT"
                   MOVE 4 TO WS-NEW-LANG
                   MOVE "D/M/Y" TO WS-NEW-ORDER
                   MOVE "24H" TO WS-NEW-CLOCK
                   MOVE "," TO WS-NEW-DEC
                   MOVE "." TO WS-NEW-THOU
               WHEN WS-TOK-UP = "12H" OR WS-TOK-UP = "24H"
                   MOVE WS-TOK-UP TO WS-NEW-CLOCK
               WHEN WS-TOK-UP = "DMY" OR "MDY" OR "YMD"
                   MOVE WS-TOK-UP(1:1) TO WS-NEW-ORDER(1:1)
                   MOVE WS-TOK-UP(2:1) TO WS-NEW-ORDER(3:1)
                   MOVE WS-TOK-UP(3:1) TO WS-NEW-ORDER(5:1)
               WHEN WS-TOK-UP(6:1) = SPACE
                   AND (WS-TOK-UP(1:1) = "D" OR "M" OR "Y")
                   AND (WS-TOK-UP(3:1) = "D" OR "M" OR "Y")
                   AND (WS-TOK-UP(5:1) = "D" OR "M" OR "Y")
                   AND WS-TOK-UP(2:1) = WS-TOK-UP(4:1)
                   AND WS-TOK-UP(2:1) IS NOT ALPHABETIC
                   AND WS-TOK-UP(2:1) IS NOT NUMERIC
                   MOVE WS-TOK-UP(1:5) TO WS-NEW-ORDER
               WHEN WS-TOK-UP = "DEC=." OR "DEC=,"
                   MOVE WS-TOK-UP(5:1) TO WS-NEW-DEC
               WHEN WS-TOK-UP = "THOU=." OR "THOU=," OR "THOU='"
                   MOVE WS-TOK-UP(6:1) TO WS-NEW-THOU
               WHEN WS-TOK-UP = "THOU=SPACE"
                   MOVE X"01" TO WS-NEW-THOU
               WHEN WS-TOK-UP = "THOU=NONE"
                   MOVE SPACE TO WS-NEW-THOU
               WHEN OTHER
                   MOVE "N" TO WS-BODY-OK
           END-EVALUATE
      * A date order has to name each of D, M and Y once.
           IF WS-NEW-ORDER(1:1) = WS-NEW-ORDER(3:1)
               OR WS-NEW-ORDER(1:1) = WS-NEW-ORDER(5:1)
               OR WS-NEW-ORDER(3:1) = WS-NEW-ORDER(5:1)
               MOVE "N" TO WS-BODY-OK
           END-IF
           EXIT PARAGRAPH.

      * A language token brings its names with it; a MONTHS or DAYS
      * line after it replaces them.
       Apply-Locale-Line.
           MOVE "Y" TO WS-LOC-SET
           EVALUATE FUNCTION UPPER-CASE(WS-NAME)
               WHEN "MONTHS"
                   PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                       UNTIL WS-NAME-IDX > 12
                       MOVE WS-NEW-NAME(WS-NAME-IDX)
                           TO WS-LOC-MONTH(WS-NAME-IDX)
                   END-PERFORM
               WHEN "DAYS"
                   PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                       UNTIL WS-NAME-IDX > 7
                       MOVE WS-NEW-NAME(WS-NAME-IDX)
                           TO WS-LOC-DAY(WS-NAME-IDX)
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-NEW-ORDER TO WS-LOC-ORDER
                   MOVE WS-NEW-CLOCK TO WS-LOC-CLOCK
                   MOVE WS-NEW-DEC TO WS-LOC-DEC
                   MOVE WS-NEW-THOU TO WS-LOC-THOU
                   IF WS-NEW-LANG > 0
                       MOVE WS-NEW-LANG TO WS-LANG-IDX
                       PERFORM Load-Language-Names
                   END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      * No config, or one without a LOCALE line, leaves the defaults
      * -- a report run from anywhere still prints something sane.
      * INCLUDEs are followed one level deep, as MAIN does.
       Load-Config-Locale.
           MOVE L-TEXT TO WS-CONFIG-PATH
           IF WS-CONFIG-PATH = SPACES
               ACCEPT WS-CONFIG-PATH
                   FROM ENVIRONMENT "STATUSLINE_CONFIG"
           END-IF
           IF WS-CONFIG-PATH = SPACES
               MOVE "./STATUSLINE-COB.CFG" TO WS-CONFIG-PATH
           END-IF
           OPEN INPUT CONFIG-FILE
           IF NOT WS-CONFIG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-VAR-MODE
           MOVE SPACES TO WS-CONFIG-LINE
           PERFORM Call-Cfgvars
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Note-Config-Line
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           EXIT PARAGRAPH.

       Note-Config-Line.
           PERFORM Filter-Config-Line
           IF WS-VAR-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-LOCALE
               PERFORM Take-Locale-Line
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TYPE-INCLUDE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INCLUDE-EOF
           PERFORM UNTIL WS-INCLUDE-EOF = "Y"
               READ INCLUDE-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       IF WS-VAR-KEEP = "Y" AND WS-TYPE-LOCALE
                           PERFORM Take-Locale-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCLUDE-FILE
           EXIT PARAGRAPH.

       Filter-Config-Line.
           MOVE "F" TO WS-VAR-MODE
           PERFORM Call-Cfgvars
           EXIT PARAGRAPH.

       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-CONFIG-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.

      * A bad line is passed over here; MAIN's validation is where
      * it gets reported.
       Take-Locale-Line.
           MOVE WS-CONFIG-NAME TO WS-NAME
           MOVE WS-CONFIG-BODY TO WS-BODY
           PERFORM Parse-Locale-Line
           IF WS-BODY-OK = "Y"
               PERFORM Apply-Locale-Line
           END-IF
           EXIT PARAGRAPH.

      * The three parts in the order's sequence, each followed by
      * the separator but the last. Anything not eight digits is
      * left alone.
       Format-Date.
           IF L-TEXT(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE L-TEXT(1:8) TO WS-DATE-IN
           MOVE SPACES TO WS-DATE-OUT
           MOVE 1 TO WS-DATE-PTR
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 2
               UNTIL WS-ORDER-IDX > 5
               EVALUATE WS-LOC-ORDER(WS-ORDER-IDX:1)
                   WHEN "D"
                       STRING WS-DATE-DD DELIMITED BY SIZE
                           INTO WS-DATE-OUT WITH POINTER WS-DATE-PTR
                       END-STRING
                   WHEN "M"
                       STRING WS-DATE-MM DELIMITED BY SIZE
                           INTO WS-DATE-OUT WITH POINTER WS-DATE-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-DATE-YYYY DELIMITED BY SIZE
                           INTO WS-DATE-OUT WITH POINTER WS-DATE-PTR
                       END-STRING
               END-EVALUATE
               IF WS-ORDER-IDX < 5
                   STRING WS-LOC-ORDER(2:1) DELIMITED BY SIZE
                       INTO WS-DATE-OUT WITH POINTER WS-DATE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-DATE-OUT TO L-TEXT(1:10)
           EXIT PARAGRAPH.

      * Walks the text copying it across; each run of digits not
      * following a point or another digit is a whole part, grouped
      * in threes, and a point with a digit after it becomes the
      * decimal separator. A THOU=SPACE group mark is held as X"01"
      * until the end so it can't be taken for padding.
       Format-Numbers.
           MOVE L-TEXT TO WS-NUM-IN
           MOVE 0 TO WS-IN-LEN
           PERFORM VARYING WS-POS FROM 256 BY -1
               UNTIL WS-POS < 1 OR WS-IN-LEN > 0
               IF WS-NUM-IN(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-IN-LEN
               END-IF
           END-PERFORM
           IF WS-IN-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IN-LEAD
           INSPECT WS-NUM-IN(1:WS-IN-LEN)
               TALLYING WS-IN-LEAD FOR LEADING SPACES
           MOVE "Y" TO WS-GROUP
           IF WS-LOC-THOU = SPACE
               MOVE "N" TO WS-GROUP
           END-IF
           PERFORM Build-Number-Text
      * Too wide for a right-aligned field -- try again ungrouped,
      * which is never wider than what came in.
           IF WS-IN-LEAD > 0 AND WS-OUT-LEN > WS-IN-LEN
               AND WS-GROUP = "Y"
               MOVE "N" TO WS-GROUP
               PERFORM Build-Number-Text
           END-IF
           INSPECT WS-NUM-OUT REPLACING ALL X"01" BY SPACE
           MOVE SPACES TO L-TEXT
           IF WS-IN-LEAD > 0 AND WS-OUT-LEN <= WS-IN-LEN
               MOVE WS-NUM-OUT(1:WS-OUT-LEN)
                   TO L-TEXT(WS-IN-LEN - WS-OUT-LEN + 1:WS-OUT-LEN)
           ELSE
               MOVE WS-NUM-OUT TO L-TEXT
           END-IF
           EXIT PARAGRAPH.

       Build-Number-Text.
           MOVE SPACES TO WS-NUM-OUT
           MOVE 0 TO WS-OUT-LEN
           MOVE SPACE TO WS-PREV
           COMPUTE WS-FIRST-POS = WS-IN-LEAD + 1
           PERFORM VARYING WS-POS FROM WS-FIRST-POS BY 1
               UNTIL WS-POS > WS-IN-LEN
               MOVE WS-NUM-IN(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR IS NUMERIC
                       AND WS-PREV NOT NUMERIC AND WS-PREV NOT = "."
                       PERFORM Copy-Whole-Part
                   WHEN WS-CHAR = "." AND WS-PREV IS NUMERIC
                       AND WS-POS < WS-IN-LEN
                       AND WS-NUM-IN(WS-POS + 1:1) IS NUMERIC
                       PERFORM Put-Decimal-Mark
                   WHEN OTHER
                       PERFORM Put-Char
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

      * Leaves WS-POS on the run's last digit for the loop to step
      * past.
       Copy-Whole-Part.
           MOVE WS-POS TO WS-RUN-END
           PERFORM UNTIL WS-RUN-END >= WS-IN-LEN
               OR WS-NUM-IN(WS-RUN-END + 1:1) IS NOT NUMERIC
               ADD 1 TO WS-RUN-END
           END-PERFORM
           PERFORM UNTIL WS-POS > WS-RUN-END
               MOVE WS-NUM-IN(WS-POS:1) TO WS-CHAR
               PERFORM Put-Char
               COMPUTE WS-RUN-LEFT = WS-RUN-END - WS-POS
               IF WS-GROUP = "Y" AND WS-RUN-LEFT > 0
                   AND FUNCTION MOD(WS-RUN-LEFT, 3) = 0
                   MOVE WS-LOC-THOU TO WS-CHAR
                   PERFORM Put-Char
               END-IF
               ADD 1 TO WS-POS
           END-PERFORM
           SUBTRACT 1 FROM WS-POS
           MOVE "9" TO WS-PREV
           EXIT PARAGRAPH.

       Put-Decimal-Mark.
           MOVE WS-LOC-DEC TO WS-CHAR
           PERFORM Put-Char
           MOVE "." TO WS-PREV
           EXIT PARAGRAPH.

       Put-Char.
           IF WS-OUT-LEN < 256
               ADD 1 TO WS-OUT-LEN
               MOVE WS-CHAR TO WS-NUM-OUT(WS-OUT-LEN:1)
           END-IF
           MOVE WS-CHAR TO WS-PREV
           EXIT PARAGRAPH.
