       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNITFMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bar's config, read only by the reports (mode "L") for
      * its UNITS line -- inside the bar, MAIN hands the line over
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
      * Display preferences, held here for the life of the run unit
      * so every hook and report CALLing this program sees the same
      * ones. Recorded values never pass through them -- the history
      * store keeps degC, KiB and bytes whatever the bar shows.
      *   WS-PREF-TEMP  C or F
      *   WS-PREF-SIZE  B binary (KiB, 1024) or D decimal (kB, 1000)
      *   WS-PREF-RATE  Y bytes (sized as above) or T bits (decimal,
      *                 the way link speeds are quoted)
       01 WS-PREF-TEMP       PIC X VALUE "C".
       01 WS-PREF-SIZE       PIC X VALUE "B".
       01 WS-PREF-RATE       PIC X VALUE "Y".
       01 WS-NEW-TEMP        PIC X.
       01 WS-NEW-SIZE        PIC X.
       01 WS-NEW-RATE        PIC X.
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
      * The first columns of MAIN's WS-CONFIG-LINE -- type and body
      * are all a UNITS line uses.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE   PIC X(8).
           88 WS-TYPE-UNITS  VALUE "UNITS   ".
           88 WS-TYPE-INCLUDE VALUE "INCLUDE ".
         05 FILLER           PIC X.
         05 WS-CONFIG-NAME   PIC X(12).
         05 FILLER           PIC X.
         05 WS-CONFIG-COLOR  PIC X(6).
         05 FILLER           PIC X.
         05 WS-CONFIG-BODY   PIC X(71).
         05 FILLER           PIC X(300).
       01 WS-BODY            PIC X(71).
       01 WS-TOKENS.
         05 WS-TOK           PIC X(12) OCCURS 6 TIMES.
       01 WS-TOK-IDX         PIC 9.
       01 WS-TOK-UP          PIC X(12).
       01 WS-BODY-OK         PIC X.
      * Conversion scratch. WS-KIND is T (temperature), S (data
      * size) or R (throughput), from the canonical unit handed in.
       01 WS-KIND            PIC X.
       01 WS-BYTES           PIC S9(18)V99.
       01 WS-MAGNITUDE       PIC S9(18)V99.
       01 WS-BASE            PIC 9(4).
       01 WS-SCALE           PIC 9.
      * What mode "V" settled on, reused by "A" so a report's MIN,
      * MAX and AVG columns land in one unit.
       01 WS-LAST-KIND       PIC X VALUE SPACE.
       01 WS-LAST-DIVISOR    PIC 9(15) VALUE 1.
       01 WS-LAST-BITS       PIC X VALUE "N".
       01 WS-LAST-UNIT       PIC X(8) VALUE SPACES.
       01 WS-SUFFIX-TABLE.
         05 FILLER           PIC X(40)
             VALUE "B       KiB     MiB     GiB     TiB     ".
         05 FILLER           PIC X(40)
             VALUE "B       kB      MB      GB      TB      ".
         05 FILLER           PIC X(40)
             VALUE "bit     kbit    Mbit    Gbit    Tbit    ".
       01 WS-SUFFIXES REDEFINES WS-SUFFIX-TABLE.
         05 WS-SUFFIX-ROW OCCURS 3 TIMES.
           10 WS-SUFFIX      PIC X(8) OCCURS 5 TIMES.
       01 WS-ROW             PIC 9.
       01 WS-DIVISOR         PIC 9(15).
       01 WS-INT-EDIT        PIC -(14)9.
       01 WS-DEC-EDIT        PIC -(14)9.9.
      * LOCFMT's call parameters -- a rendered figure takes the
      * LOCALE's decimal and thousands separators on its way out.
       01 WS-LOC-MODE        PIC X VALUE "N".
       01 WS-LOC-RESULT      PIC X(8).
       LINKAGE SECTION.
      * L-MODE:
      *   C - take a UNITS line's body from L-TEXT (blank restores
      *       the defaults); L-UNIT comes back "OK" or "BAD", and a
      *       bad body changes nothing
      *   K - the same check, for config validation, applying nothing
      *   L - read the config named in L-TEXT (blank: the one
      *       $STATUSLINE_CONFIG names, else the working
      *       directory's) for its UNITS line, as the reports do
      *   F - L-VALUE in canonical L-UNIT (degC, B, KiB, MiB, B/s)
      *       rendered into L-TEXT, e.g. "45C", "15.6GiB", "12.0Mbit",
      *       with the LOCALE's separators ("15,6GiB")
      *   V - L-VALUE converted in place to the preferred unit at a
      *       scale chosen from its own size; L-UNIT comes back the
      *       display unit
      *   A - as V, at the scale the last V chose
      * Units it does not know pass through unchanged.
       01 L-MODE             PIC X.
       01 L-VALUE            PIC S9(15)V99.
       01 L-UNIT             PIC X(8).
       01 L-TEXT             PIC X(256).
       PROCEDURE DIVISION USING L-MODE L-VALUE L-UNIT L-TEXT.
           EVALUATE L-MODE
               WHEN "C"
                   MOVE L-TEXT(1:71) TO WS-BODY
                   PERFORM Parse-Units-Body
                   IF WS-BODY-OK = "Y"
                       MOVE WS-NEW-TEMP TO WS-PREF-TEMP
                       MOVE WS-NEW-SIZE TO WS-PREF-SIZE
                       MOVE WS-NEW-RATE TO WS-PREF-RATE
                       MOVE "OK" TO L-UNIT
                   ELSE
                       MOVE "BAD" TO L-UNIT
                   END-IF
               WHEN "K"
                   MOVE L-TEXT(1:71) TO WS-BODY
                   PERFORM Parse-Units-Body
                   IF WS-BODY-OK = "Y"
                       MOVE "OK" TO L-UNIT
                   ELSE
                       MOVE "BAD" TO L-UNIT
                   END-IF
               WHEN "L"
                   PERFORM Load-Config-Units
               WHEN "F"
                   PERFORM Format-Value
               WHEN "V"
                   PERFORM Choose-Scale
                   PERFORM Apply-Scale
               WHEN "A"
                   PERFORM Classify-Unit
                   IF WS-KIND = WS-LAST-KIND
                       PERFORM Apply-Scale
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * Tokens in any order, each setting one preference:
      *   C, F                  temperature
      *   BIN/IEC, DEC/SI       data size
      *   BYTES, BITS           throughput
      * Anything not listed makes the whole line bad.
       Parse-Units-Body.
           MOVE "C" TO WS-NEW-TEMP
           MOVE "B" TO WS-NEW-SIZE
           MOVE "Y" TO WS-NEW-RATE
           MOVE "Y" TO WS-BODY-OK
           MOVE SPACES TO WS-TOKENS
           IF WS-BODY = SPACES
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
                   EVALUATE WS-TOK-UP
                       WHEN "C"
                       WHEN "CELSIUS"
                           MOVE "C" TO WS-NEW-TEMP
                       WHEN "F"
                       WHEN "FAHRENHEIT"
                           MOVE "F" TO WS-NEW-TEMP
                       WHEN "BIN"
                       WHEN "IEC"
                       WHEN "BINARY"
                           MOVE "B" TO WS-NEW-SIZE
                       WHEN "DEC"
                       WHEN "SI"
                       WHEN "DECIMAL"
                           MOVE "D" TO WS-NEW-SIZE
                       WHEN "BYTES"
                           MOVE "Y" TO WS-NEW-RATE
                       WHEN "BITS"
                           MOVE "T" TO WS-NEW-RATE
                       WHEN OTHER
                           MOVE "N" TO WS-BODY-OK
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * No config, or one without a UNITS line, leaves the defaults
      * -- a report run from anywhere still prints something sane.
      * INCLUDEs are followed one level deep, as MAIN does.
       Load-Config-Units.
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
           IF WS-TYPE-UNITS
               PERFORM Take-Units-Line
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
                       IF WS-VAR-KEEP = "Y" AND WS-TYPE-UNITS
                           PERFORM Take-Units-Line
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
       Take-Units-Line.
           MOVE WS-CONFIG-BODY TO WS-BODY
           PERFORM Parse-Units-Body
           IF WS-BODY-OK = "Y"
               MOVE WS-NEW-TEMP TO WS-PREF-TEMP
               MOVE WS-NEW-SIZE TO WS-PREF-SIZE
               MOVE WS-NEW-RATE TO WS-PREF-RATE
           END-IF
           EXIT PARAGRAPH.

       Classify-Unit.
           EVALUATE L-UNIT
               WHEN "degC"
                   MOVE "T" TO WS-KIND
                   MOVE 0 TO WS-BYTES
               WHEN "B"
                   MOVE "S" TO WS-KIND
                   MOVE L-VALUE TO WS-BYTES
               WHEN "KiB"
                   MOVE "S" TO WS-KIND
                   COMPUTE WS-BYTES = L-VALUE * 1024
               WHEN "MiB"
                   MOVE "S" TO WS-KIND
                   COMPUTE WS-BYTES = L-VALUE * 1048576
               WHEN "B/s"
                   MOVE "R" TO WS-KIND
                   MOVE L-VALUE TO WS-BYTES
               WHEN OTHER
                   MOVE SPACE TO WS-KIND
           END-EVALUATE
           EXIT PARAGRAPH.

      * Steps the byte count up through the prefixes until it drops
      * under one more step -- the same walk DMEMHOOK's PrintHuman
      * always did, now with the base and the suffix row chosen by
      * the preferences.
       Choose-Scale.
           PERFORM Classify-Unit
           MOVE WS-KIND TO WS-LAST-KIND
           MOVE 1 TO WS-LAST-DIVISOR
           MOVE "N" TO WS-LAST-BITS
           IF WS-KIND = "T"
               IF WS-PREF-TEMP = "F"
                   MOVE "F" TO WS-LAST-UNIT
               ELSE
                   MOVE "C" TO WS-LAST-UNIT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-KIND = SPACE
               MOVE L-UNIT TO WS-LAST-UNIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BYTES TO WS-MAGNITUDE
           IF WS-KIND = "R" AND WS-PREF-RATE = "T"
               MOVE "Y" TO WS-LAST-BITS
               COMPUTE WS-MAGNITUDE = WS-BYTES * 8
               MOVE 1000 TO WS-BASE
               MOVE 3 TO WS-ROW
           ELSE
               IF WS-PREF-SIZE = "D"
                   MOVE 1000 TO WS-BASE
                   MOVE 2 TO WS-ROW
               ELSE
                   MOVE 1024 TO WS-BASE
                   MOVE 1 TO WS-ROW
               END-IF
           END-IF
           IF WS-MAGNITUDE < 0
               COMPUTE WS-MAGNITUDE = 0 - WS-MAGNITUDE
           END-IF
           MOVE 1 TO WS-SCALE
           MOVE 1 TO WS-DIVISOR
           PERFORM UNTIL WS-SCALE >= 5
               OR WS-MAGNITUDE < WS-DIVISOR * WS-BASE
               COMPUTE WS-DIVISOR = WS-DIVISOR * WS-BASE
               ADD 1 TO WS-SCALE
           END-PERFORM
           MOVE WS-DIVISOR TO WS-LAST-DIVISOR
           MOVE WS-SUFFIX(WS-ROW WS-SCALE) TO WS-LAST-UNIT
           EXIT PARAGRAPH.

      * L-VALUE is in the canonical unit on the way in (Classify-Unit
      * has the bytes already) and in the display unit on the way
      * out.
       Apply-Scale.
           EVALUATE WS-KIND
               WHEN "T"
                   IF WS-PREF-TEMP = "F"
                       COMPUTE L-VALUE ROUNDED = L-VALUE * 9 / 5 + 32
                   END-IF
               WHEN "S"
               WHEN "R"
                   IF WS-LAST-BITS = "Y"
                       COMPUTE WS-BYTES = WS-BYTES * 8
                   END-IF
                   COMPUTE L-VALUE ROUNDED =
                       WS-BYTES / WS-LAST-DIVISOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-LAST-UNIT TO L-UNIT
           EXIT PARAGRAPH.

      * Whole degrees and whole bytes; anything scaled gets one
      * decimal, the precision DAGEHOOK's sizes already showed.
       Format-Value.
           PERFORM Choose-Scale
           PERFORM Apply-Scale
           MOVE SPACES TO L-TEXT
           IF WS-KIND = "T" OR WS-LAST-DIVISOR = 1
               COMPUTE WS-INT-EDIT ROUNDED = L-VALUE
               STRING FUNCTION TRIM(WS-INT-EDIT) DELIMITED BY SIZE
                      FUNCTION TRIM(L-UNIT) DELIMITED BY SIZE
                      INTO L-TEXT
               END-STRING
           ELSE
               COMPUTE WS-DEC-EDIT ROUNDED = L-VALUE
               STRING FUNCTION TRIM(WS-DEC-EDIT) DELIMITED BY SIZE
                      FUNCTION TRIM(L-UNIT) DELIMITED BY SIZE
                      INTO L-TEXT
               END-STRING
           END-IF
           CALL 'LOCFMT' USING WS-LOC-MODE L-VALUE WS-LOC-RESULT L-TEXT
           END-CALL
           EXIT PARAGRAPH.
