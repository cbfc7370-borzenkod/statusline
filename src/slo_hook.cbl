       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSLOHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAIN's error-budget file -- one line per SLO config line,
      * with the period being counted and its good and bad polls.
           SELECT SLO-FILE ASSIGN TO "STATUSLINE-COB.SLO"
               FILE STATUS IS WS-SLO-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SLO-FILE.
       01 SLO-RECORD         PIC X(86).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-SLO-STATUS      PIC XX.
         88 WS-SLO-OK        VALUE "00".
      * Budget records, as MAIN writes them.
       01 WS-SLO-REC.
         05 SLF-MOD          PIC X(12).
         05 FILLER           PIC X.
         05 SLF-OP           PIC XX.
         05 FILLER           PIC X.
         05 SLF-LIMIT        PIC X(13).
         05 FILLER           PIC X.
         05 SLF-TARGET       PIC X(6).
         05 FILLER           PIC X.
         05 SLF-PERIOD       PIC X(5).
         05 FILLER           PIC X.
         05 SLF-START        PIC X(8).
         05 FILLER           PIC X.
         05 SLF-GOOD         PIC 9(9).
         05 FILLER           PIC X.
         05 SLF-BAD          PIC 9(9).
         05 FILLER           PIC X.
         05 SLF-STAMP        PIC X(14).
      * Every objective read, with what was worked out for it; the
      * worst one (least budget left) is the one the block shows.
       01 WS-OBJ-TABLE.
         05 WS-OBJ-COUNT     PIC 99 VALUE 0.
         05 WS-OBJ OCCURS 20 TIMES.
           10 OBJ-LINE       PIC X(86).
           10 OBJ-ATTAIN     PIC S9(3)V99.
           10 OBJ-REMAIN     PIC S9(7)V99.
           10 OBJ-BURN       PIC S9(5)V99.
           10 OBJ-POLLS      PIC 9(10).
       01 WS-OBJ-IDX         PIC 99.
       01 WS-WORST-IDX       PIC 99.
       01 WS-WANT-MOD        PIC X(12).
      * Where today sits in each objective's period.
       01 WS-NOW-FIELDS.
         05 WS-NOW-DATE      PIC 9(8).
         05 WS-NOW-HH        PIC 99.
         05 WS-NOW-MI        PIC 99.
         05 WS-NOW-SS        PIC 99.
       01 WS-NOW-DAYNUM      PIC 9(8).
       01 WS-START-DAYNUM    PIC 9(8).
       01 WS-CUR-START       PIC X(8).
       01 WS-MONTH-FIRST.
         05 WS-MF-YYYY       PIC 9(4).
         05 WS-MF-MM         PIC 99.
         05 WS-MF-DD         PIC 99.
       01 WS-MONTH-FIRST-N REDEFINES WS-MONTH-FIRST PIC 9(8).
       01 WS-PERIOD-DAYS     PIC 99.
       01 WS-ELAPSED-FRAC    PIC 9V9(6).
       01 WS-TARGET          PIC 99V999.
       01 WS-GOOD            PIC 9(9).
       01 WS-BAD             PIC 9(9).
       01 WS-ATTAIN-SHOW     PIC ZZ9.99.
       01 WS-REMAIN-SHOW     PIC -(6)9.
       01 WS-BURN-SHOW       PIC Z(4)9.9.
       01 WS-TARGET-SHOW     PIC Z9.999.
       01 WS-LIMIT-SHOW      PIC -(9)9.99.
       01 WS-GOOD-SHOW       PIC Z(8)9.
       01 WS-BAD-SHOW        PIC Z(8)9.
      * The decimal figures above as shown, with the LOCALE's
      * separators put in by LOCFMT.
       01 WS-ATTAIN-TEXT     PIC X(16).
       01 WS-BURN-TEXT       PIC X(16).
       01 WS-TARGET-TEXT     PIC X(16).
       01 WS-LIMIT-TEXT      PIC X(20).
       01 WS-LOC-MODE        PIC X VALUE "N".
       01 WS-LOC-VALUE       PIC S9(15)V99.
       01 WS-LOC-RESULT      PIC X(8).
       01 WS-LOC-TEXT        PIC X(256).
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field, so display cosmetics and recorded data stop
      * being the same bytes.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
       LINKAGE SECTION.
      * L-BODY optionally names the measured module (e.g. "PING");
      * blank shows whichever objective has the least budget left.
      * The typed value is the percentage of the period's error
      * budget still unspent (unit "pct") -- low is bad, so WARN and
      * CRIT here are floors: WARN 50 / CRIT 10 goes warn at half
      * the budget gone and crit with a tenth left. A spent budget
      * is crit whatever the thresholds say. Burn is how fast the
      * budget is going: 1.0x spends it exactly by the period's end.
       01 L-BODY             PIC X(71).
       01 L-COLOR            PIC X(6).
       01 L-TIME-FMT         PIC X(3).
       01 L-WARN             PIC 999.
       01 L-WARN-COLOR       PIC X(6).
       01 L-CRIT             PIC 999.
       01 L-CRIT-COLOR       PIC X(6).
       01 L-TIMEOUT          PIC 999.
       PROCEDURE DIVISION USING L-BODY L-COLOR L-TIME-FMT
           L-WARN L-WARN-COLOR L-CRIT L-CRIT-COLOR L-TIMEOUT.
           MOVE 0 TO WS-OBJ-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(L-BODY))
               TO WS-WANT-MOD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-FIELDS
           MOVE 'N' TO end-of-file
           OPEN INPUT SLO-FILE
           IF NOT WS-SLO-OK
               MOVE "808080" TO L-COLOR
               DISPLAY "SLO: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ SLO-FILE INTO WS-SLO-REC
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Take-Budget-Line
               END-READ
           END-PERFORM
           CLOSE SLO-FILE
           IF WS-OBJ-COUNT = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "SLO: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM Pick-Worst
           PERFORM Show-Budget
           GOBACK.

       Take-Budget-Line.
           IF SLF-GOOD NOT NUMERIC OR SLF-BAD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-WANT-MOD NOT = SPACES
               AND FUNCTION UPPER-CASE(SLF-MOD) NOT = WS-WANT-MOD
               EXIT PARAGRAPH
           END-IF
           IF WS-OBJ-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OBJ-COUNT
           MOVE WS-SLO-REC TO OBJ-LINE(WS-OBJ-COUNT)
           PERFORM Work-Out-Budget
           EXIT PARAGRAPH.

      * Attainment so far, burn rate and budget left for the record
      * in WS-SLO-REC. Counts from a period that has already ended
      * (nothing measured polled since it turned over) stand for a
      * fresh period: full budget, nothing burning.
       Work-Out-Budget.
           MOVE SLF-GOOD TO WS-GOOD
           MOVE SLF-BAD TO WS-BAD
           COMPUTE WS-TARGET = FUNCTION NUMVAL(SLF-TARGET)
           PERFORM Find-Period
           IF SLF-START NOT = WS-CUR-START
               MOVE 0 TO WS-GOOD WS-BAD
           END-IF
           COMPUTE OBJ-POLLS(WS-OBJ-COUNT) = WS-GOOD + WS-BAD
           IF OBJ-POLLS(WS-OBJ-COUNT) = 0
               MOVE 100 TO OBJ-ATTAIN(WS-OBJ-COUNT)
               MOVE 0 TO OBJ-BURN(WS-OBJ-COUNT)
               MOVE 100 TO OBJ-REMAIN(WS-OBJ-COUNT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE OBJ-ATTAIN(WS-OBJ-COUNT) ROUNDED =
               WS-GOOD * 100 / OBJ-POLLS(WS-OBJ-COUNT)
           COMPUTE OBJ-BURN(WS-OBJ-COUNT) ROUNDED =
               (WS-BAD / OBJ-POLLS(WS-OBJ-COUNT))
               / ((100 - WS-TARGET) / 100)
               ON SIZE ERROR
                   MOVE 99999.99 TO OBJ-BURN(WS-OBJ-COUNT)
           END-COMPUTE
           COMPUTE OBJ-REMAIN(WS-OBJ-COUNT) ROUNDED =
               100 - WS-BAD * WS-ELAPSED-FRAC * 10000
               / (OBJ-POLLS(WS-OBJ-COUNT) * (100 - WS-TARGET))
               ON SIZE ERROR
                   MOVE -9999999.99 TO OBJ-REMAIN(WS-OBJ-COUNT)
           END-COMPUTE
           EXIT PARAGRAPH.

      * The current period's first day, and how far through the
      * period now is (0 to 1) -- DAY, WEEK from Monday, or the
      * calendar MONTH.
       Find-Period.
           COMPUTE WS-NOW-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           EVALUATE SLF-PERIOD
               WHEN "DAY"
                   MOVE WS-NOW-DAYNUM TO WS-START-DAYNUM
                   MOVE 1 TO WS-PERIOD-DAYS
               WHEN "WEEK"
      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      * Monday.
                   COMPUTE WS-START-DAYNUM = WS-NOW-DAYNUM
                       - FUNCTION MOD(WS-NOW-DAYNUM - 1, 7)
                   MOVE 7 TO WS-PERIOD-DAYS
               WHEN OTHER
                   MOVE WS-NOW-DATE TO WS-MONTH-FIRST-N
                   MOVE 1 TO WS-MF-DD
                   COMPUTE WS-START-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-N)
                   IF WS-MF-MM = 12
                       ADD 1 TO WS-MF-YYYY
                       MOVE 1 TO WS-MF-MM
                   ELSE
                       ADD 1 TO WS-MF-MM
                   END-IF
                   COMPUTE WS-PERIOD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-N)
                       - WS-START-DAYNUM
           END-EVALUATE
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-DAYNUM)
               TO WS-CUR-START
           COMPUTE WS-ELAPSED-FRAC ROUNDED =
               ((WS-NOW-DAYNUM - WS-START-DAYNUM) * 86400
                + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS)
               / (WS-PERIOD-DAYS * 86400)
           EXIT PARAGRAPH.

       Pick-Worst.
           MOVE 1 TO WS-WORST-IDX
           PERFORM VARYING WS-OBJ-IDX FROM 2 BY 1
               UNTIL WS-OBJ-IDX > WS-OBJ-COUNT
               IF OBJ-REMAIN(WS-OBJ-IDX) < OBJ-REMAIN(WS-WORST-IDX)
                   MOVE WS-OBJ-IDX TO WS-WORST-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Show-Budget.
           MOVE OBJ-LINE(WS-WORST-IDX) TO WS-SLO-REC
           MOVE OBJ-REMAIN(WS-WORST-IDX) TO WS-HOOK-VALUE
           MOVE "pct" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF OBJ-REMAIN(WS-WORST-IDX) <= 0
               OR (L-CRIT > 0 AND OBJ-REMAIN(WS-WORST-IDX) <= L-CRIT)
               IF L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
               ELSE
                   MOVE "ff0000" TO L-COLOR
               END-IF
           ELSE
               IF L-WARN > 0 AND OBJ-REMAIN(WS-WORST-IDX) <= L-WARN
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           MOVE OBJ-ATTAIN(WS-WORST-IDX) TO WS-ATTAIN-SHOW
           MOVE OBJ-REMAIN(WS-WORST-IDX) TO WS-REMAIN-SHOW
           MOVE OBJ-BURN(WS-WORST-IDX) TO WS-BURN-SHOW
           PERFORM Localize-Shows
           IF OBJ-POLLS(WS-WORST-IDX) = 0
               DISPLAY "SLO " FUNCTION TRIM(SLF-MOD) " budget 100%"
                   WITH NO ADVANCING
           ELSE
               DISPLAY "SLO " FUNCTION TRIM(SLF-MOD) " "
                   FUNCTION TRIM(WS-ATTAIN-TEXT) "% budget "
                   FUNCTION TRIM(WS-REMAIN-SHOW) "% burn "
                   FUNCTION TRIM(WS-BURN-TEXT) "x"
                   WITH NO ADVANCING
           END-IF
           PERFORM Emit-Budget-Detail
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- every objective read, with its definition,
      * period and counts.
       Emit-Budget-Detail.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(SLF-MOD) " "
               FUNCTION TRIM(WS-REMAIN-SHOW) "%"
           PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
               UNTIL WS-OBJ-IDX > WS-OBJ-COUNT
               PERFORM Emit-Objective-Detail
           END-PERFORM
           EXIT PARAGRAPH.

       Emit-Objective-Detail.
           MOVE OBJ-LINE(WS-OBJ-IDX) TO WS-SLO-REC
           MOVE FUNCTION NUMVAL(SLF-LIMIT) TO WS-LIMIT-SHOW
           MOVE FUNCTION NUMVAL(SLF-TARGET) TO WS-TARGET-SHOW
           MOVE OBJ-ATTAIN(WS-OBJ-IDX) TO WS-ATTAIN-SHOW
           MOVE OBJ-REMAIN(WS-OBJ-IDX) TO WS-REMAIN-SHOW
           MOVE OBJ-BURN(WS-OBJ-IDX) TO WS-BURN-SHOW
           MOVE SLF-GOOD TO WS-GOOD-SHOW
           MOVE SLF-BAD TO WS-BAD-SHOW
           PERFORM Localize-Shows
           DISPLAY FUNCTION TRIM(SLF-MOD) " " SLF-OP " "
               FUNCTION TRIM(WS-LIMIT-TEXT) " on "
               FUNCTION TRIM(WS-TARGET-TEXT) "% per "
               FUNCTION TRIM(SLF-PERIOD)
           IF OBJ-POLLS(WS-OBJ-IDX) = 0
               DISPLAY "  no polls yet this period"
           ELSE
               DISPLAY "  since " SLF-START ": "
                   FUNCTION TRIM(WS-GOOD-SHOW) " good, "
                   FUNCTION TRIM(WS-BAD-SHOW) " bad, "
                   FUNCTION TRIM(WS-ATTAIN-TEXT) "%"
               DISPLAY "  budget left " FUNCTION TRIM(WS-REMAIN-SHOW)
                   "%, burning " FUNCTION TRIM(WS-BURN-TEXT) "x"
           END-IF
           EXIT PARAGRAPH.

      * Every decimal figure goes out with the LOCALE's separators,
      * as UNITFMT's do.
       Localize-Shows.
           MOVE WS-ATTAIN-SHOW TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-ATTAIN-TEXT
           MOVE WS-BURN-SHOW TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-BURN-TEXT
           MOVE WS-TARGET-SHOW TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-TARGET-TEXT
           MOVE WS-LIMIT-SHOW TO WS-LOC-TEXT
           PERFORM Call-Locfmt
           MOVE WS-LOC-TEXT TO WS-LIMIT-TEXT
           EXIT PARAGRAPH.

       Call-Locfmt.
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           EXIT PARAGRAPH.
