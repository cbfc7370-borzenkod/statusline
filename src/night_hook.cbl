       IDENTIFICATION DIVISION.
       PROGRAM-ID. DNIGHTHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * NIGHTLY's checkpoint -- the stream's state, then one line
      * per step.
           SELECT NCKF ASSIGN TO "STATUSLINE-COB.NCK"
               FILE STATUS IS WS-NCK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NCKF.
       01 FD-NCK-LINE        PIC X(40).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-NCK-STATUS      PIC XX.
         88 WS-NCK-OK        VALUE "00".
      * Checkpoint records, as NIGHTLY writes them.
       01 WS-NCK-HEAD.
         05 NCK-H-TYPE       PIC X.
         05 NCK-H-STAMP      PIC X(14).
         05 NCK-H-DATE       PIC X(8).
         05 NCK-H-STATE      PIC X(4).
         05 NCK-H-RESTART    PIC 99.
         05 NCK-H-HIGH-RC    PIC 999.
         05 NCK-H-FAIL-STEP  PIC X(8).
       01 WS-NCK-STEP.
         05 NCK-S-TYPE       PIC X.
         05 NCK-S-NAME       PIC X(8).
         05 NCK-S-STATE      PIC X(4).
         05 NCK-S-RC         PIC 999.
       01 WS-HEAD-SEEN       PIC X.
       01 WS-HIGH-RC         PIC 999.
       01 WS-RC-SHOW         PIC ZZ9.
       01 WS-STEP-LINES.
         05 WS-STEP-COUNT    PIC 99 VALUE 0.
         05 WS-STEP-LINE OCCURS 20 TIMES PIC X(40).
       01 WS-STEP-IDX        PIC 99.
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field, so display cosmetics and recorded data stop
      * being the same bytes.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
       LINKAGE SECTION.
      * L-BODY is unused -- the checkpoint sits beside the history
      * store. The block shows how the last nightly stream ended;
      * the typed value is its highest step return code (unit
      * "rc"), so WARN 4 / CRIT 8 on the module page on damage the
      * check found and on a step that broke. A stream that failed
      * is crit whatever the thresholds say -- it is waiting on a
      * restart.
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
           MOVE "N" TO WS-HEAD-SEEN
           MOVE 0 TO WS-STEP-COUNT
           MOVE 'N' TO end-of-file
           OPEN INPUT NCKF
           IF NOT WS-NCK-OK
               MOVE "808080" TO L-COLOR
               DISPLAY "JOB: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ NCKF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Take-Checkpoint-Line
               END-READ
           END-PERFORM
           CLOSE NCKF
           IF WS-HEAD-SEEN = "N"
               MOVE "808080" TO L-COLOR
               DISPLAY "JOB: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM Check-Stream
           GOBACK.

       Take-Checkpoint-Line.
           IF FD-NCK-LINE(1:1) = "H"
               MOVE FD-NCK-LINE TO WS-NCK-HEAD
               MOVE "Y" TO WS-HEAD-SEEN
               MOVE 0 TO WS-HIGH-RC
               IF NCK-H-HIGH-RC NUMERIC
                   MOVE NCK-H-HIGH-RC TO WS-HIGH-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FD-NCK-LINE(1:1) = "S" AND WS-STEP-COUNT < 20
               ADD 1 TO WS-STEP-COUNT
               MOVE FD-NCK-LINE TO WS-STEP-LINE(WS-STEP-COUNT)
           END-IF
           EXIT PARAGRAPH.

       Check-Stream.
           MOVE WS-HIGH-RC TO WS-HOOK-VALUE
           MOVE "rc" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF NCK-H-STATE = "FAIL"
               OR (L-CRIT > 0 AND WS-HIGH-RC >= L-CRIT)
               IF L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
               ELSE
                   MOVE "ff0000" TO L-COLOR
               END-IF
           ELSE
               IF L-WARN > 0 AND WS-HIGH-RC >= L-WARN
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           MOVE WS-HIGH-RC TO WS-RC-SHOW
           EVALUATE NCK-H-STATE
               WHEN "FAIL"
                   DISPLAY "JOB FAIL " FUNCTION TRIM(NCK-H-FAIL-STEP)
                       WITH NO ADVANCING
               WHEN "RUN"
                   DISPLAY "JOB RUN" WITH NO ADVANCING
               WHEN OTHER
                   IF WS-HIGH-RC = 0
                       DISPLAY "JOB OK" WITH NO ADVANCING
                   ELSE
                       DISPLAY "JOB RC" FUNCTION TRIM(WS-RC-SHOW)
                           WITH NO ADVANCING
                   END-IF
           END-EVALUATE
           PERFORM Emit-Stream-Detail
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- when the stream last wrote its checkpoint,
      * the day it covers, and each step's outcome.
       Emit-Stream-Detail.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(NCK-H-STATE)
           DISPLAY "stream: " FUNCTION TRIM(NCK-H-STATE)
               " at " NCK-H-STAMP(1:8) " " NCK-H-STAMP(9:4)
               ", covering " NCK-H-DATE
           DISPLAY "highest RC: " FUNCTION TRIM(WS-RC-SHOW)
           IF NCK-H-STATE = "FAIL"
               DISPLAY "failed at " FUNCTION TRIM(NCK-H-FAIL-STEP)
                   " -- nightly restarts there"
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE WS-STEP-LINE(WS-STEP-IDX) TO WS-NCK-STEP
               IF NCK-S-STATE = SPACES
                   DISPLAY "  " NCK-S-NAME " not reached"
               ELSE
                   IF NCK-S-STATE = "SKIP"
                       DISPLAY "  " NCK-S-NAME " SKIP"
                   ELSE
                       DISPLAY "  " NCK-S-NAME " " NCK-S-STATE
                           " RC " NCK-S-RC
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
