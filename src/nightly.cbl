       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The job stream, one step per line in run order, fixed
      * columns like the alert routing table:
      *   cols  1-8   step name
      *   col   9     blank
      *   cols 10-17  condition step -- the step runs only when
      *               this earlier step ran and its return code
      *               satisfies the test; blank always runs
      *   col  18     blank
      *   cols 19-20  test: LT LE EQ NE GE GT
      *   col  21     blank
      *   cols 22-24  return code the test compares with
      *   col  25     blank
      *   cols 26-28  highest return code the step may end with and
      *               still count as done (blank reads as 0) --
      *               anything above fails the stream
      *   col  29     blank
      *   cols 30-109 command -- "@DATE" in it is replaced by the
      *               day the stream covers (YYYYMMDD, yesterday)
      * For example:
      *   HISCHK                       004 hischk
      *   ROLLUP   HISCHK   LT 004     000 rollup
      *   BASELINE HISCHK   LT 004     000 baseline
      *   DAYRPT                       000 dayrpt @DATE
      * which is also the stream run when the file is absent. Blank
      * lines and column-1 "*" comments are skipped.
           SELECT JOBF ASSIGN TO "STATUSLINE-COB.JOB"
               FILE STATUS IS WS-JOB-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * Run log -- one line per stream and step event, appended.
           SELECT NLGF ASSIGN TO "STATUSLINE-COB.NLG"
               FILE STATUS IS WS-NLG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * Checkpoint, rewritten as each step starts and ends: the
      * stream's state and where a restart picks up, then each
      * step's state and return code. DNIGHTHOOK reads it to put a
      * failed stream through the alert path.
           SELECT NCKF ASSIGN TO "STATUSLINE-COB.NCK"
               FILE STATUS IS WS-NCK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD JOBF.
       01 FD-JOB-LINE                  PIC X(109).
       FD NLGF.
       01 FD-NLG-LINE                  PIC X(120).
       FD NCKF.
       01 FD-NCK-LINE                  PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS                PIC XX.
         88 WS-JOB-OK                  VALUE "00".
       01 WS-NLG-STATUS                PIC XX.
         88 WS-NLG-OK                  VALUE "00".
       01 WS-NCK-STATUS                PIC XX.
         88 WS-NCK-OK                  VALUE "00".
       01 WS-EOF                       PIC X.
       01 WS-JOB-LINE.
         05 WS-JOB-NAME                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-JOB-COND-STEP           PIC X(8).
         05 FILLER                     PIC X.
         05 WS-JOB-COND-OP             PIC XX.
         05 FILLER                     PIC X.
         05 WS-JOB-COND-RC             PIC X(3).
         05 FILLER                     PIC X.
         05 WS-JOB-MAX-RC              PIC X(3).
         05 FILLER                     PIC X.
         05 WS-JOB-CMD                 PIC X(80).
       01 WS-JOB-LINE-NO               PIC 9(4).
       01 WS-JOB-BAD                   PIC X VALUE "N".
      * The stream as loaded, with each step's outcome this run:
      * state blank (not reached), DONE, SKIP or FAIL.
       01 WS-STEP-TABLE.
         05 WS-STEP-COUNT              PIC 99 VALUE 0.
         05 WS-STEP OCCURS 20 TIMES.
           10 STP-NAME                 PIC X(8).
           10 STP-COND-STEP            PIC X(8).
           10 STP-COND-OP              PIC XX.
           10 STP-COND-RC              PIC 999.
           10 STP-MAX-RC               PIC 999.
           10 STP-CMD                  PIC X(80).
           10 STP-STATE                PIC X(4).
           10 STP-RC                   PIC 999.
       01 WS-STEP-IDX                  PIC 99.
       01 WS-REF-IDX                   PIC 99.
       01 WS-START-STEP                PIC 99 VALUE 1.
      * Checkpoint records -- the header, then one per step.
       01 WS-NCK-HEAD.
         05 NCK-H-TYPE                 PIC X.
         05 NCK-H-STAMP                PIC X(14).
         05 NCK-H-DATE                 PIC X(8).
         05 NCK-H-STATE                PIC X(4).
         05 NCK-H-RESTART              PIC 99.
         05 NCK-H-HIGH-RC              PIC 999.
         05 NCK-H-FAIL-STEP            PIC X(8).
       01 WS-NCK-STEP.
         05 NCK-S-TYPE                 PIC X.
         05 NCK-S-NAME                 PIC X(8).
         05 NCK-S-STATE                PIC X(4).
         05 NCK-S-RC                   PIC 999.
       01 WS-NCK-IN                    PIC X(40).
      * What the last checkpoint said, before this run replaces it.
       01 WS-OLD-STATE                 PIC X(4).
       01 WS-OLD-RESTART               PIC 99.
       01 WS-OLD-DATE                  PIC X(8).
       01 WS-OLD-COUNT                 PIC 99.
       01 WS-OLD-STEPS.
         05 WS-OLD-STEP OCCURS 20 TIMES.
           10 OLD-NAME                 PIC X(8).
           10 OLD-STATE                PIC X(4).
           10 OLD-RC                   PIC 999.
      * This run.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-STATE                 PIC X(4).
       01 WS-HIGH-RC                   PIC 999 VALUE 0.
       01 WS-FAIL-STEP                 PIC X(8) VALUE SPACES.
       01 WS-TODAY                     PIC 9(8).
       01 WS-DAY-INT                   PIC 9(7).
       01 WS-ARG-VAL                   PIC X(16).
       01 WS-FRESH                     PIC X VALUE "N".
       01 WS-RESTARTING                PIC X VALUE "N".
       01 WS-COND-MET                  PIC X.
       01 WS-LOG-LINE.
         05 LOG-STAMP                  PIC X(14).
         05 FILLER                     PIC X VALUE SPACE.
         05 LOG-STEP                   PIC X(8).
         05 FILLER                     PIC X VALUE SPACE.
         05 LOG-EVENT                  PIC X(7).
         05 FILLER                     PIC X VALUE SPACE.
         05 LOG-RC                     PIC X(3).
         05 FILLER                     PIC X VALUE SPACE.
         05 LOG-NOTE                   PIC X(84).
       01 WS-CMD                       PIC X(200).
       01 WS-CMD-WORK                  PIC X(200).
       01 WS-CMD-LEN                   PIC 999 COMP.
       01 WS-CMD-PTR                   PIC 999 COMP.
       01 WS-TAG-AT                    PIC 999 COMP.
       01 WS-RC                        PIC S9(9) COMP-5.
       01 WS-STEP-RC                   PIC 999.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-ARG-VAL
           ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           EVALUATE TRUE
               WHEN WS-ARG-VAL = SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-VAL))
                   = "FRESH"
                   MOVE "Y" TO WS-FRESH
               WHEN OTHER
                   DISPLAY "usage: nightly [FRESH]" UPON SYSERR
                   MOVE 8 TO RETURN-CODE
                   GO TO Main-Exit
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-RUN-DATE
           PERFORM Load-Job-Steps
      * A stream that can't be read fails as a whole -- the
      * checkpoint still says so, so the alert still goes out.
           IF WS-JOB-BAD = "Y" OR WS-STEP-COUNT = 0
               MOVE "*JOB*" TO WS-FAIL-STEP
               MOVE "FAIL" TO WS-RUN-STATE
               MOVE 12 TO WS-HIGH-RC
               PERFORM Write-Checkpoint
               MOVE "NIGHTLY" TO LOG-STEP
               MOVE "FAIL" TO LOG-EVENT
               MOVE WS-HIGH-RC TO LOG-RC
               MOVE "cannot load STATUSLINE-COB.JOB" TO LOG-NOTE
               PERFORM Write-Log-Line
               MOVE WS-HIGH-RC TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           PERFORM Load-Checkpoint
           MOVE "RUN" TO WS-RUN-STATE
           MOVE "NIGHTLY" TO LOG-STEP
           MOVE SPACES TO LOG-RC
           IF WS-RESTARTING = "Y"
               MOVE "RESTART" TO LOG-EVENT
               MOVE SPACES TO LOG-NOTE
               STRING "at " DELIMITED BY SIZE
                      STP-NAME(WS-START-STEP) DELIMITED BY SPACE
                      " for " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO LOG-NOTE
               END-STRING
           ELSE
               MOVE "BEGIN" TO LOG-EVENT
               MOVE SPACES TO LOG-NOTE
               STRING "for " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO LOG-NOTE
               END-STRING
           END-IF
           PERFORM Write-Log-Line
           DISPLAY "NIGHTLY: " FUNCTION TRIM(LOG-EVENT) " "
               FUNCTION TRIM(LOG-NOTE)
           PERFORM VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-RUN-STATE = "FAIL"
               PERFORM Run-Step
           END-PERFORM
           IF WS-RUN-STATE NOT = "FAIL"
               MOVE "DONE" TO WS-RUN-STATE
               MOVE 1 TO WS-START-STEP
           END-IF
           PERFORM Write-Checkpoint
           MOVE "NIGHTLY" TO LOG-STEP
           MOVE WS-RUN-STATE TO LOG-EVENT
           MOVE WS-HIGH-RC TO LOG-RC
           MOVE SPACES TO LOG-NOTE
           IF WS-RUN-STATE = "FAIL"
               STRING "restart will begin at " DELIMITED BY SIZE
                      WS-FAIL-STEP DELIMITED BY SPACE
                      INTO LOG-NOTE
               END-STRING
           END-IF
           PERFORM Write-Log-Line
           IF LOG-NOTE = SPACES
               DISPLAY "NIGHTLY: " FUNCTION TRIM(WS-RUN-STATE)
                   " highest RC " WS-HIGH-RC
           ELSE
               DISPLAY "NIGHTLY: " FUNCTION TRIM(WS-RUN-STATE)
                   " highest RC " WS-HIGH-RC ", "
                   FUNCTION TRIM(LOG-NOTE)
           END-IF
           MOVE WS-HIGH-RC TO RETURN-CODE.
       Main-Exit.
           STOP RUN.
      * The control file when there is one, else the stream cron
      * used to run as separate entries -- with the check gating
      * the steps that read the store.
       Load-Job-Steps.
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-JOB-LINE-NO
           OPEN INPUT JOBF
           IF NOT WS-JOB-OK
               PERFORM Load-Default-Steps
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOBF INTO WS-JOB-LINE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOB-LINE-NO
                       PERFORM Take-Job-Line
               END-READ
           END-PERFORM
           CLOSE JOBF
           EXIT PARAGRAPH.
       Load-Default-Steps.
           MOVE "HISCHK   " TO WS-JOB-LINE
           MOVE "004" TO WS-JOB-MAX-RC
           MOVE "hischk" TO WS-JOB-CMD
           PERFORM Take-Job-Line
           MOVE "ROLLUP   HISCHK   LT 004" TO WS-JOB-LINE
           MOVE "000" TO WS-JOB-MAX-RC
           MOVE "rollup" TO WS-JOB-CMD
           PERFORM Take-Job-Line
           MOVE "BASELINE HISCHK   LT 004" TO WS-JOB-LINE
           MOVE "000" TO WS-JOB-MAX-RC
           MOVE "baseline" TO WS-JOB-CMD
           PERFORM Take-Job-Line
           MOVE "DAYRPT   " TO WS-JOB-LINE
           MOVE "000" TO WS-JOB-MAX-RC
           MOVE "dayrpt @DATE" TO WS-JOB-CMD
           PERFORM Take-Job-Line
           EXIT PARAGRAPH.
      * A condition may only name a step above it -- the stream
      * runs top to bottom, so a later step has no code yet.
       Take-Job-Line.
           IF WS-JOB-LINE = SPACES OR WS-JOB-NAME(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-NAME = SPACES OR WS-JOB-CMD = SPACES
               PERFORM Report-Bad-Job-Line
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= 20
               DISPLAY "NIGHTLY: more than 20 steps, "
                   FUNCTION TRIM(WS-JOB-NAME) " ignored" UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-JOB-NAME TO STP-NAME(WS-STEP-COUNT)
           MOVE WS-JOB-COND-STEP TO STP-COND-STEP(WS-STEP-COUNT)
           MOVE WS-JOB-COND-OP TO STP-COND-OP(WS-STEP-COUNT)
           MOVE 0 TO STP-COND-RC(WS-STEP-COUNT)
           MOVE 0 TO STP-MAX-RC(WS-STEP-COUNT)
           MOVE WS-JOB-CMD TO STP-CMD(WS-STEP-COUNT)
           MOVE SPACES TO STP-STATE(WS-STEP-COUNT)
           MOVE 0 TO STP-RC(WS-STEP-COUNT)
           IF WS-JOB-MAX-RC NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-JOB-MAX-RC) NOT = 0
                   PERFORM Report-Bad-Job-Line
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-JOB-MAX-RC)
                   TO STP-MAX-RC(WS-STEP-COUNT)
           END-IF
           IF WS-JOB-COND-STEP = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-COND-OP NOT = "LT" AND NOT = "LE"
               AND NOT = "EQ" AND NOT = "NE"
               AND NOT = "GE" AND NOT = "GT"
               PERFORM Report-Bad-Job-Line
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-COND-RC = SPACES
               OR FUNCTION TEST-NUMVAL(WS-JOB-COND-RC) NOT = 0
               PERFORM Report-Bad-Job-Line
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-JOB-COND-RC)
               TO STP-COND-RC(WS-STEP-COUNT)
           MOVE 0 TO WS-REF-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX >= WS-STEP-COUNT
               IF STP-NAME(WS-STEP-IDX) = WS-JOB-COND-STEP
                   MOVE WS-STEP-IDX TO WS-REF-IDX
               END-IF
           END-PERFORM
           IF WS-REF-IDX = 0
               PERFORM Report-Bad-Job-Line
           END-IF
           EXIT PARAGRAPH.
       Report-Bad-Job-Line.
           MOVE "Y" TO WS-JOB-BAD
           DISPLAY "NIGHTLY: STATUSLINE-COB.JOB line "
               WS-JOB-LINE-NO ": invalid step "
               FUNCTION TRIM(WS-JOB-NAME) UPON SYSERR
           EXIT PARAGRAPH.
      * A stream that failed, or died mid-step (still RUN), picks
      * up at the step it stopped on, for the same day it was
      * covering and with the codes of the steps before it, so the
      * conditions still see them. FRESH, or a control file that
      * no longer lines up with the checkpoint, starts from the top.
       Load-Checkpoint.
           MOVE 1 TO WS-START-STEP
           MOVE SPACES TO WS-OLD-STATE WS-OLD-DATE
           MOVE 0 TO WS-OLD-RESTART WS-OLD-COUNT
           OPEN INPUT NCKF
           IF NOT WS-NCK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ NCKF INTO WS-NCK-IN
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM Take-Checkpoint-Line
               END-READ
           END-PERFORM
           CLOSE NCKF
           IF WS-FRESH = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-STATE NOT = "FAIL" AND NOT = "RUN"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-RESTART < 1 OR WS-OLD-RESTART > WS-STEP-COUNT
               OR WS-OLD-COUNT < WS-OLD-RESTART
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-OLD-RESTART
               IF OLD-NAME(WS-STEP-IDX) NOT = STP-NAME(WS-STEP-IDX)
                   DISPLAY "NIGHTLY: job stream changed since the"
                       " failed run, starting from the top"
                       UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX >= WS-OLD-RESTART
               MOVE OLD-STATE(WS-STEP-IDX) TO STP-STATE(WS-STEP-IDX)
               MOVE OLD-RC(WS-STEP-IDX) TO STP-RC(WS-STEP-IDX)
               IF STP-STATE(WS-STEP-IDX) = "DONE"
                   AND STP-RC(WS-STEP-IDX) > WS-HIGH-RC
                   MOVE STP-RC(WS-STEP-IDX) TO WS-HIGH-RC
               END-IF
           END-PERFORM
           MOVE WS-OLD-RESTART TO WS-START-STEP
           MOVE "Y" TO WS-RESTARTING
           IF WS-OLD-DATE NOT = SPACES
               MOVE WS-OLD-DATE TO WS-RUN-DATE
           END-IF
           EXIT PARAGRAPH.
       Take-Checkpoint-Line.
           IF WS-NCK-IN(1:1) = "H"
               MOVE WS-NCK-IN TO WS-NCK-HEAD
               MOVE NCK-H-STATE TO WS-OLD-STATE
               MOVE NCK-H-DATE TO WS-OLD-DATE
               IF NCK-H-RESTART NUMERIC
                   MOVE NCK-H-RESTART TO WS-OLD-RESTART
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NCK-IN(1:1) = "S" AND WS-OLD-COUNT < 20
               MOVE WS-NCK-IN TO WS-NCK-STEP
               ADD 1 TO WS-OLD-COUNT
               MOVE NCK-S-NAME TO OLD-NAME(WS-OLD-COUNT)
               MOVE NCK-S-STATE TO OLD-STATE(WS-OLD-COUNT)
               MOVE 0 TO OLD-RC(WS-OLD-COUNT)
               IF NCK-S-RC NUMERIC
                   MOVE NCK-S-RC TO OLD-RC(WS-OLD-COUNT)
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * One step: test its condition, run it, judge its code. The
      * checkpoint is written as RUN before the command starts, so
      * a stream killed mid-step restarts on that step.
       Run-Step.
           PERFORM Check-Step-Condition
           MOVE STP-NAME(WS-STEP-IDX) TO LOG-STEP
           IF WS-COND-MET = "N"
               MOVE "SKIP" TO STP-STATE(WS-STEP-IDX)
               MOVE 0 TO STP-RC(WS-STEP-IDX)
               MOVE "SKIP" TO LOG-EVENT
               MOVE SPACES TO LOG-RC
               MOVE SPACES TO LOG-NOTE
               STRING "condition " DELIMITED BY SIZE
                      STP-COND-STEP(WS-STEP-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      STP-COND-OP(WS-STEP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STP-COND-RC(WS-STEP-IDX) DELIMITED BY SIZE
                      " not met" DELIMITED BY SIZE
                      INTO LOG-NOTE
               END-STRING
               PERFORM Write-Log-Line
               DISPLAY "NIGHTLY: " FUNCTION TRIM(LOG-STEP)
                   " skipped, " FUNCTION TRIM(LOG-NOTE)
               MOVE WS-STEP-IDX TO WS-START-STEP
               PERFORM Write-Checkpoint
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-IDX TO WS-START-STEP
           PERFORM Write-Checkpoint
           PERFORM Build-Step-Command
           MOVE "START" TO LOG-EVENT
           MOVE SPACES TO LOG-RC
           MOVE WS-CMD TO LOG-NOTE
           PERFORM Write-Log-Line
           COMPUTE WS-CMD-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CMD))
           MOVE LOW-VALUE TO WS-CMD(WS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-CMD RETURNING WS-RC
           END-CALL
      * system(3) hands back the wait status: the exit code sits in
      * the high byte, a low byte means the step never exited on its
      * own (a signal) and counts as the worst code there is.
           IF WS-RC < 0 OR FUNCTION MOD(WS-RC, 256) NOT = 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               COMPUTE WS-STEP-RC = WS-RC / 256
           END-IF
           MOVE WS-STEP-RC TO STP-RC(WS-STEP-IDX)
           MOVE WS-STEP-RC TO LOG-RC
           MOVE SPACES TO LOG-NOTE
           IF WS-STEP-RC > STP-MAX-RC(WS-STEP-IDX)
               MOVE "FAIL" TO STP-STATE(WS-STEP-IDX)
               MOVE "FAIL" TO WS-RUN-STATE
               MOVE STP-NAME(WS-STEP-IDX) TO WS-FAIL-STEP
               MOVE "FAIL" TO LOG-EVENT
               STRING "above the step's limit of " DELIMITED BY SIZE
                      STP-MAX-RC(WS-STEP-IDX) DELIMITED BY SIZE
                      INTO LOG-NOTE
               END-STRING
           ELSE
               MOVE "DONE" TO STP-STATE(WS-STEP-IDX)
               MOVE "END" TO LOG-EVENT
           END-IF
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF
           PERFORM Write-Log-Line
           DISPLAY "NIGHTLY: " FUNCTION TRIM(LOG-STEP) " "
               FUNCTION TRIM(LOG-EVENT) " RC " WS-STEP-RC
           IF WS-RUN-STATE NOT = "FAIL"
               PERFORM Write-Checkpoint
           END-IF
           EXIT PARAGRAPH.
      * A condition on a step that didn't run this stream (skipped
      * itself) is not met -- nothing downstream of a bypassed step
      * runs on a code it never produced.
       Check-Step-Condition.
           MOVE "Y" TO WS-COND-MET
           IF STP-COND-STEP(WS-STEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COND-MET
           MOVE 0 TO WS-REF-IDX
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX >= WS-STEP-IDX
               OR STP-NAME(WS-REF-IDX) = STP-COND-STEP(WS-STEP-IDX)
               CONTINUE
           END-PERFORM
           IF WS-REF-IDX >= WS-STEP-IDX
               OR STP-STATE(WS-REF-IDX) NOT = "DONE"
               EXIT PARAGRAPH
           END-IF
           EVALUATE STP-COND-OP(WS-STEP-IDX)
               WHEN "LT"
                   IF STP-RC(WS-REF-IDX) < STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
               WHEN "LE"
                   IF STP-RC(WS-REF-IDX) <= STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
               WHEN "EQ"
                   IF STP-RC(WS-REF-IDX) = STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
               WHEN "NE"
                   IF STP-RC(WS-REF-IDX)
                       NOT = STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
               WHEN "GE"
                   IF STP-RC(WS-REF-IDX) >= STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
               WHEN "GT"
                   IF STP-RC(WS-REF-IDX) > STP-COND-RC(WS-STEP-IDX)
                       MOVE "Y" TO WS-COND-MET
                   END-IF
           END-EVALUATE
           EXIT PARAGRAPH.
      * Swaps the first "@DATE" in the step's command for the day
      * the stream covers, as ALTROUTE swaps in "@ONCALL".
       Build-Step-Command.
           MOVE STP-CMD(WS-STEP-IDX) TO WS-CMD
           MOVE 0 TO WS-TAG-AT
           INSPECT WS-CMD TALLYING WS-TAG-AT
               FOR CHARACTERS BEFORE INITIAL "@DATE"
           IF WS-TAG-AT >= FUNCTION LENGTH(FUNCTION TRIM(WS-CMD
               TRAILING))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-WORK
           MOVE 1 TO WS-CMD-PTR
           IF WS-TAG-AT > 0
               STRING WS-CMD(1:WS-TAG-AT) DELIMITED BY SIZE
                   INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
           END-STRING
           STRING WS-CMD(WS-TAG-AT + 6:) DELIMITED BY SIZE
               INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
           END-STRING
           MOVE WS-CMD-WORK TO WS-CMD
           EXIT PARAGRAPH.
       Write-Checkpoint.
           OPEN OUTPUT NCKF
           IF NOT WS-NCK-OK
               DISPLAY "NIGHTLY: cannot write STATUSLINE-COB.NCK"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NCK-HEAD
           MOVE "H" TO NCK-H-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO NCK-H-STAMP
           MOVE WS-RUN-DATE TO NCK-H-DATE
           MOVE WS-RUN-STATE TO NCK-H-STATE
           MOVE WS-START-STEP TO NCK-H-RESTART
           MOVE WS-HIGH-RC TO NCK-H-HIGH-RC
           MOVE WS-FAIL-STEP TO NCK-H-FAIL-STEP
           MOVE WS-NCK-HEAD TO FD-NCK-LINE
           WRITE FD-NCK-LINE
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-STEP-COUNT
               MOVE SPACES TO WS-NCK-STEP
               MOVE "S" TO NCK-S-TYPE
               MOVE STP-NAME(WS-REF-IDX) TO NCK-S-NAME
               MOVE STP-STATE(WS-REF-IDX) TO NCK-S-STATE
               MOVE STP-RC(WS-REF-IDX) TO NCK-S-RC
               MOVE WS-NCK-STEP TO FD-NCK-LINE
               WRITE FD-NCK-LINE
           END-PERFORM
           CLOSE NCKF
           EXIT PARAGRAPH.
       Write-Log-Line.
           OPEN EXTEND NLGF
           IF NOT WS-NLG-OK
               OPEN OUTPUT NLGF
           END-IF
           IF NOT WS-NLG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-STAMP
           MOVE WS-LOG-LINE TO FD-NLG-LINE
           WRITE FD-NLG-LINE
           CLOSE NLGF
           EXIT PARAGRAPH.
