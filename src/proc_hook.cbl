       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPROCHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCF ASSIGN TO '/tmp/.statusline-cob-proc.out'
               FILE STATUS IS WS-PROC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * Start/stop ledger -- a record each time a watched process
      * disappears or comes back, read back by PROCRPT for uptime
      * and restart counts:
      *   cols  1-16  process name as watched
      *   cols 18-31  timestamp YYYYMMDDHHMMSS
      *   cols 33-36  DOWN, UP, or RSTR (a new pid between two
      *               polls -- restarted too fast to be seen gone)
      *   cols 38-45  lowest pid running after the event, 0 on DOWN
      *   col  47     "I" on the first look after the bar started,
      *               which states where things stand rather than
      *               recording a change
           SELECT PRLF ASSIGN TO "STATUSLINE-COB.PRL"
               FILE STATUS IS WS-PRL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROCF.
       01 FD-PROC-LINE       PIC X(400).
       FD PRLF.
       01 PRL-RECORD         PIC X(47).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-PROC-STATUS     PIC XX.
         88 WS-PROC-OK       VALUE "00".
       01 WS-PRL-STATUS      PIC XX.
         88 WS-PRL-OK        VALUE "00".
      * The same /proc sweep DTOPHOOK takes -- the aggregate line of
      * /proc/stat for the share denominator, then every
      * /proc/<pid>/stat line.
       01 WS-CMD             PIC X(170) VALUE SPACES.
       01 WS-WRAP-CMD        PIC X(170).
       01 WS-CMD-LEN         PIC 999 COMP.
       01 WS-RC              PIC S9(9) COMP-5.
       01 WS-PID-PART        PIC X(12).
       01 WS-COMM            PIC X(20).
       01 WS-TAIL            PIC X(360).
       01 WS-SF-1            PIC X(12).
       01 WS-SF-2            PIC X(12).
       01 WS-SF-3            PIC X(12).
       01 WS-SF-4            PIC X(12).
       01 WS-SF-5            PIC X(12).
       01 WS-SF-6            PIC X(12).
       01 WS-SF-7            PIC X(12).
       01 WS-SF-8            PIC X(12).
       01 WS-SF-9            PIC X(12).
       01 WS-SF-10           PIC X(12).
       01 WS-SF-11           PIC X(12).
       01 WS-SF-12           PIC X(12).
       01 WS-SF-13           PIC X(12).
       01 WS-SF-14           PIC X(12).
       01 WS-SF-15           PIC X(12).
       01 WS-SF-16           PIC X(12).
       01 WS-SF-17           PIC X(12).
       01 WS-SF-18           PIC X(12).
       01 WS-SF-19           PIC X(12).
       01 WS-SF-20           PIC X(12).
       01 WS-SF-21           PIC X(12).
       01 WS-SF-22           PIC X(12).
       01 WS-CPU-1           PIC X(15).
       01 WS-CPU-2           PIC X(15).
       01 WS-CPU-3           PIC X(15).
       01 WS-CPU-4           PIC X(15).
       01 WS-CPU-5           PIC X(15).
       01 WS-CPU-6           PIC X(15).
       01 WS-CPU-7           PIC X(15).
       01 WS-CPU-8           PIC X(15).
       01 WS-PID             PIC 9(8) COMP.
       01 WS-TOTAL-JIFFIES   PIC 9(15) COMP.
      * The names this module's BODY asks for, each pointing at its
      * slot in the watch table below.
       01 WS-WANT-TABLE.
         05 WS-WANT-COUNT    PIC 99 VALUE 0.
         05 WS-WANT OCCURS 10 TIMES.
           10 WNT-NAME       PIC X(16).
           10 WNT-SLOT       PIC 99.
       01 WS-WANT-IDX        PIC 99.
      * Every name watched since the bar started, kept across calls
      * the way DSVCHOOK keeps its failed-unit list -- last state,
      * lowest pid and CPU jiffies are what the next poll diffs
      * against. Keyed by name, so two PROC blocks with different
      * lists don't trample each other. The CUR- fields are this
      * poll's tally, rebuilt on every sweep.
       01 WS-WATCH-TABLE.
         05 WS-WATCH-COUNT   PIC 99 VALUE 0.
         05 WS-WATCH OCCURS 20 TIMES.
           10 WCH-NAME       PIC X(16).
           10 WCH-UP         PIC X.
           10 WCH-PID        PIC 9(8).
           10 WCH-PREV-JIF   PIC 9(15) COMP.
           10 WCH-PREV-TOTAL PIC 9(15) COMP.
           10 WCH-SAMPLED    PIC X.
           10 WCH-CUR-PROCS  PIC 999.
           10 WCH-CUR-RSS    PIC 9(15) COMP.
           10 WCH-CUR-JIF    PIC 9(15) COMP.
           10 WCH-CUR-PID    PIC 9(8).
           10 WCH-CUR-PCT    PIC 999.
       01 WS-WCH-IDX         PIC 99.
       01 WS-SLOT            PIC 99.
       01 WS-UP-COUNT        PIC 99.
       01 WS-MISSING-COUNT   PIC 99.
       01 WS-JIF-DELTA       PIC 9(15) COMP.
       01 WS-TOTAL-DELTA     PIC 9(15) COMP.
       01 WS-RSS-KB          PIC 9(10).
       01 WS-PRL-LINE.
         05 WS-PRL-NAME      PIC X(16).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-PRL-TS        PIC X(14).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-PRL-EVENT     PIC X(4).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-PRL-PID       PIC 9(8).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-PRL-FIRST     PIC X.
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders resident sizes in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       LINKAGE SECTION.
      * L-BODY lists the process names that must be running, as
      * /proc shows them (the kernel keeps 15 characters), blank-
      * or comma-separated -- "openvpn syncthing restic". The block
      * reads "PROC 2/3", going to the crit color while any is
      * missing; the typed value is the number missing, so WARN 1
      * on the module pages the moment one drops out.
       01 L-BODY             PIC X(71).
       01 L-COLOR            PIC X(6).
       01 L-TIME-FMT         PIC X(3).
       01 L-WARN             PIC 999.
       01 L-WARN-COLOR       PIC X(6).
       01 L-CRIT             PIC 999.
       01 L-CRIT-COLOR       PIC X(6).
      * The sweep shells out, so it gets the same timeout budget
      * DTOPHOOK honors.
       01 L-TIMEOUT          PIC 999.
       PROCEDURE DIVISION USING L-BODY L-COLOR L-TIME-FMT
           L-WARN L-WARN-COLOR L-CRIT L-CRIT-COLOR L-TIMEOUT.
           PERFORM Parse-Watch-List
           IF WS-WANT-COUNT = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "PROC: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "{ head -1 /proc/stat; cat /proc/[0-9]*/stat; }"
                      DELIMITED BY SIZE
                  " > /tmp/.statusline-cob-proc.out 2>/dev/null"
                      DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           IF L-TIMEOUT > 0
               MOVE SPACES TO WS-WRAP-CMD
               STRING "timeout " DELIMITED BY SIZE
                      L-TIMEOUT DELIMITED BY SIZE
                      " sh -c '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CMD) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-WRAP-CMD
               END-STRING
               MOVE WS-WRAP-CMD TO WS-CMD
           END-IF
           COMPUTE WS-CMD-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CMD))
           MOVE LOW-VALUE TO WS-CMD(WS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-CMD RETURNING WS-RC
           END-CALL
           MOVE 0 TO WS-TOTAL-JIFFIES
           MOVE 'N' TO end-of-file
           OPEN INPUT PROCF
           IF NOT WS-PROC-OK
               MOVE "808080" TO L-COLOR
               DISPLAY "PROC: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ PROCF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Proc-Line
               END-READ
           END-PERFORM
           CLOSE PROCF
      * A sweep that never saw /proc/stat read nothing at all --
      * better grey than every watched process reported gone.
           IF WS-TOTAL-JIFFIES = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "PROC: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM Finish-Sample
           GOBACK.

      * Each BODY name finds (or takes) its watch-table slot, and
      * the slot's tally for this sweep starts from nothing.
       Parse-Watch-List.
           MOVE SPACES TO WS-WANT-TABLE
           MOVE 0 TO WS-WANT-COUNT
           UNSTRING L-BODY DELIMITED BY ALL SPACES OR ","
               INTO WNT-NAME(1) WNT-NAME(2) WNT-NAME(3) WNT-NAME(4)
                    WNT-NAME(5) WNT-NAME(6) WNT-NAME(7) WNT-NAME(8)
                    WNT-NAME(9) WNT-NAME(10)
           END-UNSTRING
           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
               UNTIL WS-WANT-IDX > 10
               IF WNT-NAME(WS-WANT-IDX) NOT = SPACES
                   ADD 1 TO WS-WANT-COUNT
                   MOVE WNT-NAME(WS-WANT-IDX)
                       TO WNT-NAME(WS-WANT-COUNT)
                   PERFORM Find-Watch-Slot
                   MOVE WS-SLOT TO WNT-SLOT(WS-WANT-COUNT)
                   IF WS-SLOT = 0
                       SUBTRACT 1 FROM WS-WANT-COUNT
                   ELSE
                       MOVE 0 TO WCH-CUR-PROCS(WS-SLOT)
                       MOVE 0 TO WCH-CUR-RSS(WS-SLOT)
                       MOVE 0 TO WCH-CUR-JIF(WS-SLOT)
                       MOVE 0 TO WCH-CUR-PID(WS-SLOT)
                       MOVE 0 TO WCH-CUR-PCT(WS-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Find-Watch-Slot.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
               UNTIL WS-WCH-IDX > WS-WATCH-COUNT OR WS-SLOT > 0
               IF WCH-NAME(WS-WCH-IDX) = WNT-NAME(WS-WANT-IDX)
                   MOVE WS-WCH-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0 OR WS-WATCH-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WATCH-COUNT
           MOVE WS-WATCH-COUNT TO WS-SLOT
           MOVE WNT-NAME(WS-WANT-IDX) TO WCH-NAME(WS-SLOT)
           MOVE SPACE TO WCH-UP(WS-SLOT)
           MOVE 0 TO WCH-PID(WS-SLOT)
           MOVE 0 TO WCH-PREV-JIF(WS-SLOT)
           MOVE 0 TO WCH-PREV-TOTAL(WS-SLOT)
           MOVE "N" TO WCH-SAMPLED(WS-SLOT)
           EXIT PARAGRAPH.

       Check-Proc-Line.
           IF FD-PROC-LINE(1:4) = "cpu "
               PERFORM Read-Total-Jiffies
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PID-PART WS-COMM WS-TAIL
           UNSTRING FD-PROC-LINE DELIMITED BY " ("
               INTO WS-PID-PART WS-TAIL
           END-UNSTRING
           UNSTRING WS-TAIL DELIMITED BY ") "
               INTO WS-COMM WS-TAIL
           END-UNSTRING
           IF WS-PID-PART = SPACES OR WS-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
               UNTIL WS-WANT-IDX > WS-WANT-COUNT OR WS-SLOT > 0
               IF WNT-NAME(WS-WANT-IDX)(1:15) = WS-COMM(1:15)
                   MOVE WNT-SLOT(WS-WANT-IDX) TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PID-PART) TO WS-PID
           MOVE SPACES TO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5
               WS-SF-6 WS-SF-7 WS-SF-8 WS-SF-9 WS-SF-10 WS-SF-11
               WS-SF-12 WS-SF-13 WS-SF-14 WS-SF-15 WS-SF-16 WS-SF-17
               WS-SF-18 WS-SF-19 WS-SF-20 WS-SF-21 WS-SF-22
           UNSTRING WS-TAIL DELIMITED BY ALL SPACES
               INTO WS-SF-1 WS-SF-2 WS-SF-3 WS-SF-4 WS-SF-5 WS-SF-6
                    WS-SF-7 WS-SF-8 WS-SF-9 WS-SF-10 WS-SF-11
                    WS-SF-12 WS-SF-13 WS-SF-14 WS-SF-15 WS-SF-16
                    WS-SF-17 WS-SF-18 WS-SF-19 WS-SF-20 WS-SF-21
                    WS-SF-22
           END-UNSTRING
      * A zombie (state Z) has let go of its memory and is not
      * running -- it doesn't count as up.
           IF WS-SF-1 = "Z"
               EXIT PARAGRAPH
           END-IF
      * Token positions as in DTOPHOOK: utime/stime 12/13, the
      * resident set (pages) 22.
           ADD 1 TO WCH-CUR-PROCS(WS-SLOT)
           IF WCH-CUR-PID(WS-SLOT) = 0
               OR WS-PID < WCH-CUR-PID(WS-SLOT)
               MOVE WS-PID TO WCH-CUR-PID(WS-SLOT)
           END-IF
           IF WS-SF-13 NOT = SPACES
               COMPUTE WCH-CUR-JIF(WS-SLOT) = WCH-CUR-JIF(WS-SLOT)
                   + FUNCTION NUMVAL(WS-SF-12)
                   + FUNCTION NUMVAL(WS-SF-13)
           END-IF
           IF WS-SF-22 NOT = SPACES
               COMPUTE WCH-CUR-RSS(WS-SLOT) = WCH-CUR-RSS(WS-SLOT)
                   + FUNCTION NUMVAL(WS-SF-22)
           END-IF
           EXIT PARAGRAPH.

       Read-Total-Jiffies.
           MOVE SPACES TO WS-CPU-1 WS-CPU-2 WS-CPU-3 WS-CPU-4
               WS-CPU-5 WS-CPU-6 WS-CPU-7 WS-CPU-8
           UNSTRING FD-PROC-LINE(5:) DELIMITED BY ALL SPACES
               INTO WS-CPU-1 WS-CPU-2 WS-CPU-3 WS-CPU-4 WS-CPU-5
                    WS-CPU-6 WS-CPU-7 WS-CPU-8
           END-UNSTRING
           COMPUTE WS-TOTAL-JIFFIES =
               FUNCTION NUMVAL(WS-CPU-1) + FUNCTION NUMVAL(WS-CPU-2)
               + FUNCTION NUMVAL(WS-CPU-3) + FUNCTION NUMVAL(WS-CPU-4)
               + FUNCTION NUMVAL(WS-CPU-5) + FUNCTION NUMVAL(WS-CPU-6)
               + FUNCTION NUMVAL(WS-CPU-7) + FUNCTION NUMVAL(WS-CPU-8)
           EXIT PARAGRAPH.

       Finish-Sample.
           MOVE 0 TO WS-UP-COUNT
           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
               UNTIL WS-WANT-IDX > WS-WANT-COUNT
               MOVE WNT-SLOT(WS-WANT-IDX) TO WS-SLOT
               IF WCH-CUR-PROCS(WS-SLOT) > 0
                   ADD 1 TO WS-UP-COUNT
               END-IF
               PERFORM Update-Process-Ledger
               PERFORM Compute-Process-Share
           END-PERFORM
           COMPUTE WS-MISSING-COUNT = WS-WANT-COUNT - WS-UP-COUNT
           MOVE WS-MISSING-COUNT TO WS-HOOK-VALUE
           MOVE "missing" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF WS-MISSING-COUNT > 0
               IF L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
               ELSE
                   MOVE "ff0000" TO L-COLOR
               END-IF
           END-IF
           DISPLAY "PROC " WS-UP-COUNT "/" WS-WANT-COUNT
               WITH NO ADVANCING
           PERFORM Emit-Proc-Detail
           EXIT PARAGRAPH.

      * Gone, back, or back under a new pid since the last poll --
      * each is one ledger line. The first look after the bar
      * starts is written too, flagged, so PROCRPT knows the state
      * a stretch of uptime began in.
       Update-Process-Ledger.
           MOVE SPACES TO WS-PRL-EVENT
           MOVE SPACE TO WS-PRL-FIRST
           EVALUATE TRUE
               WHEN WCH-UP(WS-SLOT) = SPACE
                   MOVE "I" TO WS-PRL-FIRST
                   IF WCH-CUR-PROCS(WS-SLOT) > 0
                       MOVE "UP" TO WS-PRL-EVENT
                   ELSE
                       MOVE "DOWN" TO WS-PRL-EVENT
                   END-IF
               WHEN WCH-UP(WS-SLOT) = "Y"
                   AND WCH-CUR-PROCS(WS-SLOT) = 0
                   MOVE "DOWN" TO WS-PRL-EVENT
               WHEN WCH-UP(WS-SLOT) = "N"
                   AND WCH-CUR-PROCS(WS-SLOT) > 0
                   MOVE "UP" TO WS-PRL-EVENT
               WHEN WCH-UP(WS-SLOT) = "Y"
                   AND WCH-CUR-PID(WS-SLOT) NOT = WCH-PID(WS-SLOT)
                   MOVE "RSTR" TO WS-PRL-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WCH-CUR-PROCS(WS-SLOT) > 0
               MOVE "Y" TO WCH-UP(WS-SLOT)
           ELSE
               MOVE "N" TO WCH-UP(WS-SLOT)
           END-IF
           MOVE WCH-CUR-PID(WS-SLOT) TO WCH-PID(WS-SLOT)
           IF WS-PRL-EVENT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PRLF
           IF NOT WS-PRL-OK
               OPEN OUTPUT PRLF
           END-IF
           IF NOT WS-PRL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WCH-NAME(WS-SLOT) TO WS-PRL-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PRL-TS
           MOVE WCH-CUR-PID(WS-SLOT) TO WS-PRL-PID
           WRITE PRL-RECORD FROM WS-PRL-LINE
           CLOSE PRLF
           EXIT PARAGRAPH.

      * CPU burned since the last poll as a share of the whole
      * machine, DTOPHOOK's measure -- a process that restarted in
      * between (its jiffies went backwards) shows 0 this once.
       Compute-Process-Share.
           MOVE 0 TO WCH-CUR-PCT(WS-SLOT)
           IF WCH-SAMPLED(WS-SLOT) = "Y"
               AND WS-TOTAL-JIFFIES > WCH-PREV-TOTAL(WS-SLOT)
               AND WCH-CUR-JIF(WS-SLOT) >= WCH-PREV-JIF(WS-SLOT)
               COMPUTE WS-TOTAL-DELTA =
                   WS-TOTAL-JIFFIES - WCH-PREV-TOTAL(WS-SLOT)
               COMPUTE WS-JIF-DELTA =
                   WCH-CUR-JIF(WS-SLOT) - WCH-PREV-JIF(WS-SLOT)
               COMPUTE WCH-CUR-PCT(WS-SLOT) =
                   WS-JIF-DELTA * 100 / WS-TOTAL-DELTA
               IF WCH-CUR-PCT(WS-SLOT) > 100
                   MOVE 100 TO WCH-CUR-PCT(WS-SLOT)
               END-IF
           END-IF
           MOVE WCH-CUR-JIF(WS-SLOT) TO WCH-PREV-JIF(WS-SLOT)
           MOVE WS-TOTAL-JIFFIES TO WCH-PREV-TOTAL(WS-SLOT)
           MOVE "Y" TO WCH-SAMPLED(WS-SLOT)
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- the missing names first, then every
      * watched process with its instance count, resident set and
      * CPU share.
       Emit-Proc-Detail.
           DISPLAY " "
           DISPLAY "P " WS-UP-COUNT "/" WS-WANT-COUNT
           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
               UNTIL WS-WANT-IDX > WS-WANT-COUNT
               MOVE WNT-SLOT(WS-WANT-IDX) TO WS-SLOT
               IF WCH-CUR-PROCS(WS-SLOT) = 0
                   DISPLAY "missing: " FUNCTION TRIM(WCH-NAME(WS-SLOT))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
               UNTIL WS-WANT-IDX > WS-WANT-COUNT
               MOVE WNT-SLOT(WS-WANT-IDX) TO WS-SLOT
               IF WCH-CUR-PROCS(WS-SLOT) > 0
      * Resident set is counted in 4KiB pages, as in DTOPHOOK.
                   COMPUTE WS-RSS-KB = WCH-CUR-RSS(WS-SLOT) * 4
                   MOVE "F" TO WS-UNIT-MODE
                   MOVE WS-RSS-KB TO WS-UNIT-VALUE
                   MOVE "KiB" TO WS-UNIT-NAME
                   CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
                       WS-UNIT-NAME WS-UNIT-TEXT
                   END-CALL
                   DISPLAY WCH-NAME(WS-SLOT) " up   x"
                       WCH-CUR-PROCS(WS-SLOT) " "
                       FUNCTION TRIM(WS-UNIT-TEXT) " "
                       WCH-CUR-PCT(WS-SLOT) "%"
               ELSE
                   DISPLAY WCH-NAME(WS-SLOT) " DOWN"
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
