       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRLF ASSIGN TO "STATUSLINE-COB.PRL"
               FILE STATUS IS WS-PRL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PRLF.
       01 PRL-RECORD                   PIC X(47).
       WORKING-STORAGE SECTION.
       01 WS-PRL-STATUS                PIC XX.
         88 WS-PRL-OK                  VALUE "00".
      * One start/stop ledger line, as DPROCHOOK writes it.
       01 WS-PRL-LINE.
         05 WS-PRL-NAME                PIC X(16).
         05 FILLER                     PIC X.
         05 WS-PRL-TS.
           10 WS-PRL-DATE              PIC 9(8).
           10 WS-PRL-HH                PIC 99.
           10 WS-PRL-MI                PIC 99.
           10 WS-PRL-SS                PIC 99.
         05 FILLER                     PIC X.
         05 WS-PRL-EVENT               PIC X(4).
         05 FILLER                     PIC X.
         05 WS-PRL-PID                 PIC X(8).
         05 FILLER                     PIC X.
         05 WS-PRL-FIRST               PIC X.
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
       01 WS-FILTER                    PIC X(16) VALUE SPACES.
      * Per-process running totals. The time between two records is
      * credited to the state the earlier one left the process in,
      * and the last stretch runs on to now; the bar being stopped
      * is not seen, so a stretch spanning it counts as the state
      * last recorded. A restart is a DOWN that came back UP, or an
      * RSTR (a new pid between two polls); the flagged first-look
      * records only set the state.
       01 WS-PROC-TABLE.
         05 WS-PROC-ENTRY OCCURS 40 TIMES.
           10 PRC-NAME                 PIC X(16).
           10 PRC-STATE                PIC X.
           10 PRC-LAST-SECS            PIC 9(12).
           10 PRC-RUN-START            PIC 9(12).
           10 PRC-FIRST-TS             PIC X(14).
           10 PRC-UP-SECS              PIC 9(10).
           10 PRC-DOWN-SECS            PIC 9(10).
           10 PRC-RESTARTS             PIC 9(5).
           10 PRC-DOWNS                PIC 9(5).
       01 WS-PROC-COUNT                PIC 99 VALUE 0.
       01 WS-PROC-IDX                  PIC 99.
       01 WS-PROC-FOUND                PIC 99.
       01 WS-REC-SECS                  PIC 9(12).
       01 WS-NOW-SECS                  PIC 9(12).
       01 WS-NOW-FIELDS.
         05 WS-NOW-DATE                PIC 9(8).
         05 WS-NOW-HH                  PIC 99.
         05 WS-NOW-MI                  PIC 99.
         05 WS-NOW-SS                  PIC 99.
         05 FILLER                     PIC X(7).
       01 WS-SPAN-SECS                 PIC 9(12).
       01 WS-RUN-SECS                  PIC 9(10).
       01 WS-AVAIL-PCT                 PIC ZZ9.9.
       01 WS-STATE-TEXT                PIC X(4).
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-FILTER
           ACCEPT WS-FILTER FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FILTER
           END-ACCEPT
           IF WS-FILTER = "-h" OR WS-FILTER = "--help"
               DISPLAY "usage: procrpt [PROCESS]" UPON SYSERR
               GO TO Main-Exit
           END-IF
           OPEN INPUT PRLF
           IF NOT WS-PRL-OK
               DISPLAY "PROCRPT: cannot open STATUSLINE-COB.PRL"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ PRLF INTO WS-PRL-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Apply-Record
               END-READ
           END-PERFORM
           CLOSE PRLF
           PERFORM Print-Report.
       Main-Exit.
           STOP RUN.
       Apply-Record.
           IF WS-PRL-TS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-FILTER NOT = SPACES AND WS-PRL-NAME NOT = WS-FILTER
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Process
           IF WS-PROC-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-SECS =
               FUNCTION INTEGER-OF-DATE(WS-PRL-DATE) * 86400
               + WS-PRL-HH * 3600 + WS-PRL-MI * 60 + WS-PRL-SS
           PERFORM Credit-Stretch
           EVALUATE WS-PRL-EVENT
               WHEN "UP"
                   IF WS-PRL-FIRST NOT = "I"
                       AND PRC-STATE(WS-PROC-FOUND) = "D"
                       ADD 1 TO PRC-RESTARTS(WS-PROC-FOUND)
                   END-IF
                   IF PRC-STATE(WS-PROC-FOUND) NOT = "U"
                       MOVE WS-REC-SECS TO PRC-RUN-START(WS-PROC-FOUND)
                   END-IF
                   MOVE "U" TO PRC-STATE(WS-PROC-FOUND)
               WHEN "RSTR"
                   ADD 1 TO PRC-RESTARTS(WS-PROC-FOUND)
                   MOVE WS-REC-SECS TO PRC-RUN-START(WS-PROC-FOUND)
                   MOVE "U" TO PRC-STATE(WS-PROC-FOUND)
               WHEN "DOWN"
                   IF WS-PRL-FIRST NOT = "I"
                       AND PRC-STATE(WS-PROC-FOUND) NOT = "D"
                       ADD 1 TO PRC-DOWNS(WS-PROC-FOUND)
                   END-IF
                   MOVE "D" TO PRC-STATE(WS-PROC-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-REC-SECS TO PRC-LAST-SECS(WS-PROC-FOUND)
           EXIT PARAGRAPH.
       Find-Process.
           MOVE 0 TO WS-PROC-FOUND
           PERFORM VARYING WS-PROC-IDX FROM 1 BY 1
               UNTIL WS-PROC-IDX > WS-PROC-COUNT
               IF PRC-NAME(WS-PROC-IDX) = WS-PRL-NAME
                   MOVE WS-PROC-IDX TO WS-PROC-FOUND
                   MOVE WS-PROC-COUNT TO WS-PROC-IDX
               END-IF
           END-PERFORM
           IF WS-PROC-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PROC-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROC-COUNT
           MOVE WS-PROC-COUNT TO WS-PROC-FOUND
           MOVE WS-PRL-NAME TO PRC-NAME(WS-PROC-FOUND)
           MOVE SPACE TO PRC-STATE(WS-PROC-FOUND)
           MOVE 0 TO PRC-LAST-SECS(WS-PROC-FOUND)
           MOVE 0 TO PRC-RUN-START(WS-PROC-FOUND)
           MOVE WS-PRL-TS TO PRC-FIRST-TS(WS-PROC-FOUND)
           MOVE 0 TO PRC-UP-SECS(WS-PROC-FOUND)
           MOVE 0 TO PRC-DOWN-SECS(WS-PROC-FOUND)
           MOVE 0 TO PRC-RESTARTS(WS-PROC-FOUND)
           MOVE 0 TO PRC-DOWNS(WS-PROC-FOUND)
           EXIT PARAGRAPH.
      * WS-REC-SECS is the end of the stretch since the process's
      * last record; clocks that stepped backwards credit nothing.
       Credit-Stretch.
           IF PRC-STATE(WS-PROC-FOUND) = SPACE
               OR WS-REC-SECS <= PRC-LAST-SECS(WS-PROC-FOUND)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPAN-SECS =
               WS-REC-SECS - PRC-LAST-SECS(WS-PROC-FOUND)
           IF PRC-STATE(WS-PROC-FOUND) = "U"
               ADD WS-SPAN-SECS TO PRC-UP-SECS(WS-PROC-FOUND)
           ELSE
               ADD WS-SPAN-SECS TO PRC-DOWN-SECS(WS-PROC-FOUND)
           END-IF
           EXIT PARAGRAPH.
       Print-Report.
           IF WS-PROC-COUNT = 0
               DISPLAY "PROCRPT: no watched processes recorded"
               GO TO Print-Report-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS
           DISPLAY "PROCESS          STATE  RESTARTS  DOWNS"
               "     UP-SECS   DOWN-SECS  AVAIL%  CURRENT-RUN"
               "  SINCE"
           PERFORM VARYING WS-PROC-IDX FROM 1 BY 1
               UNTIL WS-PROC-IDX > WS-PROC-COUNT
               PERFORM Print-Process-Line
           END-PERFORM.
       Print-Report-Exit.
           EXIT PARAGRAPH.
      * The open stretch runs on to now before the line is printed;
      * CURRENT-RUN is how long the present instance has been up
      * (from its first-look record, if it was already running
      * then), zero while it is down.
       Print-Process-Line.
           MOVE WS-PROC-IDX TO WS-PROC-FOUND
           MOVE WS-NOW-SECS TO WS-REC-SECS
           PERFORM Credit-Stretch
           MOVE 0 TO WS-RUN-SECS
           IF PRC-STATE(WS-PROC-IDX) = "U"
               MOVE "UP" TO WS-STATE-TEXT
               IF WS-NOW-SECS > PRC-RUN-START(WS-PROC-IDX)
                   COMPUTE WS-RUN-SECS =
                       WS-NOW-SECS - PRC-RUN-START(WS-PROC-IDX)
               END-IF
           ELSE
               MOVE "DOWN" TO WS-STATE-TEXT
           END-IF
           IF PRC-UP-SECS(WS-PROC-IDX) + PRC-DOWN-SECS(WS-PROC-IDX)
               > 0
               COMPUTE WS-AVAIL-PCT ROUNDED =
                   PRC-UP-SECS(WS-PROC-IDX) * 100
                   / (PRC-UP-SECS(WS-PROC-IDX)
                      + PRC-DOWN-SECS(WS-PROC-IDX))
           ELSE
               MOVE 0 TO WS-AVAIL-PCT
           END-IF
           DISPLAY PRC-NAME(WS-PROC-IDX) " "
               WS-STATE-TEXT "   "
               PRC-RESTARTS(WS-PROC-IDX) "  "
               PRC-DOWNS(WS-PROC-IDX) "  "
               PRC-UP-SECS(WS-PROC-IDX) "  "
               PRC-DOWN-SECS(WS-PROC-IDX) "   "
               WS-AVAIL-PCT "   "
               WS-RUN-SECS "  "
               PRC-FIRST-TS(WS-PROC-IDX)
           EXIT PARAGRAPH.
