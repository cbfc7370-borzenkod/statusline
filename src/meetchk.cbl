       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEETCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Do-not-disturb check against the appointments file DCALHOOK
      * counts down to (same layout, same candidate walk). An entry
      * whose description carries "[DND]" -- "[DND] Board demo" --
      * silences the bar's notifications and alert commands for as
      * long as it is in progress: on today per its recurrence, with
      * a numeric end, and now between its start and end. An entry
      * without an end time is never "in progress", as in DCALHOOK.
           SELECT CALF ASSIGN TO DYNAMIC WS-CAL-PATH
               FILE STATUS IS WS-CAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CALF.
       01 FD-CAL-LINE        PIC X(133).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-CAL-STATUS      PIC XX.
         88 WS-CAL-OK        VALUE "00".
       01 WS-CAL-PATH        PIC X(256).
       01 WS-CAL-FOUND       PIC X.
       01 WS-CAL-LINE.
         05 WS-CAL-DATE      PIC X(8).
         05 FILLER           PIC X.
         05 WS-CAL-START     PIC X(4).
         05 FILLER           PIC X.
         05 WS-CAL-DESC      PIC X(40).
         05 FILLER           PIC X.
         05 WS-CAL-END       PIC X(4).
         05 FILLER           PIC X.
         05 WS-CAL-RECUR     PIC X(8).
       01 WS-ENV-VARS.
         05 WS-HOME-DIR      PIC X(256).
         05 WS-XDG-CONFIG-HOME PIC X(256).
       01 WS-NOW-FIELDS.
         05 WS-NOW-DATE      PIC X(8).
         05 WS-NOW-HOUR      PIC 9(2).
         05 WS-NOW-MIN       PIC 9(2).
         05 FILLER           PIC X(9).
       01 WS-NOW-MINUTES     PIC 9(5).
       01 WS-ENTRY-MINUTES   PIC 9(5).
       01 WS-END-MINUTES     PIC 9(5).
       01 WS-NOW-DOW         PIC 9.
       01 WS-NOW-DOM         PIC 99.
       01 WS-ANCHOR-DOW      PIC 9.
       01 WS-DOW-WORK-DATE   PIC 9(8).
       01 WS-DOW-RESULT      PIC 9.
       01 WS-OCCURS-TODAY    PIC X.
       01 WS-DND-DESC        PIC X(40).
       01 WS-DND-COUNT       PIC 99 COMP.
       LINKAGE SECTION.
      * "Y" while a [DND] appointment is in progress, else "N".
       01 L-IN-MEETING       PIC X.
       PROCEDURE DIVISION USING L-IN-MEETING.
           MOVE "N" TO L-IN-MEETING
           PERFORM Find-Appointments-File
           IF WS-CAL-FOUND = "N"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
           COMPUTE WS-NOW-MINUTES = WS-NOW-HOUR * 60 + WS-NOW-MIN
           MOVE FUNCTION NUMVAL(WS-NOW-DATE) TO WS-DOW-WORK-DATE
           PERFORM Compute-Day-Of-Week
           MOVE WS-DOW-RESULT TO WS-NOW-DOW
           MOVE FUNCTION NUMVAL(WS-NOW-DATE(7:2)) TO WS-NOW-DOM
           MOVE 'N' TO end-of-file
           PERFORM UNTIL end-of-file = 'Y' OR L-IN-MEETING = "Y"
               READ CALF INTO WS-CAL-LINE
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Appointment
               END-READ
           END-PERFORM
           CLOSE CALF
           GOBACK.

      * Same candidate walk as DCALHOOK's with no BODY path.
       Find-Appointments-File.
           MOVE "N" TO WS-CAL-FOUND
           ACCEPT WS-HOME-DIR FROM ENVIRONMENT "HOME"
           ACCEPT WS-XDG-CONFIG-HOME FROM ENVIRONMENT "XDG_CONFIG_HOME"
           MOVE "./APPOINTMENTS.DAT" TO WS-CAL-PATH
           PERFORM Try-Cal-Path
           IF WS-CAL-FOUND = "N" AND WS-XDG-CONFIG-HOME NOT = SPACES
               MOVE SPACES TO WS-CAL-PATH
               STRING FUNCTION TRIM(WS-XDG-CONFIG-HOME)
                      "/STATUSLINE-COB/APPOINTMENTS.DAT"
                      DELIMITED BY SIZE
                      INTO WS-CAL-PATH
               END-STRING
               PERFORM Try-Cal-Path
           END-IF
           IF WS-CAL-FOUND = "N" AND WS-HOME-DIR NOT = SPACES
               MOVE SPACES TO WS-CAL-PATH
               STRING FUNCTION TRIM(WS-HOME-DIR)
                      "/.config/STATUSLINE-COB/APPOINTMENTS.DAT"
                      DELIMITED BY SIZE
                      INTO WS-CAL-PATH
               END-STRING
               PERFORM Try-Cal-Path
           END-IF
           IF WS-CAL-FOUND = "N" AND WS-HOME-DIR NOT = SPACES
               MOVE SPACES TO WS-CAL-PATH
               STRING FUNCTION TRIM(WS-HOME-DIR)
                      "/.APPOINTMENTS.DAT" DELIMITED BY SIZE
                      INTO WS-CAL-PATH
               END-STRING
               PERFORM Try-Cal-Path
           END-IF
           EXIT PARAGRAPH.

       Try-Cal-Path.
           OPEN INPUT CALF
           IF WS-CAL-OK
               MOVE "Y" TO WS-CAL-FOUND
           END-IF
           EXIT PARAGRAPH.

       Check-Appointment.
           IF WS-CAL-START NOT NUMERIC OR WS-CAL-END NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CAL-DESC) TO WS-DND-DESC
           MOVE 0 TO WS-DND-COUNT
           INSPECT WS-DND-DESC TALLYING WS-DND-COUNT FOR ALL "[DND]"
           IF WS-DND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Occurs-Today
           IF WS-OCCURS-TODAY = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-MINUTES =
               FUNCTION NUMVAL(WS-CAL-START(1:2)) * 60
               + FUNCTION NUMVAL(WS-CAL-START(3:2))
           COMPUTE WS-END-MINUTES =
               FUNCTION NUMVAL(WS-CAL-END(1:2)) * 60
               + FUNCTION NUMVAL(WS-CAL-END(3:2))
           IF WS-ENTRY-MINUTES <= WS-NOW-MINUTES
               AND WS-NOW-MINUTES < WS-END-MINUTES
               MOVE "Y" TO L-IN-MEETING
           END-IF
           EXIT PARAGRAPH.

      * DCALHOOK's recurrence rules, unchanged.
       Check-Occurs-Today.
           MOVE "N" TO WS-OCCURS-TODAY
           EVALUATE FUNCTION TRIM(WS-CAL-RECUR)
               WHEN SPACES
                   IF WS-CAL-DATE = WS-NOW-DATE
                       MOVE "Y" TO WS-OCCURS-TODAY
                   END-IF
               WHEN "DAILY"
                   IF WS-CAL-DATE NOT NUMERIC
                       OR WS-CAL-DATE <= WS-NOW-DATE
                       MOVE "Y" TO WS-OCCURS-TODAY
                   END-IF
               WHEN "WEEKLY"
                   IF WS-CAL-DATE NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CAL-DATE)
                           TO WS-DOW-WORK-DATE
                       PERFORM Compute-Day-Of-Week
                       MOVE WS-DOW-RESULT TO WS-ANCHOR-DOW
                       IF WS-ANCHOR-DOW = WS-NOW-DOW
                           AND WS-CAL-DATE <= WS-NOW-DATE
                           MOVE "Y" TO WS-OCCURS-TODAY
                       END-IF
                   END-IF
               WHEN "MONTHLY"
                   IF WS-CAL-DATE NUMERIC
                       AND FUNCTION NUMVAL(WS-CAL-DATE(7:2))
                           = WS-NOW-DOM
                       AND WS-CAL-DATE <= WS-NOW-DATE
                       MOVE "Y" TO WS-OCCURS-TODAY
                   END-IF
               WHEN OTHER
                   IF WS-CAL-RECUR(WS-NOW-DOW:1) NOT = "-"
                       AND WS-CAL-RECUR(WS-NOW-DOW:1) NOT = SPACE
                       MOVE "Y" TO WS-OCCURS-TODAY
                   END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

       Compute-Day-Of-Week.
           COMPUTE WS-DOW-RESULT = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DOW-WORK-DATE) - 1, 7)
               + 1
           EXIT PARAGRAPH.
