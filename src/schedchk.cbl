       01 WS-DOW-NAME        PIC X(3).
       01 WS-WHEN-MATCH      PIC X.
       01 WS-TIME-MATCH      PIC X.
       01 WS-IN-MEETING      PIC X.
       LINKAGE SECTION.
      * The module whose alert or popup is about to fire, and the
      * answer -- "Y" when the current moment sits inside a window
      * that covers it, "M" when no window does but a [DND]
      * appointment is in progress (see MEETCHK), "N" otherwise.
      * A caller that only needs "quiet or not" tests NOT = "N";
      * MAIN tells the two apart because a meeting, unlike a
      * maintenance window, lets chosen CRIT pages through.
       01 L-MODULE           PIC X(12).
       01 L-IN-WINDOW        PIC X.
       PROCEDURE DIVISION USING L-MODULE L-IN-WINDOW.
           MOVE 'N' TO end-of-file
           OPEN INPUT SCHF
           IF NOT WS-SCH-OK
               PERFORM Check-Meeting
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
               END-READ
           END-PERFORM
           CLOSE SCHF
           PERFORM Check-Meeting
           GOBACK.

       Check-Meeting.
           IF L-IN-WINDOW = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-MEETING
           CALL 'MEETCHK' USING WS-IN-MEETING
           END-CALL
           IF WS-IN-MEETING = "Y"
               MOVE "M" TO L-IN-WINDOW
           END-IF
           EXIT PARAGRAPH.

       Check-Window.
           IF WS-SCH-LINE = SPACES OR WS-SCH-WHEN(1:1) = "*"
               EXIT PARAGRAPH
