       DATA DIVISION.
       FILE SECTION.
       FD CALF.
       01 CAL-RECORD                   PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS                PIC XX.
         88 WS-CAL-OK                  VALUE "00".
      *   cols 15-54  description
      *   cols 56-59  end HHMM (optional)
      *   cols 61-68  recurrence (DAILY/WEEKLY/MONTHLY/mask)
      *   cols 70-133 source UID (ICSIMP entries; blank if typed)
      * The UID is carried through untouched so an edited imported
      * entry stays matched to its calendar event.
       01 WS-LINE-TABLE.
         05 WS-LINE-COUNT              PIC 9(3) VALUE 0.
         05 WS-LINE OCCURS 100 TIMES  PIC X(133).
       01 WS-EDIT-LINE.
         05 WS-ED-DATE                 PIC X(8).
         05 FILLER                     PIC X.
         05 WS-ED-END                  PIC X(4).
         05 FILLER                     PIC X.
         05 WS-ED-RECUR                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-ED-UID                  PIC X(64).
       01 WS-AT-EOF                    PIC X.
       01 WS-CHOICE                    PIC X(8).
       01 WS-ANSWER                    PIC X(40).
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(WS-LINE-NUM) TO WS-EDIT-LINE
           IF WS-ED-UID NOT = SPACES
               DISPLAY "imported entry -- the next ICSIMP run puts "
                   "back what the calendar says"
           END-IF
           DISPLAY "field (DATE START DESC END RECUR): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-NAME
