       01 WS-TZ-LOCAL            PIC S9(5).
       01 WS-TZ-SET              PIC X.
       01 WS-DAY-MINUTES         PIC S9(5).
       01 WS-CLOCK               PIC X(3).
      * LOCFMT's call parameters -- the LOCALE's clock, used when
      * the config leaves GENERAL's time format unset.
       01 WS-LOC-MODE            PIC X VALUE "O".
       01 WS-LOC-VALUE           PIC S9(15)V99.
       01 WS-LOC-RESULT          PIC X(8).
       01 WS-LOC-TEXT            PIC X(256).
       LINKAGE SECTION.
      * L-BODY carries an optional time pattern built from the tokens
      * HH, MI, SS and AMPM, e.g. "HH:MI:SS AMPM". Blank defaults to
      * "HH:MI:SS", or "HH:MI:SS AMPM" when L-TIME-FMT is "12H".
      * An L-TIME-FMT other than "12H" or "24H" takes the clock from
      * the LOCALE.
      * The pattern may lead with a timezone designation -- "UTC" or
      * a signed offset such as "+0800" or "-0530" -- shifting the
      * rendered time into that zone, so several TIME lines make a
           IF WS-TZ-SET = "Y"
               PERFORM Shift-To-Zone
           END-IF
           MOVE L-TIME-FMT TO WS-CLOCK
           IF WS-CLOCK NOT = "12H" AND WS-CLOCK NOT = "24H"
               CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE
                   WS-LOC-RESULT WS-LOC-TEXT
               END-CALL
               MOVE WS-LOC-RESULT(6:3) TO WS-CLOCK
           END-IF
           MOVE WS-CURRENT-HOUR TO WS-DISPLAY-HOUR
           MOVE "PM  " TO WS-AMPM
           IF WS-CURRENT-HOUR < 12
               MOVE "AM  " TO WS-AMPM
           END-IF
           IF WS-CLOCK = "12H"
               IF WS-CURRENT-HOUR = 0
                   MOVE 12 TO WS-DISPLAY-HOUR
               ELSE
           IF WS-BODY-WORK NOT = SPACES
               MOVE FUNCTION TRIM(WS-BODY-WORK) TO WS-PATTERN
           ELSE
               IF WS-CLOCK = "12H"
                   MOVE "HH:MI:SS AMPM" TO WS-PATTERN
               ELSE
                   MOVE "HH:MI:SS" TO WS-PATTERN
