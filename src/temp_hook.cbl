       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the reading in the UNITS preference; the
      * typed value and the WARN/CRIT columns stay in Celsius.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       LINKAGE SECTION.
      * L-BODY may carry a thermal zone name override, e.g.
      * "thermal_zone1". Left blank, "thermal_zone0" is read.
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           MOVE "F" TO WS-UNIT-MODE
           MOVE WS-TEMP-C TO WS-UNIT-VALUE
           MOVE "degC" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY "T: " FUNCTION TRIM(WS-UNIT-TEXT)
               WITH NO ADVANCING
           GOBACK.
