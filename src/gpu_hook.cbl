      * carved off separately, DBATTHOOK's BAT0..BAT9 pattern.
       01 WS-HWMON-IDX       PIC 99.
       01 WS-HWMON-DIGIT     PIC 9.
      * Edited copy for the bar -- "G: 7%", never "G: 007%".
       01 WS-PCT-DISPLAY     PIC ZZ9.
      * Vendor-tool fallback, captured through a scratch file the
      * way DWTHRHOOK captures its fetch -- one line of
      * "UTIL VRAM-MIB TEMP" tokens.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders VRAM and temperature in the UNITS
      * preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       01 WS-VRAM-TEXT       PIC X(16).
       LINKAGE SECTION.
      * L-BODY picks the card when there's more than one -- a bare
      * digit reads /sys/class/drm/card<N>, the way DBATTHOOK's
           DISPLAY "G: " FUNCTION TRIM(WS-PCT-DISPLAY) "%"
               WITH NO ADVANCING
           IF WS-VRAM-FOUND = "Y"
               MOVE "MiB" TO WS-UNIT-NAME
               MOVE WS-VRAM-USED-MIB TO WS-UNIT-VALUE
               PERFORM Format-Unit
               MOVE WS-UNIT-TEXT TO WS-VRAM-TEXT
               IF WS-VRAM-TOTAL-MIB > 0
                   MOVE "MiB" TO WS-UNIT-NAME
                   MOVE WS-VRAM-TOTAL-MIB TO WS-UNIT-VALUE
                   PERFORM Format-Unit
                   DISPLAY " " FUNCTION TRIM(WS-VRAM-TEXT) "/"
                       FUNCTION TRIM(WS-UNIT-TEXT)
                       WITH NO ADVANCING
               ELSE
      * A vendor tool that reports only the used figure still gets
      * it shown -- no fake total.
                   DISPLAY " " FUNCTION TRIM(WS-VRAM-TEXT)
                       WITH NO ADVANCING
               END-IF
           END-IF
           IF WS-TEMP-FOUND = "Y"
               MOVE "degC" TO WS-UNIT-NAME
               MOVE WS-TEMP-C TO WS-UNIT-VALUE
               PERFORM Format-Unit
               DISPLAY " " FUNCTION TRIM(WS-UNIT-TEXT)
                   WITH NO ADVANCING
           END-IF
      * Compact form for i3bar's short_text -- just the percentage.
               WITH NO ADVANCING
           GOBACK.

       Format-Unit.
           MOVE "F" TO WS-UNIT-MODE
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           EXIT PARAGRAPH.

       Read-Sysfs-Card.
           MOVE SPACES TO WS-SYS-PATH
           STRING "/sys/class/drm/card" DELIMITED BY SIZE
