       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the figures in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       01 WS-READ-DELTA      PIC 9(15) COMP.
       01 WS-WRITE-DELTA     PIC 9(15) COMP.
       01 TMP                PIC 9(15).
       LINKAGE SECTION.
      * L-BODY may carry a block device name override, e.g. "sda" or
           EXIT PARAGRAPH.

       PrintHuman.
           MOVE "F" TO WS-UNIT-MODE
           MOVE TMP TO WS-UNIT-VALUE
           MOVE "B" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-UNIT-TEXT) WITH NO ADVANCING.
