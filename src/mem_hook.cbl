       01 FD-LINE           PIC X(100).
       WORKING-STORAGE SECTION.
       01 end-of-file       PIC X VALUE 'N'.
       01 WS-LINE           PIC X(100).
       01 WS-RAM-TOTAL      PIC 9(10) USAGE COMP.
       01 WS-RAM-FREE       PIC 9(10) USAGE COMP.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the figures in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       LINKAGE SECTION.
      * L-BODY carries display-option flags, space-separated, any order:
      *   SWAP - also show swap usage
           

       PrintHuman.
           MOVE "F" TO WS-UNIT-MODE
           MOVE TMP TO WS-UNIT-VALUE
           MOVE "KiB" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-UNIT-TEXT) WITH NO ADVANCING.
           
