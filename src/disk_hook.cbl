       01 WS-MNT-POINT      PIC X(64).
       01 WS-MNT-SHOWN      PIC 99.
       01 WS-MNT-PCT        PIC 999.
       01 WS-MOUNT-PATH     PIC X(64).
       01 WS-MOUNT-LEN      PIC 99 COMP.
       01 WS-STATVFS-BUF.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the figures in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       LINKAGE SECTION.
      * L-BODY may carry a mountpoint override, e.g. "/home". Left
      * blank, "/" is measured.
           EXIT PARAGRAPH.

       PrintHuman.
           MOVE "F" TO WS-UNIT-MODE
           MOVE TMP TO WS-UNIT-VALUE
           MOVE "KiB" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-UNIT-TEXT) WITH NO ADVANCING.
