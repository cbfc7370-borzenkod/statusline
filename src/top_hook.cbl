       01 WS-BEST-COMM       PIC X(20).
       01 WS-SHARE-PCT       PIC 999.
       01 WS-MEM-MODE        PIC X.
       01 TMP                PIC 9(15).
      * The ten biggest consumers this tick (CPU delta, or resident
      * set in MEM mode), kept ranked as the sweep streams past --
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * UNITFMT renders the figures in the UNITS preference.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
       01 WS-WRAP-CMD        PIC X(170).
       LINKAGE SECTION.
      * L-BODY may carry the option "MEM" to rank processes by
               UNTIL WS-RANK-I > WS-RANK-COUNT
               IF WS-MEM-MODE = "Y"
                   COMPUTE WS-RANK-KB = RNK-SCORE(WS-RANK-I) * 4
                   MOVE "F" TO WS-UNIT-MODE
                   MOVE WS-RANK-KB TO WS-UNIT-VALUE
                   MOVE "KiB" TO WS-UNIT-NAME
                   CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
                       WS-UNIT-NAME WS-UNIT-TEXT
                   END-CALL
                   DISPLAY RNK-COMM(WS-RANK-I) " "
                       FUNCTION TRIM(WS-UNIT-TEXT)
               ELSE
                   IF WS-TOTAL-DELTA > 0
                       COMPUTE WS-RANK-PCT =
           EXIT PARAGRAPH.

       PrintHuman.
           MOVE "F" TO WS-UNIT-MODE
           MOVE TMP TO WS-UNIT-VALUE
           MOVE "KiB" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-UNIT-TEXT) WITH NO ADVANCING.
