           05 LOAD5  USAGE COMP-2.
           05 LOAD15 USAGE COMP-2.
       01 DIS PIC IS 9.99.
      * LOCFMT's call parameters -- each figure takes the LOCALE's
      * decimal separator on its way out.
       01 WS-LOC-MODE        PIC X VALUE "N".
       01 WS-LOC-VALUE       PIC S9(15)V99.
       01 WS-LOC-RESULT      PIC X(8).
       01 WS-LOC-TEXT        PIC X(256).
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
               WHEN "15"  MOVE LOAD15 TO DIS
               WHEN "ALL"
                   MOVE LOAD1 TO DIS
                   PERFORM Show-Figure
                   DISPLAY " " WITH NO ADVANCING
                   MOVE LOAD5 TO DIS
                   PERFORM Show-Figure
                   DISPLAY " " WITH NO ADVANCING
                   MOVE LOAD15 TO DIS
                   PERFORM Show-Figure
                   GOBACK
               WHEN OTHER MOVE LOAD1 TO DIS
           END-EVALUATE
           PERFORM Show-Figure
           GOBACK.

       Show-Figure.
           MOVE DIS TO WS-LOC-TEXT
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-LOC-TEXT) WITH NO ADVANCING
           EXIT PARAGRAPH.
