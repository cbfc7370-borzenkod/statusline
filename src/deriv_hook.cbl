       01 WS-DERIV-VALUE     PIC S9(9)V99 EXTERNAL.
       01 WS-DERIV-OK        PIC X EXTERNAL.
       01 WS-SHOW-VALUE      PIC -(8)9.99.
      * LOCFMT's call parameters -- the figure takes the LOCALE's
      * separators on its way out.
       01 WS-LOC-MODE        PIC X VALUE "N".
       01 WS-LOC-VALUE       PIC S9(15)V99.
       01 WS-LOC-RESULT      PIC X(8).
       01 WS-LOC-TEXT        PIC X(256).
      * Structured-value channel of the hook interface -- the
      * composite lands in the history store under the derived
      * module's own name.
               END-IF
           END-IF
           MOVE WS-DERIV-VALUE TO WS-SHOW-VALUE
           MOVE WS-SHOW-VALUE TO WS-LOC-TEXT
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           DISPLAY FUNCTION TRIM(WS-LOC-TEXT) WITH NO ADVANCING
           GOBACK.
