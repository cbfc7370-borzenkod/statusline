      * the command overruns its timeout budget, so the module falls
      * back to its cached value instead of freezing the bar.
       01 WS-HOOK-FAILED     PIC X EXTERNAL VALUE "N".
      * The body with any %{NAME} secret references filled in from
      * STATUSLINE-COB.SEC -- built just before the run, never kept
      * or shown. See SECRETS.
       01 WS-SEC-MODE        PIC X VALUE "R".
       01 WS-SEC-TEXT        PIC X(200).
       01 WS-RUN-BODY        PIC X(400).
       01 WS-SEC-RESULT      PIC X.
       LINKAGE SECTION.
      * L-BODY is the shell command to run; its trimmed first line of
      * output is displayed. An empty L-BODY displays nothing. The
           IF L-BODY = SPACES
               GOBACK
           END-IF
           MOVE L-BODY TO WS-SEC-TEXT
           CALL 'SECRETS' USING WS-SEC-MODE WS-SEC-TEXT WS-RUN-BODY
               WS-SEC-RESULT
           END-CALL
      * A reference that cannot be filled in leaves nothing safe to
      * run -- the module falls back to its cache like a failed poll.
           IF WS-SEC-RESULT NOT = "Y"
               MOVE "Y" TO WS-HOOK-FAILED
               GOBACK
           END-IF
           MOVE SPACES TO WS-CMD
           IF L-TIMEOUT > 0
               PERFORM Escape-Body-Quotes
                      INTO WS-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-RUN-BODY) DELIMITED BY SIZE
                      " > /tmp/.statusline-cob-exec.out 2>/dev/null"
                          DELIMITED BY SIZE
                      INTO WS-CMD
           MOVE SPACES TO WS-ESC-BODY
           MOVE 0 TO WS-ESC-OUT
           COMPUTE WS-ESC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-BODY))
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-LEN OR WS-ESC-OUT > 296
               MOVE WS-RUN-BODY(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR = "'"
                   MOVE "'\''" TO
                       WS-ESC-BODY(WS-ESC-OUT + 1:4)
