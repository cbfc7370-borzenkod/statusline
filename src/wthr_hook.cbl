       01 WS-WX-START        PIC 9(3).
       01 WS-WX-TLEN         PIC 9(3).
       01 WS-WX-DONE         PIC X.
      * Fahrenheit rewrite of the fetched text -- see
      * Convert-Weather-Text. The fetch is taken to answer in
      * Celsius, as the typed value always has.
       01 WS-WX-FROM         PIC 9(3).
       01 WS-WX-END          PIC 9(3).
       01 WS-WX-DEGREE       PIC X.
       01 WS-WX-NUM-LEN      PIC 9(3).
       01 WS-WX-NEW          PIC X(71).
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
      * The body with any %{NAME} secret references filled in from
      * STATUSLINE-COB.SEC -- built just before the run, never kept
      * or shown. See SECRETS.
       01 WS-SEC-MODE        PIC X VALUE "R".
       01 WS-SEC-TEXT        PIC X(200).
       01 WS-RUN-BODY        PIC X(400).
       01 WS-SEC-RESULT      PIC X.
       LINKAGE SECTION.
      * L-BODY is the weather fetch command, run the way DEXECHOOK
      * runs its body -- e.g. a curl of wttr.in's one-line format.
           IF L-BODY = SPACES
               GOBACK
           END-IF
           MOVE L-BODY TO WS-SEC-TEXT
           CALL 'SECRETS' USING WS-SEC-MODE WS-SEC-TEXT WS-RUN-BODY
               WS-SEC-RESULT
           END-CALL
      * A reference that cannot be filled in leaves nothing safe to
      * run -- show the last good answer, as for a failed fetch.
           IF WS-SEC-RESULT NOT = "Y"
               PERFORM Show-Cached-Weather
               GOBACK
           END-IF
           MOVE SPACES TO WS-CMD
           IF L-TIMEOUT > 0
               PERFORM Escape-Body-Quotes
                      INTO WS-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-RUN-BODY) DELIMITED BY SIZE
                      " > /tmp/.statusline-cob-wthr.out 2>/dev/null"
                          DELIMITED BY SIZE
                      INTO WS-CMD
           IF WS-RESULT NOT = SPACES
               PERFORM Write-Cache
               PERFORM Set-Weather-Value
               PERFORM Convert-Weather-Text
               DISPLAY FUNCTION TRIM(WS-RESULT) WITH NO ADVANCING
               GOBACK
           END-IF
      * The fetch came back empty -- a network blip or a provider
      * hiccup -- so fall back to the last good answer on disk.
           PERFORM Show-Cached-Weather
           GOBACK.

       Show-Cached-Weather.
           PERFORM Read-Cache
           IF WS-RESULT NOT = SPACES
               PERFORM Set-Weather-Value
               PERFORM Convert-Weather-Text
               DISPLAY FUNCTION TRIM(WS-RESULT) "*" WITH NO ADVANCING
           ELSE
               MOVE "808080" TO L-COLOR
               DISPLAY "WX: N/A" WITH NO ADVANCING
           END-IF
           EXIT PARAGRAPH.

      * The temperature is the first number in the fetched text, and
      * a "-" hugging its left edge is part of it -- a digit-run
               MOVE "Y" TO WS-HOOK-VALUE-SET
           END-IF
           EXIT PARAGRAPH.
      * With UNITS set to Fahrenheit, the temperature found by
      * Set-Weather-Value is swapped in place for its converted
      * figure -- only when a "C" (or a degree sign and "C")
      * follows it, so a fetch answering in some other scale is
      * shown exactly as it came. A leading "+" goes with the old
      * figure. Celsius leaves the text alone.
       Convert-Weather-Text.
           IF WS-WX-TLEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO WS-UNIT-MODE
           MOVE WS-HOOK-VALUE TO WS-UNIT-VALUE
           MOVE "degC" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           COMPUTE WS-WX-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-UNIT-TEXT)) - 1
           IF WS-UNIT-TEXT(WS-WX-NUM-LEN + 1:1) NOT = "F"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WX-START TO WS-WX-FROM
           IF WS-WX-FROM > 1
               AND (WS-RESULT(WS-WX-FROM - 1:1) = "-"
                    OR WS-RESULT(WS-WX-FROM - 1:1) = "+")
               SUBTRACT 1 FROM WS-WX-FROM
           END-IF
           MOVE WS-WX-START TO WS-WX-END
           PERFORM UNTIL WS-WX-END >= 71
               OR NOT ((WS-RESULT(WS-WX-END + 1:1) >= "0"
                        AND WS-RESULT(WS-WX-END + 1:1) <= "9")
                       OR WS-RESULT(WS-WX-END + 1:1) = ".")
               ADD 1 TO WS-WX-END
           END-PERFORM
           MOVE "N" TO WS-WX-DEGREE
           IF WS-WX-END <= 68
               AND WS-RESULT(WS-WX-END + 1:3) = X"C2B043"
               MOVE "Y" TO WS-WX-DEGREE
               ADD 3 TO WS-WX-END
           ELSE
               IF WS-WX-END <= 70
                   AND WS-RESULT(WS-WX-END + 1:1) = "C"
                   ADD 1 TO WS-WX-END
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-WX-NEW
           IF WS-WX-FROM > 1
               MOVE WS-RESULT(1:WS-WX-FROM - 1) TO WS-WX-NEW
           END-IF
           STRING WS-UNIT-TEXT(1:WS-WX-NUM-LEN) DELIMITED BY SIZE
                  INTO WS-WX-NEW WITH POINTER WS-WX-FROM
           END-STRING
           IF WS-WX-DEGREE = "Y"
               STRING X"C2B0" DELIMITED BY SIZE
                      INTO WS-WX-NEW WITH POINTER WS-WX-FROM
               END-STRING
           END-IF
           STRING "F" DELIMITED BY SIZE
                  INTO WS-WX-NEW WITH POINTER WS-WX-FROM
           END-STRING
           IF WS-WX-END < 71
               STRING WS-RESULT(WS-WX-END + 1:) DELIMITED BY SIZE
                      INTO WS-WX-NEW WITH POINTER WS-WX-FROM
               END-STRING
           END-IF
           MOVE WS-WX-NEW TO WS-RESULT
           EXIT PARAGRAPH.
      * Rewrites each single quote in the body as '\'' -- close the
      * wrapper's quote, emit an escaped quote, reopen -- so the
      * timeout wrapper can single-quote any fetch command.
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
