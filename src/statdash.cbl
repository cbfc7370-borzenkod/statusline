         05 HIST-NUM-VALUE             PIC +9(9).99.
         05 HIST-UNIT                  PIC X(8).
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC X(165).
       WORKING-STORAGE SECTION.
       01 WS-CHK-STATUS                PIC XX.
         88 WS-CHK-OK                  VALUE "00".
       01 WS-EDIT-VALUE                PIC -(8)9.99.
       01 WS-EDIT-SLOPE                PIC -(6)9.99.
       01 WS-ROW                       PIC X(132).
      * Runbook entry for a row sitting in WARN or CRIT, printed on
      * the line under it -- see RUNBOOK.
       01 WS-RUNBOOK-REF               PIC X(16).
       01 WS-RUNBOOK-TEXT              PIC X(100).
      * "--once" draws a single frame and exits -- the same switch
      * MAIN's polling loop takes for scripting and testing.
       01 WS-ONCE-MODE                 PIC X VALUE "N".
           END-IF
           MOVE DSH-CACHE(WS-DASH-IDX) (1:70) TO WS-ROW(61:70)
           DISPLAY FUNCTION TRIM(WS-ROW)
           IF DSH-ALERT(WS-DASH-IDX) = "WARN"
               OR DSH-ALERT(WS-DASH-IDX) = "CRIT"
               PERFORM Render-Runbook-Line
           END-IF
           EXIT PARAGRAPH.
       Render-Runbook-Line.
           CALL 'RUNBOOK' USING DSH-NAME(WS-DASH-IDX)
               DSH-ALERT(WS-DASH-IDX) WS-RUNBOOK-REF WS-RUNBOOK-TEXT
           END-CALL
           IF WS-RUNBOOK-REF = SPACES AND WS-RUNBOOK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW
           STRING "runbook " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNBOOK-REF) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNBOOK-TEXT) DELIMITED BY SIZE
                  INTO WS-ROW(14:119)
           END-STRING
           DISPLAY FUNCTION TRIM(WS-ROW TRAILING)
           EXIT PARAGRAPH.
