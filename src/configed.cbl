       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PICTURE IS X(400).
       FD REVF.
       01 REV-RECORD                   PICTURE IS X(400).
       FD REVIDX.
       01 RIDX-RECORD                  PICTURE IS X(60).
       WORKING-STORAGE SECTION.
      * very same record layout MAIN reads.
       01 WS-LINE-TABLE.
         05 WS-LINE-COUNT              PIC 9(3) VALUE 0.
         05 WS-LINE OCCURS 80 TIMES   PIC X(400).
      * Same field carving MAIN's WS-CONFIG-LINE applies, including
      * every column added over the years -- see main.cbl for what
      * each one means.
         05 WS-ED-ESC-CMD              PIC X(60).
         05 FILLER                     PIC X.
         05 WS-ED-MARKUP               PIC X(1).
         05 FILLER                     PIC X.
         05 WS-ED-SPARK                PIC X(2).
       01 WS-AT-EOF                    PIC X.
       01 WS-CHOICE                    PIC X(8).
       01 WS-ANSWER                    PIC X(71).
       01 WS-FIELD-NAME                PIC X(8).
       01 WS-LINE-NUM                  PIC 9(3).
       01 WS-DEST-NUM                  PIC 9(3).
       01 WS-MOVE-HOLD                 PIC X(400).
       01 WS-IDX                       PIC 9(3).
       01 WS-DIRTY                     PIC X VALUE "N".
       01 WS-RELOAD-CMD                PIC X(80).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-RIDX-REASON             PIC X(40).
       01 WS-ROLLBACK-NUM              PIC 9(3).
      * CFGVARS's call parameters, for X)pand -- the lines as a
      * given host would load them.
       01 WS-VAR-MODE                  PIC X.
       01 WS-VAR-LINE                  PIC X(400).
       01 WS-VAR-KEEP                  PIC X.
       01 WS-VAR-MESSAGE               PIC X(60).
      * The free-text columns a reference can sit in -- name,
      * offset and length in WS-EDIT-LINE.
       01 WS-EXPAND-DICT.
         05 FILLER PIC X(15) VALUE "LABEL   0128020".
         05 FILLER PIC X(15) VALUE "ACTION  0153060".
         05 FILLER PIC X(15) VALUE "ALERT   0247060".
         05 FILLER PIC X(15) VALUE "ESCCMD  0330060".
       01 WS-EXPAND-TABLE REDEFINES WS-EXPAND-DICT.
         05 WS-EXPAND-COL OCCURS 4 TIMES.
           10 EXP-NAME                 PIC X(8).
           10 EXP-OFFSET               PIC 9(4).
           10 EXP-LENGTH               PIC 9(3).
       01 WS-EXP-IDX                   PIC 9.
       01 WS-SAVED-PATH                PIC X(256).
       PROCEDURE DIVISION.
       Main.
           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "L)ist A)dd D)elete M)ove E)dit "
                   "W)rite+reload H)istory R)ollback eX)pand Q)uit"
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
                   WHEN "W" PERFORM Write-Config
                   WHEN "H" PERFORM Show-History
                   WHEN "R" PERFORM Rollback-Revision
                   WHEN "X" PERFORM Expand-Lines
                   WHEN "Q"
                       MOVE "Q" TO WS-CHOICE
                       IF WS-DIRTY = "Y"
                   WS-ED-COLOR " " FUNCTION TRIM(WS-ED-BODY(1:30))
           END-PERFORM
           EXIT PARAGRAPH.
      * The lines a host would load, numbered as in L)ist: SET,
      * IF-HOST and END taken and blocks for other hosts left out,
      * ${NAME} references expanded -- with any free-text column
      * beyond the listed body that expansion changed shown below
      * its line. The table itself is left as written.
       Expand-Lines.
           DISPLAY "host (blank: this machine): " WITH NO ADVANCING
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE "R" TO WS-VAR-MODE
           MOVE SPACES TO WS-VAR-LINE
           MOVE WS-ANSWER TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LINE-COUNT
               PERFORM Expand-One-Line
           END-PERFORM
           MOVE "E" TO WS-VAR-MODE
           PERFORM Call-Cfgvars
           IF WS-VAR-MESSAGE NOT = SPACES
               DISPLAY "    ** " FUNCTION TRIM(WS-VAR-MESSAGE)
           END-IF
           EXIT PARAGRAPH.
       Expand-One-Line.
           MOVE "F" TO WS-VAR-MODE
           MOVE WS-LINE(WS-IDX) TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           IF WS-VAR-MESSAGE NOT = SPACES
               DISPLAY WS-IDX " ** " FUNCTION TRIM(WS-VAR-MESSAGE)
           END-IF
           IF WS-VAR-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAR-LINE TO WS-EDIT-LINE
           DISPLAY WS-IDX " " WS-ED-TYPE " " WS-ED-NAME " "
               WS-ED-COLOR " " FUNCTION TRIM(WS-ED-BODY(1:30))
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 4
               IF WS-VAR-LINE(EXP-OFFSET(WS-EXP-IDX):
                       EXP-LENGTH(WS-EXP-IDX))
                   NOT = WS-LINE(WS-IDX) (EXP-OFFSET(WS-EXP-IDX):
                       EXP-LENGTH(WS-EXP-IDX))
                   DISPLAY "    " EXP-NAME(WS-EXP-IDX) " "
                       FUNCTION TRIM(WS-VAR-LINE(
                           EXP-OFFSET(WS-EXP-IDX):
                           EXP-LENGTH(WS-EXP-IDX)))
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-VAR-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.
       Add-Module.
           IF WS-LINE-COUNT >= 80
               DISPLAY "table full"
           DISPLAY "field (NAME COLOR BODY WARN WARNC CRIT CRITC"
               " POS LABEL REFRESH ACTION HIDE BG BORDER MINW"
               " WIDTH JUST TMOUT ALERT RATEW RATEC AREPEAT"
               " ESCN ESCCMD MARKUP SPARK): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-NAME
           ACCEPT WS-FIELD-NAME
                   ELSE
                       DISPLAY "MARKUP is P or blank -- unchanged"
                   END-IF
               WHEN "SPARK"
                   IF WS-ANSWER = SPACES
                       OR (WS-ANSWER(1:2) IS NUMERIC
                           AND WS-ANSWER(1:2) >= "02"
                           AND WS-ANSWER(1:2) <= "16"
                           AND WS-ANSWER(3:) = SPACES)
                       MOVE WS-ANSWER(1:2) TO WS-ED-SPARK
                   ELSE
                       DISPLAY "SPARK is 02 to 16 or blank"
                           " -- unchanged"
                   END-IF
               WHEN "JUST"
                   IF WS-ANSWER(1:1) = "L" OR WS-ANSWER(1:1) = "R"
                       OR WS-ANSWER = SPACES
