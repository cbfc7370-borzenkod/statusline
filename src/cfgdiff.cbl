       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PIC X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD               PIC X(400).
       FD THEME-FILE.
       01 THEME-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
         05 FILLER                     PIC X.
         05 WS-CONFIG-BODY             PIC X(71).
         05 FILLER                     PIC X(245).
         05 WS-CONFIG-TAIL             PIC X(49).
      * The module lines each side loaded, colors already resolved
      * through that side's palette -- the comparison walks these.
       01 WS-OLD-TABLE.
         05 WS-OLD-COUNT               PIC 9(3) VALUE 0.
         05 WS-OLD-ENTRY OCCURS 80 TIMES.
           10 OLD-LINE                 PIC X(400).
           10 OLD-CLAIMED              PIC X.
       01 WS-NEW-TABLE.
         05 WS-NEW-COUNT               PIC 9(3) VALUE 0.
         05 WS-NEW-ENTRY OCCURS 80 TIMES.
           10 NEW-LINE                 PIC X(400).
           10 NEW-CLAIMED              PIC X.
      * Which table Store-Module-Line should land in.
       01 WS-LOAD-SIDE                 PIC X.
         05 FILLER PIC X(15) VALUE "ESCN    0326003".
         05 FILLER PIC X(15) VALUE "ESCCMD  0330060".
         05 FILLER PIC X(15) VALUE "MARKUP  0391001".
         05 FILLER PIC X(15) VALUE "SPARK   0393002".
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-DICT.
         05 WS-FIELD OCCURS 25 TIMES.
           10 FLD-NAME                 PIC X(8).
           10 FLD-OFFSET               PIC 9(4).
           10 FLD-LENGTH               PIC 9(3).
       01 WS-AT-EOF                    PIC X.
       01 WS-ARG-OLD                   PIC X(200).
       01 WS-ARG-NEW                   PIC X(200).
      * The machine each side is read as -- IF-HOST blocks and
      * ${HOST} answer for it (blank: this one), so one shared file
      * given twice with two hosts shows what differs between them.
       01 WS-ARG-OLD-HOST              PIC X(64).
       01 WS-ARG-NEW-HOST              PIC X(64).
      * CFGVARS's call parameters -- SET, IF-HOST and END taken,
      * references expanded, before a line is dispatched.
       01 WS-VAR-MODE                  PIC X.
       01 WS-VAR-LINE                  PIC X(400).
       01 WS-VAR-KEEP                  PIC X.
       01 WS-VAR-MESSAGE               PIC X(60).
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(200).
       PROCEDURE DIVISION.
       Main.
           PERFORM Parse-Arguments
           IF WS-ARG-OLD = SPACES OR WS-ARG-NEW = SPACES
               DISPLAY "usage: cfgdiff OLDFILE NEWFILE"
                   " [OLDHOST [NEWHOST]]" UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE "O" TO WS-LOAD-SIDE
           MOVE SPACES TO WS-CONFIG-PATH
           MOVE FUNCTION TRIM(WS-ARG-OLD) TO WS-CONFIG-PATH
           MOVE WS-ARG-OLD-HOST TO WS-VAR-LINE
           PERFORM Load-Config-Side
           MOVE "N" TO WS-LOAD-SIDE
           MOVE SPACES TO WS-CONFIG-PATH
           MOVE FUNCTION TRIM(WS-ARG-NEW) TO WS-CONFIG-PATH
           MOVE WS-ARG-NEW-HOST TO WS-VAR-LINE
           PERFORM Load-Config-Side
           PERFORM Compare-Sides
           IF WS-DIFFS = 0
           STOP RUN.
       Parse-Arguments.
           MOVE SPACES TO WS-ARG-OLD WS-ARG-NEW
           MOVE SPACES TO WS-ARG-OLD-HOST WS-ARG-NEW-HOST
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 4
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
               EVALUATE WS-ARG-NUM
                   WHEN 1 MOVE WS-ARG-VAL TO WS-ARG-OLD
                   WHEN 2 MOVE WS-ARG-VAL TO WS-ARG-NEW
                   WHEN 3 MOVE WS-ARG-VAL TO WS-ARG-OLD-HOST
                   WHEN 4 MOVE WS-ARG-VAL TO WS-ARG-NEW-HOST
               END-EVALUATE
           END-PERFORM
      * One host given names the machine both sides are read as.
           IF WS-ARG-NEW-HOST = SPACES
               MOVE WS-ARG-OLD-HOST TO WS-ARG-NEW-HOST
           END-IF
           EXIT PARAGRAPH.
      * WS-VAR-LINE carries the side's host in.
       Load-Config-Side.
           MOVE 0 TO WS-THEME-COUNT
           MOVE "R" TO WS-VAR-MODE
           PERFORM Call-Cfgvars
           OPEN INPUT CONFIG-FILE
           IF NOT WS-FILE-OK
               DISPLAY "CFGDIFF: cannot open "
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       IF WS-VAR-KEEP = "Y"
                           PERFORM Dispatch-Config-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           EXIT PARAGRAPH.
       Filter-Config-Line.
           MOVE "F" TO WS-VAR-MODE
           MOVE WS-CONFIG-LINE TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           MOVE WS-VAR-LINE TO WS-CONFIG-LINE
           EXIT PARAGRAPH.
       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-VAR-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.
       Dispatch-Config-Line.
           IF WS-TYPE-COMMENT OR WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       IF NOT WS-TYPE-INCLUDE
                           PERFORM Filter-Config-Line
                           IF WS-VAR-KEEP = "Y"
                               PERFORM Dispatch-Config-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      * actually paint, not the slot names.
       Store-Module-Line.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > 25
               EVALUATE FLD-NAME(WS-FLD-IDX)
                   WHEN "COLOR   "
                   WHEN "WARNC   "
       Compare-Matched-Fields.
           MOVE "N" TO WS-CHANGED
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > 25
               MOVE SPACES TO WS-FLD-OLD WS-FLD-NEW
               MOVE OLD-LINE(WS-MATCH-IDX) (FLD-OFFSET(WS-FLD-IDX):
                   FLD-LENGTH(WS-FLD-IDX)) TO WS-FLD-OLD
