       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGVARS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Where the machine's name comes from when $HOSTNAME isn't
      * exported (it rarely is outside an interactive shell).
           SELECT HOSTF ASSIGN TO "/etc/hostname"
               FILE STATUS IS WS-HOSTF-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HOSTF.
       01 HOSTF-RECORD       PIC X(64).
       WORKING-STORAGE SECTION.
      * Config variables and host-conditional blocks, shared by
      * every program that reads the bar's config, so one file can
      * serve several machines:
      *   SET      <NAME>              <value, in the BODY columns>
      *   IF-HOST                      <host> [<host> ...]
      *   END
      * A line between IF-HOST and END is read only on a machine
      * named in the IF-HOST body -- a name ending "*" matches any
      * host it begins, and a bare short name matches the host with
      * its domain too. Blocks nest up to eight deep. ${NAME} in
      * the BODY, LABEL, ACTION, ALERT or ESCALATE columns of any
      * later line is replaced by the value SET gave NAME; HOST and
      * USER are built in. A name nothing was SET for is left as
      * written, so a shell's own ${HOME} still reaches the shell.
       01 WS-VAR-TABLE.
         05 WS-VAR-COUNT     PIC 99 VALUE 0.
         05 WS-VAR-ENTRY OCCURS 40 TIMES.
           10 VAR-NAME       PIC X(12).
           10 VAR-VALUE      PIC X(71).
       01 WS-VAR-IDX         PIC 99.
       01 WS-VAR-FOUND       PIC 99.
       01 WS-HOST            PIC X(64).
       01 WS-SHORT-HOST      PIC X(64).
       01 WS-USER            PIC X(64).
       01 WS-HOSTF-STATUS    PIC XX.
         88 WS-HOSTF-OK      VALUE "00".
      * Block nesting: WS-DEPTH open IF-HOSTs, and the depth of the
      * outermost one whose host didn't match (0: none -- lines are
      * being read).
       01 WS-DEPTH           PIC 99 VALUE 0.
       01 WS-SKIP-DEPTH      PIC 99 VALUE 0.
       01 WS-MATCHED         PIC X.
       01 WS-HOST-TOKENS.
         05 WS-HOST-TOK      PIC X(64) OCCURS 8 TIMES.
       01 WS-TOK-IDX         PIC 9.
       01 WS-TOK-LEN         PIC 99.
      * The carving MAIN's WS-CONFIG-LINE applies, as far as the
      * type, name and body columns.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE   PIC X(8).
           88 WS-TYPE-SET    VALUE "SET     ".
           88 WS-TYPE-IF-HOST VALUE "IF-HOST ".
           88 WS-TYPE-END    VALUE "END     ".
           88 WS-TYPE-COMMENT VALUE "********".
         05 FILLER           PIC X.
         05 WS-CONFIG-NAME   PIC X(12).
         05 FILLER           PIC X.
         05 WS-CONFIG-COLOR  PIC X(6).
         05 FILLER           PIC X.
         05 WS-CONFIG-BODY   PIC X(71).
         05 FILLER           PIC X(300).
      * The free-text columns a reference is expanded in -- name,
      * offset and length, matching the carving byte for byte.
       01 WS-COLUMN-DICT.
         05 FILLER PIC X(15) VALUE "BODY    0030071".
         05 FILLER PIC X(15) VALUE "LABEL   0128020".
         05 FILLER PIC X(15) VALUE "ACTION  0153060".
         05 FILLER PIC X(15) VALUE "ALERT   0247060".
         05 FILLER PIC X(15) VALUE "ESCCMD  0330060".
       01 WS-COLUMN-TABLE REDEFINES WS-COLUMN-DICT.
         05 WS-COLUMN OCCURS 5 TIMES.
           10 COL-NAME       PIC X(8).
           10 COL-OFFSET     PIC 9(4).
           10 COL-LENGTH     PIC 9(3).
       01 WS-COL-IDX         PIC 9.
      * Substitution scratch.
       01 WS-REF-COUNT       PIC 99 COMP.
       01 WS-IN-TEXT         PIC X(71).
       01 WS-IN-LEN          PIC 999 COMP.
       01 WS-IN-IDX          PIC 999 COMP.
       01 WS-OUT-TEXT        PIC X(200).
       01 WS-OUT-POS         PIC 999 COMP.
       01 WS-OUT-LEN         PIC 999 COMP.
       01 WS-REF-END         PIC 999 COMP.
       01 WS-REF-LEN         PIC 999 COMP.
       01 WS-REF-NAME        PIC X(12).
       01 WS-VAL-LEN         PIC 999 COMP.
       LINKAGE SECTION.
      * L-MODE:
      *   R - start a config read: forget every SET, close every
      *       block, and take L-LINE(1:64) as the host IF-HOST is
      *       answered for (blank: this machine)
      *   F - a config line in L-LINE, as read. SET, IF-HOST and
      *       END are taken here and L-KEEP comes back "N", as it
      *       does for a line inside a block for another host;
      *       otherwise "Y", with the references in the line's
      *       free-text columns expanded in place
      *   E - the config has been read to its end: any block left
      *       open is closed
      *   H - the host IF-HOST is answered for, as worked out at R:
      *       L-LINE 1-64 the full name, 65-128 the short one
      * L-MESSAGE comes back blank, or what was wrong with the line
      * (F) or the file (E), for the caller's validation to report.
       01 L-MODE             PIC X.
       01 L-LINE             PIC X(400).
       01 L-KEEP             PIC X.
       01 L-MESSAGE          PIC X(60).
       PROCEDURE DIVISION USING L-MODE L-LINE L-KEEP L-MESSAGE.
           MOVE SPACES TO L-MESSAGE
           MOVE "Y" TO L-KEEP
           EVALUATE L-MODE
               WHEN "R"
                   PERFORM Reset-Variables
               WHEN "F"
                   PERFORM Filter-Config-Line
               WHEN "E"
                   IF WS-DEPTH > 0
                       MOVE "IF-HOST WITHOUT END" TO L-MESSAGE
                   END-IF
                   MOVE 0 TO WS-DEPTH WS-SKIP-DEPTH
               WHEN "H"
                   MOVE SPACES TO L-LINE
                   MOVE WS-HOST TO L-LINE(1:64)
                   MOVE WS-SHORT-HOST TO L-LINE(65:64)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       Reset-Variables.
           MOVE 0 TO WS-VAR-COUNT WS-DEPTH WS-SKIP-DEPTH
           MOVE SPACES TO WS-HOST WS-USER
           MOVE L-LINE(1:64) TO WS-HOST
           IF WS-HOST = SPACES
               ACCEPT WS-HOST FROM ENVIRONMENT "HOSTNAME"
           END-IF
           IF WS-HOST = SPACES
               OPEN INPUT HOSTF
               IF WS-HOSTF-OK
                   READ HOSTF INTO WS-HOST
                       AT END MOVE SPACES TO WS-HOST
                   END-READ
                   CLOSE HOSTF
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-HOST) TO WS-HOST
           MOVE SPACES TO WS-SHORT-HOST
           UNSTRING WS-HOST DELIMITED BY "."
               INTO WS-SHORT-HOST
           END-UNSTRING
           ACCEPT WS-USER FROM ENVIRONMENT "USER"
           IF WS-USER = SPACES
               ACCEPT WS-USER FROM ENVIRONMENT "LOGNAME"
           END-IF
           MOVE 2 TO WS-VAR-COUNT
           MOVE "HOST" TO VAR-NAME(1)
           MOVE WS-HOST TO VAR-VALUE(1)
           MOVE "USER" TO VAR-NAME(2)
           MOVE WS-USER TO VAR-VALUE(2)
           EXIT PARAGRAPH.

      * Block lines are followed even inside a block being skipped,
      * so its END is paired with the right IF-HOST.
       Filter-Config-Line.
           MOVE L-LINE TO WS-CONFIG-LINE
           IF WS-TYPE-COMMENT OR WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-IF-HOST
                   MOVE "N" TO L-KEEP
                   PERFORM Open-Host-Block
               WHEN WS-TYPE-END
                   MOVE "N" TO L-KEEP
                   PERFORM Close-Host-Block
               WHEN WS-SKIP-DEPTH > 0
                   MOVE "N" TO L-KEEP
               WHEN WS-TYPE-SET
                   MOVE "N" TO L-KEEP
                   PERFORM Expand-Columns
                   PERFORM Set-Variable
               WHEN OTHER
                   PERFORM Expand-Columns
                   MOVE WS-CONFIG-LINE TO L-LINE
           END-EVALUATE
           EXIT PARAGRAPH.

       Open-Host-Block.
           IF WS-DEPTH >= 8
               MOVE "IF-HOST NESTED MORE THAN 8 DEEP" TO L-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPTH
           IF WS-CONFIG-BODY = SPACES
               MOVE "IF-HOST NAMES NO HOST" TO L-MESSAGE
           END-IF
           IF WS-SKIP-DEPTH > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Match-Host
           IF WS-MATCHED = "N"
               MOVE WS-DEPTH TO WS-SKIP-DEPTH
           END-IF
           EXIT PARAGRAPH.

       Close-Host-Block.
           IF WS-DEPTH = 0
               MOVE "END WITHOUT IF-HOST" TO L-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SKIP-DEPTH = WS-DEPTH
               MOVE 0 TO WS-SKIP-DEPTH
           END-IF
           SUBTRACT 1 FROM WS-DEPTH
           EXIT PARAGRAPH.

      * Host names compare without regard to case, as DNS does.
       Match-Host.
           MOVE "N" TO WS-MATCHED
           MOVE SPACES TO WS-HOST-TOKENS
           UNSTRING FUNCTION TRIM(WS-CONFIG-BODY)
               DELIMITED BY ALL SPACES
               INTO WS-HOST-TOK(1) WS-HOST-TOK(2) WS-HOST-TOK(3)
                    WS-HOST-TOK(4) WS-HOST-TOK(5) WS-HOST-TOK(6)
                    WS-HOST-TOK(7) WS-HOST-TOK(8)
           END-UNSTRING
           IF WS-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
               UNTIL WS-TOK-IDX > 8 OR WS-MATCHED = "Y"
               IF WS-HOST-TOK(WS-TOK-IDX) NOT = SPACES
                   PERFORM Match-Host-Token
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Match-Host-Token.
           MOVE FUNCTION UPPER-CASE(WS-HOST-TOK(WS-TOK-IDX))
               TO WS-HOST-TOK(WS-TOK-IDX)
           IF WS-HOST-TOK(WS-TOK-IDX) = FUNCTION UPPER-CASE(WS-HOST)
               OR WS-HOST-TOK(WS-TOK-IDX)
                   = FUNCTION UPPER-CASE(WS-SHORT-HOST)
               MOVE "Y" TO WS-MATCHED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOK-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-HOST-TOK(WS-TOK-IDX)))
           IF WS-HOST-TOK(WS-TOK-IDX)(WS-TOK-LEN:1) NOT = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOK-LEN = 1
               MOVE "Y" TO WS-MATCHED
               EXIT PARAGRAPH
           END-IF
           IF WS-HOST-TOK(WS-TOK-IDX)(1:WS-TOK-LEN - 1)
               = FUNCTION UPPER-CASE(WS-HOST(1:WS-TOK-LEN - 1))
               MOVE "Y" TO WS-MATCHED
           END-IF
           EXIT PARAGRAPH.

      * A second SET of the same name replaces the first, from that
      * line on.
       Set-Variable.
           IF WS-CONFIG-NAME = SPACES
               MOVE "SET NAMES NO VARIABLE" TO L-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIG-NAME = "HOST" OR WS-CONFIG-NAME = "USER"
               MOVE "HOST AND USER ARE BUILT IN" TO L-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONFIG-NAME TO WS-REF-NAME
           PERFORM Find-Variable
           IF WS-VAR-FOUND = 0
               IF WS-VAR-COUNT >= 40
                   MOVE "MORE THAN 40 VARIABLES SET" TO L-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VAR-COUNT
               MOVE WS-VAR-COUNT TO WS-VAR-FOUND
           END-IF
           MOVE WS-CONFIG-NAME TO VAR-NAME(WS-VAR-FOUND)
           MOVE FUNCTION TRIM(WS-CONFIG-BODY)
               TO VAR-VALUE(WS-VAR-FOUND)
           EXIT PARAGRAPH.

       Find-Variable.
           MOVE 0 TO WS-VAR-FOUND
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT
               IF VAR-NAME(WS-VAR-IDX) = WS-REF-NAME
                   MOVE WS-VAR-IDX TO WS-VAR-FOUND
                   MOVE WS-VAR-COUNT TO WS-VAR-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Expand-Columns.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 5
               MOVE SPACES TO WS-IN-TEXT
               MOVE WS-CONFIG-LINE(COL-OFFSET(WS-COL-IDX):
                   COL-LENGTH(WS-COL-IDX)) TO WS-IN-TEXT
               MOVE 0 TO WS-REF-COUNT
               INSPECT WS-IN-TEXT TALLYING WS-REF-COUNT FOR ALL "${"
               IF WS-REF-COUNT > 0
                   PERFORM Substitute-References
                   MOVE WS-OUT-TEXT TO WS-CONFIG-LINE(
                       COL-OFFSET(WS-COL-IDX):COL-LENGTH(WS-COL-IDX))
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * The column is cut back to its width if the values made it
      * longer -- reported, since a cut command is a broken one.
       Substitute-References.
           MOVE SPACES TO WS-OUT-TEXT
           COMPUTE WS-IN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-TEXT TRAILING))
           MOVE 1 TO WS-OUT-POS
           MOVE 1 TO WS-IN-IDX
           PERFORM UNTIL WS-IN-IDX > WS-IN-LEN
               IF WS-IN-IDX < WS-IN-LEN
                   AND WS-IN-TEXT(WS-IN-IDX:2) = "${"
                   PERFORM Take-Reference
               ELSE
                   PERFORM Copy-One-Character
               END-IF
           END-PERFORM
           COMPUTE WS-OUT-LEN = WS-OUT-POS - 1
           IF WS-OUT-LEN > COL-LENGTH(WS-COL-IDX)
               AND L-MESSAGE = SPACES
               STRING FUNCTION TRIM(COL-NAME(WS-COL-IDX))
                          DELIMITED BY SIZE
                      " TOO LONG ONCE EXPANDED" DELIMITED BY SIZE
                      INTO L-MESSAGE
               END-STRING
           END-IF
           EXIT PARAGRAPH.

       Copy-One-Character.
           IF WS-OUT-POS <= 200
               MOVE WS-IN-TEXT(WS-IN-IDX:1) TO WS-OUT-TEXT(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-IF
           ADD 1 TO WS-IN-IDX
           EXIT PARAGRAPH.

      * WS-IN-IDX sits on the "$"; the name runs to the next "}".
      * An unclosed brace, or a name nothing was SET for, is copied
      * through as it stands.
       Take-Reference.
           PERFORM VARYING WS-REF-END FROM WS-IN-IDX BY 1
               UNTIL WS-REF-END > WS-IN-LEN
                   OR WS-IN-TEXT(WS-REF-END:1) = "}"
               CONTINUE
           END-PERFORM
           IF WS-REF-END > WS-IN-LEN
               PERFORM Copy-One-Character
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VAR-FOUND
           COMPUTE WS-REF-LEN = WS-REF-END - WS-IN-IDX - 2
           IF WS-REF-LEN > 0 AND WS-REF-LEN <= 12
               MOVE SPACES TO WS-REF-NAME
               MOVE WS-IN-TEXT(WS-IN-IDX + 2:WS-REF-LEN)
                   TO WS-REF-NAME
               PERFORM Find-Variable
           END-IF
           IF WS-VAR-FOUND = 0
               PERFORM Copy-One-Character
               EXIT PARAGRAPH
           END-IF
           IF VAR-VALUE(WS-VAR-FOUND) NOT = SPACES
               COMPUTE WS-VAL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(VAR-VALUE(WS-VAR-FOUND) TRAILING))
               IF WS-OUT-POS + WS-VAL-LEN - 1 <= 200
                   MOVE VAR-VALUE(WS-VAR-FOUND)(1:WS-VAL-LEN)
                       TO WS-OUT-TEXT(WS-OUT-POS:WS-VAL-LEN)
                   ADD WS-VAL-LEN TO WS-OUT-POS
               END-IF
           END-IF
           COMPUTE WS-IN-IDX = WS-REF-END + 1
           EXIT PARAGRAPH.
