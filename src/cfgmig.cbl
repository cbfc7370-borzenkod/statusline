       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGMIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE          ASSIGN TO DYNAMIC WS-CONFIG-PATH
                                       FILE STATUS IS WS-CONFIG-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * CONFIGED's revision store -- the realigned file goes in as
      * the next <config>.R<nnn> with its line in <config>.REV, so
      * the live config is never touched here and CONFIGED's
      * R)ollback is what puts the result live (keeping the file it
      * replaces as a revision of its own).
           SELECT REVF                 ASSIGN TO DYNAMIC WS-REV-PATH
                                       FILE STATUS IS WS-REV-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIDX               ASSIGN TO DYNAMIC
                                       WS-REVIDX-PATH
                                       FILE STATUS IS WS-RIDX-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PIC X(400).
       FD REVF.
       01 REV-RECORD                   PIC X(400).
       FD REVIDX.
       01 RIDX-RECORD                  PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-CONFIG-STATUS             PIC XX.
         88 WS-FILE-OK                 VALUE "00".
       01 WS-CONFIG-PATH               PIC X(256).
      * A config line as read -- only the type is looked at here;
      * TYPE, NAME, COLOR and BODY (columns 1-101) have sat where
      * they are in every layout, so a line of any type but the
      * module ones is already where MAIN wants it.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE             PIC X(8).
           88 WS-TYPE-MODULE           VALUE "MODULE  ".
           88 WS-TYPE-GROUP            VALUE "GROUP   ".
           88 WS-TYPE-DERIVED          VALUE "DERIVED ".
           88 WS-TYPE-PLUGIN           VALUE "PLUGIN  ".
           88 WS-TYPE-COMMENT          VALUE "********".
           88 WS-TYPE-KNOWN            VALUE "GENERAL " "INCLUDE "
                                             "THEME   " "SINK    "
                                             "METRICS " "CLICK   "
                                             "RULE    " "FLEET   "
                                             "DEPENDS " "MEETING "
                                             "UNITS   " "LOCALE  "
                                             "SLO     " "RECORD  "
                                             "SNAPSHOT" "SYSLOG  "
                                             "SET     " "IF-HOST "
                                             "END     ".
         05 FILLER                     PIC X.
         05 WS-CONFIG-NAME             PIC X(12).
         05 FILLER                     PIC X(379).
       01 WS-OUT-LINE                  PIC X(400).
      * The columns a module line carries after BODY, in order --
      * name, width in the current layout, what may stand in it
      * (N digits, C a color or palette name, T free text, H a HIDE
      * condition, J L or R, M P, S a SPARK length) and the layout
      * generation that added it. Each column is followed by one
      * blank, as in MAIN's WS-CONFIG-LINE.
       01 WS-COLUMN-DICT.
         05 FILLER PIC X(13) VALUE "WARN    03N01".
         05 FILLER PIC X(13) VALUE "WARNC   06C01".
         05 FILLER PIC X(13) VALUE "CRIT    03N01".
         05 FILLER PIC X(13) VALUE "CRITC   06C01".
         05 FILLER PIC X(13) VALUE "POS     03N02".
         05 FILLER PIC X(13) VALUE "LABEL   20T03".
         05 FILLER PIC X(13) VALUE "REFRESH 03N04".
         05 FILLER PIC X(13) VALUE "ACTION  60T05".
         05 FILLER PIC X(13) VALUE "HIDE    04H06".
         05 FILLER PIC X(13) VALUE "BG      06C07".
         05 FILLER PIC X(13) VALUE "BORDER  06C07".
         05 FILLER PIC X(13) VALUE "MINW    03N08".
         05 FILLER PIC X(13) VALUE "WIDTH   03N08".
         05 FILLER PIC X(13) VALUE "JUST    01J08".
         05 FILLER PIC X(13) VALUE "TMOUT   03N09".
         05 FILLER PIC X(13) VALUE "ALERT   60T10".
         05 FILLER PIC X(13) VALUE "RATEW   05N11".
         05 FILLER PIC X(13) VALUE "RATEC   05N11".
         05 FILLER PIC X(13) VALUE "AREPEAT 05N11".
         05 FILLER PIC X(13) VALUE "ESCN    03N12".
         05 FILLER PIC X(13) VALUE "ESCCMD  60T12".
         05 FILLER PIC X(13) VALUE "MARKUP  01M13".
         05 FILLER PIC X(13) VALUE "SPARK   02S14".
       01 WS-COLUMN-TABLE REDEFINES WS-COLUMN-DICT.
         05 WS-COLUMN OCCURS 23 TIMES.
           10 COL-NAME                 PIC X(8).
           10 COL-WIDTH                PIC 99.
           10 COL-KIND                 PIC X.
           10 COL-GEN                  PIC 99.
      * The layout generations, oldest first -- the column each one
      * added, and the LABEL and ACTION widths of its day. LABEL
      * went from 16 to 20 when HIDE arrived and ACTION from 40 to
      * 60 when ALERT did; those two widenings are what leave an
      * older file's later columns a few bytes short of where MAIN
      * now reads them.
       01 WS-GEN-DICT.
         05 FILLER PIC X(14) VALUE "BASE      1640".
         05 FILLER PIC X(14) VALUE "POSITION  1640".
         05 FILLER PIC X(14) VALUE "LABEL     1640".
         05 FILLER PIC X(14) VALUE "REFRESH   1640".
         05 FILLER PIC X(14) VALUE "ACTION    1640".
         05 FILLER PIC X(14) VALUE "HIDE      2040".
         05 FILLER PIC X(14) VALUE "COLORS    2040".
         05 FILLER PIC X(14) VALUE "WIDTH     2040".
         05 FILLER PIC X(14) VALUE "TIMEOUT   2040".
         05 FILLER PIC X(14) VALUE "ALERT     2060".
         05 FILLER PIC X(14) VALUE "RATE      2060".
         05 FILLER PIC X(14) VALUE "ESCALATE  2060".
         05 FILLER PIC X(14) VALUE "MARKUP    2060".
         05 FILLER PIC X(14) VALUE "SPARK     2060".
       01 WS-GEN-TABLE REDEFINES WS-GEN-DICT.
         05 WS-GEN OCCURS 14 TIMES.
           10 GEN-NAME                 PIC X(10).
           10 GEN-LABEL-WIDTH          PIC 99.
           10 GEN-ACTION-WIDTH         PIC 99.
      * Generations sharing the same widths read a line alike, so a
      * line is tried against three layouts -- newest first, each
      * as its last generation reads it -- and placed in the
      * generation of the last column it fills.
       01 WS-FAMILY-DICT.
         05 FILLER PIC X(4) VALUE "1410".
         05 FILLER PIC X(4) VALUE "0906".
         05 FILLER PIC X(4) VALUE "0501".
       01 WS-FAMILY-TABLE REDEFINES WS-FAMILY-DICT.
         05 WS-FAMILY OCCURS 3 TIMES.
           10 FAM-LAST-GEN             PIC 99.
           10 FAM-FIRST-GEN            PIC 99.
       01 WS-FAMILY-COUNTS             VALUE ZEROS.
         05 WS-FAMILY-COUNT OCCURS 3 TIMES.
           10 FAM-FITS                 PIC 9(4).
           10 FAM-HIGH-GEN             PIC 99.
       01 WS-FAM-IDX                   PIC 9.
       01 WS-FILE-FAMILY               PIC 9.
       01 WS-FILE-GEN                  PIC 99.
       01 WS-LINE-FAMILY               PIC 9.
      * One layout's column positions, as Set-Layout works them out
      * for a generation -- zero offset for a column it predates.
       01 WS-LAYOUT-TABLE.
         05 WS-LAYOUT-COL OCCURS 23 TIMES.
           10 SRC-OFFSET               PIC 9(3).
           10 SRC-WIDTH                PIC 99.
           10 CUR-OFFSET               PIC 9(3).
       01 WS-LAYOUT-GEN                PIC 99.
       01 WS-LAYOUT-POS                PIC 9(3).
       01 WS-LAYOUT-END                PIC 9(3).
       01 WS-COL-IDX                   PIC 99.
       01 WS-FIELD                     PIC X(60).
       01 WS-FIELD-WIDTH               PIC 99.
       01 WS-FIELD-BLANKS              PIC 99.
       01 WS-LINE-FITS                 PIC X.
       01 WS-LINE-HIGH                 PIC 99.
       01 WS-LINE-GEN                  PIC 99.
       01 WS-SHIFT                     PIC S9(3).
       01 WS-SHIFT-EDIT                PIC +(2)9.
      * Which pass is running: S surveys the file for its layout,
      * R reports what realigning it moves, W writes the revision.
       01 WS-PASS                      PIC X.
       01 WS-AT-EOF                    PIC X.
       01 WS-LINE-NUM                  PIC 9(4).
       01 WS-LINES-READ                PIC 9(4) VALUE 0.
       01 WS-MODULE-LINES              PIC 9(4) VALUE 0.
       01 WS-LINES-MOVED               PIC 9(4) VALUE 0.
       01 WS-LINES-FLAGGED             PIC 9(4) VALUE 0.
       01 WS-MOVED-TEXT                PIC X(200).
       01 WS-MOVED-PTR                 PIC 999.
      * Revision-store plumbing, as CONFIGED keeps it -- paths built
      * from the config path, the next free revision number, and
      * one index line (number, timestamp, reason).
       01 WS-REV-STATUS                PIC XX.
         88 WS-REV-OK                  VALUE "00".
       01 WS-RIDX-STATUS               PIC XX.
         88 WS-RIDX-OK                 VALUE "00".
       01 WS-REV-PATH                  PIC X(270).
       01 WS-REVIDX-PATH               PIC X(262).
       01 WS-REV-NUM                   PIC 9(3).
       01 WS-REV-EOF                   PIC X.
       01 WS-RIDX-LINE.
         05 WS-RIDX-NUM                PIC 9(3).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-RIDX-TS                 PIC X(14).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-RIDX-REASON             PIC X(40).
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CONFIG-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-CONFIG-PATH
           END-ACCEPT
           IF WS-CONFIG-PATH = SPACES
               MOVE "./STATUSLINE-COB.CFG" TO WS-CONFIG-PATH
           END-IF
           MOVE 14 TO WS-LAYOUT-GEN
           PERFORM Set-Layout
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 23
               MOVE SRC-OFFSET(WS-COL-IDX) TO CUR-OFFSET(WS-COL-IDX)
           END-PERFORM
           MOVE "S" TO WS-PASS
           PERFORM Read-Config-Pass
           IF WS-PASS = "X"
               GO TO Main-Exit
           END-IF
           PERFORM Choose-File-Layout
           DISPLAY "CFGMIG -- " FUNCTION TRIM(WS-CONFIG-PATH)
           DISPLAY "layout: " FUNCTION TRIM(GEN-NAME(WS-FILE-GEN))
               " (generation " WS-FILE-GEN " of 14), "
               FAM-FITS(WS-FILE-FAMILY) " of " WS-MODULE-LINES
               " module lines fit it"
           MOVE "R" TO WS-PASS
           PERFORM Read-Config-Pass
           DISPLAY WS-LINES-READ " lines, " WS-LINES-MOVED
               " realigned, " WS-LINES-FLAGGED " flagged"
           IF WS-LINES-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LINES-MOVED = 0
               DISPLAY "already in the current layout -- nothing "
                   "written"
               GO TO Main-Exit
           END-IF
           PERFORM Write-Revision.
       Main-Exit.
           STOP RUN.
      * One front-to-back read of the config for the pass in
      * WS-PASS; a file that won't open sets WS-PASS to X.
       Read-Config-Pass.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-FILE-OK
               DISPLAY "CFGMIG: cannot open "
                   FUNCTION TRIM(WS-CONFIG-PATH) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               MOVE "X" TO WS-PASS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NUM
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       IF WS-PASS = "S"
                           PERFORM Survey-Line
                       ELSE
                           PERFORM Migrate-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           EXIT PARAGRAPH.
      * Which of the three layouts each module line reads cleanly
      * under, and the last column it fills there.
       Survey-Line.
           ADD 1 TO WS-LINES-READ
           IF NOT (WS-TYPE-MODULE OR WS-TYPE-GROUP OR WS-TYPE-DERIVED
               OR WS-TYPE-PLUGIN)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MODULE-LINES
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1 UNTIL WS-FAM-IDX > 3
               MOVE FAM-LAST-GEN(WS-FAM-IDX) TO WS-LAYOUT-GEN
               PERFORM Set-Layout
               PERFORM Check-Line-Fits
               IF WS-LINE-FITS = "Y"
                   ADD 1 TO FAM-FITS(WS-FAM-IDX)
                   IF WS-LINE-HIGH > FAM-HIGH-GEN(WS-FAM-IDX)
                       MOVE WS-LINE-HIGH TO FAM-HIGH-GEN(WS-FAM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * The layout most module lines fit, the newer one on a tie --
      * so a file that reads cleanly as it stands is taken to be
      * current -- and, for an older one, the generation of the last
      * column any of them fills.
       Choose-File-Layout.
           MOVE 1 TO WS-FILE-FAMILY
           PERFORM VARYING WS-FAM-IDX FROM 2 BY 1 UNTIL WS-FAM-IDX > 3
               IF FAM-FITS(WS-FAM-IDX) > FAM-FITS(WS-FILE-FAMILY)
                   MOVE WS-FAM-IDX TO WS-FILE-FAMILY
               END-IF
           END-PERFORM
           IF WS-FILE-FAMILY = 1
               MOVE 14 TO WS-FILE-GEN
               EXIT PARAGRAPH
           END-IF
           MOVE FAM-FIRST-GEN(WS-FILE-FAMILY) TO WS-FILE-GEN
           IF FAM-HIGH-GEN(WS-FILE-FAMILY) > WS-FILE-GEN
               MOVE FAM-HIGH-GEN(WS-FILE-FAMILY) TO WS-FILE-GEN
           END-IF
           EXIT PARAGRAPH.
      * A module line is read under the file's layout if it fits
      * it, else under whichever other one it does fit (a line
      * pasted in from another file); one that fits none, or whose
      * type MAIN doesn't know, is flagged and copied as it stands.
      * Blank lines and comments pass straight through.
       Migrate-Line.
           MOVE WS-CONFIG-LINE TO WS-OUT-LINE
           IF WS-CONFIG-LINE = SPACES OR WS-TYPE-COMMENT
               OR WS-TYPE-KNOWN
               PERFORM Put-Migrated-Line
               EXIT PARAGRAPH
           END-IF
           IF NOT (WS-TYPE-MODULE OR WS-TYPE-GROUP OR WS-TYPE-DERIVED
               OR WS-TYPE-PLUGIN)
               IF WS-PASS = "R"
                   ADD 1 TO WS-LINES-FLAGGED
                   DISPLAY "line " WS-LINE-NUM " " WS-CONFIG-TYPE
                       " FLAGGED -- unknown line type, left as written"
               END-IF
               PERFORM Put-Migrated-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-FAMILY
           MOVE FAM-LAST-GEN(WS-FILE-FAMILY) TO WS-LAYOUT-GEN
           PERFORM Set-Layout
           PERFORM Check-Line-Fits
           IF WS-LINE-FITS = "Y"
               MOVE WS-FILE-FAMILY TO WS-LINE-FAMILY
           ELSE
               PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > 3 OR WS-LINE-FAMILY > 0
                   IF WS-FAM-IDX NOT = WS-FILE-FAMILY
                       MOVE FAM-LAST-GEN(WS-FAM-IDX) TO WS-LAYOUT-GEN
                       PERFORM Set-Layout
                       PERFORM Check-Line-Fits
                       IF WS-LINE-FITS = "Y"
                           MOVE WS-FAM-IDX TO WS-LINE-FAMILY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LINE-FAMILY = 0
               IF WS-PASS = "R"
                   ADD 1 TO WS-LINES-FLAGGED
                   DISPLAY "line " WS-LINE-NUM " " WS-CONFIG-TYPE
                       " " WS-CONFIG-NAME
                       " FLAGGED -- fits no known layout, left as"
                       " written"
               END-IF
               PERFORM Put-Migrated-Line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-FAMILY > 1
               PERFORM Realign-Line
           END-IF
           PERFORM Put-Migrated-Line
           EXIT PARAGRAPH.
      * Column positions for generation WS-LAYOUT-GEN: the first
      * column after BODY at 102, each later one a blank past the
      * end of the one before.
       Set-Layout.
           MOVE 102 TO WS-LAYOUT-POS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 23
               IF COL-GEN(WS-COL-IDX) > WS-LAYOUT-GEN
                   MOVE 0 TO SRC-OFFSET(WS-COL-IDX)
                   MOVE 0 TO SRC-WIDTH(WS-COL-IDX)
               ELSE
                   EVALUATE COL-NAME(WS-COL-IDX)
                       WHEN "LABEL   "
                           MOVE GEN-LABEL-WIDTH(WS-LAYOUT-GEN)
                               TO SRC-WIDTH(WS-COL-IDX)
                       WHEN "ACTION  "
                           MOVE GEN-ACTION-WIDTH(WS-LAYOUT-GEN)
                               TO SRC-WIDTH(WS-COL-IDX)
                       WHEN OTHER
                           MOVE COL-WIDTH(WS-COL-IDX)
                               TO SRC-WIDTH(WS-COL-IDX)
                   END-EVALUATE
                   MOVE WS-LAYOUT-POS TO SRC-OFFSET(WS-COL-IDX)
                   COMPUTE WS-LAYOUT-POS = WS-LAYOUT-POS
                       + SRC-WIDTH(WS-COL-IDX) + 1
               END-IF
           END-PERFORM
           COMPUTE WS-LAYOUT-END = WS-LAYOUT-POS - 2
           EXIT PARAGRAPH.
      * A line fits a layout when every column holds what MAIN's
      * validation would accept there, every separating blank is
      * blank, and nothing stands past the layout's last column.
      * Free-text columns take anything, so it is the typed columns
      * either side of them that pin a layout down.
       Check-Line-Fits.
           MOVE "Y" TO WS-LINE-FITS
           MOVE 0 TO WS-LINE-HIGH
           IF WS-LAYOUT-END < 400
               IF WS-CONFIG-LINE(WS-LAYOUT-END + 1:) NOT = SPACES
                   MOVE "N" TO WS-LINE-FITS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 23 OR WS-LINE-FITS = "N"
               IF SRC-OFFSET(WS-COL-IDX) > 0
                   PERFORM Check-Column
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Check-Column.
           MOVE SPACES TO WS-FIELD
           MOVE SRC-WIDTH(WS-COL-IDX) TO WS-FIELD-WIDTH
           MOVE WS-CONFIG-LINE(SRC-OFFSET(WS-COL-IDX):WS-FIELD-WIDTH)
               TO WS-FIELD
           IF SRC-OFFSET(WS-COL-IDX) + WS-FIELD-WIDTH <= 400
               IF WS-CONFIG-LINE(SRC-OFFSET(WS-COL-IDX)
                   + WS-FIELD-WIDTH:1) NOT = SPACE
                   MOVE "N" TO WS-LINE-FITS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE COL-GEN(WS-COL-IDX) TO WS-LINE-HIGH
           EVALUATE COL-KIND(WS-COL-IDX)
               WHEN "N"
                   IF WS-FIELD(1:WS-FIELD-WIDTH) NOT NUMERIC
                       MOVE "N" TO WS-LINE-FITS
                   END-IF
               WHEN "C"
                   PERFORM Check-Word-Field
               WHEN "H"
                   IF WS-FIELD(1:4) NOT = "ZERO"
                       AND WS-FIELD(1:4) NOT = "ABS "
                       AND WS-FIELD(1:4) NOT = "WARN"
                       MOVE "N" TO WS-LINE-FITS
                   END-IF
               WHEN "J"
                   IF WS-FIELD(1:1) NOT = "L"
                       AND WS-FIELD(1:1) NOT = "R"
                       MOVE "N" TO WS-LINE-FITS
                   END-IF
               WHEN "M"
                   IF WS-FIELD(1:1) NOT = "P"
                       MOVE "N" TO WS-LINE-FITS
                   END-IF
               WHEN "S"
                   IF WS-FIELD(1:2) NOT NUMERIC
                       OR WS-FIELD(1:2) < "02" OR WS-FIELD(1:2) > "16"
                       MOVE "N" TO WS-LINE-FITS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
      * A hex color or a palette slot name -- one word starting in
      * the column's first byte.
       Check-Word-Field.
           IF WS-FIELD(1:1) = SPACE
               MOVE "N" TO WS-LINE-FITS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FIELD-BLANKS
           INSPECT WS-FIELD(1:WS-FIELD-WIDTH)
               TALLYING WS-FIELD-BLANKS FOR ALL SPACES
           IF WS-FIELD-BLANKS > 0
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD))
                   + WS-FIELD-BLANKS NOT = WS-FIELD-WIDTH
               MOVE "N" TO WS-LINE-FITS
           END-IF
           EXIT PARAGRAPH.
      * The layout Set-Layout last worked out is the one the line
      * fits; each of its columns is copied to where the current
      * layout has it. Widths only ever grew, so nothing is cut.
       Realign-Line.
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-CONFIG-LINE(1:101) TO WS-OUT-LINE(1:101)
           MOVE SPACES TO WS-MOVED-TEXT
           MOVE 1 TO WS-MOVED-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 23
               IF SRC-OFFSET(WS-COL-IDX) > 0
                   PERFORM Realign-Column
               END-IF
           END-PERFORM
           IF WS-OUT-LINE = WS-CONFIG-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = "R"
               ADD 1 TO WS-LINES-MOVED
               MOVE FAM-FIRST-GEN(WS-LINE-FAMILY) TO WS-LINE-GEN
               IF WS-LINE-HIGH > WS-LINE-GEN
                   MOVE WS-LINE-HIGH TO WS-LINE-GEN
               END-IF
               DISPLAY "line " WS-LINE-NUM " " WS-CONFIG-TYPE " "
                   WS-CONFIG-NAME " realigned from the "
                   FUNCTION TRIM(GEN-NAME(WS-LINE-GEN)) " layout:"
                   WS-MOVED-TEXT(1:WS-MOVED-PTR - 1)
           END-IF
           EXIT PARAGRAPH.
      * A filled column that lands somewhere new is named in the
      * report with how far it moved.
       Realign-Column.
           MOVE SRC-WIDTH(WS-COL-IDX) TO WS-FIELD-WIDTH
           MOVE WS-CONFIG-LINE(SRC-OFFSET(WS-COL-IDX):WS-FIELD-WIDTH)
               TO WS-OUT-LINE(CUR-OFFSET(WS-COL-IDX):WS-FIELD-WIDTH)
           IF SRC-OFFSET(WS-COL-IDX) = CUR-OFFSET(WS-COL-IDX)
               OR WS-CONFIG-LINE(SRC-OFFSET(WS-COL-IDX):WS-FIELD-WIDTH)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHIFT = CUR-OFFSET(WS-COL-IDX)
               - SRC-OFFSET(WS-COL-IDX)
           MOVE WS-SHIFT TO WS-SHIFT-EDIT
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(COL-NAME(WS-COL-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHIFT-EDIT) DELIMITED BY SIZE
               INTO WS-MOVED-TEXT WITH POINTER WS-MOVED-PTR
           END-STRING
           EXIT PARAGRAPH.
       Put-Migrated-Line.
           IF WS-PASS = "W"
               WRITE REV-RECORD FROM WS-OUT-LINE
           END-IF
           EXIT PARAGRAPH.
      * The next revision number, the realigned file under it and
      * its index line -- the same store and numbering CONFIGED's
      * own saves use.
       Write-Revision.
           PERFORM Count-Revisions
           ADD 1 TO WS-REV-NUM
           MOVE SPACES TO WS-REV-PATH
           STRING FUNCTION TRIM(WS-CONFIG-PATH) DELIMITED BY SIZE
                  ".R" DELIMITED BY SIZE
                  WS-REV-NUM DELIMITED BY SIZE
                  INTO WS-REV-PATH
           END-STRING
           OPEN OUTPUT REVF
           IF NOT WS-REV-OK
               DISPLAY "CFGMIG: cannot write revision "
                   FUNCTION TRIM(WS-REV-PATH) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO WS-PASS
           PERFORM Read-Config-Pass
           CLOSE REVF
           OPEN EXTEND REVIDX
           IF NOT WS-RIDX-OK
               OPEN OUTPUT REVIDX
           END-IF
           IF WS-RIDX-OK
               MOVE WS-REV-NUM TO WS-RIDX-NUM
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RIDX-TS
               MOVE SPACES TO WS-RIDX-REASON
      * A current file with a few stray lines pasted in says how
      * many moved rather than naming a layout it wasn't written for.
               IF WS-FILE-FAMILY = 1
                   STRING "CFGMIG realigned " DELIMITED BY SIZE
                          WS-LINES-MOVED DELIMITED BY SIZE
                          " stray lines" DELIMITED BY SIZE
                       INTO WS-RIDX-REASON
                   END-STRING
               ELSE
                   STRING "CFGMIG from the " DELIMITED BY SIZE
                          FUNCTION TRIM(GEN-NAME(WS-FILE-GEN))
                              DELIMITED BY SIZE
                          " layout" DELIMITED BY SIZE
                       INTO WS-RIDX-REASON
                   END-STRING
               END-IF
               WRITE RIDX-RECORD FROM WS-RIDX-LINE
               CLOSE REVIDX
           END-IF
           DISPLAY "written as revision " WS-REV-NUM " ("
               FUNCTION TRIM(WS-REV-PATH) ") -- CONFIGED R)ollback "
               WS-REV-NUM " puts it live"
           EXIT PARAGRAPH.
       Count-Revisions.
           MOVE 0 TO WS-REV-NUM
           MOVE SPACES TO WS-REVIDX-PATH
           STRING FUNCTION TRIM(WS-CONFIG-PATH) DELIMITED BY SIZE
                  ".REV" DELIMITED BY SIZE
                  INTO WS-REVIDX-PATH
           END-STRING
           OPEN INPUT REVIDX
           IF NOT WS-RIDX-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REV-EOF
           PERFORM UNTIL WS-REV-EOF = "Y"
               READ REVIDX
                   AT END MOVE "Y" TO WS-REV-EOF
                   NOT AT END ADD 1 TO WS-REV-NUM
               END-READ
           END-PERFORM
           CLOSE REVIDX
           EXIT PARAGRAPH.
