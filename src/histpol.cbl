       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bar's config, read only by the reports (mode "L") for
      * its RECORD lines and the GENERAL line's intervals -- inside
      * the bar, MAIN hands each RECORD line over as it reads it
      * (mode "C").
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
               FILE STATUS IS WS-CONFIG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCLUDE-FILE ASSIGN TO DYNAMIC WS-INCLUDE-PATH
               FILE STATUS IS WS-INCLUDE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD      PIC X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD     PIC X(400).
       WORKING-STORAGE SECTION.
      * History recording policy per module, held here for the life
      * of the run unit. A module with no RECORD line is written
      * every poll, as it always was. A CHANGE module is written
      * when its typed value moves by more than the deadband (its
      * text changes, for a module with no typed value), when it
      * starts or stops failing, and otherwise once per keep-alive
      * -- so a stretch with no record, shorter than the keep-alive,
      * means the last recorded value held throughout it.
       01 WS-POL-TABLE.
         05 WS-POL-COUNT     PIC 99 VALUE 0.
         05 WS-POL-ENTRY OCCURS 50 TIMES.
           10 POL-NAME       PIC X(12).
           10 POL-POLICY     PIC X.
           10 POL-BAND       PIC S9(9)V99.
           10 POL-KEEP       PIC 9(6).
       01 WS-POL-IDX         PIC 99.
       01 WS-FIND-NAME       PIC X(12).
       01 WS-POL-FOUND       PIC 99.
      * The GENERAL line's polling interval and power-saver
      * interval, in seconds -- what a held stretch is counted out
      * in. MAIN's defaults when the config doesn't say.
       01 WS-INTERVAL        PIC 9(3) VALUE 1.
       01 WS-SAVER           PIC 9(3) VALUE 0.
       01 WS-CONFIG-STATUS   PIC XX.
         88 WS-CONFIG-OK     VALUE "00".
       01 WS-INCLUDE-STATUS  PIC XX.
         88 WS-INCLUDE-OK    VALUE "00".
       01 WS-CONFIG-PATH     PIC X(256).
       01 WS-INCLUDE-PATH    PIC X(256).
       01 WS-AT-EOF          PIC X.
       01 WS-INCLUDE-EOF     PIC X.
      * CFGVARS's call parameters -- a line goes through it as read,
      * so SET, IF-HOST and END mean here what they mean to MAIN.
       01 WS-VAR-MODE        PIC X.
       01 WS-VAR-KEEP        PIC X.
       01 WS-VAR-MESSAGE     PIC X(60).
      * The first columns of MAIN's WS-CONFIG-LINE -- type, name
      * and body are all a RECORD or GENERAL line uses.
       01 WS-CONFIG-LINE.
         05 WS-CONFIG-TYPE   PIC X(8).
           88 WS-TYPE-GENERAL VALUE "GENERAL ".
           88 WS-TYPE-RECORD VALUE "RECORD  ".
           88 WS-TYPE-INCLUDE VALUE "INCLUDE ".
         05 FILLER           PIC X.
         05 WS-CONFIG-NAME   PIC X(12).
         05 FILLER           PIC X.
         05 WS-CONFIG-COLOR  PIC X(6).
         05 FILLER           PIC X.
         05 WS-CONFIG-BODY   PIC X(71).
         05 FILLER           PIC X(300).
       01 WS-BODY            PIC X(71).
       01 WS-TOKENS.
         05 WS-TOK           PIC X(12) OCCURS 6 TIMES.
       01 WS-TOK-IDX         PIC 9.
       01 WS-BODY-OK         PIC X.
       01 WS-NEW-POLICY      PIC X.
       01 WS-NEW-BAND        PIC S9(9)V99.
       01 WS-NEW-KEEP        PIC 9(6).
       01 WS-GEN-TOKENS.
         05 WS-GEN-TOK       PIC X(12) OCCURS 4 TIMES.
      * Stamp arithmetic for the held-poll count and the stepping.
       01 WS-TS-FIELDS.
         05 WS-TS-DATE       PIC 9(8).
         05 WS-TS-HH         PIC 9(2).
         05 WS-TS-MI         PIC 9(2).
         05 WS-TS-SS         PIC 9(2).
       01 WS-TS-TEXT REDEFINES WS-TS-FIELDS PIC X(14).
       01 WS-TS-SERIAL       PIC 9(12).
       01 WS-TS-DAYS         PIC 9(7).
       01 WS-TS-SECS         PIC 9(5).
       01 WS-FROM-SERIAL     PIC 9(12).
       01 WS-END-SERIAL      PIC 9(12).
       01 WS-GAP             PIC S9(12).
       01 WS-LIMIT           PIC 9(12).
       01 WS-SLOWEST         PIC 9(3).
      * The last record a report handed over (mode "N") for each
      * RECORD CHANGE module -- the value a quiet stretch after it
      * held. WS-HELD-IMAGE is the one the stretch just closed by the
      * record in hand (or, at the end of the scan, the one still
      * open) follows, and what each held poll is a copy of.
       01 WS-HELD-TABLE.
         05 WS-HELD-COUNT    PIC 99 VALUE 0.
         05 WS-HELD-ENTRY OCCURS 60 TIMES.
           10 HLD-NAME       PIC X(12).
           10 HLD-IMAGE      PIC X(116).
       01 WS-HELD-IDX        PIC 99.
       01 WS-HELD-FOUND      PIC 99.
       01 WS-HELD-IMAGE      PIC X(116).
       01 WS-COUNT-MODE      PIC X.
       LINKAGE SECTION.
      * L-MODE:
      *   R - forget every RECORD line (MAIN, ahead of each config
      *       read)
      *   C - take the RECORD line for module L-NAME whose body is
      *       in L-TEXT; L-POLICY comes back "A" or "C", or "?" for
      *       a bad body, which changes nothing
      *   K - the same check, for config validation, applying nothing
      *   L - read the config named in L-TEXT (blank: the one
      *       $STATUSLINE_CONFIG names, else the working
      *       directory's) for its RECORD and GENERAL lines, as the
      *       reports do
      *   P - L-NAME's policy: L-POLICY "A" (every poll) or "C" (on
      *       change), L-BAND the deadband, L-KEEP the keep-alive in
      *       seconds
      *   N - a report hands over the history record in hand, its
      *       image in L-TEXT(1:116); L-COUNT comes back the number
      *       of polls the module's previous record stood in for
      *       ahead of it -- 0 for an every-poll module, and for a
      *       silence longer than the keep-alive allows, which is a
      *       real gap
      *   G - L-TEXT(1:116) set to held poll L-COUNT of that
      *       stretch: the previous record, stamped L-COUNT polling
      *       intervals after it
      *   F - the report is done with module L-NAME: L-COUNT comes
      *       back the polls its last record has stood in for since,
      *       up to the stamp in L-TEXT(1:14) (blank, or later than
      *       now: now), for mode "G" as above. Those polls are then
      *       taken as given, so a later record for the module
      *       doesn't count them a second time
      *   B - L-TEXT(1:14) moved back by as long as L-NAME's
      *       records can stand in for -- where a report that STARTs
      *       its walk at a stamp starts it instead, so a value that
      *       held into its range is seen (unchanged for an
      *       every-poll module)
      *   L-KEEP comes back the polling interval from N and F.
       01 L-MODE             PIC X.
       01 L-NAME             PIC X(12).
       01 L-TEXT             PIC X(256).
       01 L-POLICY           PIC X.
       01 L-BAND             PIC S9(9)V99.
       01 L-KEEP             PIC 9(6).
       01 L-COUNT            PIC 9(6).
       PROCEDURE DIVISION USING L-MODE L-NAME L-TEXT L-POLICY L-BAND
           L-KEEP L-COUNT.
           EVALUATE L-MODE
               WHEN "R"
                   MOVE 0 TO WS-POL-COUNT
               WHEN "C"
                   MOVE L-TEXT(1:71) TO WS-BODY
                   PERFORM Parse-Record-Body
                   IF WS-BODY-OK = "Y"
                       MOVE L-NAME TO WS-CONFIG-NAME
                       PERFORM Store-Policy
                       MOVE WS-NEW-POLICY TO L-POLICY
                   ELSE
                       MOVE "?" TO L-POLICY
                   END-IF
               WHEN "K"
                   MOVE L-TEXT(1:71) TO WS-BODY
                   PERFORM Parse-Record-Body
                   IF WS-BODY-OK = "Y"
                       MOVE WS-NEW-POLICY TO L-POLICY
                   ELSE
                       MOVE "?" TO L-POLICY
                   END-IF
               WHEN "L"
                   PERFORM Load-Config-Policies
               WHEN "P"
                   MOVE L-NAME TO WS-FIND-NAME
                   PERFORM Find-Policy
                   IF WS-POL-FOUND = 0
                       MOVE "A" TO L-POLICY
                       MOVE 0 TO L-BAND L-KEEP
                   ELSE
                       MOVE POL-POLICY(WS-POL-FOUND) TO L-POLICY
                       MOVE POL-BAND(WS-POL-FOUND) TO L-BAND
                       MOVE POL-KEEP(WS-POL-FOUND) TO L-KEEP
                   END-IF
               WHEN "N"
                   PERFORM Note-Report-Record
               WHEN "G"
                   MOVE WS-HELD-IMAGE(13:14) TO WS-TS-TEXT
                   PERFORM Compute-Ts-Serial
                   COMPUTE WS-TS-SERIAL = WS-TS-SERIAL
                       + L-COUNT * WS-INTERVAL
                   PERFORM Serial-To-Ts
                   MOVE WS-HELD-IMAGE TO L-TEXT(1:116)
                   MOVE WS-TS-TEXT TO L-TEXT(13:14)
               WHEN "F"
                   PERFORM Finish-Stretch
               WHEN "B"
                   PERFORM Back-Start-Stamp
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * "ALL", or "CHANGE [<deadband>] [EVERY <minutes>]" -- the
      * keep-alive defaults to an hour and runs 1 to 1440 minutes.
      * Anything else makes the whole line bad.
       Parse-Record-Body.
           MOVE "Y" TO WS-BODY-OK
           MOVE "A" TO WS-NEW-POLICY
           MOVE 0 TO WS-NEW-BAND
           MOVE 3600 TO WS-NEW-KEEP
           MOVE SPACES TO WS-TOKENS
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BODY))
               DELIMITED BY ALL SPACES
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3)
                    WS-TOK(4) WS-TOK(5) WS-TOK(6)
           END-UNSTRING
           EVALUATE WS-TOK(1)
               WHEN "ALL"
                   IF WS-TOK(2) NOT = SPACES
                       MOVE "N" TO WS-BODY-OK
                   END-IF
                   EXIT PARAGRAPH
               WHEN "CHANGE"
                   MOVE "C" TO WS-NEW-POLICY
               WHEN OTHER
                   MOVE "N" TO WS-BODY-OK
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 2 TO WS-TOK-IDX
           IF WS-TOK(2) NOT = SPACES AND WS-TOK(2) NOT = "EVERY"
               IF FUNCTION TEST-NUMVAL(WS-TOK(2)) NOT = 0
                   MOVE "N" TO WS-BODY-OK
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-TOK(2)) < 0
                   MOVE "N" TO WS-BODY-OK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NEW-BAND = FUNCTION NUMVAL(WS-TOK(2))
               MOVE 3 TO WS-TOK-IDX
           END-IF
           IF WS-TOK(WS-TOK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TOK(WS-TOK-IDX) NOT = "EVERY"
               OR WS-TOK(WS-TOK-IDX + 1) = SPACES
               OR WS-TOK(WS-TOK-IDX + 2) NOT = SPACES
               MOVE "N" TO WS-BODY-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TOK(WS-TOK-IDX + 1)) NOT NUMERIC
               MOVE "N" TO WS-BODY-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX + 1)) < 1
               OR FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX + 1)) > 1440
               MOVE "N" TO WS-BODY-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-KEEP =
               FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX + 1)) * 60
           EXIT PARAGRAPH.

      * A second RECORD line for the same module replaces the first.
       Store-Policy.
           MOVE WS-CONFIG-NAME TO WS-FIND-NAME
           PERFORM Find-Policy
           IF WS-POL-FOUND = 0
               IF WS-POL-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POL-COUNT
               MOVE WS-POL-COUNT TO WS-POL-FOUND
           END-IF
           MOVE WS-CONFIG-NAME TO POL-NAME(WS-POL-FOUND)
           MOVE WS-NEW-POLICY TO POL-POLICY(WS-POL-FOUND)
           MOVE WS-NEW-BAND TO POL-BAND(WS-POL-FOUND)
           MOVE WS-NEW-KEEP TO POL-KEEP(WS-POL-FOUND)
           EXIT PARAGRAPH.

       Find-Policy.
           MOVE 0 TO WS-POL-FOUND
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               IF POL-NAME(WS-POL-IDX) = WS-FIND-NAME
                   MOVE WS-POL-IDX TO WS-POL-FOUND
                   MOVE WS-POL-COUNT TO WS-POL-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * Only a RECORD CHANGE module's records are kept -- any
      * other module's stretches are never held.
       Note-Report-Record.
           MOVE 0 TO L-COUNT
           MOVE WS-INTERVAL TO L-KEEP
           MOVE L-TEXT(1:12) TO WS-FIND-NAME
           PERFORM Find-Policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF POL-POLICY(WS-POL-FOUND) NOT = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Held
           IF WS-HELD-FOUND = 0
               IF WS-HELD-COUNT >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO WS-HELD-FOUND
               MOVE WS-FIND-NAME TO HLD-NAME(WS-HELD-FOUND)
               MOVE L-TEXT(1:116) TO HLD-IMAGE(WS-HELD-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-IMAGE(WS-HELD-FOUND) TO WS-HELD-IMAGE
           MOVE L-TEXT(13:14) TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-END-SERIAL
           MOVE "B" TO WS-COUNT-MODE
           PERFORM Count-Held-Polls
           MOVE L-TEXT(1:116) TO HLD-IMAGE(WS-HELD-FOUND)
           EXIT PARAGRAPH.

       Find-Held.
           MOVE 0 TO WS-HELD-FOUND
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF HLD-NAME(WS-HELD-IDX) = WS-FIND-NAME
                   MOVE WS-HELD-IDX TO WS-HELD-FOUND
                   MOVE WS-HELD-COUNT TO WS-HELD-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Finish-Stretch.
           MOVE 0 TO L-COUNT
           MOVE WS-INTERVAL TO L-KEEP
           MOVE L-NAME TO WS-FIND-NAME
           PERFORM Find-Policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Held
           IF WS-HELD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-IMAGE(WS-HELD-FOUND) TO WS-HELD-IMAGE
           PERFORM Compute-Now-Serial
           MOVE L-TEXT(1:14) TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           IF WS-TS-SERIAL > 0 AND WS-TS-SERIAL < WS-END-SERIAL
               MOVE WS-TS-SERIAL TO WS-END-SERIAL
           END-IF
           MOVE "E" TO WS-COUNT-MODE
           PERFORM Count-Held-Polls
           IF L-COUNT > 0
               MOVE WS-FROM-SERIAL TO WS-TS-SERIAL
               COMPUTE WS-TS-SERIAL = WS-TS-SERIAL
                   + L-COUNT * WS-INTERVAL
               PERFORM Serial-To-Ts
               MOVE WS-TS-TEXT TO HLD-IMAGE(WS-HELD-FOUND)(13:14)
           END-IF
           EXIT PARAGRAPH.

       Back-Start-Stamp.
           MOVE L-NAME TO WS-FIND-NAME
           PERFORM Find-Policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF POL-POLICY(WS-POL-FOUND) NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE L-TEXT(1:14) TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           PERFORM Compute-Limit
           IF WS-TS-SERIAL <= WS-LIMIT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-LIMIT FROM WS-TS-SERIAL
           PERFORM Serial-To-Ts
           MOVE WS-TS-TEXT TO L-TEXT(1:14)
           EXIT PARAGRAPH.

      * Polls held from WS-HELD-IMAGE's record up to WS-END-SERIAL --
      * before a next record there ("B"), or up to and including the
      * end of a scan ("E"). MAIN writes a keep-alive on the first
      * cycle at or past the keep-alive, so a silence may run a
      * little over it -- two of the slowest cycles is the
      * allowance. Anything longer means the bar (or the module) was
      * down, and stays a gap.
       Count-Held-Polls.
           MOVE 0 TO L-COUNT
           MOVE WS-HELD-IMAGE(13:14) TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-FROM-SERIAL
           IF WS-FROM-SERIAL = 0 OR WS-END-SERIAL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP = WS-END-SERIAL - WS-FROM-SERIAL
           PERFORM Compute-Limit
           IF WS-GAP <= 0 OR WS-GAP > WS-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-COUNT-MODE = "E"
               COMPUTE L-COUNT = WS-GAP / WS-INTERVAL
           ELSE
               COMPUTE L-COUNT ROUNDED = WS-GAP / WS-INTERVAL
               IF L-COUNT > 0
                   SUBTRACT 1 FROM L-COUNT
               END-IF
           END-IF
           EXIT PARAGRAPH.

       Compute-Limit.
           MOVE WS-INTERVAL TO WS-SLOWEST
           IF WS-SAVER > WS-SLOWEST
               MOVE WS-SAVER TO WS-SLOWEST
           END-IF
           COMPUTE WS-LIMIT = POL-KEEP(WS-POL-FOUND) + 2 * WS-SLOWEST
           EXIT PARAGRAPH.

      * No config leaves every module recorded every poll -- which
      * is what a store written before RECORD lines existed holds.
      * INCLUDEs are followed one level deep, as MAIN does.
       Load-Config-Policies.
           MOVE 0 TO WS-POL-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE L-TEXT TO WS-CONFIG-PATH
           IF WS-CONFIG-PATH = SPACES
               ACCEPT WS-CONFIG-PATH
                   FROM ENVIRONMENT "STATUSLINE_CONFIG"
           END-IF
           IF WS-CONFIG-PATH = SPACES
               MOVE "./STATUSLINE-COB.CFG" TO WS-CONFIG-PATH
           END-IF
           OPEN INPUT CONFIG-FILE
           IF NOT WS-CONFIG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-VAR-MODE
           MOVE SPACES TO WS-CONFIG-LINE
           PERFORM Call-Cfgvars
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Note-Config-Line
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           EXIT PARAGRAPH.

       Note-Config-Line.
           PERFORM Filter-Config-Line
           IF WS-VAR-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TYPE-INCLUDE
               PERFORM Take-Config-Line
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INCLUDE-EOF
           PERFORM UNTIL WS-INCLUDE-EOF = "Y"
               READ INCLUDE-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       IF WS-VAR-KEEP = "Y" AND NOT WS-TYPE-INCLUDE
                           PERFORM Take-Config-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCLUDE-FILE
           EXIT PARAGRAPH.

       Filter-Config-Line.
           MOVE "F" TO WS-VAR-MODE
           PERFORM Call-Cfgvars
           EXIT PARAGRAPH.

       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-CONFIG-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.

      * A bad line is passed over here; MAIN's validation is where
      * it gets reported.
       Take-Config-Line.
           IF WS-TYPE-RECORD
               MOVE WS-CONFIG-BODY TO WS-BODY
               PERFORM Parse-Record-Body
               IF WS-BODY-OK = "Y"
                   PERFORM Store-Policy
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TYPE-GENERAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GEN-TOKENS
           UNSTRING WS-CONFIG-BODY DELIMITED BY ALL SPACES
               INTO WS-GEN-TOK(1) WS-GEN-TOK(2) WS-GEN-TOK(3)
                    WS-GEN-TOK(4)
           END-UNSTRING
           IF FUNCTION TRIM(WS-GEN-TOK(2)) NUMERIC
               AND FUNCTION NUMVAL(WS-GEN-TOK(2)) > 0
               COMPUTE WS-INTERVAL = FUNCTION NUMVAL(WS-GEN-TOK(2))
           END-IF
           IF FUNCTION TRIM(WS-GEN-TOK(4)) NUMERIC
               COMPUTE WS-SAVER = FUNCTION NUMVAL(WS-GEN-TOK(4))
           END-IF
           EXIT PARAGRAPH.

       Compute-Ts-Serial.
           MOVE 0 TO WS-TS-SERIAL
           IF WS-TS-FIELDS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           EXIT PARAGRAPH.

       Compute-Now-Serial.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-END-SERIAL
           EXIT PARAGRAPH.

       Serial-To-Ts.
           DIVIDE WS-TS-SERIAL BY 86400 GIVING WS-TS-DAYS
               REMAINDER WS-TS-SECS
           COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS)
           DIVIDE WS-TS-SECS BY 3600 GIVING WS-TS-HH
               REMAINDER WS-TS-SECS
           DIVIDE WS-TS-SECS BY 60 GIVING WS-TS-MI
               REMAINDER WS-TS-SS
           EXIT PARAGRAPH.
