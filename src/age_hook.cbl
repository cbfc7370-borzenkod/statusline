       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGEHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEF ASSIGN TO '/tmp/.statusline-cob-age.out'
               FILE STATUS IS WS-AGE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AGEF.
       01 FD-AGE-LINE        PIC X(300).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-AGE-STATUS      PIC XX.
         88 WS-AGE-OK        VALUE "00".
       01 WS-CMD             PIC X(300).
       01 WS-WRAP-CMD        PIC X(300).
       01 WS-CMD-LEN         PIC 999 COMP.
       01 WS-RC              PIC S9(9) COMP-5.
       01 WS-TARGET          PIC X(71).
       01 WS-MIN-PCT-X       PIC X(8).
       01 WS-MIN-PCT         PIC 999.
       01 WS-QUOTE-COUNT     PIC 99 COMP.
      * What the listing came back with: the clock, then the two
      * newest matching files, oldest first.
       01 WS-LINE-NO         PIC 9.
       01 WS-NOW-EPOCH       PIC 9(12).
       01 WS-MTIME-X         PIC X(24).
       01 WS-SIZE-X          PIC X(20).
       01 WS-PATH-X          PIC X(200).
       01 WS-FILES-SEEN      PIC 9.
       01 WS-NEW-MTIME       PIC 9(12).
       01 WS-NEW-SIZE        PIC 9(15).
       01 WS-NEW-PATH        PIC X(200).
       01 WS-OLD-SIZE        PIC 9(15).
       01 WS-AGE-HOURS       PIC 9(7)V99.
       01 WS-AGE-SHOW        PIC Z(6)9.
       01 WS-AGE-DETAIL      PIC Z(6)9.99.
       01 WS-BYTES-SHOW      PIC Z(14)9.
       01 WS-SHRUNK          PIC X.
       01 WS-SHRINK-PCT      PIC 9(5).
       01 WS-SHRINK-SHOW     PIC ZZZZ9.
      * Human-readable size from UNITFMT -- one decimal in the
      * largest unit of the UNITS preference that keeps it under one
      * more step.
       01 WS-UNIT-MODE       PIC X.
       01 WS-UNIT-VALUE      PIC S9(15)V99.
       01 WS-UNIT-NAME       PIC X(8).
       01 WS-UNIT-TEXT       PIC X(256).
      * Per target (keyed by the block's BODY -- each AGE-<name>
      * block watches its own): the newest file last seen and the
      * size of the one before it, kept across calls the way
      * DSVCHOOK keeps its previous poll. That remembered size is
      * what a target holding a single file, overwritten nightly,
      * is compared against; a target that keeps a series compares
      * with the second-newest file on disk instead.
       01 WS-TGT-TABLE.
         05 WS-TGT-COUNT     PIC 99 VALUE 0.
         05 WS-TGT OCCURS 10 TIMES.
           10 TGT-KEY        PIC X(71).
           10 TGT-MTIME      PIC 9(12).
           10 TGT-SIZE       PIC 9(15).
           10 TGT-PREV-SIZE  PIC 9(15).
       01 WS-TGT-IDX         PIC 99.
       01 WS-SLOT            PIC 99.
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field, so display cosmetics and recorded data stop
      * being the same bytes.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
       LINKAGE SECTION.
      * Any module named AGE or AGE-<something> (AGE-DB, AGE-HOME)
      * runs here, one per backup target; the name is what keeps
      * each target's history, and its DAYRPT landings, apart.
      * L-BODY is a backup directory or a file pattern, optionally
      * followed by the smallest size (percent of the previous
      * backup) that passes -- default 50:
      *   /srv/backup/nightly
      *   /srv/backup/home-*.tar.zst 70
      * The block shows the newest matching file's age and size;
      * the typed value is the age in hours (unit "age-h", which
      * DAYRPT reads back as the day's landing time), so WARN 26 /
      * CRIT 48 on the module mean "older than 26h / 48h". A backup
      * under the smallest size is marked SMALL in the warn color;
      * nothing matching at all is crit.
       01 L-BODY             PIC X(71).
       01 L-COLOR            PIC X(6).
       01 L-TIME-FMT         PIC X(3).
       01 L-WARN             PIC 999.
       01 L-WARN-COLOR       PIC X(6).
       01 L-CRIT             PIC 999.
       01 L-CRIT-COLOR       PIC X(6).
       01 L-TIMEOUT          PIC 999.
       PROCEDURE DIVISION USING L-BODY L-COLOR L-TIME-FMT
           L-WARN L-WARN-COLOR L-CRIT L-CRIT-COLOR L-TIMEOUT.
           MOVE SPACES TO WS-TARGET WS-MIN-PCT-X
           UNSTRING L-BODY DELIMITED BY ALL SPACES
               INTO WS-TARGET WS-MIN-PCT-X
           END-UNSTRING
           MOVE 50 TO WS-MIN-PCT
           IF WS-MIN-PCT-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MIN-PCT-X) TO WS-MIN-PCT
           END-IF
      * The target goes inside quotes on the command line; one that
      * carries a quote of its own is refused rather than run.
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-TARGET TALLYING WS-QUOTE-COUNT
               FOR ALL "'" ALL '"' ALL "`" ALL "$"
           IF WS-TARGET = SPACES OR WS-QUOTE-COUNT > 0
               MOVE "808080" TO L-COLOR
               DISPLAY "BAK: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM Find-Target-Slot
      * A directory stands for everything in it; a pattern is left
      * unquoted so the shell expands it. Only regular files count.
           MOVE SPACES TO WS-CMD
           STRING "p=""" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET) DELIMITED BY SIZE
                  """; [ -d ""$p"" ] && p=""$p/*""; { date +%s;"
                      DELIMITED BY SIZE
                  " find $p -maxdepth 0 -type f"
                      DELIMITED BY SIZE
                  " -printf ""%T@ %s %p\n"" 2>/dev/null"
                      DELIMITED BY SIZE
                  " | sort -n | tail -2; }"
                      DELIMITED BY SIZE
                  " > /tmp/.statusline-cob-age.out" DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           PERFORM Run-Command
           MOVE 0 TO WS-NOW-EPOCH WS-FILES-SEEN WS-LINE-NO
           MOVE 0 TO WS-NEW-MTIME WS-NEW-SIZE WS-OLD-SIZE
           MOVE SPACES TO WS-NEW-PATH
           MOVE 'N' TO end-of-file
           OPEN INPUT AGEF
           IF NOT WS-AGE-OK
               MOVE "808080" TO L-COLOR
               DISPLAY "BAK: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ AGEF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Take-Listing-Line
               END-READ
           END-PERFORM
           CLOSE AGEF
           IF WS-NOW-EPOCH = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "BAK: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           IF WS-FILES-SEEN = 0
               IF L-CRIT-COLOR NOT = SPACES
                   MOVE L-CRIT-COLOR TO L-COLOR
               ELSE
                   MOVE "ff0000" TO L-COLOR
               END-IF
               DISPLAY "BAK: none" WITH NO ADVANCING
               DISPLAY " "
               DISPLAY "none"
               DISPLAY "nothing matches " FUNCTION TRIM(WS-TARGET)
               GOBACK
           END-IF
           PERFORM Check-Backup
           GOBACK.

       Find-Target-Slot.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-COUNT OR WS-SLOT > 0
               IF TGT-KEY(WS-TGT-IDX) = L-BODY
                   MOVE WS-TGT-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0 OR WS-TGT-COUNT >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TGT-COUNT
           MOVE WS-TGT-COUNT TO WS-SLOT
           MOVE L-BODY TO TGT-KEY(WS-SLOT)
           MOVE 0 TO TGT-MTIME(WS-SLOT)
           MOVE 0 TO TGT-SIZE(WS-SLOT)
           MOVE 0 TO TGT-PREV-SIZE(WS-SLOT)
           EXIT PARAGRAPH.

      * Line 1 is date(1)'s clock; each later line is
      * "mtime size path", the newest last.
       Take-Listing-Line.
           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO = 1
               IF FD-AGE-LINE(1:10) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FD-AGE-LINE) TO WS-NOW-EPOCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MTIME-X WS-SIZE-X WS-PATH-X
           UNSTRING FD-AGE-LINE DELIMITED BY SPACE
               INTO WS-MTIME-X WS-SIZE-X
           END-UNSTRING
           IF WS-MTIME-X(1:1) NOT NUMERIC OR WS-SIZE-X(1:1)
               NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-SEEN
           MOVE WS-NEW-SIZE TO WS-OLD-SIZE
           MOVE FUNCTION NUMVAL(WS-MTIME-X) TO WS-NEW-MTIME
           MOVE FUNCTION NUMVAL(WS-SIZE-X) TO WS-NEW-SIZE
           MOVE FD-AGE-LINE(FUNCTION LENGTH(FUNCTION TRIM(WS-MTIME-X))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-SIZE-X)) + 3:)
               TO WS-NEW-PATH
           EXIT PARAGRAPH.

       Check-Backup.
      * A single-file target has nothing beside it to compare with:
      * use the size this slot last saw, rolled forward whenever a
      * newer file replaces the one it saw.
           IF WS-SLOT > 0
               IF TGT-MTIME(WS-SLOT) > 0
                   AND WS-NEW-MTIME NOT = TGT-MTIME(WS-SLOT)
                   MOVE TGT-SIZE(WS-SLOT) TO TGT-PREV-SIZE(WS-SLOT)
               END-IF
               MOVE WS-NEW-MTIME TO TGT-MTIME(WS-SLOT)
               MOVE WS-NEW-SIZE TO TGT-SIZE(WS-SLOT)
               IF WS-FILES-SEEN < 2
                   MOVE TGT-PREV-SIZE(WS-SLOT) TO WS-OLD-SIZE
               END-IF
           END-IF
           MOVE "N" TO WS-SHRUNK
           MOVE 0 TO WS-SHRINK-PCT
           IF WS-OLD-SIZE > 0
               COMPUTE WS-SHRINK-PCT = WS-NEW-SIZE * 100 / WS-OLD-SIZE
               IF WS-SHRINK-PCT < WS-MIN-PCT
                   MOVE "Y" TO WS-SHRUNK
               END-IF
           END-IF
           IF WS-NOW-EPOCH > WS-NEW-MTIME
               COMPUTE WS-AGE-HOURS ROUNDED =
                   (WS-NOW-EPOCH - WS-NEW-MTIME) / 3600
           ELSE
               MOVE 0 TO WS-AGE-HOURS
           END-IF
           MOVE WS-AGE-HOURS TO WS-HOOK-VALUE
           MOVE "age-h" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF L-CRIT > 0 AND WS-AGE-HOURS >= L-CRIT
               MOVE L-CRIT-COLOR TO L-COLOR
           ELSE
               IF (L-WARN > 0 AND WS-AGE-HOURS >= L-WARN)
                   OR WS-SHRUNK = "Y"
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           PERFORM Scale-Size
           MOVE WS-AGE-HOURS TO WS-AGE-SHOW
           DISPLAY "BAK " FUNCTION TRIM(WS-AGE-SHOW) "h "
               FUNCTION TRIM(WS-UNIT-TEXT)
               WITH NO ADVANCING
           IF WS-SHRUNK = "Y"
               DISPLAY " SMALL" WITH NO ADVANCING
           END-IF
           PERFORM Emit-Age-Detail
           EXIT PARAGRAPH.

       Scale-Size.
           MOVE "F" TO WS-UNIT-MODE
           MOVE WS-NEW-SIZE TO WS-UNIT-VALUE
           MOVE "B" TO WS-UNIT-NAME
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-NAME WS-UNIT-TEXT
           END-CALL
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- the file, its exact size, and how it
      * compares with the backup before it.
       Emit-Age-Detail.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-AGE-SHOW) "h"
           DISPLAY "newest: " FUNCTION TRIM(WS-NEW-PATH)
           MOVE WS-AGE-HOURS TO WS-AGE-DETAIL
           DISPLAY "age:    " FUNCTION TRIM(WS-AGE-DETAIL) " hours"
           MOVE WS-NEW-SIZE TO WS-BYTES-SHOW
           DISPLAY "size:   " FUNCTION TRIM(WS-BYTES-SHOW) " bytes"
           IF WS-OLD-SIZE > 0
               MOVE WS-SHRINK-PCT TO WS-SHRINK-SHOW
               MOVE WS-OLD-SIZE TO WS-BYTES-SHOW
               DISPLAY "prior:  " FUNCTION TRIM(WS-BYTES-SHOW)
                   " bytes, this one "
                   FUNCTION TRIM(WS-SHRINK-SHOW) "% of it"
           END-IF
           IF WS-SHRUNK = "Y"
               MOVE WS-MIN-PCT TO WS-SHRINK-SHOW
               DISPLAY "SMALL:  under " FUNCTION TRIM(WS-SHRINK-SHOW)
                   "% of the previous backup"
           END-IF
           EXIT PARAGRAPH.

       Run-Command.
           IF L-TIMEOUT > 0
               MOVE SPACES TO WS-WRAP-CMD
               STRING "timeout " DELIMITED BY SIZE
                      L-TIMEOUT DELIMITED BY SIZE
                      " sh -c '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CMD) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-WRAP-CMD
               END-STRING
               MOVE WS-WRAP-CMD TO WS-CMD
           END-IF
           COMPUTE WS-CMD-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CMD))
           MOVE LOW-VALUE TO WS-CMD(WS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-CMD RETURNING WS-RC
           END-CALL
           EXIT PARAGRAPH.
