       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCERTHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FETCHF ASSIGN TO '/tmp/.statusline-cob-cert.out'
               FILE STATUS IS WS-FETCH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * One line per target ever checked, shared by every CERT block
      * -- the last answer kept on disk the way DWTHRHOOK keeps its
      * fetch, so the handshake runs once a day per target rather
      * than once a cycle, and a restart doesn't redo it:
      *   cols   1-48  host:port
      *   cols  50-59  last attempt YYYYMMDDHH
      *   cols  61-68  day of the last good answer YYYYMMDD
      *   cols  70-77  certificate notAfter YYYYMMDD
      *   cols  79-158 issuer
           SELECT CACHEF ASSIGN TO '/tmp/.statusline-cob-cert.cache'
               FILE STATUS IS WS-CACHE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FETCHF.
       01 FD-FETCH-LINE      PIC X(200).
       FD CACHEF.
       01 FD-CACHE-LINE      PIC X(158).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-FETCH-STATUS    PIC XX.
         88 WS-FETCH-OK      VALUE "00".
       01 WS-CACHE-STATUS    PIC XX.
         88 WS-CACHE-OK      VALUE "00".
       01 WS-CMD             PIC X(300).
       01 WS-WRAP-CMD        PIC X(300).
       01 WS-CMD-LEN         PIC 999 COMP.
       01 WS-RC              PIC S9(9) COMP-5.
       01 WS-CACHE-LINE.
         05 WS-CCH-TARGET    PIC X(48).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-CCH-TRIED     PIC X(10).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-CCH-GOOD      PIC X(8).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-CCH-EXPIRY    PIC X(8).
         05 FILLER           PIC X VALUE SPACE.
         05 WS-CCH-ISSUER    PIC X(80).
       01 WS-CACHE-TABLE.
         05 WS-CACHE-COUNT   PIC 99 VALUE 0.
         05 WS-CACHE OCCURS 50 TIMES.
           10 CCH-TARGET     PIC X(48).
           10 CCH-TRIED      PIC X(10).
           10 CCH-GOOD       PIC X(8).
           10 CCH-EXPIRY     PIC X(8).
           10 CCH-ISSUER     PIC X(80).
       01 WS-CACHE-IDX       PIC 99.
       01 WS-CACHE-DIRTY     PIC X.
       01 WS-SLOT            PIC 99.
      * The BODY's targets, "host" or "host:port" (port 443 when left
      * off), and the host part alone for SNI.
       01 WS-TGT-TABLE.
         05 WS-TGT OCCURS 6 TIMES.
           10 TGT-NAME       PIC X(48).
       01 WS-TGT-IDX         PIC 9.
       01 WS-TGT-COUNT       PIC 9.
       01 WS-TARGET          PIC X(48).
       01 WS-HOST            PIC X(48).
       01 WS-PORT            PIC X(6).
       01 WS-BAD-CHARS       PIC 99 COMP.
       01 WS-CHAR-IDX        PIC 99 COMP.
       01 WS-CHAR            PIC X.
      * Clock, as the cache keys it.
       01 WS-NOW-FIELDS.
         05 WS-NOW-DATE      PIC X(8).
         05 WS-NOW-HOUR      PIC X(2).
         05 FILLER           PIC X(11).
       01 WS-NOW-HOUR-TS     PIC X(10).
      * openssl's notAfter line, "Jan 15 12:00:00 2027 GMT".
       01 WS-NA-MONTH        PIC X(3).
       01 WS-NA-DAY          PIC X(2).
       01 WS-NA-TIME         PIC X(8).
       01 WS-NA-YEAR         PIC X(4).
       01 WS-NA-REST         PIC X(190).
       01 WS-MONTH-NAMES     PIC X(36)
           VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 WS-MONTH-NO        PIC 99.
       01 WS-DAY-NO          PIC 99.
       01 WS-FETCH-EXPIRY    PIC X(8).
       01 WS-FETCH-ISSUER    PIC X(80).
      * Per-target result for this poll, and the soonest of them.
       01 WS-DAYS-LEFT       PIC S9(7).
       01 WS-SOONEST         PIC S9(7).
       01 WS-SOONEST-SET     PIC X.
       01 WS-ANY-STALE       PIC X.
       01 WS-DAYS-SHOW       PIC -(6)9.
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field, so display cosmetics and recorded data stop
      * being the same bytes.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
       LINKAGE SECTION.
      * L-BODY lists up to six TLS endpoints, blank- or comma-
      * separated -- "intranet.example:8443 mail.example". The block
      * shows the soonest expiry in days (the typed value, unit
      * "days"), so WARN 30 / CRIT 7 mean "under 30 / 7 days"; every
      * target's date and issuer go to the detail channel. A target
      * whose handshake fails keeps its last good answer, marked
      * stale with a trailing "*", and is tried again the next hour
      * -- an unreachable host is never reported as expired. One
      * never reached at all is left out of the soonest.
       01 L-BODY             PIC X(71).
       01 L-COLOR            PIC X(6).
       01 L-TIME-FMT         PIC X(3).
       01 L-WARN             PIC 999.
       01 L-WARN-COLOR       PIC X(6).
       01 L-CRIT             PIC 999.
       01 L-CRIT-COLOR       PIC X(6).
      * Each handshake gets this budget (seconds), as DWTHRHOOK's
      * fetch does.
       01 L-TIMEOUT          PIC 999.
       PROCEDURE DIVISION USING L-BODY L-COLOR L-TIME-FMT
           L-WARN L-WARN-COLOR L-CRIT L-CRIT-COLOR L-TIMEOUT.
           MOVE SPACES TO WS-TGT-TABLE
           UNSTRING L-BODY DELIMITED BY ALL SPACES OR ","
               INTO TGT-NAME(1) TGT-NAME(2) TGT-NAME(3)
                    TGT-NAME(4) TGT-NAME(5) TGT-NAME(6)
           END-UNSTRING
           MOVE 0 TO WS-TGT-COUNT
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > 6
               IF TGT-NAME(WS-TGT-IDX) NOT = SPACES
                   ADD 1 TO WS-TGT-COUNT
                   MOVE TGT-NAME(WS-TGT-IDX)
                       TO TGT-NAME(WS-TGT-COUNT)
               END-IF
           END-PERFORM
           IF WS-TGT-COUNT = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "CERT: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
           STRING WS-NOW-DATE WS-NOW-HOUR DELIMITED BY SIZE
               INTO WS-NOW-HOUR-TS
           END-STRING
           PERFORM Load-Cache
           MOVE "N" TO WS-CACHE-DIRTY
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-COUNT
               PERFORM Refresh-Target
           END-PERFORM
           IF WS-CACHE-DIRTY = "Y"
               PERFORM Write-Cache
           END-IF
           PERFORM Show-Soonest
           GOBACK.

      * Nothing new is asked of a target that gave a good answer
      * today, or whose attempt this hour already failed.
       Refresh-Target.
           MOVE TGT-NAME(WS-TGT-IDX) TO WS-TARGET
           PERFORM Split-Target
           PERFORM Find-Cache-Slot
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CCH-GOOD(WS-SLOT) = WS-NOW-DATE
               OR CCH-TRIED(WS-SLOT) = WS-NOW-HOUR-TS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CACHE-DIRTY
           MOVE WS-NOW-HOUR-TS TO CCH-TRIED(WS-SLOT)
           IF WS-BAD-CHARS > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Fetch-Certificate
           IF WS-FETCH-EXPIRY NOT = SPACES
               MOVE WS-NOW-DATE TO CCH-GOOD(WS-SLOT)
               MOVE WS-FETCH-EXPIRY TO CCH-EXPIRY(WS-SLOT)
               MOVE WS-FETCH-ISSUER TO CCH-ISSUER(WS-SLOT)
           END-IF
           EXIT PARAGRAPH.

      * Host and port for the command line. Anything but letters,
      * digits, ".", "-", "_" and the ":" goes nowhere near a shell.
       Split-Target.
           IF WS-TARGET(1:1) = ":"
               MOVE SPACES TO WS-HOST
               MOVE WS-TARGET(2:) TO WS-PORT
           ELSE
               MOVE SPACES TO WS-HOST WS-PORT
               UNSTRING WS-TARGET DELIMITED BY ":"
                   INTO WS-HOST WS-PORT
               END-UNSTRING
           END-IF
           IF WS-PORT = SPACES
               MOVE "443" TO WS-PORT
               MOVE SPACES TO WS-TARGET
               STRING FUNCTION TRIM(WS-HOST) ":443" DELIMITED BY SIZE
                   INTO WS-TARGET
               END-STRING
           END-IF
           MOVE 0 TO WS-BAD-CHARS
           IF WS-HOST = SPACES
               MOVE 1 TO WS-BAD-CHARS
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 48
               MOVE WS-TARGET(WS-CHAR-IDX:1) TO WS-CHAR
               IF NOT (WS-CHAR = SPACE OR WS-CHAR = "." OR
                       WS-CHAR = "-" OR WS-CHAR = "_" OR
                       WS-CHAR = ":" OR
                       (WS-CHAR >= "a" AND WS-CHAR <= "z") OR
                       (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
                       (WS-CHAR >= "0" AND WS-CHAR <= "9"))
                   ADD 1 TO WS-BAD-CHARS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       Find-Cache-Slot.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-CACHE-IDX FROM 1 BY 1
               UNTIL WS-CACHE-IDX > WS-CACHE-COUNT OR WS-SLOT > 0
               IF CCH-TARGET(WS-CACHE-IDX) = WS-TARGET
                   MOVE WS-CACHE-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0 OR WS-CACHE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CACHE-COUNT
           MOVE WS-CACHE-COUNT TO WS-SLOT
           MOVE WS-TARGET TO CCH-TARGET(WS-SLOT)
           MOVE SPACES TO CCH-TRIED(WS-SLOT) CCH-GOOD(WS-SLOT)
               CCH-EXPIRY(WS-SLOT) CCH-ISSUER(WS-SLOT)
           EXIT PARAGRAPH.

       Fetch-Certificate.
           MOVE SPACES TO WS-FETCH-EXPIRY WS-FETCH-ISSUER
           MOVE SPACES TO WS-CMD
           STRING "echo | openssl s_client -connect " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOST) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PORT) DELIMITED BY SIZE
                  " -servername " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOST) DELIMITED BY SIZE
                  " 2>/dev/null | openssl x509 -noout -enddate"
                      DELIMITED BY SIZE
                  " -issuer > /tmp/.statusline-cob-cert.out"
                      DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           PERFORM Run-Command
           MOVE 'N' TO end-of-file
           OPEN INPUT FETCHF
           IF NOT WS-FETCH-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ FETCHF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Take-Fetch-Line
               END-READ
           END-PERFORM
           CLOSE FETCHF
           EXIT PARAGRAPH.

       Take-Fetch-Line.
           IF FD-FETCH-LINE(1:7) = "issuer="
               MOVE FUNCTION TRIM(FD-FETCH-LINE(8:)) TO WS-FETCH-ISSUER
               EXIT PARAGRAPH
           END-IF
           IF FD-FETCH-LINE(1:9) NOT = "notAfter="
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NA-MONTH WS-NA-DAY WS-NA-TIME WS-NA-YEAR
           UNSTRING FD-FETCH-LINE(10:) DELIMITED BY ALL SPACES
               INTO WS-NA-MONTH WS-NA-DAY WS-NA-TIME WS-NA-YEAR
                    WS-NA-REST
           END-UNSTRING
           MOVE 0 TO WS-MONTH-NO
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 12 OR WS-MONTH-NO > 0
               IF WS-MONTH-NAMES(WS-CHAR-IDX * 3 - 2:3) = WS-NA-MONTH
                   MOVE WS-CHAR-IDX TO WS-MONTH-NO
               END-IF
           END-PERFORM
           IF WS-MONTH-NO = 0 OR WS-NA-YEAR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-NA-DAY) TO WS-DAY-NO
           STRING WS-NA-YEAR WS-MONTH-NO WS-DAY-NO DELIMITED BY SIZE
               INTO WS-FETCH-EXPIRY
           END-STRING
           EXIT PARAGRAPH.

      * Stale is any target without a good answer today -- its last
      * known date still counts toward the soonest.
       Show-Soonest.
           MOVE "N" TO WS-SOONEST-SET WS-ANY-STALE
           MOVE 0 TO WS-SOONEST
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-COUNT
               MOVE TGT-NAME(WS-TGT-IDX) TO WS-TARGET
               PERFORM Split-Target
               PERFORM Find-Cache-Slot
               IF WS-SLOT > 0
                   IF CCH-GOOD(WS-SLOT) NOT = WS-NOW-DATE
                       MOVE "Y" TO WS-ANY-STALE
                   END-IF
                   IF CCH-EXPIRY(WS-SLOT) IS NUMERIC
                       PERFORM Compute-Days-Left
                       IF WS-SOONEST-SET = "N"
                           OR WS-DAYS-LEFT < WS-SOONEST
                           MOVE WS-DAYS-LEFT TO WS-SOONEST
                           MOVE "Y" TO WS-SOONEST-SET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SOONEST-SET = "N"
               MOVE "808080" TO L-COLOR
               DISPLAY "CERT: N/A" WITH NO ADVANCING
               PERFORM Emit-Cert-Detail
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOONEST TO WS-HOOK-VALUE
           MOVE "days" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF L-CRIT > 0 AND WS-SOONEST <= L-CRIT
               MOVE L-CRIT-COLOR TO L-COLOR
           ELSE
               IF L-WARN > 0 AND WS-SOONEST <= L-WARN
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           MOVE WS-SOONEST TO WS-DAYS-SHOW
           DISPLAY "CERT " FUNCTION TRIM(WS-DAYS-SHOW) "d"
               WITH NO ADVANCING
           IF WS-ANY-STALE = "Y"
               DISPLAY "*" WITH NO ADVANCING
           END-IF
           PERFORM Emit-Cert-Detail
           EXIT PARAGRAPH.

       Compute-Days-Left.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CCH-EXPIRY(WS-SLOT)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-DATE))
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- every target with its date, days left and
      * issuer, or why there is none.
       Emit-Cert-Detail.
           DISPLAY " "
           IF WS-SOONEST-SET = "Y"
               DISPLAY FUNCTION TRIM(WS-DAYS-SHOW) "d"
           ELSE
               DISPLAY "N/A"
           END-IF
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-COUNT
               MOVE TGT-NAME(WS-TGT-IDX) TO WS-TARGET
               PERFORM Split-Target
               PERFORM Find-Cache-Slot
               PERFORM Emit-Target-Line
           END-PERFORM
           EXIT PARAGRAPH.

       Emit-Target-Line.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CCH-EXPIRY(WS-SLOT) NOT NUMERIC
               DISPLAY FUNCTION TRIM(WS-TARGET) " unreachable"
               EXIT PARAGRAPH
           END-IF
           PERFORM Compute-Days-Left
           MOVE WS-DAYS-LEFT TO WS-DAYS-SHOW
           IF CCH-GOOD(WS-SLOT) = WS-NOW-DATE
               DISPLAY FUNCTION TRIM(WS-TARGET) " "
                   CCH-EXPIRY(WS-SLOT) " "
                   FUNCTION TRIM(WS-DAYS-SHOW) "d "
                   FUNCTION TRIM(CCH-ISSUER(WS-SLOT))
           ELSE
               DISPLAY FUNCTION TRIM(WS-TARGET) " "
                   CCH-EXPIRY(WS-SLOT) " "
                   FUNCTION TRIM(WS-DAYS-SHOW) "d "
                   FUNCTION TRIM(CCH-ISSUER(WS-SLOT))
                   " (stale, last checked " CCH-GOOD(WS-SLOT) ")"
           END-IF
           EXIT PARAGRAPH.

       Load-Cache.
           MOVE 0 TO WS-CACHE-COUNT
           MOVE 'N' TO end-of-file
           OPEN INPUT CACHEF
           IF NOT WS-CACHE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ CACHEF INTO WS-CACHE-LINE
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF WS-CCH-TARGET NOT = SPACES
                           AND WS-CACHE-COUNT < 50
                           ADD 1 TO WS-CACHE-COUNT
                           MOVE WS-CCH-TARGET
                               TO CCH-TARGET(WS-CACHE-COUNT)
                           MOVE WS-CCH-TRIED
                               TO CCH-TRIED(WS-CACHE-COUNT)
                           MOVE WS-CCH-GOOD
                               TO CCH-GOOD(WS-CACHE-COUNT)
                           MOVE WS-CCH-EXPIRY
                               TO CCH-EXPIRY(WS-CACHE-COUNT)
                           MOVE WS-CCH-ISSUER
                               TO CCH-ISSUER(WS-CACHE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CACHEF
           EXIT PARAGRAPH.

       Write-Cache.
           OPEN OUTPUT CACHEF
           IF NOT WS-CACHE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CACHE-IDX FROM 1 BY 1
               UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
               MOVE CCH-TARGET(WS-CACHE-IDX) TO WS-CCH-TARGET
               MOVE CCH-TRIED(WS-CACHE-IDX) TO WS-CCH-TRIED
               MOVE CCH-GOOD(WS-CACHE-IDX) TO WS-CCH-GOOD
               MOVE CCH-EXPIRY(WS-CACHE-IDX) TO WS-CCH-EXPIRY
               MOVE CCH-ISSUER(WS-CACHE-IDX) TO WS-CCH-ISSUER
               WRITE FD-CACHE-LINE FROM WS-CACHE-LINE
           END-PERFORM
           CLOSE CACHEF
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
