       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLOGHOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGF ASSIGN TO '/tmp/.statusline-cob-log.out'
               FILE STATUS IS WS-LOG-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * The pattern goes to grep through a file (-f) rather than on
      * the command line, so quotes, "$" and backslashes in it reach
      * grep as written instead of through two layers of shell.
           SELECT PATF ASSIGN TO '/tmp/.statusline-cob-log.pat'
               FILE STATUS IS WS-PAT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LOGF.
       01 FD-LOG-LINE        PIC X(400).
       FD PATF.
       01 PAT-RECORD         PIC X(71).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-LOG-STATUS      PIC XX.
         88 WS-LOG-OK        VALUE "00".
       01 WS-PAT-STATUS      PIC XX.
         88 WS-PAT-OK        VALUE "00".
       01 WS-CMD             PIC X(300).
       01 WS-WRAP-CMD        PIC X(300).
       01 WS-CMD-LEN         PIC 999 COMP.
       01 WS-RC              PIC S9(9) COMP-5.
       01 WS-LOG-PATH        PIC X(71).
       01 WS-STAT-PATH       PIC X(74).
       01 WS-PATTERN         PIC X(71).
       01 WS-BODY-PTR        PIC 99 COMP.
       01 WS-QUOTE-COUNT     PIC 99 COMP.
       01 WS-SLOT            PIC 99.
       01 WS-SLOT-IDX        PIC 99.
       01 WS-NEW-SLOT        PIC X.
      * stat(1) output for the file being looked at: inode and size.
       01 WS-STAT-INODE-X    PIC X(20).
       01 WS-STAT-SIZE-X     PIC X(20).
       01 WS-INODE-DIGITS    PIC 99 COMP.
       01 WS-SIZE-DIGITS     PIC 99 COMP.
       01 WS-STAT-INODE      PIC 9(18).
       01 WS-STAT-SIZE       PIC 9(15).
       01 WS-STAT-OK         PIC X.
       01 WS-CUR-INODE       PIC 9(18).
       01 WS-CUR-SIZE        PIC 9(15).
      * The byte range one grep pass covers, and whether it starts
      * the capture file afresh or adds to it.
       01 WS-EXT-PATH        PIC X(74).
       01 WS-EXT-START       PIC 9(15).
       01 WS-EXT-LEN         PIC 9(15).
       01 WS-EXT-REDIR       PIC XX.
       01 WS-EXT-START-X     PIC Z(14)9.
       01 WS-EXT-LEN-X       PIC Z(14)9.
       01 WS-MATCH-COUNT     PIC 9(5).
       01 WS-ROTATED         PIC X.
      * Read positions, one per LOG block (keyed by its whole BODY,
      * so two patterns over the same file each count every line).
      * EXTERNAL so MAIN can carry them through its checkpoint file
      * across a restart -- the first poll after a restart then
      * counts only what was written while the bar was down, not
      * the whole file again. A position never seen before starts
      * at the end of the file: the block counts from now on.
       01 WS-LOG-STATE EXTERNAL.
         05 WS-LOG-COUNT     PIC 99.
         05 WS-LOG-ENTRY OCCURS 10 TIMES.
           10 WS-LOG-KEY     PIC X(71).
           10 WS-LOG-INODE   PIC 9(18).
           10 WS-LOG-OFFSET  PIC 9(15).
      * The newest matching line per position, for the detail
      * buffer -- kept across calls so it stays up after a quiet
      * poll, but not worth a place in the checkpoint.
       01 WS-LAST-TABLE VALUE SPACES.
         05 WS-LAST-MATCH OCCURS 10 TIMES PIC X(200).
      * Structured-value channel of the hook interface -- the hook
      * moves its primary metric (and unit) here before GOBACK and
      * raises the flag; MAIN records it in the history log as a
      * typed field, so display cosmetics and recorded data stop
      * being the same bytes.
       01 WS-HOOK-VALUE      PIC S9(9)V99 EXTERNAL.
       01 WS-HOOK-UNIT       PIC X(8) EXTERNAL.
       01 WS-HOOK-VALUE-SET  PIC X EXTERNAL.
       LINKAGE SECTION.
      * L-BODY is the file to follow, then an extended regular
      * expression matched case-blind against each new line:
      *   /var/log/kern.log error|fail|oops
      * The block shows the matches written since the last poll;
      * L-WARN/L-CRIT are match counts. A file that was rotated
      * (a new inode) is read from its start, and the rest of the
      * old file is still picked up when logrotate left it beside
      * it as FILE.1; a file that shrank in place (truncated) is
      * read from its start.
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
           IF WS-LOG-COUNT NOT NUMERIC
               MOVE 0 TO WS-LOG-COUNT
           END-IF
           MOVE SPACES TO WS-LOG-PATH WS-PATTERN
           MOVE 1 TO WS-BODY-PTR
           UNSTRING L-BODY DELIMITED BY ALL SPACES
               INTO WS-LOG-PATH
               WITH POINTER WS-BODY-PTR
           END-UNSTRING
           IF WS-BODY-PTR <= 71
               MOVE FUNCTION TRIM(L-BODY(WS-BODY-PTR:)) TO WS-PATTERN
           END-IF
      * The path goes inside quotes on the command line; one that
      * carries a quote of its own is refused rather than run.
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-LOG-PATH TALLYING WS-QUOTE-COUNT
               FOR ALL "'" ALL '"' ALL "`" ALL "$"
           IF WS-LOG-PATH = SPACES OR WS-PATTERN = SPACES
               OR WS-QUOTE-COUNT > 0
               MOVE "808080" TO L-COLOR
               DISPLAY "LOG: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           PERFORM Find-Log-Slot
           IF WS-SLOT = 0
               MOVE "808080" TO L-COLOR
               DISPLAY "LOG: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           MOVE WS-LOG-PATH TO WS-STAT-PATH
           PERFORM Stat-File
           IF WS-STAT-OK = "N"
               MOVE "808080" TO L-COLOR
               DISPLAY "LOG: N/A" WITH NO ADVANCING
               GOBACK
           END-IF
           MOVE WS-STAT-INODE TO WS-CUR-INODE
           MOVE WS-STAT-SIZE TO WS-CUR-SIZE
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-ROTATED
           IF WS-NEW-SLOT = "Y"
               MOVE WS-CUR-INODE TO WS-LOG-INODE(WS-SLOT)
               MOVE WS-CUR-SIZE TO WS-LOG-OFFSET(WS-SLOT)
           ELSE
               PERFORM Count-New-Lines
           END-IF
           MOVE WS-CUR-INODE TO WS-LOG-INODE(WS-SLOT)
           MOVE WS-CUR-SIZE TO WS-LOG-OFFSET(WS-SLOT)
           MOVE WS-MATCH-COUNT TO WS-HOOK-VALUE
           MOVE "matches" TO WS-HOOK-UNIT
           MOVE "Y" TO WS-HOOK-VALUE-SET
           IF L-CRIT > 0 AND WS-MATCH-COUNT >= L-CRIT
               MOVE L-CRIT-COLOR TO L-COLOR
           ELSE
               IF L-WARN > 0 AND WS-MATCH-COUNT >= L-WARN
                   MOVE L-WARN-COLOR TO L-COLOR
               END-IF
           END-IF
           DISPLAY "LOG " WS-MATCH-COUNT WITH NO ADVANCING
           PERFORM Emit-Log-Detail
           GOBACK.

       Find-Log-Slot.
           MOVE 0 TO WS-SLOT
           MOVE "N" TO WS-NEW-SLOT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-LOG-COUNT OR WS-SLOT > 0
               IF WS-LOG-KEY(WS-SLOT-IDX) = L-BODY
                   MOVE WS-SLOT-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0 OR WS-LOG-COUNT >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-LOG-COUNT TO WS-SLOT
           MOVE "Y" TO WS-NEW-SLOT
           MOVE L-BODY TO WS-LOG-KEY(WS-SLOT)
           MOVE 0 TO WS-LOG-INODE(WS-SLOT)
           MOVE 0 TO WS-LOG-OFFSET(WS-SLOT)
           MOVE SPACES TO WS-LAST-MATCH(WS-SLOT)
           EXIT PARAGRAPH.

      * Same file, grown: the bytes past the stored offset. A new
      * inode means the file was rotated away -- first the tail of
      * the old file if it now sits at FILE.1, then the new file
      * from its start. Same inode but shorter: truncated in place
      * (copytruncate), so read it from the start.
       Count-New-Lines.
           PERFORM Write-Pattern-File
           IF WS-PAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "> " TO WS-EXT-REDIR
           IF WS-CUR-INODE NOT = WS-LOG-INODE(WS-SLOT)
               MOVE "Y" TO WS-ROTATED
               MOVE SPACES TO WS-STAT-PATH
               STRING FUNCTION TRIM(WS-LOG-PATH) DELIMITED BY SIZE
                      ".1" DELIMITED BY SIZE
                      INTO WS-STAT-PATH
               END-STRING
               PERFORM Stat-File
               IF WS-STAT-OK = "Y"
                   AND WS-STAT-INODE = WS-LOG-INODE(WS-SLOT)
                   AND WS-STAT-SIZE > WS-LOG-OFFSET(WS-SLOT)
                   MOVE WS-STAT-PATH TO WS-EXT-PATH
                   MOVE WS-LOG-OFFSET(WS-SLOT) TO WS-EXT-START
                   COMPUTE WS-EXT-LEN =
                       WS-STAT-SIZE - WS-LOG-OFFSET(WS-SLOT)
                   PERFORM Extract-Matches
                   MOVE ">>" TO WS-EXT-REDIR
               END-IF
               MOVE 0 TO WS-EXT-START
           ELSE
               IF WS-CUR-SIZE < WS-LOG-OFFSET(WS-SLOT)
                   MOVE "Y" TO WS-ROTATED
                   MOVE 0 TO WS-EXT-START
               ELSE
                   MOVE WS-LOG-OFFSET(WS-SLOT) TO WS-EXT-START
               END-IF
           END-IF
           IF WS-CUR-SIZE > WS-EXT-START
               MOVE WS-LOG-PATH TO WS-EXT-PATH
               COMPUTE WS-EXT-LEN = WS-CUR-SIZE - WS-EXT-START
               PERFORM Extract-Matches
               MOVE ">>" TO WS-EXT-REDIR
           END-IF
           IF WS-EXT-REDIR = "> "
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO end-of-file
           OPEN INPUT LOGF
           IF NOT WS-LOG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ LOGF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE FD-LOG-LINE TO WS-LAST-MATCH(WS-SLOT)
               END-READ
           END-PERFORM
           CLOSE LOGF
           EXIT PARAGRAPH.

       Write-Pattern-File.
           OPEN OUTPUT PATF
           IF NOT WS-PAT-OK
               EXIT PARAGRAPH
           END-IF
           WRITE PAT-RECORD FROM WS-PATTERN
           CLOSE PATF
           EXIT PARAGRAPH.

       Stat-File.
           MOVE "N" TO WS-STAT-OK
           MOVE SPACES TO WS-CMD
           STRING "stat -Lc ""%i %s"" """ DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-PATH) DELIMITED BY SIZE
                  """ > /tmp/.statusline-cob-log.out 2>/dev/null"
                      DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           PERFORM Run-Command
           MOVE 'N' TO end-of-file
           OPEN INPUT LOGF
           IF NOT WS-LOG-OK
               EXIT PARAGRAPH
           END-IF
           READ LOGF
               AT END
                   MOVE 'Y' TO end-of-file
           END-READ
           CLOSE LOGF
           IF end-of-file = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STAT-INODE-X WS-STAT-SIZE-X
           UNSTRING FD-LOG-LINE DELIMITED BY ALL SPACES
               INTO WS-STAT-INODE-X WS-STAT-SIZE-X
           END-UNSTRING
           MOVE 0 TO WS-INODE-DIGITS WS-SIZE-DIGITS
           INSPECT WS-STAT-INODE-X TALLYING WS-INODE-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-STAT-SIZE-X TALLYING WS-SIZE-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INODE-DIGITS = 0 OR WS-SIZE-DIGITS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STAT-INODE-X(1:WS-INODE-DIGITS) IS NUMERIC
               AND WS-STAT-SIZE-X(1:WS-SIZE-DIGITS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-STAT-INODE-X) TO WS-STAT-INODE
               MOVE FUNCTION NUMVAL(WS-STAT-SIZE-X) TO WS-STAT-SIZE
               MOVE "Y" TO WS-STAT-OK
           END-IF
           EXIT PARAGRAPH.

      * Exactly the bytes between the two stats, so a line written
      * after the size was taken is left for the next poll.
       Extract-Matches.
           ADD 1 TO WS-EXT-START GIVING WS-EXT-START-X
           MOVE WS-EXT-LEN TO WS-EXT-LEN-X
           MOVE SPACES TO WS-CMD
           STRING "tail -c +" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-START-X) DELIMITED BY SIZE
                  " """ DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-PATH) DELIMITED BY SIZE
                  """ | head -c " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-LEN-X) DELIMITED BY SIZE
                  " | grep -Eia -f /tmp/.statusline-cob-log.pat "
                      DELIMITED BY SIZE
                  WS-EXT-REDIR DELIMITED BY SIZE
                  " /tmp/.statusline-cob-log.out 2>/dev/null"
                      DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           PERFORM Run-Command
           EXIT PARAGRAPH.

      * Line 2 of the capture is the compact form; lines 3+ the
      * detail buffer -- the newest matching line, and a note when
      * this poll found the file rotated or truncated.
       Emit-Log-Detail.
           DISPLAY " "
           DISPLAY WS-MATCH-COUNT
           IF WS-ROTATED = "Y"
               DISPLAY FUNCTION TRIM(WS-LOG-PATH)
                   " rotated or truncated, reread from the start"
           END-IF
           IF WS-LAST-MATCH(WS-SLOT) NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-LAST-MATCH(WS-SLOT))
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
