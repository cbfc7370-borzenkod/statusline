       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The alert audit trail. Every record MAIN writes carries, in
      * columns 99-118, a check value computed from the record's
      * first 97 columns and the check value of the record before
      * it -- so editing, inserting or removing a record anywhere
      * but the very end breaks every check after it. Records from
      * before the chain began carry none and are passed over. A
      * CRIT crossing names its diagnostic snapshot in columns
      * 120-165; when present it is folded in after the body, so
      * records written before the column existed check unchanged.
           SELECT ALERTS-FILE ASSIGN TO "STATUSLINE-COB.ALT"
               FILE STATUS IS WS-ALERTS-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
       01 ALERT-RECORD       PIC X(165).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-ALERTS-STATUS   PIC XX.
         88 WS-ALERTS-OK     VALUE "00".
       01 WS-ALERT-IN.
         05 WS-IN-BODY       PIC X(97).
         05 FILLER           PIC X.
         05 WS-IN-CHAIN      PIC X(20).
         05 FILLER           PIC X.
         05 WS-IN-SNAP       PIC X(46).
      * The check value of the last record written -- loaded from
      * the trail once per run, then carried forward as MAIN seals
      * each new record.
       01 WS-LAST-CHAIN      PIC X(20) VALUE SPACES.
       01 WS-TAIL-LOADED     PIC X VALUE "N".
      * An optional key, the ALTKEY secret in STATUSLINE-COB.SEC,
      * mixed in ahead of every record: without it the chain still
      * catches a careless edit, with it nobody who can't read the
      * secrets file can forge a matching one.
       01 WS-KEY-LOADED      PIC X VALUE "N".
       01 WS-KEY             PIC X(180) VALUE SPACES.
       01 WS-KEY-LEN         PIC 999 COMP VALUE 0.
       01 WS-SEC-MODE        PIC X.
       01 WS-SEC-TEXT        PIC X(200).
       01 WS-SEC-RESOLVED    PIC X(400).
       01 WS-SEC-RESULT      PIC X.
      * Two running remainders, each folded byte by byte through
      * its own multiplier and prime modulus; the check value is
      * both, ten digits apiece.
       01 WS-HASH-1          PIC 9(18) COMP.
       01 WS-HASH-2          PIC 9(18) COMP.
       01 WS-BYTE            PIC 999 COMP.
       01 WS-IDX             PIC 999 COMP.
       01 WS-HASH-TEXT       PIC X(360).
       01 WS-HASH-LEN        PIC 999 COMP.
       01 WS-CHAIN-OUT.
         05 WS-CHAIN-1       PIC 9(10).
         05 WS-CHAIN-2       PIC 9(10).
       01 WS-PREV-CHAIN      PIC X(20).
       01 WS-RECNO           PIC 9(9).
       01 WS-CHAINED         PIC 9(9).
       01 WS-BROKEN          PIC X.
       LINKAGE SECTION.
      * L-MODE:
      *   L - load the trail's last check value (MAIN, at startup)
      *   S - seal L-LINE: put its check value in columns 99-118
      *   V - verify the whole trail. L-RESULT comes back Y (every
      *       chained record checks), N (broken -- L-RECNO is the
      *       first record that fails and L-LINE holds it) or
      *       blank (no trail, or nothing chained yet). L-COUNT is
      *       the number of chained records checked.
       01 L-MODE             PIC X.
       01 L-LINE             PIC X(165).
       01 L-RESULT           PIC X.
       01 L-RECNO            PIC 9(9).
       01 L-COUNT            PIC 9(9).
       PROCEDURE DIVISION USING L-MODE L-LINE L-RESULT L-RECNO
           L-COUNT.
           PERFORM Load-Key
           EVALUATE L-MODE
               WHEN "L"
                   PERFORM Load-Tail
               WHEN "S"
                   IF WS-TAIL-LOADED = "N"
                       PERFORM Load-Tail
                   END-IF
                   MOVE L-LINE TO WS-ALERT-IN
                   MOVE WS-LAST-CHAIN TO WS-PREV-CHAIN
                   PERFORM Compute-Chain
                   MOVE WS-CHAIN-OUT TO WS-IN-CHAIN
                   MOVE WS-ALERT-IN TO L-LINE
                   MOVE WS-CHAIN-OUT TO WS-LAST-CHAIN
               WHEN "V"
                   PERFORM Verify-Trail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       Load-Key.
           IF WS-KEY-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-KEY-LOADED
           MOVE "R" TO WS-SEC-MODE
           MOVE "%{ALTKEY}" TO WS-SEC-TEXT
           CALL 'SECRETS' USING WS-SEC-MODE WS-SEC-TEXT
               WS-SEC-RESOLVED WS-SEC-RESULT
           END-CALL
           IF WS-SEC-RESULT = "Y" AND WS-SEC-RESOLVED NOT = SPACES
               MOVE WS-SEC-RESOLVED TO WS-KEY
               COMPUTE WS-KEY-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-KEY TRAILING))
           END-IF
           EXIT PARAGRAPH.

       Load-Tail.
           MOVE "Y" TO WS-TAIL-LOADED
           MOVE SPACES TO WS-LAST-CHAIN
           MOVE 'N' TO end-of-file
           OPEN INPUT ALERTS-FILE
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ ALERTS-FILE INTO WS-ALERT-IN
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       MOVE WS-IN-CHAIN TO WS-LAST-CHAIN
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.

      * Recomputes each chained record's check from the one before
      * it. A record with no check value after the chain has begun
      * was put there by hand -- that is a break too.
       Verify-Trail.
           MOVE SPACE TO L-RESULT
           MOVE 0 TO L-RECNO L-COUNT
           MOVE 0 TO WS-RECNO WS-CHAINED
           MOVE "N" TO WS-BROKEN
           MOVE SPACES TO WS-PREV-CHAIN
           MOVE 'N' TO end-of-file
           OPEN INPUT ALERTS-FILE
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y' OR WS-BROKEN = "Y"
               READ ALERTS-FILE INTO WS-ALERT-IN
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO WS-RECNO
                       PERFORM Verify-Record
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           MOVE WS-CHAINED TO L-COUNT
           IF WS-BROKEN = "Y"
               MOVE "N" TO L-RESULT
               MOVE WS-RECNO TO L-RECNO
               MOVE WS-ALERT-IN TO L-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAINED > 0
               MOVE "Y" TO L-RESULT
           END-IF
           EXIT PARAGRAPH.

       Verify-Record.
           IF WS-IN-CHAIN = SPACES
               IF WS-CHAINED > 0
                   MOVE "Y" TO WS-BROKEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM Compute-Chain
           IF WS-CHAIN-OUT NOT = WS-IN-CHAIN
               MOVE "Y" TO WS-BROKEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHAINED
           MOVE WS-IN-CHAIN TO WS-PREV-CHAIN
           EXIT PARAGRAPH.

      * Folds key, previous check value, record body and any
      * snapshot name, in that order, into the two remainders.
       Compute-Chain.
           MOVE SPACES TO WS-HASH-TEXT
           MOVE 1 TO WS-HASH-LEN
           IF WS-KEY-LEN > 0
               STRING WS-KEY(1:WS-KEY-LEN) DELIMITED BY SIZE
                   INTO WS-HASH-TEXT WITH POINTER WS-HASH-LEN
               END-STRING
           END-IF
           STRING WS-PREV-CHAIN DELIMITED BY SIZE
                  WS-IN-BODY DELIMITED BY SIZE
                  INTO WS-HASH-TEXT WITH POINTER WS-HASH-LEN
           END-STRING
           IF WS-IN-SNAP NOT = SPACES
               STRING WS-IN-SNAP DELIMITED BY SIZE
                   INTO WS-HASH-TEXT WITH POINTER WS-HASH-LEN
               END-STRING
           END-IF
           SUBTRACT 1 FROM WS-HASH-LEN
           MOVE 5381 TO WS-HASH-1
           MOVE 52711 TO WS-HASH-2
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HASH-LEN
               COMPUTE WS-BYTE = FUNCTION ORD(WS-HASH-TEXT(WS-IDX:1))
               COMPUTE WS-HASH-1 = FUNCTION MOD(
                   WS-HASH-1 * 257 + WS-BYTE, 2147483647)
               COMPUTE WS-HASH-2 = FUNCTION MOD(
                   WS-HASH-2 * 263 + WS-BYTE * 7 + WS-IDX,
                   2147483629)
           END-PERFORM
           MOVE WS-HASH-1 TO WS-CHAIN-1
           MOVE WS-HASH-2 TO WS-CHAIN-2
           EXIT PARAGRAPH.
