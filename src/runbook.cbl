       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * What to do when a module goes bad, fixed columns like the
      * maintenance calendar:
      *   cols  1-12  module name
      *   col  13     blank
      *   cols 14-17  level WARN or CRIT, blank for either
      *   col  18     blank
      *   cols 19-34  runbook reference (page, wiki slug, ticket)
      *   col  35     blank
      *   cols 36-135 first-response instruction
      * Blank lines and column-1 "*" comments are skipped. A line
      * naming the level outranks a blank-level line for the same
      * module. A missing file means no runbook -- nothing changes.
           SELECT RBKF ASSIGN TO "STATUSLINE-COB.RBK"
               FILE STATUS IS WS-RBK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RBKF.
       01 FD-RBK-LINE        PIC X(135).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-RBK-STATUS      PIC XX.
         88 WS-RBK-OK        VALUE "00".
       01 WS-RBK-LINE.
         05 WS-RBK-MODULE    PIC X(12).
         05 FILLER           PIC X.
         05 WS-RBK-LEVEL     PIC X(4).
         05 FILLER           PIC X.
         05 WS-RBK-REF       PIC X(16).
         05 FILLER           PIC X.
         05 WS-RBK-TEXT      PIC X(100).
       01 WS-EXACT-FOUND     PIC X.
       LINKAGE SECTION.
      * The module and level being paged or displayed, and the
      * answer -- reference and instruction, blank when the file
      * has nothing for them.
       01 L-MODULE           PIC X(12).
       01 L-LEVEL            PIC X(4).
       01 L-REF              PIC X(16).
       01 L-TEXT             PIC X(100).
       PROCEDURE DIVISION USING L-MODULE L-LEVEL L-REF L-TEXT.
           MOVE SPACES TO L-REF L-TEXT
           MOVE 'N' TO end-of-file
           MOVE "N" TO WS-EXACT-FOUND
           OPEN INPUT RBKF
           IF NOT WS-RBK-OK
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y' OR WS-EXACT-FOUND = "Y"
               READ RBKF INTO WS-RBK-LINE
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Entry
               END-READ
           END-PERFORM
           CLOSE RBKF
           GOBACK.

       Check-Entry.
           IF WS-RBK-LINE = SPACES OR WS-RBK-MODULE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RBK-MODULE))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(L-MODULE))
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-RBK-LEVEL) = L-LEVEL
                   MOVE WS-RBK-REF TO L-REF
                   MOVE WS-RBK-TEXT TO L-TEXT
                   MOVE "Y" TO WS-EXACT-FOUND
               WHEN WS-RBK-LEVEL = SPACES AND L-REF = SPACES
                   MOVE WS-RBK-REF TO L-REF
                   MOVE WS-RBK-TEXT TO L-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
