           10 WS-CURRENT-YEAR    PIC 9(4).
           10 WS-CURRENT-MONTH   PIC 9(2).
           10 WS-CURRENT-DAY     PIC 9(2).
         05 WS-CURRENT-YMD REDEFINES WS-CURRENT-DATE PIC 9(8).
         05 FILLER               PIC X(13).
      * Room past the pattern so a token test near its end never
      * reads beyond it.
       01 WS-PATTERN-AREA.
         05 WS-PATTERN           PIC X(40).
         05 FILLER               PIC X(4) VALUE SPACES.
       01 WS-PAT-LEN             PIC 99.
       01 WS-PAT-POS             PIC 99.
       01 WS-OUT                 PIC X(80).
       01 WS-OUT-PTR             PIC 99.
       01 WS-WEEKDAY             PIC 9.
       01 WS-ORDER-IDX           PIC 9.
      * LOCFMT's call parameters -- names, and the date order a
      * blank pattern follows.
       01 WS-LOC-MODE            PIC X.
       01 WS-LOC-VALUE           PIC S9(15)V99.
       01 WS-LOC-RESULT          PIC X(8).
       01 WS-LOC-TEXT            PIC X(256).
       LINKAGE SECTION.
      * L-BODY carries an optional date pattern built from the tokens
      * YYYY, MM, DD, MONTH (the month's name) and WDAY (the
      * weekday's), e.g. "YYYY-MM-DD" or "WDAY DD MONTH". Names come
      * from the LOCALE. Blank follows the LOCALE's date order --
      * "DD/MM/YYYY" without one.
       01 L-BODY                 PIC X(71).
       01 L-COLOR                PIC X(6).
       PROCEDURE DIVISION USING L-BODY L-COLOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           IF L-BODY = SPACES
               PERFORM Build-Locale-Pattern
           ELSE
               MOVE FUNCTION TRIM(L-BODY) TO WS-PATTERN
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-YMD) - 1, 7) + 1
           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-OUT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATTERN TRAILING))
               TO WS-PAT-LEN
           MOVE 1 TO WS-PAT-POS
           PERFORM Render-Token UNTIL WS-PAT-POS > WS-PAT-LEN
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           GOBACK.

      * "D.M.Y" becomes "DD.MM.YYYY".
       Build-Locale-Pattern.
           MOVE "O" TO WS-LOC-MODE
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           MOVE SPACES TO WS-PATTERN
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 2
               UNTIL WS-ORDER-IDX > 5
               EVALUATE WS-LOC-RESULT(WS-ORDER-IDX:1)
                   WHEN "D"
                       STRING "DD" DELIMITED BY SIZE
                           INTO WS-PATTERN WITH POINTER WS-OUT-PTR
                       END-STRING
                   WHEN "M"
                       STRING "MM" DELIMITED BY SIZE
                           INTO WS-PATTERN WITH POINTER WS-OUT-PTR
                       END-STRING
                   WHEN OTHER
                       STRING "YYYY" DELIMITED BY SIZE
                           INTO WS-PATTERN WITH POINTER WS-OUT-PTR
                       END-STRING
               END-EVALUATE
               IF WS-ORDER-IDX < 5
                   STRING WS-LOC-RESULT(2:1) DELIMITED BY SIZE
                       INTO WS-PATTERN WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * Names vary in length, so the pattern is copied across a
      * token at a time rather than replaced in place.
       Render-Token.
           EVALUATE TRUE
               WHEN WS-PATTERN-AREA(WS-PAT-POS:5) = "MONTH"
                   MOVE "M" TO WS-LOC-MODE
                   MOVE WS-CURRENT-MONTH TO WS-LOC-VALUE
                   PERFORM Put-Locale-Name
                   ADD 5 TO WS-PAT-POS
               WHEN WS-PATTERN-AREA(WS-PAT-POS:4) = "WDAY"
                   MOVE "W" TO WS-LOC-MODE
                   MOVE WS-WEEKDAY TO WS-LOC-VALUE
                   PERFORM Put-Locale-Name
                   ADD 4 TO WS-PAT-POS
               WHEN WS-PATTERN-AREA(WS-PAT-POS:4) = "YYYY"
                   STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 4 TO WS-PAT-POS
               WHEN WS-PATTERN-AREA(WS-PAT-POS:2) = "MM"
                   STRING WS-CURRENT-MONTH DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 2 TO WS-PAT-POS
               WHEN WS-PATTERN-AREA(WS-PAT-POS:2) = "DD"
                   STRING WS-CURRENT-DAY DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 2 TO WS-PAT-POS
               WHEN OTHER
                   STRING WS-PATTERN(WS-PAT-POS:1) DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-PAT-POS
           END-EVALUATE
           EXIT PARAGRAPH.

       Put-Locale-Name.
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE WS-LOC-RESULT
               WS-LOC-TEXT
           END-CALL
           STRING FUNCTION TRIM(WS-LOC-TEXT) DELIMITED BY SIZE
               INTO WS-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           EXIT PARAGRAPH.
