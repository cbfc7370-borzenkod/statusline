       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRETS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Named secrets -- webhook tokens, API keys -- kept out of the
      * config so they never reach CONFIGED's revisions, CFGDIFF or
      * the alert spool:
      *   NAME VALUE
      * NAME up to 16 characters, VALUE the rest of the line; blank
      * lines and column-1 "*" comments skipped. A config command
      * writes %{NAME} where the value belongs, and the value is
      * put in only for the moment the command is run. The file
      * must belong to the user running the bar and be closed to
      * everyone else (chmod 600) or nothing is read from it.
           SELECT SECF ASSIGN TO "STATUSLINE-COB.SEC"
               FILE STATUS IS WS-SEC-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SECF.
       01 FD-SEC-LINE        PIC X(200).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-SEC-STATUS      PIC XX.
         88 WS-SEC-OK        VALUE "00".
       01 WS-SEC-NAME        PIC X(16).
       01 WS-SEC-VALUE       PIC X(180).
       01 WS-SEC-PTR         PIC 999 COMP.
       01 WS-SEC-FOUND       PIC X.
      * Ownership and mode test, done by find(1) since the bar has
      * no stat() of its own: anything it prints is a file some
      * other user could read or write.
       01 WS-PERM-CMD        PIC X(160).
       01 WS-PERM-CMD-LEN    PIC 999 COMP.
       01 WS-PERM-RC         PIC S9(9) COMP-5.
      * Substitution scratch.
       01 WS-REF-COUNT       PIC 99 COMP.
       01 WS-IN-LEN          PIC 999 COMP.
       01 WS-IN-IDX          PIC 999 COMP.
       01 WS-OUT-POS         PIC 999 COMP.
       01 WS-REF-END         PIC 999 COMP.
       01 WS-REF-NAME        PIC X(16).
       01 WS-VAL-LEN         PIC 999 COMP.
       LINKAGE SECTION.
      * L-MODE "C" only checks the file's permissions (startup
      * validation); "R" copies L-TEXT to L-RESOLVED with each
      * %{NAME} replaced by its value. L-RESULT comes back:
      *   Y - done (or nothing to do)
      *   U - the file is open to other users; nothing resolved
      *   M - a name is not in the file, or there is no file
       01 L-MODE             PIC X.
       01 L-TEXT             PIC X(200).
       01 L-RESOLVED         PIC X(400).
       01 L-RESULT           PIC X.
       PROCEDURE DIVISION USING L-MODE L-TEXT L-RESOLVED L-RESULT.
           MOVE "Y" TO L-RESULT
           IF L-MODE = "C"
               PERFORM Check-Permissions
               GOBACK
           END-IF
           MOVE SPACES TO L-RESOLVED
           MOVE 0 TO WS-REF-COUNT
           INSPECT L-TEXT TALLYING WS-REF-COUNT FOR ALL "%{"
           IF WS-REF-COUNT = 0
               MOVE L-TEXT TO L-RESOLVED
               GOBACK
           END-IF
           PERFORM Check-Permissions
           IF L-RESULT NOT = "Y"
               GOBACK
           END-IF
           PERFORM Substitute-References
           IF L-RESULT NOT = "Y"
               MOVE SPACES TO L-RESOLVED
           END-IF
           GOBACK.

      * A missing file passes -- there is then nothing to protect,
      * and any reference fails on lookup instead.
       Check-Permissions.
           MOVE SPACES TO WS-PERM-CMD
           STRING "test -z ""$(find STATUSLINE-COB.SEC -maxdepth 0"
                      DELIMITED BY SIZE
                  " \( -perm /077 -o ! -user $(id -u) \)"
                      DELIMITED BY SIZE
                  " 2>/dev/null)""" DELIMITED BY SIZE
                  INTO WS-PERM-CMD
           END-STRING
           COMPUTE WS-PERM-CMD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PERM-CMD))
           MOVE LOW-VALUE TO WS-PERM-CMD(WS-PERM-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-PERM-CMD
               RETURNING WS-PERM-RC
           END-CALL
           INSPECT WS-PERM-CMD REPLACING ALL LOW-VALUE BY SPACE
           IF WS-PERM-RC NOT = 0
               MOVE "U" TO L-RESULT
           END-IF
           EXIT PARAGRAPH.

       Substitute-References.
           COMPUTE WS-IN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(L-TEXT TRAILING))
           MOVE 1 TO WS-OUT-POS
           MOVE 1 TO WS-IN-IDX
           PERFORM UNTIL WS-IN-IDX > WS-IN-LEN OR L-RESULT NOT = "Y"
               IF WS-IN-IDX < WS-IN-LEN
                   AND L-TEXT(WS-IN-IDX:2) = "%{"
                   PERFORM Take-Reference
               ELSE
                   IF WS-OUT-POS <= 400
                       MOVE L-TEXT(WS-IN-IDX:1)
                           TO L-RESOLVED(WS-OUT-POS:1)
                       ADD 1 TO WS-OUT-POS
                   END-IF
                   ADD 1 TO WS-IN-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      * WS-IN-IDX sits on the "%"; the name runs to the next "}".
      * An unclosed brace is copied through as it stands.
       Take-Reference.
           PERFORM VARYING WS-REF-END FROM WS-IN-IDX BY 1
               UNTIL WS-REF-END > WS-IN-LEN
                   OR L-TEXT(WS-REF-END:1) = "}"
               CONTINUE
           END-PERFORM
           IF WS-REF-END > WS-IN-LEN
               IF WS-OUT-POS <= 400
                   MOVE L-TEXT(WS-IN-IDX:1) TO L-RESOLVED(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
               END-IF
               ADD 1 TO WS-IN-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REF-NAME
           IF WS-REF-END - WS-IN-IDX - 2 > 0
               AND WS-REF-END - WS-IN-IDX - 2 <= 16
               MOVE L-TEXT(WS-IN-IDX + 2:WS-REF-END - WS-IN-IDX - 2)
                   TO WS-REF-NAME
           END-IF
           PERFORM Look-Up-Secret
           IF WS-SEC-FOUND = "N"
               MOVE "M" TO L-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SEC-VALUE))
           IF WS-OUT-POS + WS-VAL-LEN - 1 <= 400
               MOVE FUNCTION TRIM(WS-SEC-VALUE)
                   TO L-RESOLVED(WS-OUT-POS:WS-VAL-LEN)
               ADD WS-VAL-LEN TO WS-OUT-POS
           END-IF
           COMPUTE WS-IN-IDX = WS-REF-END + 1
           EXIT PARAGRAPH.

       Look-Up-Secret.
           MOVE "N" TO WS-SEC-FOUND
           IF WS-REF-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO end-of-file
           OPEN INPUT SECF
           IF NOT WS-SEC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y' OR WS-SEC-FOUND = "Y"
               READ SECF
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Secret-Line
               END-READ
           END-PERFORM
           CLOSE SECF
           EXIT PARAGRAPH.

       Check-Secret-Line.
           IF FD-SEC-LINE = SPACES OR FD-SEC-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEC-NAME WS-SEC-VALUE
           MOVE 1 TO WS-SEC-PTR
           UNSTRING FD-SEC-LINE DELIMITED BY ALL SPACES
               INTO WS-SEC-NAME
               WITH POINTER WS-SEC-PTR
           END-UNSTRING
           IF WS-SEC-NAME NOT = WS-REF-NAME OR WS-SEC-PTR > 200
               EXIT PARAGRAPH
           END-IF
           MOVE FD-SEC-LINE(WS-SEC-PTR:) TO WS-SEC-VALUE
           IF WS-SEC-VALUE NOT = SPACES
               MOVE "Y" TO WS-SEC-FOUND
           END-IF
           EXIT PARAGRAPH.
