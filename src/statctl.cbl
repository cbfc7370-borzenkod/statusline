       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The running bar's answer -- rewritten by MAIN within a cycle
      * of the request landing: a "get"'s module state, otherwise
      * OK or the reason the command was not carried out.
           SELECT RESPONSE-FILE        ASSIGN TO "STATUSLINE-COB.RSP"
                                       FILE STATUS IS WS-RSP-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-GOT-REPLY                 PIC X.
       01 WS-RSP-EOF                   PIC X.
       01 WS-UNLINK-RC                 PIC S9(9) COMP-5.
      * "runbook MODULE" -- the entries RUNBOOK finds for each level.
       01 WS-RBK-LEVEL                 PIC X(4).
       01 WS-RBK-REF                   PIC X(16).
       01 WS-RBK-TEXT                  PIC X(100).
       01 WS-RBK-ANY                   PIC X.
      * Who is asking -- sent ahead of the verb so the bar can check
      * the allow file and put the name in its control audit trail.
       01 WS-ENV-USER                  PIC X(64).
       PROCEDURE DIVISION.
       Main.
           PERFORM Parse-Arguments
                       PERFORM Show-Detail
                   END-IF
                   GO TO Main-Exit
      * The runbook is a plain file too -- read it here.
               WHEN "runbook"
                   IF WS-ARG-MODULE = SPACES
                       PERFORM Show-Usage
                   ELSE
                       PERFORM Show-Runbook
                   END-IF
                   GO TO Main-Exit
               WHEN "get"
               WHEN "refresh"
               WHEN "ack"
                   GO TO Main-Exit
           END-EVALUATE
           PERFORM Build-Request
      * A stale answer from an earlier command must not be mistaken
      * for this one's.
           MOVE LOW-VALUE TO WS-RSP-PATH(19:1)
           CALL "unlink" USING BY REFERENCE WS-RSP-PATH
               RETURNING WS-UNLINK-RC
           END-CALL
           INSPECT WS-RSP-PATH REPLACING ALL LOW-VALUE BY SPACE
           PERFORM Send-Request
           IF WS-FIFO-FD < 0
               DISPLAY "statctl: cannot reach the bar "
               MOVE 1 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           PERFORM Await-Reply.
       Main-Exit.
           STOP RUN.
       Show-Usage.
           DISPLAY "usage: statctl get MODULE | refresh MODULE"
               " | pause | resume | ack MODULE SECONDS"
               " | detail MODULE | runbook MODULE" UPON SYSERR
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH.
      * Both levels' entries for the module, reference and first
      * response in full.
       Show-Runbook.
           MOVE FUNCTION UPPER-CASE(WS-ARG-MODULE) TO WS-ARG-MODULE
           MOVE "N" TO WS-RBK-ANY
           MOVE "WARN" TO WS-RBK-LEVEL
           PERFORM Show-Runbook-Level
           MOVE "CRIT" TO WS-RBK-LEVEL
           PERFORM Show-Runbook-Level
           IF WS-RBK-ANY = "N"
               DISPLAY "statctl: no runbook entry for "
                   FUNCTION TRIM(WS-ARG-MODULE) UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.
       Show-Runbook-Level.
           CALL 'RUNBOOK' USING WS-ARG-MODULE WS-RBK-LEVEL
               WS-RBK-REF WS-RBK-TEXT
           END-CALL
           IF WS-RBK-REF = SPACES AND WS-RBK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RBK-ANY
           DISPLAY FUNCTION TRIM(WS-ARG-MODULE) " " WS-RBK-LEVEL " "
               FUNCTION TRIM(WS-RBK-REF)
           DISPLAY "  " FUNCTION TRIM(WS-RBK-TEXT)
           EXIT PARAGRAPH.
       Show-Detail.
           MOVE SPACES TO WS-DETAIL-PATH
           STRING "/tmp/.statusline-cob-detail." DELIMITED BY SIZE
           END-PERFORM
           EXIT PARAGRAPH.
       Build-Request.
           MOVE SPACES TO WS-ENV-USER
           ACCEPT WS-ENV-USER FROM ENVIRONMENT "USER"
           IF WS-ENV-USER = SPACES
               MOVE "operator" TO WS-ENV-USER
           END-IF
           MOVE SPACES TO WS-REQUEST
           STRING "@" DELIMITED BY SIZE
                  WS-ENV-USER(1:16) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-VERB))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-MODULE) DELIMITED BY SIZE
           END-CALL
           EXIT PARAGRAPH.
      * The bar answers within one polling cycle; give it a few
      * seconds before declaring it unresponsive. A refusal or a
      * failed command goes to stderr with a nonzero exit; a plain
      * OK is not printed. Only a "get" needs the answer to have
      * arrived -- anything else was delivered, and will be carried
      * out (or refused, in the audit trail) when the bar gets to it.
       Await-Reply.
           MOVE "N" TO WS-GOT-REPLY
           PERFORM VARYING WS-WAIT-TRIES FROM 1 BY 1
                   PERFORM UNTIL WS-RSP-EOF = "Y"
                       READ RESPONSE-FILE
                           AT END MOVE "Y" TO WS-RSP-EOF
                           NOT AT END PERFORM Show-Reply-Line
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSE-FILE
               END-IF
           END-PERFORM
           IF WS-GOT-REPLY = "N"
               AND FUNCTION TRIM(FUNCTION LOWER-CASE(WS-ARG-VERB))
                   = "get"
               DISPLAY "statctl: no reply from the bar" UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.
       Show-Reply-Line.
           EVALUATE TRUE
               WHEN RSP-RECORD(1:8) = "REFUSED "
                   OR RSP-RECORD(1:13) = "UNKNOWN VERB "
                   DISPLAY "statctl: " FUNCTION TRIM(RSP-RECORD)
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               WHEN RSP-RECORD(1:15) = "NO SUCH MODULE "
                   AND FUNCTION TRIM(FUNCTION LOWER-CASE(WS-ARG-VERB))
                       NOT = "get"
                   DISPLAY "statctl: " FUNCTION TRIM(RSP-RECORD)
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               WHEN RSP-RECORD(1:3) = "OK "
                   CONTINUE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(RSP-RECORD)
           END-EVALUATE
           EXIT PARAGRAPH.
