       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTVFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTS-FILE          ASSIGN TO "STATUSLINE-COB.ALT"
                                       FILE STATUS IS WS-ALERTS-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC IS X(165).
       WORKING-STORAGE SECTION.
       01 WS-ALERTS-STATUS             PIC XX.
         88 WS-ALERTS-OK               VALUE "00".
      * ALTCHAIN does the walking; this is its batch face. Return
      * code 0 when every chained record checks, 4 when the chain
      * breaks (the first bad record is printed -- everything from
      * it on is suspect), 8 when there is no trail to read.
       01 WS-CHAIN-MODE                PIC X.
       01 WS-CHAIN-LINE                PIC X(165).
       01 WS-CHAIN-RESULT              PIC X.
       01 WS-CHAIN-RECNO               PIC 9(9).
       01 WS-CHAIN-COUNT               PIC 9(9).
       01 WS-CHAIN-SHOW                PIC Z(8)9.
       PROCEDURE DIVISION.
       Main.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT ALERTS-FILE
           IF NOT WS-ALERTS-OK
               DISPLAY "ALTVFY: cannot open STATUSLINE-COB.ALT"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           CLOSE ALERTS-FILE
           MOVE "V" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-CHAIN-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL
           EVALUATE WS-CHAIN-RESULT
               WHEN "Y"
                   MOVE WS-CHAIN-COUNT TO WS-CHAIN-SHOW
                   DISPLAY "ALTVFY: trail verified clean, "
                       FUNCTION TRIM(WS-CHAIN-SHOW) " chained records"
               WHEN "N"
                   MOVE WS-CHAIN-COUNT TO WS-CHAIN-SHOW
                   DISPLAY "ALTVFY: chain verified through "
                       FUNCTION TRIM(WS-CHAIN-SHOW) " records"
                   MOVE WS-CHAIN-RECNO TO WS-CHAIN-SHOW
                   DISPLAY "ALTVFY: CHAIN BROKEN at record "
                       FUNCTION TRIM(WS-CHAIN-SHOW)
                   DISPLAY "  " FUNCTION TRIM(WS-CHAIN-LINE TRAILING)
                   DISPLAY "ALTVFY: this record was altered or added"
                       " by hand, or one before it was removed --"
                       " everything from here on is suspect"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ALTVFY: no chained records in the trail"
                       " -- nothing to verify"
           END-EVALUATE.
       Main-Exit.
           STOP RUN.
