       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE         ASSIGN TO "STATUSLINE-COB.HIS"
                                       FILE STATUS IS WS-HIST-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS HIST-KEY.
      * One of the dated archives Purge-History-Store writes, named
      * per day as the walk reaches it.
           SELECT ARCHIVE-FILE         ASSIGN TO DYNAMIC WS-ARC-PATH
                                       FILE STATUS IS WS-ARC-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Days loaded back, for MAIN's purge -- a restored day older
      * than the retention window is deleted again at the next
      * purge, not archived a second time.
           SELECT RESTORED-DAYS-FILE   ASSIGN TO "STATUSLINE-COB.RST"
                                       FILE STATUS IS WS-RST-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HIST-RECORD.
         05 HIST-KEY.
           10 HIST-KEY-NAME            PIC X(12).
           10 HIST-KEY-TS              PIC X(14).
           10 HIST-KEY-SEQ             PIC 99.
         05 HIST-TEXT                  PIC X(66).
         05 HIST-NUM-FLAG              PIC X.
         05 HIST-NUM-VALUE             PIC +9(9).99.
         05 HIST-UNIT                  PIC X(8).
       FD ARCHIVE-FILE.
       01 ARC-RECORD                   PIC X(116).
       FD RESTORED-DAYS-FILE.
       01 RST-RECORD                   PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-ARC-STATUS                PIC XX.
         88 WS-ARC-OK                  VALUE "00".
       01 WS-RST-STATUS                PIC XX.
         88 WS-RST-OK                  VALUE "00".
       01 WS-ARC-PATH                  PIC X(64).
       01 WS-ARC-EOF                   PIC X.
       01 WS-ARG-NUM                   PIC 99.
       01 WS-ARG-VAL                   PIC X(16).
       01 WS-ARG-MORE                  PIC X.
       01 WS-ARG-BAD                   PIC X VALUE "N".
       01 WS-FROM-DATE                 PIC 9(8) VALUE 0.
       01 WS-TO-DATE                   PIC 9(8) VALUE 0.
       01 WS-DAY                       PIC 9(8).
       01 WS-DAY-INT                   PIC 9(7).
       01 WS-TO-INT                    PIC 9(7).
      * "R" restores archives into the store; "A" is the matching
      * re-archive pass that takes them back out again.
       01 WS-MODE                      PIC X VALUE "R".
       01 WS-FILE-READ                 PIC 9(7).
       01 WS-FILE-LOADED               PIC 9(7).
       01 WS-FILE-DUPS                 PIC 9(7).
       01 WS-FILE-KEPT                 PIC 9(7).
       01 WS-FILE-REMOVED              PIC 9(7).
       01 WS-FILES-SEEN                PIC 9(5) VALUE 0.
       01 WS-TOTAL-READ                PIC 9(9) VALUE 0.
       01 WS-TOTAL-LOADED              PIC 9(9) VALUE 0.
       01 WS-TOTAL-DUPS                PIC 9(9) VALUE 0.
       01 WS-ARC-IMAGE                 PIC X(116).
      * Advisory lock over the history store, shared with MAIN's
      * write burst -- see HISLOCK.
       01 WS-LOCK-MODE                 PIC X.
       01 WS-LOCK-RESULT               PIC X.
       PROCEDURE DIVISION.
       Main.
           MOVE 1 TO WS-ARG-NUM
           MOVE "Y" TO WS-ARG-MORE
           PERFORM UNTIL WS-ARG-MORE = "N"
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE "N" TO WS-ARG-MORE
               END-ACCEPT
               IF WS-ARG-MORE = "Y"
                   PERFORM Take-Argument
                   ADD 1 TO WS-ARG-NUM
               END-IF
           END-PERFORM
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-ARG-BAD = "N" AND WS-FROM-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                   OR WS-TO-DATE < WS-FROM-DATE
                   MOVE "Y" TO WS-ARG-BAD
               END-IF
           END-IF
           IF WS-ARG-BAD = "Y" OR WS-FROM-DATE = 0
               DISPLAY "usage: arcrestore [-r] FROM-YYYYMMDD"
                   " [TO-YYYYMMDD]" UPON SYSERR
               DISPLAY "  a restored day older than the retention"
                   " window is dropped from the store again"
                   UPON SYSERR
               DISPLAY "  at the next daily purge (its archive is"
                   " kept); -r drops it now" UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "ARCRESTORE: history store busy" UPON SYSERR
               GO TO Main-Exit
           END-IF
           OPEN I-O HISTORY-FILE
           IF NOT WS-HIST-OK AND WS-MODE = "R"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HIST-OK
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
           END-IF
           IF NOT WS-HIST-OK
               DISPLAY "ARCRESTORE: cannot open STATUSLINE-COB.HIS"
                   UPON SYSERR
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               GO TO Main-Exit
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM Process-One-Day
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-MODE = "R"
               DISPLAY "ARCRESTORE: " WS-FILES-SEEN " file(s), "
                   WS-TOTAL-READ " read, " WS-TOTAL-LOADED
                   " loaded, " WS-TOTAL-DUPS " duplicate"
           ELSE
               DISPLAY "ARCRESTORE: " WS-FILES-SEEN " file(s), "
                   WS-TOTAL-READ " read, " WS-TOTAL-LOADED
                   " re-archived, " WS-TOTAL-DUPS " kept"
           END-IF.
       Main-Exit.
           STOP RUN.
      * -r selects the re-archive pass; the first date is the start
      * of the range and a second one its end (a single day when
      * omitted).
       Take-Argument.
           IF WS-ARG-VAL = "-h" OR WS-ARG-VAL = "--help"
               MOVE "Y" TO WS-ARG-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-VAL = "-r"
               MOVE "A" TO WS-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-VAL(1:8) NOT NUMERIC
               OR WS-ARG-VAL(9:) NOT = SPACES
               MOVE "Y" TO WS-ARG-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-ARG-VAL(1:8) TO WS-FROM-DATE
           ELSE
               IF WS-TO-DATE = 0
                   MOVE WS-ARG-VAL(1:8) TO WS-TO-DATE
               ELSE
                   MOVE "Y" TO WS-ARG-BAD
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * A day with no archive is simply skipped -- gaps in a range
      * are normal (the bar was off, or the day is still live).
       Process-One-Day.
           MOVE SPACES TO WS-ARC-PATH
           STRING "STATUSLINE-COB." DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  ".HIS" DELIMITED BY SIZE
                  INTO WS-ARC-PATH
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARC-OK
               DISPLAY "ARCRESTORE: " WS-DAY " no archive"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-SEEN
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-LOADED
           MOVE 0 TO WS-FILE-DUPS
           MOVE 0 TO WS-FILE-KEPT
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-ARC-EOF
           PERFORM UNTIL WS-ARC-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-ARC-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       IF WS-MODE = "R"
                           PERFORM Restore-Record
                       ELSE
                           PERFORM Rearchive-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           ADD WS-FILE-READ TO WS-TOTAL-READ
           IF WS-MODE = "R"
               ADD WS-FILE-LOADED TO WS-TOTAL-LOADED
               ADD WS-FILE-DUPS TO WS-TOTAL-DUPS
               IF WS-FILE-LOADED > 0
                   PERFORM Note-Restored-Day
               END-IF
               DISPLAY "ARCRESTORE: " WS-DAY " read " WS-FILE-READ
                   " loaded " WS-FILE-LOADED
                   " duplicate " WS-FILE-DUPS
           ELSE
               ADD WS-FILE-REMOVED TO WS-TOTAL-LOADED
               ADD WS-FILE-KEPT TO WS-TOTAL-DUPS
               DISPLAY "ARCRESTORE: " WS-DAY " read " WS-FILE-READ
                   " re-archived " WS-FILE-REMOVED
                   " kept " WS-FILE-KEPT
           END-IF
           EXIT PARAGRAPH.
      * A key already in the store is left alone -- unlike a fresh
      * note, the sequence digits are not bumped, so restoring the
      * same day twice loads nothing the second time.
       Restore-Record.
           MOVE ARC-RECORD TO HIST-RECORD
           WRITE HIST-RECORD
               INVALID KEY ADD 1 TO WS-FILE-DUPS
               NOT INVALID KEY ADD 1 TO WS-FILE-LOADED
           END-WRITE
           EXIT PARAGRAPH.
      * Listed once per restore; MAIN's purge takes a day listed
      * twice the same way as once.
       Note-Restored-Day.
           OPEN EXTEND RESTORED-DAYS-FILE
           IF NOT WS-RST-OK
               OPEN OUTPUT RESTORED-DAYS-FILE
           END-IF
           IF NOT WS-RST-OK
               EXIT PARAGRAPH
           END-IF
           WRITE RST-RECORD FROM WS-DAY
           CLOSE RESTORED-DAYS-FILE
           EXIT PARAGRAPH.
      * The archive file is never removed by a restore, so sending a
      * day back out only means deleting the store records it still
      * holds a copy of. A record under the same key that differs
      * from the archived image was in the store before the restore
      * (the restore counted it a duplicate) and is kept; keys with
      * nothing in the store are already out.
       Rearchive-Record.
           MOVE ARC-RECORD TO WS-ARC-IMAGE
           MOVE WS-ARC-IMAGE(1:28) TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF HIST-RECORD NOT = WS-ARC-IMAGE
               ADD 1 TO WS-FILE-KEPT
               EXIT PARAGRAPH
           END-IF
           DELETE HISTORY-FILE
               INVALID KEY ADD 1 TO WS-FILE-KEPT
               NOT INVALID KEY ADD 1 TO WS-FILE-REMOVED
           END-DELETE
           EXIT PARAGRAPH.
