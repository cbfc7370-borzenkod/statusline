       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Where the last handover left off: one line, the timestamp
      * the window was advanced to and the name it was taken under.
           SELECT BOOKMARK-FILE        ASSIGN TO "STATUSLINE-COB.HOV"
                                       FILE STATUS IS WS-HOV-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTS-FILE          ASSIGN TO "STATUSLINE-COB.ALT"
                                       FILE STATUS IS WS-ALERTS-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDENT-FILE        ASSIGN TO "STATUSLINE-COB.INC"
                                       FILE STATUS IS WS-INC-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS INC-NUMBER.
           SELECT SPOOL-FILE           ASSIGN TO "STATUSLINE-COB.SPL"
                                       FILE STATUS IS WS-SPL-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE         ASSIGN TO "STATUSLINE-COB.HIS"
                                       FILE STATUS IS WS-HIST-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS HIST-KEY.
           SELECT CHECKPOINT-FILE      ASSIGN TO "STATUSLINE-COB.CHK"
                                       FILE STATUS IS WS-CHK-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEARTBEAT-FILE       ASSIGN TO "STATUSLINE-COB.HBT"
                                       FILE STATUS IS WS-HB-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * The running bar's ack drop box -- the handover marker goes
      * through it so MAIN, the trail's only writer, seals it into
      * the chain like any other record.
           SELECT ACK-FILE             ASSIGN TO "STATUSLINE-COB.ACK"
                                       FILE STATUS IS WS-ACK-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BOOKMARK-FILE.
       01 HOV-RECORD                   PIC X(31).
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC X(165).
      * Layout matches INCTRACK's INC-RECORD.
       FD INCIDENT-FILE.
       01 INC-RECORD.
         05 INC-NUMBER                 PIC 9(6).
         05 INC-OPENED                 PIC X(14).
         05 INC-CLOSED                 PIC X(14).
         05 INC-LAST-START             PIC X(14).
         05 INC-FIRST-MOD              PIC X(12).
         05 INC-PEAK                   PIC X(4).
         05 INC-ACKED                  PIC X.
         05 INC-ACKED-BY               PIC X(16).
         05 INC-MOD-COUNT              PIC 99.
         05 INC-MORE                   PIC X.
         05 INC-MEMBER OCCURS 10 TIMES.
           10 INC-MOD-NAME             PIC X(12).
           10 INC-MOD-LEVEL            PIC X(4).
       FD SPOOL-FILE.
       01 SPL-RECORD                   PIC X(244).
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
       FD CHECKPOINT-FILE.
       01 CHK-RECORD                   PIC X(200).
       FD HEARTBEAT-FILE.
       01 HB-RECORD                    PIC X(14).
       FD ACK-FILE.
       01 ACK-RECORD                   PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-HOV-STATUS                PIC XX.
         88 WS-HOV-OK                  VALUE "00".
       01 WS-ALERTS-STATUS             PIC XX.
         88 WS-ALERTS-OK               VALUE "00".
       01 WS-INC-STATUS                PIC XX.
         88 WS-INC-OK                  VALUE "00".
       01 WS-SPL-STATUS                PIC XX.
         88 WS-SPL-OK                  VALUE "00".
       01 WS-HIST-STATUS               PIC XX.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-CHK-STATUS                PIC XX.
         88 WS-CHK-OK                  VALUE "00".
       01 WS-HB-STATUS                 PIC XX.
         88 WS-HB-OK                   VALUE "00".
       01 WS-ACK-STATUS                PIC XX.
         88 WS-ACK-OK                  VALUE "00".
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
       01 WS-HOV-LINE.
         05 WS-HOV-TS                  PIC X(14).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-HOV-NAME                PIC X(16).
      * One "MODULE SECONDS USER" drop-box line, as STATACK writes
      * it -- here with the reserved module name MAIN's
      * Apply-Ack-Record turns into a HAND trail record.
       01 WS-ACK-LINE.
         05 WS-ACK-MODULE              PIC X(12) VALUE "*HANDOVER*".
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-ACK-SECS                PIC X(6) VALUE "0".
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-ACK-USER                PIC X(16).
      * One audit-trail line, as MAIN's WS-ALERT-LINE writes it.
       01 WS-ALERT-LINE.
         05 WS-ALERT-TS                PIC X(14).
         05 FILLER                     PIC X.
         05 WS-ALERT-MOD               PIC X(12).
         05 FILLER                     PIC X.
         05 WS-ALERT-LEVEL             PIC X(4).
         05 FILLER                     PIC X.
         05 WS-ALERT-THRESH            PIC X(3).
         05 FILLER                     PIC X.
         05 WS-ALERT-OBSERVED          PIC X(13).
         05 FILLER                     PIC X.
         05 WS-ALERT-NOTE              PIC X(16).
         05 FILLER                     PIC X.
         05 WS-ALERT-ROUTE             PIC X(12).
         05 FILLER                     PIC X.
         05 WS-ALERT-PERSON            PIC X(16).
         05 FILLER                     PIC X(21).
      * One spool line, as MAIN's WS-SPL-LINE writes it.
       01 WS-SPL-LINE.
         05 WS-SPL-TS                  PIC X(14).
         05 FILLER                     PIC X.
         05 WS-SPL-MOD                 PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SPL-ATTEMPTS            PIC X(2).
         05 FILLER                     PIC X.
         05 WS-SPL-LAST-TRY            PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SPL-CMD                 PIC X(200).
      * One checkpoint "M" record, as MAIN's Write-Checkpoint lays
      * it out.
       01 WS-CHK-LINE-MOD.
         05 WS-CHK-TAG                 PIC XX.
         05 WS-CHK-MOD-NAME            PIC X(12).
         05 FILLER                     PIC X.
         05 WS-CHK-MOD-TICKS           PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CHK-MOD-FAILS           PIC X(3).
         05 FILLER                     PIC X.
         05 WS-CHK-MOD-SHORT           PIC X(40).
         05 FILLER                     PIC X.
         05 WS-CHK-MOD-CACHE           PIC X(136).
      * Command line: an optional handover name. Without one the
      * report is a look -- the bookmark stays where it is.
       01 WS-ARG-VAL                   PIC X(32).
       01 WS-ARG-NAME                  PIC X(16).
       01 WS-ARG-EXTRA                 PIC X(32).
      * The window: from the bookmark (or, before the first
      * handover, the last day) up to the moment this run began --
      * which is also where a taken handover moves the bookmark, so
      * nothing falls between two windows.
       01 WS-NOW-TS                    PIC X(14).
       01 WS-NOW-SERIAL                PIC 9(12).
       01 WS-FROM-TS                   PIC X(14).
       01 WS-FROM-NAME                 PIC X(16).
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-TS-TEXT REDEFINES WS-TS-FIELDS PIC X(14).
       01 WS-TS-SERIAL                 PIC 9(12).
       01 WS-TS-DAYS                   PIC 9(7).
       01 WS-TS-SECS                   PIC 9(5).
      * Per module, the trail's last word on it (ACK and HAND set
      * aside) and the newest ack or snooze with whoever set it.
       01 WS-MOD-TABLE.
         05 WS-MOD-COUNT               PIC 99 VALUE 0.
         05 WS-MOD-ENTRY OCCURS 60 TIMES.
           10 MT-NAME                  PIC X(12).
           10 MT-LEVEL                 PIC X(4).
           10 MT-SINCE                 PIC X(14).
           10 MT-ACK-TS                PIC X(14).
           10 MT-ACK-BY                PIC X(16).
           10 MT-ACK-UNTIL             PIC 9(12).
       01 WS-MOD-IDX                   PIC 99.
       01 WS-MOD-FOUND                 PIC 99.
      * The window's crossings in trail order.
       01 WS-CROSS-TABLE.
         05 WS-CROSS-ENTRY OCCURS 200 TIMES.
           10 CRS-TS                   PIC X(14).
           10 CRS-NAME                 PIC X(12).
           10 CRS-LEVEL                PIC X(4).
           10 CRS-NOTE                 PIC X(16).
       01 WS-CROSS-LOADED              PIC 9(3) VALUE 0.
       01 WS-CROSS-IDX                 PIC 9(3).
       01 WS-CROSS-MORE                PIC 9(6) VALUE 0.
       01 WS-RECOVERED                 PIC 9(6) VALUE 0.
       01 WS-ACK-SERIAL                PIC 9(12).
       01 WS-LISTED                    PIC 9(6).
       01 WS-LISTED-SHOW               PIC Z(5)9.
       01 WS-UNTIL-TS                  PIC X(14).
       01 WS-HB-AGE                    PIC 9(12).
       01 WS-HB-AGE-SHOW               PIC Z(11)9.
       01 WS-CHK-FAILS-NUM             PIC 999.
      * Anything a new shift has to pick up -- crossings still
      * open, incidents, undelivered pages, ERR modules -- makes
      * the return code 4.
       01 WS-ATTENTION                 PIC X VALUE "N".
      * Advisory lock over the history store, shared with MAIN's
      * write burst -- see HISLOCK.
       01 WS-LOCK-MODE                 PIC X.
       01 WS-LOCK-RESULT               PIC X.
      * Whether the alert trail's check-value chain still holds --
      * the crossings below come from it.
       01 WS-CHAIN-MODE                PIC X.
       01 WS-CHAIN-LINE                PIC X(165).
       01 WS-CHAIN-RESULT              PIC X.
       01 WS-CHAIN-RECNO               PIC 9(9).
       01 WS-CHAIN-COUNT               PIC 9(9).
       01 WS-CHAIN-SHOW                PIC Z(8)9.
       PROCEDURE DIVISION.
       Main.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-ARG-VAL WS-ARG-NAME WS-ARG-EXTRA
           ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VAL
           END-ACCEPT
           UNSTRING WS-ARG-VAL DELIMITED BY ALL SPACES
               INTO WS-ARG-NAME WS-ARG-EXTRA
           END-UNSTRING
           IF WS-ARG-VAL(1:1) = "-" OR WS-ARG-VAL(17:16) NOT = SPACES
               OR WS-ARG-EXTRA NOT = SPACES
               DISPLAY "usage: handover [NAME]" UPON SYSERR
               DISPLAY "  NAME is one word of up to 16 characters"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO Main-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-TS-TEXT
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-NOW-SERIAL
           PERFORM Load-Bookmark
           DISPLAY "HANDOVER -- " WS-FROM-TS(1:8) " "
               WS-FROM-TS(9:6) " to " WS-NOW-TS(1:8) " "
               WS-NOW-TS(9:6)
           IF WS-FROM-NAME NOT = SPACES
               DISPLAY "last handover taken by "
                   FUNCTION TRIM(WS-FROM-NAME)
           ELSE
               DISPLAY "no handover on record -- covering the last"
                   " 24 hours"
           END-IF
           PERFORM Print-Trail-Status
           PERFORM Scan-Alert-Trail
           PERFORM Print-Crossings
           PERFORM Print-Still-Open
           PERFORM Print-Open-Incidents
           PERFORM Print-Acks-In-Force
           PERFORM Print-Undelivered
           PERFORM Print-Annotations
           PERFORM Print-Module-Health
           IF WS-ATTENTION = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ARG-NAME NOT = SPACES
               PERFORM Take-Handover
           END-IF.
       Main-Exit.
           STOP RUN.
       Load-Bookmark.
           MOVE SPACES TO WS-FROM-NAME
           MOVE SPACES TO WS-HOV-LINE
           OPEN INPUT BOOKMARK-FILE
           IF WS-HOV-OK
               READ BOOKMARK-FILE INTO WS-HOV-LINE
                   AT END MOVE SPACES TO WS-HOV-LINE
               END-READ
               CLOSE BOOKMARK-FILE
           END-IF
           MOVE WS-HOV-TS TO WS-TS-TEXT
           IF WS-TS-FIELDS NUMERIC
               MOVE WS-HOV-TS TO WS-FROM-TS
               MOVE WS-HOV-NAME TO WS-FROM-NAME
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SERIAL = WS-NOW-SERIAL - 86400
           PERFORM Serial-To-Ts
           MOVE WS-TS-TEXT TO WS-FROM-TS
           EXIT PARAGRAPH.
       Print-Trail-Status.
           MOVE "V" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-CHAIN-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL
           EVALUATE WS-CHAIN-RESULT
               WHEN "Y"
                   DISPLAY "alert trail: verified clean"
               WHEN "N"
                   MOVE WS-CHAIN-RECNO TO WS-CHAIN-SHOW
                   DISPLAY "alert trail: CHAIN BROKEN at record "
                       FUNCTION TRIM(WS-CHAIN-SHOW) " -- run ALTVFY"
               WHEN OTHER
                   DISPLAY "alert trail: not chained, not verified"
           END-EVALUATE
           EXIT PARAGRAPH.
      * The whole trail is read: a crossing still open, or a snooze
      * still running, may well date from before the window.
       Scan-Alert-Trail.
           OPEN INPUT ALERTS-FILE
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL EOF-REACHED
               MOVE SPACES TO WS-ALERT-LINE
               READ ALERTS-FILE INTO WS-ALERT-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Take-Alert-Record
               END-READ
           END-PERFORM
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.
       Take-Alert-Record.
           IF WS-ALERT-LEVEL = "HAND"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Module
           IF WS-MOD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
      * A later ack replaces an earlier one, as it does on the bar.
           IF FUNCTION TRIM(WS-ALERT-LEVEL) = "ACK"
               MOVE WS-ALERT-TS TO WS-TS-TEXT
               PERFORM Compute-Ts-Serial
               MOVE WS-ALERT-TS TO MT-ACK-TS(WS-MOD-FOUND)
               MOVE WS-ALERT-NOTE TO MT-ACK-BY(WS-MOD-FOUND)
               COMPUTE MT-ACK-UNTIL(WS-MOD-FOUND) = WS-TS-SERIAL
                   + FUNCTION NUMVAL(WS-ALERT-OBSERVED)
               EXIT PARAGRAPH
           END-IF
      * A LOST record is a page that was never delivered -- part of
      * the window's story, but not a change in the module's state.
           IF WS-ALERT-LEVEL NOT = "LOST"
               MOVE WS-ALERT-LEVEL TO MT-LEVEL(WS-MOD-FOUND)
               MOVE WS-ALERT-TS TO MT-SINCE(WS-MOD-FOUND)
           END-IF
           IF WS-ALERT-TS < WS-FROM-TS
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-LEVEL = "OK  "
               ADD 1 TO WS-RECOVERED
               EXIT PARAGRAPH
           END-IF
           IF WS-CROSS-LOADED >= 200
               ADD 1 TO WS-CROSS-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CROSS-LOADED
           MOVE WS-ALERT-TS TO CRS-TS(WS-CROSS-LOADED)
           MOVE WS-ALERT-MOD TO CRS-NAME(WS-CROSS-LOADED)
           MOVE WS-ALERT-LEVEL TO CRS-LEVEL(WS-CROSS-LOADED)
           MOVE WS-ALERT-NOTE TO CRS-NOTE(WS-CROSS-LOADED)
           EXIT PARAGRAPH.
       Find-Or-Add-Module.
           MOVE 0 TO WS-MOD-FOUND
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-COUNT
               IF MT-NAME(WS-MOD-IDX) = WS-ALERT-MOD
                   MOVE WS-MOD-IDX TO WS-MOD-FOUND
                   MOVE WS-MOD-COUNT TO WS-MOD-IDX
               END-IF
           END-PERFORM
           IF WS-MOD-FOUND = 0
               IF WS-MOD-COUNT < 60
                   ADD 1 TO WS-MOD-COUNT
                   MOVE WS-MOD-COUNT TO WS-MOD-FOUND
                   MOVE WS-ALERT-MOD TO MT-NAME(WS-MOD-FOUND)
                   MOVE "OK  " TO MT-LEVEL(WS-MOD-FOUND)
                   MOVE SPACES TO MT-SINCE(WS-MOD-FOUND)
                   MOVE SPACES TO MT-ACK-TS(WS-MOD-FOUND)
                   MOVE SPACES TO MT-ACK-BY(WS-MOD-FOUND)
                   MOVE 0 TO MT-ACK-UNTIL(WS-MOD-FOUND)
               ELSE
                   DISPLAY "HANDOVER: too many modules, skipping "
                       WS-ALERT-MOD UPON SYSERR
               END-IF
           END-IF
           EXIT PARAGRAPH.
       Print-Crossings.
           DISPLAY " "
           DISPLAY "CROSSINGS IN THE WINDOW"
           IF WS-CROSS-LOADED = 0
               DISPLAY "  none"
           ELSE
               DISPLAY "  TIME           MODULE       LEVEL NOTE"
               PERFORM VARYING WS-CROSS-IDX FROM 1 BY 1
                   UNTIL WS-CROSS-IDX > WS-CROSS-LOADED
                   DISPLAY "  " CRS-TS(WS-CROSS-IDX) " "
                       CRS-NAME(WS-CROSS-IDX) " "
                       CRS-LEVEL(WS-CROSS-IDX) "  "
                       FUNCTION TRIM(CRS-NOTE(WS-CROSS-IDX))
               END-PERFORM
           END-IF
           IF WS-CROSS-MORE > 0
               MOVE WS-CROSS-MORE TO WS-LISTED-SHOW
               DISPLAY "  ... and " FUNCTION TRIM(WS-LISTED-SHOW)
                   " more"
           END-IF
           MOVE WS-RECOVERED TO WS-LISTED-SHOW
           DISPLAY "  recoveries in the window: "
               FUNCTION TRIM(WS-LISTED-SHOW)
           EXIT PARAGRAPH.
       Print-Still-Open.
           DISPLAY " "
           DISPLAY "STILL OPEN"
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-COUNT
               IF MT-LEVEL(WS-MOD-IDX) = "WARN"
                   OR MT-LEVEL(WS-MOD-IDX) = "CRIT"
                   OR MT-LEVEL(WS-MOD-IDX) = "FLAP"
                   ADD 1 TO WS-LISTED
                   MOVE "Y" TO WS-ATTENTION
                   DISPLAY "  " MT-NAME(WS-MOD-IDX) " "
                       MT-LEVEL(WS-MOD-IDX) "  since "
                       MT-SINCE(WS-MOD-IDX)
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
       Print-Open-Incidents.
           DISPLAY " "
           DISPLAY "OPEN INCIDENTS"
           MOVE 0 TO WS-LISTED
           OPEN INPUT INCIDENT-FILE
           IF NOT WS-INC-OK
               DISPLAY "  none"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL EOF-REACHED
               READ INCIDENT-FILE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF INC-CLOSED = SPACES
                           PERFORM Print-Incident
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
       Print-Incident.
           ADD 1 TO WS-LISTED
           MOVE "Y" TO WS-ATTENTION
           IF INC-ACKED = "Y"
               DISPLAY "  #" INC-NUMBER " opened " INC-OPENED " "
                   INC-PEAK " " INC-FIRST-MOD " acked by "
                   FUNCTION TRIM(INC-ACKED-BY)
           ELSE
               DISPLAY "  #" INC-NUMBER " opened " INC-OPENED " "
                   INC-PEAK " " INC-FIRST-MOD " not acked"
           END-IF
           EXIT PARAGRAPH.
       Print-Acks-In-Force.
           DISPLAY " "
           DISPLAY "ACKS AND SNOOZES IN FORCE"
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-COUNT
               IF MT-ACK-UNTIL(WS-MOD-IDX) > WS-NOW-SERIAL
                   ADD 1 TO WS-LISTED
                   MOVE MT-ACK-UNTIL(WS-MOD-IDX) TO WS-TS-SERIAL
                   PERFORM Serial-To-Ts
                   MOVE WS-TS-TEXT TO WS-UNTIL-TS
                   DISPLAY "  " MT-NAME(WS-MOD-IDX) " by "
                       MT-ACK-BY(WS-MOD-IDX) " at "
                       MT-ACK-TS(WS-MOD-IDX) " until " WS-UNTIL-TS
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
      * Everything still in the spool is owed, however old -- MAIN
      * drops a line only once it is delivered or written off LOST.
       Print-Undelivered.
           DISPLAY " "
           DISPLAY "UNDELIVERED ALERTS"
           MOVE 0 TO WS-LISTED
           OPEN INPUT SPOOL-FILE
           IF NOT WS-SPL-OK
               DISPLAY "  none"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL EOF-REACHED
               MOVE SPACES TO WS-SPL-LINE
               READ SPOOL-FILE INTO WS-SPL-LINE
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF WS-SPL-LINE NOT = SPACES
                           ADD 1 TO WS-LISTED
                           MOVE "Y" TO WS-ATTENTION
                           DISPLAY "  " WS-SPL-TS " " WS-SPL-MOD
                               " tries " WS-SPL-ATTEMPTS "  "
                               FUNCTION TRIM(WS-SPL-CMD(1:40))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
      * HISNOTE's reserved *NOTE* records sort together under the
      * one key name -- a keyed START lands on the window's first.
       Print-Annotations.
           DISPLAY " "
           DISPLAY "ANNOTATIONS"
           MOVE 0 TO WS-LISTED
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "  history store busy -- not read"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               DISPLAY "  none"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HIST-KEY
           MOVE "*NOTE*" TO HIST-KEY-NAME
           MOVE WS-FROM-TS TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
           MOVE "N" TO WS-AT-EOF
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-AT-EOF
           END-START
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF HIST-KEY-NAME = "*NOTE*"
                           AND HIST-KEY-TS <= WS-NOW-TS
                           ADD 1 TO WS-LISTED
                           DISPLAY "  " HIST-KEY-TS " "
                               FUNCTION TRIM(HIST-TEXT)
                       ELSE
                           MOVE "Y" TO WS-AT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
      * The checkpoint's fail counts, read the way the bar renders
      * them: one or two failed polls show the last text starred
      * (stale), three or more show ERR. A heartbeat more than five
      * minutes old means the bar itself has stopped, and every
      * module with it.
       Print-Module-Health.
           DISPLAY " "
           DISPLAY "MODULES STALE OR IN ERR"
           MOVE 0 TO WS-LISTED
           OPEN INPUT HEARTBEAT-FILE
           IF WS-HB-OK
               MOVE SPACES TO HB-RECORD
               READ HEARTBEAT-FILE
                   AT END MOVE SPACES TO HB-RECORD
               END-READ
               CLOSE HEARTBEAT-FILE
               MOVE HB-RECORD TO WS-TS-TEXT
               PERFORM Compute-Ts-Serial
               IF WS-TS-SERIAL > 0 AND WS-TS-SERIAL < WS-NOW-SERIAL
                   COMPUTE WS-HB-AGE = WS-NOW-SERIAL - WS-TS-SERIAL
               ELSE
                   MOVE 0 TO WS-HB-AGE
               END-IF
               IF WS-HB-AGE > 300
                   MOVE WS-HB-AGE TO WS-HB-AGE-SHOW
                   MOVE "Y" TO WS-ATTENTION
                   DISPLAY "  bar last cycled " HB-RECORD " -- "
                       FUNCTION TRIM(WS-HB-AGE-SHOW)
                       "s ago, every module is stale"
               END-IF
           END-IF
           OPEN INPUT CHECKPOINT-FILE
           IF NOT WS-CHK-OK
               DISPLAY "  no checkpoint -- is the bar running here?"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-EOF
           PERFORM UNTIL EOF-REACHED
               MOVE SPACES TO WS-CHK-LINE-MOD
               READ CHECKPOINT-FILE INTO WS-CHK-LINE-MOD
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF WS-CHK-TAG = "M "
                           AND WS-CHK-MOD-FAILS NUMERIC
                           PERFORM Check-Module-Health
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WS-LISTED = 0
               DISPLAY "  none"
           END-IF
           EXIT PARAGRAPH.
       Check-Module-Health.
           MOVE WS-CHK-MOD-FAILS TO WS-CHK-FAILS-NUM
           IF WS-CHK-FAILS-NUM = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED
           IF WS-CHK-FAILS-NUM >= 3
               MOVE "Y" TO WS-ATTENTION
               DISPLAY "  " WS-CHK-MOD-NAME " ERR    fails "
                   WS-CHK-MOD-FAILS
           ELSE
               DISPLAY "  " WS-CHK-MOD-NAME " STALE  fails "
                   WS-CHK-MOD-FAILS "  last "
                   FUNCTION TRIM(WS-CHK-MOD-SHORT)
           END-IF
           EXIT PARAGRAPH.
      * Advances the bookmark to the moment this run began and
      * leaves the marker for MAIN to put on the trail at its next
      * cycle.
       Take-Handover.
           MOVE WS-NOW-TS TO WS-HOV-TS
           MOVE WS-ARG-NAME TO WS-HOV-NAME
           OPEN OUTPUT BOOKMARK-FILE
           IF NOT WS-HOV-OK
               DISPLAY "HANDOVER: cannot write STATUSLINE-COB.HOV"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE HOV-RECORD FROM WS-HOV-LINE
           CLOSE BOOKMARK-FILE
           OPEN EXTEND ACK-FILE
           IF NOT WS-ACK-OK
               OPEN OUTPUT ACK-FILE
           END-IF
           IF NOT WS-ACK-OK
               DISPLAY "HANDOVER: cannot write STATUSLINE-COB.ACK"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-NAME TO WS-ACK-USER
           WRITE ACK-RECORD FROM WS-ACK-LINE
           CLOSE ACK-FILE
           DISPLAY " "
           DISPLAY "handover taken by " FUNCTION TRIM(WS-ARG-NAME)
               " -- the next window starts " WS-NOW-TS(1:8) " "
               WS-NOW-TS(9:6)
           EXIT PARAGRAPH.
       Compute-Ts-Serial.
           MOVE 0 TO WS-TS-SERIAL
           IF WS-TS-FIELDS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           EXIT PARAGRAPH.
       Serial-To-Ts.
           DIVIDE WS-TS-SERIAL BY 86400 GIVING WS-TS-DAYS
               REMAINDER WS-TS-SECS
           COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS)
           DIVIDE WS-TS-SECS BY 3600 GIVING WS-TS-HH
               REMAINDER WS-TS-SECS
           DIVIDE WS-TS-SECS BY 60 GIVING WS-TS-MI
               REMAINDER WS-TS-SS
           EXIT PARAGRAPH.
