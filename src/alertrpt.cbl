       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC IS X(165).
       WORKING-STORAGE SECTION.
       01 WS-ALERTS-STATUS             PIC XX.
         88 WS-ALERTS-OK               VALUE "00".
         05 WS-ALERT-OBSERVED          PIC X(13).
         05 FILLER                     PIC X.
      * Free-form tag MAIN appends -- the acknowledging operator's
      * name on an ACK record, the handover name on a HAND record
      * (HANDOVER), SUPPRESSED on a crossing silenced by
      * a maintenance window, MEETING on one held for a [DND]
      * appointment, DEPENDENT on one held back because an
      * upstream module was down, FLAPPING on the record opening a
      * flap episode, SETTLED on the one closing it, blank otherwise.
      * Records written before the tag existed are short and read
      * back as blank.
         05 WS-ALERT-NOTE              PIC X(16).
      * Route and on-call person a routed page went to -- blank on
      * everything else, and on records from before routing.
         05 FILLER                     PIC X.
         05 WS-ALERT-ROUTE             PIC X(12).
         05 FILLER                     PIC X.
         05 WS-ALERT-PERSON            PIC X(16).
      * The diagnostic snapshot MAIN wrote for a CRIT crossing, past
      * the check value -- blank on everything else.
         05 FILLER                     PIC X(21).
         05 FILLER                     PIC X.
         05 WS-ALERT-SNAP              PIC X(46).
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * One accumulator per DATE/MODULE pair seen in the trail --
           10 ALRT-CRIT-COUNT          PIC 9(5).
           10 ALRT-SUPP-COUNT          PIC 9(5).
           10 ALRT-LOST-COUNT          PIC 9(5).
           10 ALRT-DEP-COUNT           PIC 9(5).
           10 ALRT-CRIT-SINCE          PIC S9(7).
           10 ALRT-LONGEST-CRIT        PIC 9(7).
       01 WS-ALERTS-LOADED             PIC 9(3) VALUE 0.
           10 ACK-SECS                 PIC X(13).
       01 WS-ACKS-LOADED               PIC 9(3) VALUE 0.
       01 WS-ACK-IDX                   PIC 9(3).
      * Flap episodes -- a module MAIN caught changing level too
      * often. The FLAP record opens one (its threshold column is
      * the number of changes seen in the window); the next SETTLED
      * record for that module closes it with the level it settled
      * at. Neither end is a crossing in the counts above.
       01 WS-FLAP-TABLE.
         05 WS-FLAP-ENTRY OCCURS 50 TIMES.
           10 FLAP-TS                  PIC X(14).
           10 FLAP-NAME                PIC X(12).
           10 FLAP-CHANGES             PIC X(3).
           10 FLAP-END-TS              PIC X(14).
           10 FLAP-END-LEVEL           PIC X(4).
       01 WS-FLAPS-LOADED              PIC 9(3) VALUE 0.
      * Routed pages -- who actually got woken up, and by which
      * route, so a handover can be checked against the trail.
       01 WS-PAGE-TABLE.
         05 WS-PAGE-ENTRY OCCURS 100 TIMES.
           10 PAGE-TS                  PIC X(14).
           10 PAGE-NAME                PIC X(12).
           10 PAGE-LEVEL               PIC X(4).
           10 PAGE-ROUTE               PIC X(12).
           10 PAGE-PERSON              PIC X(16).
       01 WS-PAGES-LOADED              PIC 9(3) VALUE 0.
       01 WS-PAGE-IDX                  PIC 9(3).
      * CRIT crossings that left a diagnostic snapshot, and its name.
       01 WS-SNAP-TABLE.
         05 WS-SNAP-ENTRY OCCURS 100 TIMES.
           10 SNAP-TS                  PIC X(14).
           10 SNAP-NAME                PIC X(12).
           10 SNAP-FILE                PIC X(46).
       01 WS-SNAPS-LOADED              PIC 9(3) VALUE 0.
       01 WS-SNAP-IDX                  PIC 9(3).
       01 WS-FLAP-IDX                  PIC 9(3).
      * Whether the trail's check-value chain still holds -- if it
      * doesn't, the counts below are built on edited records.
       01 WS-CHAIN-MODE                PIC X.
       01 WS-CHAIN-LINE                PIC X(165).
       01 WS-CHAIN-RESULT              PIC X.
       01 WS-CHAIN-RECNO               PIC 9(9).
       01 WS-CHAIN-COUNT               PIC 9(9).
       01 WS-CHAIN-SHOW                PIC Z(8)9.
       PROCEDURE DIVISION.
       Main.
           OPEN INPUT ALERTS-FILE
               PERFORM Read-Next-Record
           END-PERFORM
           CLOSE ALERTS-FILE
           PERFORM Print-Trail-Status
           PERFORM Print-Report.
       Main-Exit.
           STOP RUN.
               PERFORM Record-Ack
               EXIT PARAGRAPH
           END-IF
      * A shift handover marks where one watch's window closed --
      * no module, nothing to count.
           IF WS-ALERT-LEVEL = "HAND"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ALERT-LEVEL) = "FLAP"
               PERFORM Record-Flap-Start
               IF WS-ALERT-ROUTE NOT = SPACES
                   PERFORM Record-Page
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ALERT-NOTE) = "SETTLED"
               PERFORM Record-Flap-End
           END-IF
           IF WS-ALERT-ROUTE NOT = SPACES
               PERFORM Record-Page
           END-IF
           PERFORM Find-Or-Add-Alert-Entry
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-SECONDS = WS-ALERT-HH * 3600
               + WS-ALERT-MI * 60 + WS-ALERT-SS
      * A crossing silenced by a maintenance window or held for a
      * meeting still counts as a crossing, and separately as a
      * suppressed one.
           IF FUNCTION TRIM(WS-ALERT-NOTE) = "SUPPRESSED"
               OR FUNCTION TRIM(WS-ALERT-NOTE) = "MEETING"
               ADD 1 TO ALRT-SUPP-COUNT(WS-FOUND-IDX)
           END-IF
           IF FUNCTION TRIM(WS-ALERT-NOTE) = "DEPENDENT"
               ADD 1 TO ALRT-DEP-COUNT(WS-FOUND-IDX)
           END-IF
           EVALUATE FUNCTION TRIM(WS-ALERT-LEVEL)
               WHEN "WARN"
                   ADD 1 TO ALRT-WARN-COUNT(WS-FOUND-IDX)
                   PERFORM Close-Crit-Span
               WHEN "CRIT"
                   ADD 1 TO ALRT-CRIT-COUNT(WS-FOUND-IDX)
                   IF WS-ALERT-SNAP NOT = SPACES
                       PERFORM Record-Snapshot
                   END-IF
                   IF ALRT-CRIT-SINCE(WS-FOUND-IDX) < 0
                       MOVE WS-REC-SECONDS
                           TO ALRT-CRIT-SINCE(WS-FOUND-IDX)
           MOVE WS-ALERT-NOTE TO ACK-USER(WS-ACKS-LOADED)
           MOVE WS-ALERT-OBSERVED TO ACK-SECS(WS-ACKS-LOADED)
           EXIT PARAGRAPH.
       Record-Flap-Start.
           IF WS-FLAPS-LOADED >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAPS-LOADED
           MOVE WS-ALERT-TS TO FLAP-TS(WS-FLAPS-LOADED)
           MOVE WS-ALERT-MOD TO FLAP-NAME(WS-FLAPS-LOADED)
           MOVE WS-ALERT-THRESH TO FLAP-CHANGES(WS-FLAPS-LOADED)
           MOVE SPACES TO FLAP-END-TS(WS-FLAPS-LOADED)
           MOVE SPACES TO FLAP-END-LEVEL(WS-FLAPS-LOADED)
           EXIT PARAGRAPH.
      * The settled record belongs to the module's latest episode
      * still open; one with none open (its FLAP record fell off
      * the table) is just a crossing.
       Record-Flap-End.
           PERFORM VARYING WS-FLAP-IDX FROM WS-FLAPS-LOADED BY -1
               UNTIL WS-FLAP-IDX = 0
               IF FLAP-NAME(WS-FLAP-IDX) = WS-ALERT-MOD
                   IF FLAP-END-TS(WS-FLAP-IDX) = SPACES
                       MOVE WS-ALERT-TS TO FLAP-END-TS(WS-FLAP-IDX)
                       MOVE WS-ALERT-LEVEL
                           TO FLAP-END-LEVEL(WS-FLAP-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Record-Page.
           IF WS-PAGES-LOADED >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAGES-LOADED
           MOVE WS-ALERT-TS TO PAGE-TS(WS-PAGES-LOADED)
           MOVE WS-ALERT-MOD TO PAGE-NAME(WS-PAGES-LOADED)
           MOVE WS-ALERT-LEVEL TO PAGE-LEVEL(WS-PAGES-LOADED)
           MOVE WS-ALERT-ROUTE TO PAGE-ROUTE(WS-PAGES-LOADED)
           MOVE WS-ALERT-PERSON TO PAGE-PERSON(WS-PAGES-LOADED)
           EXIT PARAGRAPH.
       Record-Snapshot.
           IF WS-SNAPS-LOADED >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SNAPS-LOADED
           MOVE WS-ALERT-TS TO SNAP-TS(WS-SNAPS-LOADED)
           MOVE WS-ALERT-MOD TO SNAP-NAME(WS-SNAPS-LOADED)
           MOVE WS-ALERT-SNAP TO SNAP-FILE(WS-SNAPS-LOADED)
           EXIT PARAGRAPH.
       Find-Or-Add-Alert-Entry.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
                   MOVE 0 TO ALRT-CRIT-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO ALRT-SUPP-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO ALRT-LOST-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO ALRT-DEP-COUNT(WS-FOUND-IDX)
                   MOVE -1 TO ALRT-CRIT-SINCE(WS-FOUND-IDX)
                   MOVE 0 TO ALRT-LONGEST-CRIT(WS-FOUND-IDX)
               ELSE
               END-IF
           END-IF
           EXIT PARAGRAPH.
       Print-Trail-Status.
           MOVE "V" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-CHAIN-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL
           EVALUATE WS-CHAIN-RESULT
               WHEN "Y"
                   MOVE WS-CHAIN-COUNT TO WS-CHAIN-SHOW
                   DISPLAY "TRAIL: verified clean ("
                       FUNCTION TRIM(WS-CHAIN-SHOW) " chained records)"
               WHEN "N"
                   MOVE WS-CHAIN-RECNO TO WS-CHAIN-SHOW
                   DISPLAY "TRAIL: CHAIN BROKEN at record "
                       FUNCTION TRIM(WS-CHAIN-SHOW)
                       " -- run ALTVFY, counts below are suspect"
               WHEN OTHER
                   DISPLAY "TRAIL: not chained, not verified"
           END-EVALUATE
           DISPLAY " "
           EXIT PARAGRAPH.
       Print-Report.
           IF WS-ALERTS-LOADED = 0
               DISPLAY "ALERTRPT: no alert records found"
               GO TO Print-Report-Exit
           END-IF
           DISPLAY "DATE     MODULE         WARN  CRIT  SUPP  LOST"
               "   DEP  LONGEST-CRIT-S"
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-ALERTS-LOADED
               DISPLAY ALRT-DATE(WS-REPORT-IDX) " "
                   ALRT-WARN-COUNT(WS-REPORT-IDX) " "
                   ALRT-CRIT-COUNT(WS-REPORT-IDX) " "
                   ALRT-SUPP-COUNT(WS-REPORT-IDX) " "
                   ALRT-LOST-COUNT(WS-REPORT-IDX) " "
                   ALRT-DEP-COUNT(WS-REPORT-IDX) "        "
                   ALRT-LONGEST-CRIT(WS-REPORT-IDX)
           END-PERFORM
           IF WS-ACKS-LOADED > 0
                       ACK-USER(WS-ACK-IDX) " "
                       FUNCTION TRIM(ACK-SECS(WS-ACK-IDX))
               END-PERFORM
           END-IF
           IF WS-FLAPS-LOADED > 0
               DISPLAY " "
               DISPLAY "FLAP EPISODES"
               DISPLAY "STARTED        MODULE       CHG"
                   " SETTLED        LEVEL"
               PERFORM VARYING WS-FLAP-IDX FROM 1 BY 1
                   UNTIL WS-FLAP-IDX > WS-FLAPS-LOADED
                   IF FLAP-END-TS(WS-FLAP-IDX) = SPACES
                       MOVE "still flapping"
                           TO FLAP-END-TS(WS-FLAP-IDX)
                   END-IF
                   DISPLAY FLAP-TS(WS-FLAP-IDX) " "
                       FLAP-NAME(WS-FLAP-IDX) " "
                       FLAP-CHANGES(WS-FLAP-IDX) " "
                       FLAP-END-TS(WS-FLAP-IDX) " "
                       FLAP-END-LEVEL(WS-FLAP-IDX)
               END-PERFORM
           END-IF
           IF WS-PAGES-LOADED > 0
               DISPLAY " "
               DISPLAY "ROUTED PAGES"
               DISPLAY "TIMESTAMP      MODULE       LVL  ROUTE"
                   "        ON-CALL"
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGES-LOADED
                   DISPLAY PAGE-TS(WS-PAGE-IDX) " "
                       PAGE-NAME(WS-PAGE-IDX) " "
                       PAGE-LEVEL(WS-PAGE-IDX) " "
                       PAGE-ROUTE(WS-PAGE-IDX) " "
                       PAGE-PERSON(WS-PAGE-IDX)
               END-PERFORM
           END-IF
           IF WS-SNAPS-LOADED > 0
               DISPLAY " "
               DISPLAY "CRIT SNAPSHOTS"
               DISPLAY "TIMESTAMP      MODULE       SNAPSHOT"
               PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAPS-LOADED
                   DISPLAY SNAP-TS(WS-SNAP-IDX) " "
                       SNAP-NAME(WS-SNAP-IDX) " "
                       SNAP-FILE(WS-SNAP-IDX)
               END-PERFORM
           END-IF.
       Print-Report-Exit.
           EXIT PARAGRAPH.
