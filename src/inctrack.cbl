       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCTRACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Numbered incidents built from the alert trail as it is
      * written -- one record per incident, keyed on its number, so
      * a bad afternoon is "incident 142" rather than forty trail
      * lines. MAIN calls in once per trail record it writes; INCRPT
      * lists the file.
           SELECT INCIDENT-FILE        ASSIGN TO "STATUSLINE-COB.INC"
                                       FILE STATUS IS WS-INC-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INC-NUMBER.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
       01 INC-RECORD.
         05 INC-NUMBER                 PIC 9(6).
         05 INC-OPENED                 PIC X(14).
      * Blank while any member module is still above OK.
         05 INC-CLOSED                 PIC X(14).
      * Start of the most recent crossing folded in -- the window
      * for grouping runs from here, so a slow cascade stays one
      * incident as long as each step follows the last closely.
         05 INC-LAST-START             PIC X(14).
         05 INC-FIRST-MOD              PIC X(12).
         05 INC-PEAK                   PIC X(4).
         05 INC-ACKED                  PIC X.
         05 INC-ACKED-BY               PIC X(16).
         05 INC-MOD-COUNT              PIC 99.
      * "Y" once more modules joined than the member list holds.
         05 INC-MORE                   PIC X.
         05 INC-MEMBER OCCURS 10 TIMES.
           10 INC-MOD-NAME             PIC X(12).
           10 INC-MOD-LEVEL            PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS                PIC XX.
         88 WS-INC-OK                  VALUE "00".
       01 WS-INC-EOF                   PIC X.
      * The newest incident number on file, the open incident the
      * module already belongs to, and the newest incident still
      * inside the grouping window -- found in one pass.
       01 WS-LAST-NUMBER               PIC 9(6).
       01 WS-MEMBER-OF                 PIC 9(6).
       01 WS-JOIN-NUMBER               PIC 9(6).
       01 WS-MEMBER-IDX                PIC 99.
       01 WS-FOUND-IDX                 PIC 99.
       01 WS-ALL-OK                    PIC X.
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-EVENT-SERIAL              PIC 9(12).
       01 WS-START-SERIAL              PIC 9(12).
       01 WS-WINDOW-SECS               PIC 9(7).
       LINKAGE SECTION.
      * The trail record just written -- module, level (WARN, CRIT,
      * OK or ACK), its timestamp and note (the operator on an ACK)
      * -- and the grouping window in minutes from the GENERAL line.
       01 L-MODULE                     PIC X(12).
       01 L-LEVEL                      PIC X(4).
       01 L-TS                         PIC X(14).
       01 L-NOTE                       PIC X(16).
       01 L-WINDOW-MINS                PIC 9(3).
       PROCEDURE DIVISION USING L-MODULE L-LEVEL L-TS L-NOTE
           L-WINDOW-MINS.
       Main.
           IF L-MODULE = SPACES
               GO TO Main-Exit
           END-IF
           IF L-LEVEL NOT = "WARN" AND L-LEVEL NOT = "CRIT"
               AND L-LEVEL NOT = "OK  " AND L-LEVEL NOT = "ACK "
               GO TO Main-Exit
           END-IF
           OPEN I-O INCIDENT-FILE
           IF NOT WS-INC-OK
               OPEN OUTPUT INCIDENT-FILE
               IF WS-INC-OK
                   CLOSE INCIDENT-FILE
                   OPEN I-O INCIDENT-FILE
               END-IF
           END-IF
           IF NOT WS-INC-OK
               DISPLAY "INCTRACK: cannot open STATUSLINE-COB.INC"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           MOVE L-TS TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-START-SERIAL TO WS-EVENT-SERIAL
           COMPUTE WS-WINDOW-SECS = L-WINDOW-MINS * 60
           PERFORM Scan-Incidents
           EVALUATE L-LEVEL
               WHEN "WARN"
               WHEN "CRIT"
                   PERFORM Record-Crossing
               WHEN "OK  "
                   PERFORM Record-Recovery
               WHEN OTHER
                   PERFORM Record-Ack
           END-EVALUATE
           CLOSE INCIDENT-FILE.
       Main-Exit.
           GOBACK.
      * One pass over the file: the highest number issued, the open
      * incident this module is already part of, and the newest
      * incident whose last crossing started inside the window.
       Scan-Incidents.
           MOVE 0 TO WS-LAST-NUMBER WS-MEMBER-OF WS-JOIN-NUMBER
           MOVE 0 TO INC-NUMBER
           START INCIDENT-FILE KEY IS NOT LESS THAN INC-NUMBER
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-INC-EOF
           PERFORM UNTIL WS-INC-EOF = "Y"
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INC-EOF
                   NOT AT END PERFORM Scan-One-Incident
               END-READ
           END-PERFORM
           EXIT PARAGRAPH.
       Scan-One-Incident.
           MOVE INC-NUMBER TO WS-LAST-NUMBER
           IF INC-CLOSED = SPACES
               PERFORM Find-Member
               IF WS-FOUND-IDX > 0
                   MOVE INC-NUMBER TO WS-MEMBER-OF
               END-IF
           END-IF
           MOVE INC-LAST-START TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           IF WS-EVENT-SERIAL >= WS-START-SERIAL
               AND WS-EVENT-SERIAL - WS-START-SERIAL
                   <= WS-WINDOW-SECS
               MOVE INC-NUMBER TO WS-JOIN-NUMBER
           END-IF
           EXIT PARAGRAPH.
      * A module already in an open incident just moves its level
      * (WARN to CRIT raises the peak). Otherwise the crossing joins
      * the newest incident still inside the window -- reopening it
      * if its members had all recovered -- or starts a new one.
       Record-Crossing.
           IF WS-MEMBER-OF > 0
               MOVE WS-MEMBER-OF TO INC-NUMBER
               PERFORM Read-Incident
               IF NOT WS-INC-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM Find-Member
               MOVE L-LEVEL TO INC-MOD-LEVEL(WS-FOUND-IDX)
               PERFORM Raise-Peak
               REWRITE INC-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-JOIN-NUMBER > 0
               MOVE WS-JOIN-NUMBER TO INC-NUMBER
               PERFORM Read-Incident
               IF NOT WS-INC-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO INC-CLOSED
               MOVE L-TS TO INC-LAST-START
               PERFORM Find-Member
               IF WS-FOUND-IDX > 0
                   MOVE L-LEVEL TO INC-MOD-LEVEL(WS-FOUND-IDX)
               ELSE
                   PERFORM Add-Member
               END-IF
               PERFORM Raise-Peak
               REWRITE INC-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INC-RECORD
           COMPUTE INC-NUMBER = WS-LAST-NUMBER + 1
           MOVE L-TS TO INC-OPENED INC-LAST-START
           MOVE L-MODULE TO INC-FIRST-MOD
           MOVE L-LEVEL TO INC-PEAK
           MOVE "N" TO INC-ACKED INC-MORE
           MOVE 0 TO INC-MOD-COUNT
           PERFORM Add-Member
           WRITE INC-RECORD
               INVALID KEY
                   DISPLAY "INCTRACK: cannot add incident "
                       INC-NUMBER UPON SYSERR
           END-WRITE
           EXIT PARAGRAPH.
      * The incident closes on the recovery of its last member still
      * above OK, stamped with that recovery's time.
       Record-Recovery.
           IF WS-MEMBER-OF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-OF TO INC-NUMBER
           PERFORM Read-Incident
           IF NOT WS-INC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Member
           MOVE "OK  " TO INC-MOD-LEVEL(WS-FOUND-IDX)
           MOVE "Y" TO WS-ALL-OK
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > INC-MOD-COUNT
               IF INC-MOD-LEVEL(WS-MEMBER-IDX) NOT = "OK  "
                   MOVE "N" TO WS-ALL-OK
               END-IF
           END-PERFORM
           IF WS-ALL-OK = "Y"
               MOVE L-TS TO INC-CLOSED
           END-IF
           REWRITE INC-RECORD
           EXIT PARAGRAPH.
      * An ack on any member marks the open incident acknowledged;
      * the first operator to ack is the one remembered.
       Record-Ack.
           IF WS-MEMBER-OF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-OF TO INC-NUMBER
           PERFORM Read-Incident
           IF NOT WS-INC-OK
               EXIT PARAGRAPH
           END-IF
           IF INC-ACKED NOT = "Y"
               MOVE "Y" TO INC-ACKED
               MOVE L-NOTE TO INC-ACKED-BY
               REWRITE INC-RECORD
           END-IF
           EXIT PARAGRAPH.
       Read-Incident.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY "INCTRACK: incident " INC-NUMBER
                       " vanished" UPON SYSERR
           END-READ
           EXIT PARAGRAPH.
       Find-Member.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > INC-MOD-COUNT
                   OR WS-FOUND-IDX > 0
               IF INC-MOD-NAME(WS-MEMBER-IDX) = L-MODULE
                   MOVE WS-MEMBER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * The member list is bounded; a module past the tenth is noted
      * by the overflow flag rather than silently dropped.
       Add-Member.
           IF INC-MOD-COUNT >= 10
               MOVE "Y" TO INC-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INC-MOD-COUNT
           MOVE L-MODULE TO INC-MOD-NAME(INC-MOD-COUNT)
           MOVE L-LEVEL TO INC-MOD-LEVEL(INC-MOD-COUNT)
           EXIT PARAGRAPH.
       Raise-Peak.
           IF L-LEVEL = "CRIT"
               MOVE "CRIT" TO INC-PEAK
           END-IF
           EXIT PARAGRAPH.
      * Serial seconds for the timestamp parked in WS-TS-FIELDS, so
      * the window survives midnight.
       Compute-Ts-Serial.
           MOVE 0 TO WS-START-SERIAL
           IF WS-TS-FIELDS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           EXIT PARAGRAPH.
