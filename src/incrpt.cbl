       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The numbered incidents MAIN's INCTRACK calls build from the
      * alert trail -- read front to back in number order.
           SELECT INCIDENT-FILE        ASSIGN TO "STATUSLINE-COB.INC"
                                       FILE STATUS IS WS-INC-STATUS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS INC-NUMBER.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS                PIC XX.
         88 WS-INC-OK                  VALUE "00".
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Optional command line: from/to dates (YYYYMMDD) on the
      * opening timestamp, or OPEN to list only incidents still in
      * progress -- "incrpt 20240301 20240331", "incrpt OPEN".
       01 WS-ARG-FROM                  PIC X(8).
       01 WS-ARG-TO                    PIC X(8).
       01 WS-ARG-NUM                   PIC 9.
       01 WS-ARG-VAL                   PIC X(32).
       01 WS-OPEN-ONLY                 PIC X VALUE "N".
       01 WS-TODAY-TS                  PIC X(14).
       01 WS-TS-FIELDS.
         05 WS-TS-DATE                 PIC 9(8).
         05 WS-TS-HH                   PIC 9(2).
         05 WS-TS-MI                   PIC 9(2).
         05 WS-TS-SS                   PIC 9(2).
       01 WS-TS-SERIAL                 PIC 9(12).
       01 WS-OPEN-SERIAL               PIC 9(12).
       01 WS-DURATION                  PIC 9(9).
       01 WS-DUR-HH                    PIC 9(5).
       01 WS-DUR-MI                    PIC 99.
       01 WS-DUR-SS                    PIC 99.
       01 WS-DUR-TEXT                  PIC X(12).
       01 WS-DUR-HH-EDIT               PIC Z(4)9.
       01 WS-CLOSED-TEXT               PIC X(14).
       01 WS-ACK-TEXT                  PIC X(16).
      * Room for all ten twelve-byte names, their commas and the
      * trailing ",..." -- 133 bytes at most.
       01 WS-MEMBERS                   PIC X(140).
       01 WS-MEMBER-PTR                PIC 999.
       01 WS-MEMBER-IDX                PIC 99.
       01 WS-LISTED                    PIC 9(6) VALUE 0.
       01 WS-STILL-OPEN                PIC 9(6) VALUE 0.
       01 WS-TOTAL-SECS                PIC 9(12) VALUE 0.
       01 WS-CLOSED-COUNT              PIC 9(6) VALUE 0.
       01 WS-AVG-SECS                  PIC 9(9).
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TODAY-TS
           PERFORM Parse-Arguments
           OPEN INPUT INCIDENT-FILE
           IF NOT WS-INC-OK
               DISPLAY "INCRPT: cannot open STATUSLINE-COB.INC"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           DISPLAY "INCIDENT OPENED         CLOSED         DURATION"
               "     PEAK FIRST        ACKED-BY         MODULES"
           PERFORM Read-Next-Record
           PERFORM UNTIL EOF-REACHED
               PERFORM Process-Record
               PERFORM Read-Next-Record
           END-PERFORM
           CLOSE INCIDENT-FILE
           PERFORM Print-Summary.
       Main-Exit.
           STOP RUN.
       Parse-Arguments.
           MOVE SPACES TO WS-ARG-FROM WS-ARG-TO
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
               UNTIL WS-ARG-NUM > 2
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS-ARG-VAL
               ACCEPT WS-ARG-VAL FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               EVALUATE WS-ARG-NUM
                   WHEN 1 MOVE WS-ARG-VAL(1:8) TO WS-ARG-FROM
                   WHEN 2 MOVE WS-ARG-VAL(1:8) TO WS-ARG-TO
               END-EVALUATE
           END-PERFORM
           IF FUNCTION UPPER-CASE(WS-ARG-FROM) = "OPEN"
               MOVE "Y" TO WS-OPEN-ONLY
               MOVE SPACES TO WS-ARG-FROM
           END-IF
           IF WS-ARG-FROM NOT = SPACES AND WS-ARG-TO = SPACES
               MOVE WS-ARG-FROM TO WS-ARG-TO
           END-IF
           IF (WS-ARG-FROM NOT = SPACES AND WS-ARG-FROM NOT NUMERIC)
               OR (WS-ARG-TO NOT = SPACES AND WS-ARG-TO NOT NUMERIC)
               DISPLAY "usage: incrpt [FROM [TO] | OPEN]" UPON SYSERR
               MOVE SPACES TO WS-ARG-FROM WS-ARG-TO
           END-IF
           EXIT PARAGRAPH.
       Read-Next-Record.
           READ INCIDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AT-EOF
           END-READ
           EXIT PARAGRAPH.
       Process-Record.
           IF WS-ARG-FROM NOT = SPACES
               AND (INC-OPENED(1:8) < WS-ARG-FROM
                   OR INC-OPENED(1:8) > WS-ARG-TO)
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-ONLY = "Y" AND INC-CLOSED NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED
      * An open incident's duration runs to now, and says so.
           MOVE INC-OPENED TO WS-TS-FIELDS
           PERFORM Compute-Ts-Serial
           MOVE WS-TS-SERIAL TO WS-OPEN-SERIAL
           IF INC-CLOSED = SPACES
               ADD 1 TO WS-STILL-OPEN
               MOVE "(open)" TO WS-CLOSED-TEXT
               MOVE WS-TODAY-TS TO WS-TS-FIELDS
           ELSE
               MOVE INC-CLOSED TO WS-CLOSED-TEXT
               MOVE INC-CLOSED TO WS-TS-FIELDS
           END-IF
           PERFORM Compute-Ts-Serial
           MOVE 0 TO WS-DURATION
           IF WS-TS-SERIAL > WS-OPEN-SERIAL
               COMPUTE WS-DURATION = WS-TS-SERIAL - WS-OPEN-SERIAL
           END-IF
           IF INC-CLOSED NOT = SPACES
               ADD 1 TO WS-CLOSED-COUNT
               ADD WS-DURATION TO WS-TOTAL-SECS
           END-IF
           PERFORM Format-Duration
           IF INC-ACKED = "Y"
               MOVE INC-ACKED-BY TO WS-ACK-TEXT
           ELSE
               MOVE "-" TO WS-ACK-TEXT
           END-IF
           MOVE SPACES TO WS-MEMBERS
           MOVE 1 TO WS-MEMBER-PTR
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > INC-MOD-COUNT
               IF WS-MEMBER-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-MEMBERS WITH POINTER WS-MEMBER-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(INC-MOD-NAME(WS-MEMBER-IDX))
                          DELIMITED BY SIZE
                   INTO WS-MEMBERS WITH POINTER WS-MEMBER-PTR
               END-STRING
           END-PERFORM
           IF INC-MORE = "Y"
               STRING ",..." DELIMITED BY SIZE
                   INTO WS-MEMBERS WITH POINTER WS-MEMBER-PTR
               END-STRING
           END-IF
           DISPLAY INC-NUMBER "   " INC-OPENED " " WS-CLOSED-TEXT " "
               WS-DUR-TEXT " " INC-PEAK " " INC-FIRST-MOD " "
               WS-ACK-TEXT " " FUNCTION TRIM(WS-MEMBERS)
           EXIT PARAGRAPH.
      * Hours run past a day rather than rolling into a day count --
      * "51:07:12" reads straight off the shift log.
       Format-Duration.
           COMPUTE WS-DUR-HH = WS-DURATION / 3600
           COMPUTE WS-DUR-MI =
               FUNCTION MOD(WS-DURATION, 3600) / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD(WS-DURATION, 60)
           MOVE WS-DUR-HH TO WS-DUR-HH-EDIT
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-HH-EDIT) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DUR-MI DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DUR-SS DELIMITED BY SIZE
                  INTO WS-DUR-TEXT
           END-STRING
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
       Print-Summary.
           IF WS-LISTED = 0
               DISPLAY "INCRPT: no incidents found"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "INCIDENTS " WS-LISTED "  STILL OPEN " WS-STILL-OPEN
           IF WS-CLOSED-COUNT > 0
               COMPUTE WS-AVG-SECS = WS-TOTAL-SECS / WS-CLOSED-COUNT
               MOVE WS-AVG-SECS TO WS-DURATION
               PERFORM Format-Duration
               DISPLAY "MEAN TIME TO CLOSE " FUNCTION TRIM(WS-DUR-TEXT)
           END-IF
           EXIT PARAGRAPH.
