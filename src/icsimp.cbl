       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICSIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The exported calendar -- iCalendar text, one property per
      * line, long lines folded onto continuation lines that start
      * with a blank or a tab.
           SELECT ICSF                 ASSIGN TO DYNAMIC WS-ICS-PATH
                                       FILE STATUS IS WS-ICS-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALF                 ASSIGN TO DYNAMIC WS-CAL-PATH
                                       FILE STATUS IS WS-CAL-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ICSF.
       01 ICS-RECORD                   PIC X(300).
       FD CALF.
       01 CAL-RECORD                   PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-ICS-STATUS                PIC XX.
         88 WS-ICS-OK                  VALUE "00".
       01 WS-CAL-STATUS                PIC XX.
         88 WS-CAL-OK                  VALUE "00".
       01 WS-ICS-PATH                  PIC X(256).
       01 WS-CAL-PATH                  PIC X(256).
      * The appointments file held whole, as CALED holds it and no
      * bigger -- CALED rewrites the file from its own table, so an
      * entry past its hundredth line would be lost at the next
      * edit -- with a seen flag per line for the removal pass. An
      * imported entry carries its calendar UID in cols 70-133
      * (DCALHOOK's layout plus that one column); a line with those
      * columns blank was typed by hand and is never touched.
       01 WS-APT-TABLE.
         05 WS-APT-COUNT               PIC 9(3) VALUE 0.
         05 WS-APT OCCURS 100 TIMES.
           10 APT-LINE                 PIC X(133).
           10 APT-SEEN                 PIC X.
       01 WS-APT-MAX                   PIC 9(3) VALUE 100.
       01 WS-APT-OVERFLOW              PIC X VALUE "N".
       01 WS-APT-IDX                   PIC 9(3).
       01 WS-APT-FOUND                 PIC 9(3).
       01 WS-APT-EDIT.
         05 WS-AP-DATE                 PIC X(8).
         05 FILLER                     PIC X.
         05 WS-AP-START                PIC X(4).
         05 FILLER                     PIC X.
         05 WS-AP-DESC                 PIC X(40).
         05 FILLER                     PIC X.
         05 WS-AP-END                  PIC X(4).
         05 FILLER                     PIC X.
         05 WS-AP-RECUR                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-AP-UID                  PIC X(64).
       01 WS-APT-UID-VIEW.
         05 FILLER                     PIC X(69).
         05 WS-APT-UID                 PIC X(64).
      * Unfolding -- the physical line read one ahead, so a
      * continuation can be glued on before the logical line is
      * looked at.
       01 WS-PEEK                      PIC X(300).
       01 WS-PEEK-EOF                  PIC X VALUE "N".
       01 WS-ICS-EOF                   PIC X VALUE "N".
       01 WS-LOGICAL                   PIC X(1000).
       01 WS-LOG-LEN                   PIC 9(4) COMP.
       01 WS-PIECE-LEN                 PIC 9(4) COMP.
      * One property split apart: NAME;PARAMS:VALUE.
       01 WS-PROP-HEAD                 PIC X(200).
       01 WS-PROP-NAME                 PIC X(40).
       01 WS-PROP-PARAMS               PIC X(160).
       01 WS-PROP-VALUE                PIC X(1000).
       01 WS-PROP-PTR                  PIC 9(4) COMP.
      * The VEVENT being gathered. Anything nested in it (a VALARM)
      * is skipped until its END.
       01 WS-IN-EVENT                  PIC X VALUE "N".
       01 WS-SUB-DEPTH                 PIC 99 VALUE 0.
       01 WS-EV-UID                    PIC X(255).
       01 WS-EV-SUMMARY                PIC X(255).
       01 WS-EV-DTSTART                PIC X(40).
       01 WS-EV-DTEND                  PIC X(40).
       01 WS-EV-DURATION               PIC X(20).
       01 WS-EV-RRULE                  PIC X(200).
       01 WS-EV-RECUR-ID               PIC X.
       01 WS-EV-STATUS                 PIC X(20).
       01 WS-EV-REASON                 PIC X(30).
      * Date-time conversion -- a UTC stamp (trailing Z) moves by
      * the local offset in force now; a TZID or floating stamp is
      * taken as local time already.
       01 WS-NOW-STAMP                 PIC X(21).
       01 WS-TODAY                     PIC X(8).
       01 WS-TZ-OFFSET                 PIC S9(4).
       01 WS-DT-VALUE                  PIC X(40).
       01 WS-DT-DATE                   PIC X(8).
       01 WS-DT-HHMM                   PIC X(4).
       01 WS-DT-OK                     PIC X.
       01 WS-DT-MINUTES                PIC S9(5).
       01 WS-DT-DAYINT                 PIC 9(8).
       01 WS-DT-DATE-NUM               PIC 9(8).
       01 WS-DT-HH                     PIC 99.
       01 WS-DT-MM                     PIC 99.
       01 WS-START-MINUTES             PIC 9(5).
      * Duration -- "PT1H30M" and the like; a day or more leaves the
      * end blank, as an entry running past midnight has no end
      * time the one-day record can hold.
       01 WS-DUR-MINUTES               PIC 9(5).
       01 WS-DUR-NUM                   PIC 9(5).
       01 WS-DUR-IDX                   PIC 99.
       01 WS-DUR-CHAR                  PIC X.
       01 WS-DUR-DIGIT                 PIC 9.
       01 WS-DUR-IN-TIME               PIC X.
      * Recurrence rule, "KEY=VALUE;KEY=VALUE".
       01 WS-RULE-TOKENS.
         05 WS-RULE-TOK OCCURS 8 TIMES PIC X(60).
       01 WS-RULE-IDX                  PIC 99.
       01 WS-RULE-KEY                  PIC X(12).
       01 WS-RULE-VAL                  PIC X(60).
       01 WS-RULE-FREQ                 PIC X(12).
       01 WS-RULE-BYDAY                PIC X(60).
       01 WS-RULE-MONTHDAY             PIC X(12).
       01 WS-RULE-UNTIL                PIC X(20).
       01 WS-RULE-OTHER                PIC X.
       01 WS-DAY-TOKENS.
         05 WS-DAY-TOK OCCURS 7 TIMES  PIC X(4).
       01 WS-DAY-IDX                   PIC 99.
       01 WS-DAY-COUNT                 PIC 99.
       01 WS-DAY-NUM                   PIC 9.
       01 WS-MASK                      PIC X(7).
       01 WS-MASK-LETTERS              PIC X(7) VALUE "MTWTFSS".
       01 WS-DOW-WORK-DATE             PIC 9(8).
       01 WS-DOW-RESULT                PIC 9.
      * SUMMARY with its backslash escapes undone.
       01 WS-SUM-LEN                   PIC 9(4) COMP.
       01 WS-SUM-IDX                   PIC 9(4) COMP.
       01 WS-SUM-OUT                   PIC 99.
       01 WS-SUM-CHAR                  PIC X.
       01 WS-UID-LEN                   PIC 9(4) COMP.
      * What happened, for the closing report.
       01 WS-ADDED                     PIC 9(5) VALUE 0.
       01 WS-CHANGED                   PIC 9(5) VALUE 0.
       01 WS-REMOVED                   PIC 9(5) VALUE 0.
       01 WS-UNSUPPORTED               PIC 9(5) VALUE 0.
       01 WS-UNCHANGED                 PIC 9(5) VALUE 0.
       01 WS-PAST                      PIC 9(5) VALUE 0.
       01 WS-FULL                      PIC 9(5) VALUE 0.
       01 WS-ARG-NUM                   PIC 9.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-ICS-PATH WS-CAL-PATH
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ICS-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ICS-PATH
           END-ACCEPT
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-CAL-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-CAL-PATH
           END-ACCEPT
           IF WS-ICS-PATH = SPACES
               DISPLAY "usage: icsimp FILE.ics [APPOINTMENTS.DAT]"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           IF WS-CAL-PATH = SPACES
               MOVE "./APPOINTMENTS.DAT" TO WS-CAL-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           COMPUTE WS-TZ-OFFSET =
               FUNCTION NUMVAL(WS-NOW-STAMP(18:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-STAMP(20:2))
           IF WS-NOW-STAMP(17:1) = "-"
               COMPUTE WS-TZ-OFFSET = 0 - WS-TZ-OFFSET
           END-IF
           OPEN INPUT ICSF
           IF NOT WS-ICS-OK
               DISPLAY "ICSIMP: cannot open "
                   FUNCTION TRIM(WS-ICS-PATH) UPON SYSERR
               GO TO Main-Exit
           END-IF
           PERFORM Load-Appointments
      * A file already longer than CALED holds is left alone rather
      * than rewritten short.
           IF WS-APT-OVERFLOW = "Y"
               DISPLAY "ICSIMP: " FUNCTION TRIM(WS-CAL-PATH)
                   " has more than " WS-APT-MAX
                   " entries -- not updated" UPON SYSERR
               CLOSE ICSF
               GO TO Main-Exit
           END-IF
           PERFORM Read-Physical-Line
           PERFORM UNTIL WS-ICS-EOF = "Y"
               PERFORM Read-Logical-Line
               IF WS-ICS-EOF = "N"
                   PERFORM Take-Property
               END-IF
           END-PERFORM
           CLOSE ICSF
           PERFORM Drop-Vanished-Events
           IF WS-ADDED + WS-CHANGED + WS-REMOVED > 0
               PERFORM Write-Appointments
           END-IF
           DISPLAY "ICSIMP " FUNCTION TRIM(WS-CAL-PATH) ": "
               WS-ADDED " added, " WS-CHANGED " changed, "
               WS-REMOVED " removed, " WS-UNSUPPORTED " unsupported"
           DISPLAY "       " WS-UNCHANGED " unchanged, "
               WS-PAST " past one-off events skipped"
           IF WS-FULL > 0
               DISPLAY "       " WS-FULL " skipped, file full at "
                   WS-APT-MAX " entries"
           END-IF.
       Main-Exit.
           STOP RUN.
       Load-Appointments.
           MOVE 0 TO WS-APT-COUNT
           OPEN INPUT CALF
           IF NOT WS-CAL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PEEK-EOF
           PERFORM UNTIL WS-PEEK-EOF = "Y"
               READ CALF
                   AT END MOVE "Y" TO WS-PEEK-EOF
                   NOT AT END
                       IF WS-APT-COUNT < WS-APT-MAX
                           ADD 1 TO WS-APT-COUNT
                           MOVE CAL-RECORD TO APT-LINE(WS-APT-COUNT)
                           MOVE "N" TO APT-SEEN(WS-APT-COUNT)
                       ELSE
                           MOVE "Y" TO WS-APT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALF
           MOVE "N" TO WS-PEEK-EOF
           EXIT PARAGRAPH.
       Write-Appointments.
           OPEN OUTPUT CALF
           IF NOT WS-CAL-OK
               DISPLAY "ICSIMP: cannot write "
                   FUNCTION TRIM(WS-CAL-PATH) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               WRITE CAL-RECORD FROM APT-LINE(WS-APT-IDX)
           END-PERFORM
           CLOSE CALF
           EXIT PARAGRAPH.
       Read-Physical-Line.
           MOVE SPACES TO WS-PEEK
           READ ICSF INTO WS-PEEK
               AT END MOVE "Y" TO WS-PEEK-EOF
           END-READ
           INSPECT WS-PEEK REPLACING ALL X"0D" BY SPACE
           EXIT PARAGRAPH.
      * The line held in WS-PEEK plus every continuation after it.
       Read-Logical-Line.
           IF WS-PEEK-EOF = "Y"
               MOVE "Y" TO WS-ICS-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOGICAL
           MOVE WS-PEEK TO WS-LOGICAL
           MOVE 0 TO WS-LOG-LEN
           IF WS-LOGICAL NOT = SPACES
               COMPUTE WS-LOG-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LOGICAL TRAILING))
           END-IF
           PERFORM Read-Physical-Line
           PERFORM UNTIL WS-PEEK-EOF = "Y"
               OR (WS-PEEK(1:1) NOT = SPACE
                   AND WS-PEEK(1:1) NOT = X"09")
               IF WS-PEEK(2:) NOT = SPACES
                   COMPUTE WS-PIECE-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-PEEK TRAILING))
                       - 1
                   IF WS-LOG-LEN + WS-PIECE-LEN <= 1000
                       MOVE WS-PEEK(2:WS-PIECE-LEN)
                           TO WS-LOGICAL(WS-LOG-LEN + 1:WS-PIECE-LEN)
                       ADD WS-PIECE-LEN TO WS-LOG-LEN
                   END-IF
               END-IF
               PERFORM Read-Physical-Line
           END-PERFORM
           EXIT PARAGRAPH.
       Take-Property.
           IF WS-LOGICAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROP-HEAD WS-PROP-NAME WS-PROP-PARAMS
               WS-PROP-VALUE
           MOVE 1 TO WS-PROP-PTR
           UNSTRING WS-LOGICAL DELIMITED BY ":"
               INTO WS-PROP-HEAD
               WITH POINTER WS-PROP-PTR
           END-UNSTRING
           IF WS-PROP-PTR <= 1000
               MOVE WS-LOGICAL(WS-PROP-PTR:) TO WS-PROP-VALUE
           END-IF
           UNSTRING WS-PROP-HEAD DELIMITED BY ";"
               INTO WS-PROP-NAME WS-PROP-PARAMS
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PROP-NAME) TO WS-PROP-NAME
           EVALUATE TRUE
               WHEN WS-PROP-NAME = "BEGIN"
                   AND FUNCTION UPPER-CASE(WS-PROP-VALUE) = "VEVENT"
                   PERFORM Start-Event
               WHEN WS-PROP-NAME = "BEGIN" AND WS-IN-EVENT = "Y"
                   ADD 1 TO WS-SUB-DEPTH
               WHEN WS-PROP-NAME = "END" AND WS-IN-EVENT = "Y"
                   IF WS-SUB-DEPTH > 0
                       SUBTRACT 1 FROM WS-SUB-DEPTH
                   ELSE
                       MOVE "N" TO WS-IN-EVENT
                       PERFORM Take-Event
                   END-IF
               WHEN WS-IN-EVENT = "N" OR WS-SUB-DEPTH > 0
                   CONTINUE
               WHEN WS-PROP-NAME = "UID"
                   MOVE WS-PROP-VALUE TO WS-EV-UID
               WHEN WS-PROP-NAME = "SUMMARY"
                   MOVE WS-PROP-VALUE TO WS-EV-SUMMARY
               WHEN WS-PROP-NAME = "DTSTART"
                   MOVE WS-PROP-VALUE TO WS-EV-DTSTART
               WHEN WS-PROP-NAME = "DTEND"
                   MOVE WS-PROP-VALUE TO WS-EV-DTEND
               WHEN WS-PROP-NAME = "DURATION"
                   MOVE WS-PROP-VALUE TO WS-EV-DURATION
               WHEN WS-PROP-NAME = "RRULE"
                   MOVE FUNCTION UPPER-CASE(WS-PROP-VALUE)
                       TO WS-EV-RRULE
               WHEN WS-PROP-NAME = "RECURRENCE-ID"
                   MOVE "Y" TO WS-EV-RECUR-ID
               WHEN WS-PROP-NAME = "STATUS"
                   MOVE FUNCTION UPPER-CASE(WS-PROP-VALUE)
                       TO WS-EV-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
       Start-Event.
           MOVE "Y" TO WS-IN-EVENT
           MOVE 0 TO WS-SUB-DEPTH
           MOVE SPACES TO WS-EV-UID WS-EV-SUMMARY WS-EV-DTSTART
               WS-EV-DTEND WS-EV-DURATION WS-EV-RRULE WS-EV-STATUS
           MOVE "N" TO WS-EV-RECUR-ID
           EXIT PARAGRAPH.
      * A finished VEVENT becomes one appointments record, merged
      * by UID. A cancelled event is simply not carried over, so an
      * earlier import of it is removed like any vanished event.
       Take-Event.
           MOVE SPACES TO WS-EV-REASON
           IF WS-EV-STATUS = "CANCELLED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-APT-EDIT
           EVALUATE TRUE
               WHEN WS-EV-UID = SPACES
                   MOVE "no UID" TO WS-EV-REASON
               WHEN WS-EV-RECUR-ID = "Y"
                   MOVE "moved instance of a series" TO WS-EV-REASON
               WHEN OTHER
                   MOVE WS-EV-DTSTART TO WS-DT-VALUE
                   PERFORM Convert-Date-Time
                   IF WS-DT-OK = "N"
                       MOVE "all-day or unreadable start"
                           TO WS-EV-REASON
                   END-IF
           END-EVALUATE
           IF WS-EV-REASON NOT = SPACES
               PERFORM Count-Unsupported
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-DATE TO WS-AP-DATE
           MOVE WS-DT-HHMM TO WS-AP-START
           COMPUTE WS-START-MINUTES =
               FUNCTION NUMVAL(WS-DT-HHMM(1:2)) * 60
               + FUNCTION NUMVAL(WS-DT-HHMM(3:2))
           PERFORM Convert-End
           PERFORM Convert-Rule
           IF WS-EV-REASON NOT = SPACES
               PERFORM Count-Unsupported
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-RECUR = SPACES AND WS-AP-DATE < WS-TODAY
               ADD 1 TO WS-PAST
               EXIT PARAGRAPH
           END-IF
           PERFORM Unescape-Summary
      * A UID longer than the column keeps its tail -- the part that
      * differs between events from the same server.
           COMPUTE WS-UID-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EV-UID))
           IF WS-UID-LEN > 64
               MOVE FUNCTION TRIM(WS-EV-UID)(WS-UID-LEN - 63:64)
                   TO WS-AP-UID
           ELSE
               MOVE FUNCTION TRIM(WS-EV-UID) TO WS-AP-UID
           END-IF
           PERFORM Merge-Event
           EXIT PARAGRAPH.
       Count-Unsupported.
           ADD 1 TO WS-UNSUPPORTED
           DISPLAY "unsupported: " FUNCTION TRIM(WS-EV-SUMMARY(1:40))
               " (" FUNCTION TRIM(WS-EV-REASON) ")"
           EXIT PARAGRAPH.
      * "20261015T090000", "20261015T070000Z" -- a bare date is an
      * all-day event, which has no start time to count down to.
       Convert-Date-Time.
           MOVE "N" TO WS-DT-OK
           IF WS-DT-VALUE(1:8) NOT NUMERIC
               OR WS-DT-VALUE(9:1) NOT = "T"
               OR WS-DT-VALUE(10:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-VALUE(1:8) TO WS-DT-DATE
           MOVE WS-DT-VALUE(10:4) TO WS-DT-HHMM
           MOVE "Y" TO WS-DT-OK
           IF WS-DT-VALUE(16:1) NOT = "Z"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DT-MINUTES =
               FUNCTION NUMVAL(WS-DT-HHMM(1:2)) * 60
               + FUNCTION NUMVAL(WS-DT-HHMM(3:2)) + WS-TZ-OFFSET
           MOVE WS-DT-DATE TO WS-DT-DATE-NUM
           COMPUTE WS-DT-DAYINT =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATE-NUM)
           IF WS-DT-MINUTES < 0
               ADD 1440 TO WS-DT-MINUTES
               SUBTRACT 1 FROM WS-DT-DAYINT
           END-IF
           IF WS-DT-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-DT-MINUTES
               ADD 1 TO WS-DT-DAYINT
           END-IF
           COMPUTE WS-DT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DT-DAYINT)
           MOVE WS-DT-DATE-NUM TO WS-DT-DATE
           DIVIDE WS-DT-MINUTES BY 60 GIVING WS-DT-HH
               REMAINDER WS-DT-MM
           MOVE WS-DT-HH TO WS-DT-HHMM(1:2)
           MOVE WS-DT-MM TO WS-DT-HHMM(3:2)
           EXIT PARAGRAPH.
      * DTEND on the start's own day, or the start plus a DURATION
      * that stays inside it; otherwise no end time.
       Convert-End.
           IF WS-EV-DTEND NOT = SPACES
               MOVE WS-EV-DTEND TO WS-DT-VALUE
               PERFORM Convert-Date-Time
               IF WS-DT-OK = "Y" AND WS-DT-DATE = WS-AP-DATE
                   MOVE WS-DT-HHMM TO WS-AP-END
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-DURATION(1:2) NOT = "PT"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DUR-MINUTES WS-DUR-NUM
           PERFORM VARYING WS-DUR-IDX FROM 3 BY 1
               UNTIL WS-DUR-IDX > 20
               MOVE WS-EV-DURATION(WS-DUR-IDX:1) TO WS-DUR-CHAR
               EVALUATE TRUE
                   WHEN WS-DUR-CHAR IS NUMERIC
                       MOVE WS-DUR-CHAR TO WS-DUR-DIGIT
                       COMPUTE WS-DUR-NUM =
                           WS-DUR-NUM * 10 + WS-DUR-DIGIT
                   WHEN WS-DUR-CHAR = "H"
                       COMPUTE WS-DUR-MINUTES =
                           WS-DUR-MINUTES + WS-DUR-NUM * 60
                       MOVE 0 TO WS-DUR-NUM
                   WHEN WS-DUR-CHAR = "M"
                       ADD WS-DUR-NUM TO WS-DUR-MINUTES
                       MOVE 0 TO WS-DUR-NUM
                   WHEN OTHER
                       MOVE 0 TO WS-DUR-NUM
               END-EVALUATE
           END-PERFORM
           IF WS-DUR-MINUTES > 0
               AND WS-START-MINUTES + WS-DUR-MINUTES < 1440
               COMPUTE WS-DT-MINUTES =
                   WS-START-MINUTES + WS-DUR-MINUTES
               DIVIDE WS-DT-MINUTES BY 60 GIVING WS-DT-HH
                   REMAINDER WS-DT-MM
               MOVE WS-DT-HH TO WS-AP-END(1:2)
               MOVE WS-DT-MM TO WS-AP-END(3:2)
           END-IF
           EXIT PARAGRAPH.
      * FREQ=DAILY/WEEKLY/MONTHLY map onto the recurrences the file
      * knows; a BYDAY list becomes a Mon..Sun mask. Anything the
      * file cannot express -- an INTERVAL, a COUNT, "2nd Tuesday",
      * YEARLY -- is reported rather than imported wrong. An UNTIL
      * already gone by makes the series a past event; one still
      * ahead is imported open-ended, and the re-import after it
      * passes removes it.
       Convert-Rule.
           MOVE SPACES TO WS-AP-RECUR
           IF WS-EV-RRULE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-TOKENS WS-RULE-FREQ WS-RULE-BYDAY
               WS-RULE-MONTHDAY WS-RULE-UNTIL
           MOVE "N" TO WS-RULE-OTHER
           UNSTRING WS-EV-RRULE DELIMITED BY ";"
               INTO WS-RULE-TOK(1) WS-RULE-TOK(2) WS-RULE-TOK(3)
                    WS-RULE-TOK(4) WS-RULE-TOK(5) WS-RULE-TOK(6)
                    WS-RULE-TOK(7) WS-RULE-TOK(8)
           END-UNSTRING
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 8
               IF WS-RULE-TOK(WS-RULE-IDX) NOT = SPACES
                   MOVE SPACES TO WS-RULE-KEY WS-RULE-VAL
                   UNSTRING WS-RULE-TOK(WS-RULE-IDX) DELIMITED BY "="
                       INTO WS-RULE-KEY WS-RULE-VAL
                   END-UNSTRING
                   EVALUATE WS-RULE-KEY
                       WHEN "FREQ"
                           MOVE WS-RULE-VAL TO WS-RULE-FREQ
                       WHEN "BYDAY"
                           MOVE WS-RULE-VAL TO WS-RULE-BYDAY
                       WHEN "BYMONTHDAY"
                           MOVE WS-RULE-VAL TO WS-RULE-MONTHDAY
                       WHEN "UNTIL"
                           MOVE WS-RULE-VAL TO WS-RULE-UNTIL
                       WHEN "WKST"
                           CONTINUE
                       WHEN "INTERVAL"
                           IF WS-RULE-VAL NOT = "1"
                               MOVE "Y" TO WS-RULE-OTHER
                           END-IF
                       WHEN OTHER
                           MOVE "Y" TO WS-RULE-OTHER
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-RULE-OTHER = "Y"
               MOVE "repeat rule not supported" TO WS-EV-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-UNTIL NOT = SPACES
               AND WS-RULE-UNTIL(1:8) < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RULE-FREQ
               WHEN "DAILY"
                   IF WS-RULE-BYDAY = SPACES
                       MOVE "DAILY" TO WS-AP-RECUR
                   ELSE
                       PERFORM Build-Day-Mask
                   END-IF
               WHEN "WEEKLY"
                   IF WS-RULE-BYDAY = SPACES
                       MOVE "WEEKLY" TO WS-AP-RECUR
                   ELSE
                       PERFORM Build-Day-Mask
                   END-IF
               WHEN "MONTHLY"
                   IF WS-RULE-BYDAY NOT = SPACES
                       OR (WS-RULE-MONTHDAY NOT = SPACES
                       AND FUNCTION NUMVAL(WS-RULE-MONTHDAY)
                           NOT = FUNCTION NUMVAL(WS-AP-DATE(7:2)))
                       MOVE "repeat rule not supported"
                           TO WS-EV-REASON
                   ELSE
                       MOVE "MONTHLY" TO WS-AP-RECUR
                   END-IF
               WHEN OTHER
                   MOVE "repeat rule not supported" TO WS-EV-REASON
           END-EVALUATE
           EXIT PARAGRAPH.
      * "MO,WE,FR" -> "M-W-F--". A single day that is the start
      * date's own weekday is plain WEEKLY, which also keeps the
      * series from showing before it begins.
       Build-Day-Mask.
           MOVE "-------" TO WS-MASK
           MOVE SPACES TO WS-DAY-TOKENS
           MOVE 0 TO WS-DAY-COUNT
           UNSTRING WS-RULE-BYDAY DELIMITED BY ","
               INTO WS-DAY-TOK(1) WS-DAY-TOK(2) WS-DAY-TOK(3)
                    WS-DAY-TOK(4) WS-DAY-TOK(5) WS-DAY-TOK(6)
                    WS-DAY-TOK(7)
           END-UNSTRING
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               MOVE 0 TO WS-DAY-NUM
               EVALUATE WS-DAY-TOK(WS-DAY-IDX)
                   WHEN "MO" MOVE 1 TO WS-DAY-NUM
                   WHEN "TU" MOVE 2 TO WS-DAY-NUM
                   WHEN "WE" MOVE 3 TO WS-DAY-NUM
                   WHEN "TH" MOVE 4 TO WS-DAY-NUM
                   WHEN "FR" MOVE 5 TO WS-DAY-NUM
                   WHEN "SA" MOVE 6 TO WS-DAY-NUM
                   WHEN "SU" MOVE 7 TO WS-DAY-NUM
                   WHEN SPACES CONTINUE
                   WHEN OTHER
                       MOVE "repeat rule not supported"
                           TO WS-EV-REASON
               END-EVALUATE
               IF WS-DAY-NUM > 0
                   MOVE WS-MASK-LETTERS(WS-DAY-NUM:1)
                       TO WS-MASK(WS-DAY-NUM:1)
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-PERFORM
           IF WS-EV-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-AP-DATE) TO WS-DOW-WORK-DATE
           PERFORM Compute-Day-Of-Week
           IF WS-DAY-COUNT = 1
               AND WS-MASK(WS-DOW-RESULT:1) NOT = "-"
               MOVE "WEEKLY" TO WS-AP-RECUR
           ELSE
               MOVE WS-MASK TO WS-AP-RECUR
           END-IF
           EXIT PARAGRAPH.
      * Same weekday arithmetic as DCALHOOK and SCHEDCHK.
       Compute-Day-Of-Week.
           COMPUTE WS-DOW-RESULT = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DOW-WORK-DATE) - 1, 7)
               + 1
           EXIT PARAGRAPH.
      * "\," "\;" "\\" stand for themselves, "\n" for a line break
      * the one-line description shows as a blank.
       Unescape-Summary.
           MOVE SPACES TO WS-AP-DESC
           MOVE 0 TO WS-SUM-OUT
           IF WS-EV-SUMMARY = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EV-SUMMARY TRAILING))
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-LEN OR WS-SUM-OUT >= 40
               MOVE WS-EV-SUMMARY(WS-SUM-IDX:1) TO WS-SUM-CHAR
               IF WS-SUM-CHAR = "\" AND WS-SUM-IDX < WS-SUM-LEN
                   ADD 1 TO WS-SUM-IDX
                   MOVE WS-EV-SUMMARY(WS-SUM-IDX:1) TO WS-SUM-CHAR
                   IF WS-SUM-CHAR = "n" OR WS-SUM-CHAR = "N"
                       MOVE SPACE TO WS-SUM-CHAR
                   END-IF
               END-IF
               ADD 1 TO WS-SUM-OUT
               MOVE WS-SUM-CHAR TO WS-AP-DESC(WS-SUM-OUT:1)
           END-PERFORM
           EXIT PARAGRAPH.
       Merge-Event.
           MOVE 0 TO WS-APT-FOUND
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT OR WS-APT-FOUND > 0
               MOVE APT-LINE(WS-APT-IDX) TO WS-APT-UID-VIEW
               IF WS-APT-UID = WS-AP-UID
                   MOVE WS-APT-IDX TO WS-APT-FOUND
               END-IF
           END-PERFORM
           IF WS-APT-FOUND > 0
               IF APT-LINE(WS-APT-FOUND) = WS-APT-EDIT
                   ADD 1 TO WS-UNCHANGED
               ELSE
                   MOVE WS-APT-EDIT TO APT-LINE(WS-APT-FOUND)
                   ADD 1 TO WS-CHANGED
               END-IF
               MOVE "Y" TO APT-SEEN(WS-APT-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-COUNT >= WS-APT-MAX
               ADD 1 TO WS-FULL
               DISPLAY "skipped: " FUNCTION TRIM(WS-EV-SUMMARY(1:40))
                   " (appointments file full)"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APT-COUNT
           MOVE WS-APT-EDIT TO APT-LINE(WS-APT-COUNT)
           MOVE "Y" TO APT-SEEN(WS-APT-COUNT)
           ADD 1 TO WS-ADDED
           EXIT PARAGRAPH.
      * Imported entries whose event is gone from the calendar (or
      * was cancelled, or is now past) are taken out; hand-typed
      * lines have no UID and stay exactly where they were.
       Drop-Vanished-Events.
           MOVE 1 TO WS-APT-IDX
           PERFORM UNTIL WS-APT-IDX > WS-APT-COUNT
               MOVE APT-LINE(WS-APT-IDX) TO WS-APT-UID-VIEW
               IF WS-APT-UID NOT = SPACES
                   AND APT-SEEN(WS-APT-IDX) = "N"
                   PERFORM VARYING WS-APT-FOUND FROM WS-APT-IDX BY 1
                       UNTIL WS-APT-FOUND >= WS-APT-COUNT
                       MOVE WS-APT(WS-APT-FOUND + 1)
                           TO WS-APT(WS-APT-FOUND)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-APT-COUNT
                   ADD 1 TO WS-REMOVED
               ELSE
                   ADD 1 TO WS-APT-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
