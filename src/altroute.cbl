       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTROUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Alert routing table, fixed columns like the maintenance
      * calendar:
      *   cols  1-12  route name (a module's ALERT or ESC-CMD column
      *               reads "@<route>" to use it)
      *   col  13     blank
      *   cols 14-25  module name, blank for every module
      *   col  26     blank
      *   cols 27-30  level WARN, CRIT or FLAP, blank for any
      *   col  31     blank
      *   cols 32-39  a date YYYYMMDD, a weekday MON..SUN, WEEKDAY,
      *               WEEKEND, or ALL (blank reads as ALL)
      *   col  40     blank
      *   cols 41-44  from HHMM, blank for all day
      *   col  45     blank
      *   cols 46-49  to HHMM (to < from wraps midnight)
      *   col  50     blank
      *   cols 51-110 destination command -- "@ONCALL" in it is
      *               replaced by the on-call person's contact
      * The first line matching route, module, level and the current
      * moment wins, so specific lines go above catch-alls. Blank
      * lines and column-1 "*" comments are skipped.
           SELECT RTEF ASSIGN TO "STATUSLINE-COB.RTE"
               FILE STATUS IS WS-RTE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
      * On-call roster, one line per handover:
      *   cols  1-8   first day of the shift YYYYMMDD (usually the
      *               Monday of the week)
      *   col   9     blank
      *   cols 10-25  person
      *   col  26     blank
      *   cols 27-86  contact handed to the route (address, number)
      * The latest line not in the future is on call -- a handover
      * is one new line. Order in the file doesn't matter.
           SELECT ROSF ASSIGN TO "STATUSLINE-COB.ROS"
               FILE STATUS IS WS-ROS-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RTEF.
       01 FD-RTE-LINE        PIC X(110).
       FD ROSF.
       01 FD-ROS-LINE        PIC X(86).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-RTE-STATUS      PIC XX.
         88 WS-RTE-OK        VALUE "00".
       01 WS-ROS-STATUS      PIC XX.
         88 WS-ROS-OK        VALUE "00".
       01 WS-RTE-LINE.
         05 WS-RTE-NAME      PIC X(12).
         05 FILLER           PIC X.
         05 WS-RTE-MODULE    PIC X(12).
         05 FILLER           PIC X.
         05 WS-RTE-LEVEL     PIC X(4).
         05 FILLER           PIC X.
         05 WS-RTE-WHEN      PIC X(8).
         05 FILLER           PIC X.
         05 WS-RTE-START     PIC X(4).
         05 FILLER           PIC X.
         05 WS-RTE-END       PIC X(4).
         05 FILLER           PIC X.
         05 WS-RTE-CMD       PIC X(60).
       01 WS-ROS-LINE.
         05 WS-ROS-FROM      PIC X(8).
         05 FILLER           PIC X.
         05 WS-ROS-PERSON    PIC X(16).
         05 FILLER           PIC X.
         05 WS-ROS-CONTACT   PIC X(60).
       01 WS-NOW-FIELDS.
         05 WS-NOW-DATE      PIC 9(8).
         05 WS-NOW-HHMM      PIC 9(4).
         05 FILLER           PIC X(9).
       01 WS-NOW-DOW         PIC 9.
       01 WS-DOW-NAME        PIC X(3).
       01 WS-WHEN-MATCH      PIC X.
       01 WS-TIME-MATCH      PIC X.
       01 WS-ROUTE-FOUND     PIC X.
       01 WS-BEST-FROM       PIC X(8).
       01 WS-CONTACT         PIC X(60).
       01 WS-TAG-AT          PIC 999 COMP.
       01 WS-CMD-WORK        PIC X(120).
       01 WS-CMD-PTR         PIC 999 COMP.
       LINKAGE SECTION.
      * The route a module's ALERT column named, the module and
      * level being paged, and the answer -- the command to run
      * (blank when no line matches) and who is on call, blank with
      * no roster.
       01 L-ROUTE            PIC X(12).
       01 L-MODULE           PIC X(12).
       01 L-LEVEL            PIC X(4).
       01 L-CMD              PIC X(120).
       01 L-PERSON           PIC X(16).
       PROCEDURE DIVISION USING L-ROUTE L-MODULE L-LEVEL L-CMD
           L-PERSON.
           MOVE SPACES TO L-CMD L-PERSON
           MOVE SPACES TO WS-CONTACT
           MOVE "N" TO WS-ROUTE-FOUND
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-FIELDS
      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      * Monday, so the remainder maps straight onto MON..SUN.
           COMPUTE WS-NOW-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1, 7) + 1
           EVALUATE WS-NOW-DOW
               WHEN 1 MOVE "MON" TO WS-DOW-NAME
               WHEN 2 MOVE "TUE" TO WS-DOW-NAME
               WHEN 3 MOVE "WED" TO WS-DOW-NAME
               WHEN 4 MOVE "THU" TO WS-DOW-NAME
               WHEN 5 MOVE "FRI" TO WS-DOW-NAME
               WHEN 6 MOVE "SAT" TO WS-DOW-NAME
               WHEN OTHER MOVE "SUN" TO WS-DOW-NAME
           END-EVALUATE
           PERFORM Load-On-Call
           MOVE 'N' TO end-of-file
           OPEN INPUT RTEF
           IF NOT WS-RTE-OK
               GOBACK
           END-IF
           PERFORM UNTIL end-of-file = 'Y' OR WS-ROUTE-FOUND = "Y"
               READ RTEF INTO WS-RTE-LINE
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Route
               END-READ
           END-PERFORM
           CLOSE RTEF
           IF WS-ROUTE-FOUND = "Y"
               PERFORM Fill-On-Call-Contact
           END-IF
           GOBACK.

       Load-On-Call.
           MOVE SPACES TO WS-BEST-FROM
           MOVE 'N' TO end-of-file
           OPEN INPUT ROSF
           IF NOT WS-ROS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ ROSF INTO WS-ROS-LINE
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM Check-Roster-Line
               END-READ
           END-PERFORM
           CLOSE ROSF
           EXIT PARAGRAPH.

       Check-Roster-Line.
           IF WS-ROS-LINE = SPACES OR WS-ROS-FROM(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-ROS-FROM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-ROS-FROM) > WS-NOW-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-FROM = SPACES OR WS-ROS-FROM >= WS-BEST-FROM
               MOVE WS-ROS-FROM TO WS-BEST-FROM
               MOVE WS-ROS-PERSON TO L-PERSON
               MOVE WS-ROS-CONTACT TO WS-CONTACT
           END-IF
           EXIT PARAGRAPH.

       Check-Route.
           IF WS-RTE-LINE = SPACES OR WS-RTE-NAME(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RTE-NAME))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(L-ROUTE))
               EXIT PARAGRAPH
           END-IF
           IF WS-RTE-MODULE NOT = SPACES
               AND FUNCTION TRIM(WS-RTE-MODULE)
                   NOT = FUNCTION TRIM(L-MODULE)
               EXIT PARAGRAPH
           END-IF
           IF WS-RTE-LEVEL NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-RTE-LEVEL) NOT = L-LEVEL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-WHEN-MATCH
           EVALUATE TRUE
               WHEN WS-RTE-WHEN NUMERIC
                   IF FUNCTION NUMVAL(WS-RTE-WHEN) = WS-NOW-DATE
                       MOVE "Y" TO WS-WHEN-MATCH
                   END-IF
               WHEN WS-RTE-WHEN = SPACES
               WHEN FUNCTION TRIM(WS-RTE-WHEN) = "ALL"
                   MOVE "Y" TO WS-WHEN-MATCH
               WHEN FUNCTION TRIM(WS-RTE-WHEN) = "WEEKDAY"
                   IF WS-NOW-DOW <= 5
                       MOVE "Y" TO WS-WHEN-MATCH
                   END-IF
               WHEN FUNCTION TRIM(WS-RTE-WHEN) = "WEEKEND"
                   IF WS-NOW-DOW > 5
                       MOVE "Y" TO WS-WHEN-MATCH
                   END-IF
               WHEN FUNCTION TRIM(WS-RTE-WHEN) = WS-DOW-NAME
                   MOVE "Y" TO WS-WHEN-MATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-WHEN-MATCH = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TIME-MATCH
           IF WS-RTE-START NUMERIC AND WS-RTE-END NUMERIC
               MOVE "N" TO WS-TIME-MATCH
      * An end before the start wraps midnight, as in SCHEDCHK --
      * an out-of-hours route from 1800 to 0800 covers the night.
               IF WS-RTE-END >= WS-RTE-START
                   IF WS-NOW-HHMM >= FUNCTION NUMVAL(WS-RTE-START)
                       AND WS-NOW-HHMM <= FUNCTION NUMVAL(WS-RTE-END)
                       MOVE "Y" TO WS-TIME-MATCH
                   END-IF
               ELSE
                   IF WS-NOW-HHMM >= FUNCTION NUMVAL(WS-RTE-START)
                       OR WS-NOW-HHMM <= FUNCTION NUMVAL(WS-RTE-END)
                       MOVE "Y" TO WS-TIME-MATCH
                   END-IF
               END-IF
           END-IF
           IF WS-TIME-MATCH = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTE-CMD TO L-CMD
           MOVE "Y" TO WS-ROUTE-FOUND
           EXIT PARAGRAPH.

      * Swaps the first "@ONCALL" in the chosen command for the
      * roster contact. With no roster the tag is dropped and the
      * command runs as written.
       Fill-On-Call-Contact.
           MOVE 0 TO WS-TAG-AT
           INSPECT L-CMD TALLYING WS-TAG-AT
               FOR CHARACTERS BEFORE INITIAL "@ONCALL"
           IF WS-TAG-AT >= FUNCTION LENGTH(FUNCTION TRIM(L-CMD
               TRAILING))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-WORK
           MOVE 1 TO WS-CMD-PTR
           IF WS-TAG-AT > 0
               STRING L-CMD(1:WS-TAG-AT) DELIMITED BY SIZE
                   INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           IF WS-CONTACT NOT = SPACES
               STRING FUNCTION TRIM(WS-CONTACT) DELIMITED BY SIZE
                   INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING L-CMD(WS-TAG-AT + 8:) DELIMITED BY SIZE
               INTO WS-CMD-WORK WITH POINTER WS-CMD-PTR
           END-STRING
           MOVE WS-CMD-WORK TO L-CMD
           EXIT PARAGRAPH.
