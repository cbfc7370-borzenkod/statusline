       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTAF ASSIGN TO "STATUSLINE-COB.QTA"
               FILE STATUS IS WS-QTA-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTA-KEY.
       DATA DIVISION.
       FILE SECTION.
      * One usage-ledger record, as DNETHOOK writes it -- a day's
      * bytes for an interface, or (date 00000000) the interface's
      * state record with the cap and billing day currently set.
       FD QTAF.
       01 QTA-RECORD.
         05 QTA-KEY.
           10 QTA-IFACE                PIC X(16).
           10 QTA-DATE                 PIC X(8).
         05 QTA-RX                     PIC 9(15).
         05 QTA-TX                     PIC 9(15).
         05 QTA-CAP                    PIC 9(15).
         05 QTA-CYCLE-DAY              PIC 99.
       WORKING-STORAGE SECTION.
       01 WS-QTA-STATUS                PIC XX.
         88 WS-QTA-OK                  VALUE "00".
       01 WS-AT-EOF                    PIC X VALUE "N".
         88 EOF-REACHED                VALUE "Y".
      * Command line: optionally one interface to report on.
       01 WS-ARG-IFACE                 PIC X(16).
      * The interface and billing cycle being listed, and the cycle's
      * running totals.
       01 WS-CUR-IFACE                 PIC X(16) VALUE SPACES.
       01 WS-CUR-CYCLE-DAY             PIC 99.
       01 WS-CUR-START                 PIC 9(8) VALUE 0.
       01 WS-CUR-END                   PIC 9(8).
       01 WS-CUR-RX                    PIC 9(15).
       01 WS-CUR-TX                    PIC 9(15).
       01 WS-CUR-CAP                   PIC 9(15).
       01 WS-CUR-DAYS                  PIC 999.
      * Every cycle seen, for the summary at the end -- bounded like
      * the report tables elsewhere.
       01 WS-CYC-TABLE.
         05 WS-CYC-ENTRY OCCURS 60 TIMES.
           10 CYC-IFACE                PIC X(16).
           10 CYC-START                PIC 9(8).
           10 CYC-END                  PIC 9(8).
           10 CYC-DAYS                 PIC 999.
           10 CYC-TOTAL                PIC 9(15).
           10 CYC-CAP                  PIC 9(15).
       01 WS-CYC-COUNT                 PIC 99 VALUE 0.
       01 WS-CYC-IDX                   PIC 99.
      * Billing-cycle arithmetic, the same rule DNETHOOK applies: a
      * cycle starts on the billing day (or a short month's last
      * day) and ends the day before the next one starts.
       01 WS-DAY-DATE                  PIC X(8).
       01 WS-CYCLE-DAY                 PIC 99.
       01 WS-CYC-START                 PIC 9(8).
       01 WS-CYC-END                   PIC 9(8).
       01 WS-CYC-YEAR                  PIC 9(4).
       01 WS-CYC-MONTH                 PIC 99.
       01 WS-CYC-DIM                   PIC 99.
       01 WS-CYC-DD                    PIC 99.
       01 WS-CYC-FIRST                 PIC 9(8).
       01 WS-CYC-NEXT-FIRST            PIC 9(8).
       01 WS-CYC-END-INT               PIC 9(8).
      * Display forms -- gigabytes to the megabyte, decimal units as
      * the carrier bills them.
       01 WS-GB-RX                     PIC ZZZZZ9.999.
       01 WS-GB-TX                     PIC ZZZZZ9.999.
       01 WS-GB-TOTAL                  PIC ZZZZZ9.999.
       01 WS-GB-CAP                    PIC ZZZZZ9.999.
       01 WS-PCT                       PIC 9(5)V9.
       01 WS-PCT-OUT                   PIC ZZZZ9.9.
       01 WS-TOTAL                     PIC 9(15).
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-ARG-IFACE
           ACCEPT WS-ARG-IFACE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-IFACE
           END-ACCEPT
           IF WS-ARG-IFACE = "-h" OR WS-ARG-IFACE = "--help"
               DISPLAY "usage: qtarpt [IFACE]" UPON SYSERR
               GO TO Main-Exit
           END-IF
           OPEN INPUT QTAF
           IF NOT WS-QTA-OK
               DISPLAY "QTARPT: cannot open STATUSLINE-COB.QTA"
                   UPON SYSERR
               GO TO Main-Exit
           END-IF
           DISPLAY "QTARPT"
           PERFORM UNTIL EOF-REACHED
               READ QTAF NEXT RECORD
                   AT END MOVE "Y" TO WS-AT-EOF
                   NOT AT END PERFORM Process-Record
               END-READ
           END-PERFORM
           CLOSE QTAF
           PERFORM Close-Cycle
           PERFORM Print-Cycles.
       Main-Exit.
           STOP RUN.
      * Records arrive in key order -- interface, then date, with the
      * interface's state record first -- so the cap and billing day
      * are known before its first day comes through.
       Process-Record.
           IF WS-ARG-IFACE NOT = SPACES
               AND QTA-IFACE NOT = WS-ARG-IFACE
               EXIT PARAGRAPH
           END-IF
           IF QTA-IFACE NOT = WS-CUR-IFACE
               PERFORM Close-Cycle
               MOVE QTA-IFACE TO WS-CUR-IFACE
               MOVE QTA-CYCLE-DAY TO WS-CUR-CYCLE-DAY
               IF WS-CUR-CYCLE-DAY < 1 OR WS-CUR-CYCLE-DAY > 31
                   MOVE 1 TO WS-CUR-CYCLE-DAY
               END-IF
               COMPUTE WS-GB-CAP = QTA-CAP / 1000000000
               DISPLAY " "
               DISPLAY "INTERFACE " WS-CUR-IFACE " CAP "
                   FUNCTION TRIM(WS-GB-CAP) " GB  BILLING DAY "
                   WS-CUR-CYCLE-DAY
           END-IF
           IF QTA-DATE = "00000000"
               EXIT PARAGRAPH
           END-IF
           MOVE QTA-DATE TO WS-DAY-DATE
           MOVE WS-CUR-CYCLE-DAY TO WS-CYCLE-DAY
           PERFORM Compute-Cycle-Bounds
           IF WS-CYC-START NOT = WS-CUR-START
               PERFORM Close-Cycle
               MOVE WS-CYC-START TO WS-CUR-START
               MOVE WS-CYC-END TO WS-CUR-END
               MOVE 0 TO WS-CUR-RX WS-CUR-TX WS-CUR-DAYS
               DISPLAY " "
               DISPLAY "CYCLE " WS-CUR-START " - " WS-CUR-END
               DISPLAY "DATE            RX-GB       TX-GB    TOTAL-GB"
           END-IF
      * The cap the cycle is judged against is the one in force on
      * its latest day on record.
           MOVE QTA-CAP TO WS-CUR-CAP
           ADD QTA-RX TO WS-CUR-RX
           ADD QTA-TX TO WS-CUR-TX
           ADD 1 TO WS-CUR-DAYS
           COMPUTE WS-GB-RX = QTA-RX / 1000000000
           COMPUTE WS-GB-TX = QTA-TX / 1000000000
           COMPUTE WS-GB-TOTAL = (QTA-RX + QTA-TX) / 1000000000
           DISPLAY QTA-DATE "  " WS-GB-RX "  " WS-GB-TX "  " WS-GB-TOTAL
           EXIT PARAGRAPH.
      * Prints the subtotal of the cycle being listed, if any, and
      * files it for the summary.
       Close-Cycle.
           IF WS-CUR-START = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GB-RX = WS-CUR-RX / 1000000000
           COMPUTE WS-GB-TX = WS-CUR-TX / 1000000000
           COMPUTE WS-GB-TOTAL = (WS-CUR-RX + WS-CUR-TX) / 1000000000
           DISPLAY "TOTAL     " WS-GB-RX "  " WS-GB-TX "  " WS-GB-TOTAL
           IF WS-CYC-COUNT < 60
               ADD 1 TO WS-CYC-COUNT
               MOVE WS-CUR-IFACE TO CYC-IFACE(WS-CYC-COUNT)
               MOVE WS-CUR-START TO CYC-START(WS-CYC-COUNT)
               MOVE WS-CUR-END TO CYC-END(WS-CYC-COUNT)
               MOVE WS-CUR-DAYS TO CYC-DAYS(WS-CYC-COUNT)
               COMPUTE CYC-TOTAL(WS-CYC-COUNT) = WS-CUR-RX + WS-CUR-TX
               MOVE WS-CUR-CAP TO CYC-CAP(WS-CYC-COUNT)
           ELSE
               DISPLAY "QTARPT: too many cycles, skipping "
                   WS-CUR-IFACE " " WS-CUR-START UPON SYSERR
           END-IF
           MOVE 0 TO WS-CUR-START
           EXIT PARAGRAPH.
      * The cycle holding WS-DAY-DATE starts on the billing day of
      * that month, or of the month before when the date is earlier;
      * it ends the day before the following cycle starts.
       Compute-Cycle-Bounds.
           MOVE WS-DAY-DATE(1:4) TO WS-CYC-YEAR
           MOVE WS-DAY-DATE(5:2) TO WS-CYC-MONTH
           PERFORM Clamp-Cycle-Day
           IF WS-DAY-DATE(7:2) < WS-CYC-DD
               SUBTRACT 1 FROM WS-CYC-MONTH
               IF WS-CYC-MONTH = 0
                   MOVE 12 TO WS-CYC-MONTH
                   SUBTRACT 1 FROM WS-CYC-YEAR
               END-IF
               PERFORM Clamp-Cycle-Day
           END-IF
           COMPUTE WS-CYC-START = WS-CYC-YEAR * 10000
               + WS-CYC-MONTH * 100 + WS-CYC-DD
           ADD 1 TO WS-CYC-MONTH
           IF WS-CYC-MONTH = 13
               MOVE 1 TO WS-CYC-MONTH
               ADD 1 TO WS-CYC-YEAR
           END-IF
           PERFORM Clamp-Cycle-Day
           COMPUTE WS-CYC-END-INT = FUNCTION INTEGER-OF-DATE(
               WS-CYC-YEAR * 10000 + WS-CYC-MONTH * 100 + WS-CYC-DD)
           COMPUTE WS-CYC-END =
               FUNCTION DATE-OF-INTEGER(WS-CYC-END-INT - 1)
           EXIT PARAGRAPH.
       Clamp-Cycle-Day.
           COMPUTE WS-CYC-FIRST = WS-CYC-YEAR * 10000
               + WS-CYC-MONTH * 100 + 1
           IF WS-CYC-MONTH = 12
               COMPUTE WS-CYC-NEXT-FIRST = (WS-CYC-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-CYC-NEXT-FIRST = WS-CYC-FIRST + 100
           END-IF
           COMPUTE WS-CYC-DIM =
               FUNCTION INTEGER-OF-DATE(WS-CYC-NEXT-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-CYC-FIRST)
           MOVE WS-CYCLE-DAY TO WS-CYC-DD
           IF WS-CYC-DD > WS-CYC-DIM
               MOVE WS-CYC-DIM TO WS-CYC-DD
           END-IF
           EXIT PARAGRAPH.
       Print-Cycles.
           IF WS-CYC-COUNT = 0
               DISPLAY "no usage recorded"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "CYCLES"
           DISPLAY "INTERFACE        START    END      DAYS"
               "    TOTAL-GB      CAP-GB  CAP-PCT"
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT
               COMPUTE WS-GB-TOTAL = CYC-TOTAL(WS-CYC-IDX) / 1000000000
               COMPUTE WS-GB-CAP = CYC-CAP(WS-CYC-IDX) / 1000000000
               MOVE 0 TO WS-PCT
               IF CYC-CAP(WS-CYC-IDX) > 0
                   COMPUTE WS-PCT ROUNDED =
                       CYC-TOTAL(WS-CYC-IDX) * 100 / CYC-CAP(WS-CYC-IDX)
                       ON SIZE ERROR MOVE 99999.9 TO WS-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-PCT TO WS-PCT-OUT
               DISPLAY CYC-IFACE(WS-CYC-IDX) " "
                   CYC-START(WS-CYC-IDX) " "
                   CYC-END(WS-CYC-IDX) " "
                   CYC-DAYS(WS-CYC-IDX) "  "
                   WS-GB-TOTAL "  " WS-GB-CAP "  " WS-PCT-OUT
           END-PERFORM
           EXIT PARAGRAPH.
