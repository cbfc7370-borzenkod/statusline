       DATA DIVISION.
       FILE SECTION.
       FD CALF.
       01 FD-CAL-LINE        PIC X(133).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-CAL-STATUS      PIC XX.
      *   cols 61-68  recurrence: DAILY, WEEKLY (the anchor date's
      *               weekday), MONTHLY (its day-of-month), or a
      *               7-column Mon..Sun mask like "MTWTF--"
      *   col  69     blank
      *   cols 70-133 source UID of an entry ICSIMP brought in
      *               from a calendar export (blank if typed);
      *               not used here
      * Old 54-column one-shot records read back with the trailing
      * fields blank and parse exactly as they always did.
       01 WS-CAL-LINE.
