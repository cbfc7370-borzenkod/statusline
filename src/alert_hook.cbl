       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
       01 ALERT-RECORD       PIC X(165).
       WORKING-STORAGE SECTION.
       01 end-of-file        PIC X VALUE 'N'.
       01 WS-ALERTS-STATUS   PIC XX.
