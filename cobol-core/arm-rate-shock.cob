       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).
