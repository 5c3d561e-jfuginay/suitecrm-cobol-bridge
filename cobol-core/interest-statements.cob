       01  SCHEDULE-RECORD PIC X(250).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(100).
