      * while the loan is still delinquent tonight is flagged        *
      * BROKEN at the top of that collector's queue. A loan that    *
      * stops appearing in the late-fee results has paid up and     *
      * drops off the master, and so does a loan that has closed -   *
      * paid in full on loan-master.dat (status P), or taken to a    *
      * zero principal_balance on loan-balance.dat by PAYOFF-POSTING *
      * before maintenance has marked the master - whatever the      *
      * late-fee results still say about it. The nightly output is   *
      * collections-work-queue.txt, one worked section per           *
      * collector (UNASSIGNED first, so new accounts get picked up). *
      *                                                               *
      * Every bucket a loan moves into, and every cure, is appended  *
      * to collections-bucket-history.dat once the master has        *
      * committed:                                                   *
      *   loan_id|date|bucket     (bucket, or CURED on payoff of the *
      *                            arrears)                          *
      * The master only knows where a loan stands tonight; this log  *
      * is its delinquency history, which the back-testing run reads *
      * for each loan's worst bucket ever reached.                   *
      *                                                               *
      * Verifies the feed's control trailer like the other          *
      * output.json consumers; on a failed feed the queue master is  *
      * left untouched and the job ends with condition code 8.       *
           SELECT WORK-QUEUE-FILE ASSIGN TO
               'collections-work-queue.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUCKET-HISTORY-FILE ASSIGN TO
               'collections-bucket-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-HISTORY-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'loan-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD PIC X(132).

       FD  BUCKET-HISTORY-FILE.
       01  BUCKET-HISTORY-RECORD PIC X(40).

       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       01  WS-RESULTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BUCKET-HISTORY-STATUS PIC XX VALUE SPACES.
       01  WS-LOAN-MASTER-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-DISP-EOF             PIC X VALUE 'N'.
       01  WS-LOAN-MASTER-EOF      PIC X VALUE 'N'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.

       01  WS-MATCH-COUNT          PIC 9(4) VALUE 0.

           05  WS-QUE OCCURS 2000 TIMES.
               10  WS-QUE-LOAN-ID   PIC X(10).
               10  WS-QUE-BUCKET    PIC X(8).
               10  WS-QUE-OLD-BUCKET PIC X(8).
               10  WS-QUE-ACTION    PIC X(8).
               10  WS-QUE-COLLECTOR PIC X(10).
               10  WS-QUE-PROMISE   PIC 9(8).
       01  WS-QUE-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-QUE-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Loans closed since the late-fee results were produced -
      * paid in full on the master, or paid down to zero.
       01  WS-CLOSED-TABLE.
           05  WS-CLS-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-CLS OCCURS 5000 TIMES.
               10  WS-CLS-LOAN-ID   PIC X(10).
       01  WS-CLS-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-CLS-FOUND            PIC X VALUE 'N'.
       01  WS-CLS-STATUS           PIC X(1).
       01  WS-CLS-PRINCIPAL-TEXT   PIC X(15).
       01  WS-CLS-SKIP             PIC X(30).

      * Parse work for the master row / disposition being applied
       01  WS-CUR-LOAN-ID          PIC X(10).
       01  WS-PARSE-BUCKET         PIC X(8).
       01  WS-QUEUED-COUNT         PIC 9(6) VALUE 0.
       01  WS-BROKEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-CURED-COUNT          PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(6) VALUE 0.

      * JSON Field Extraction Scratch Area (same technique as
      * ENHANCED-FINANCIAL-CALC-V2's EXTRACT-JSON-*-FIELD paragraphs).
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-QUEUE-MASTER
           PERFORM LOAD-CLOSED-LOANS
           PERFORM APPLY-DISPOSITION-UPDATES

      *    A missing results file means the job stream ran out of
               PERFORM COUNT-CURED-ACCOUNTS
               PERFORM WRITE-WORK-QUEUE
               PERFORM REWRITE-QUEUE-MASTER
               IF WS-GEN-STATUS = 'G'
                   PERFORM RECORD-BUCKET-MOVES
               END-IF
           END-IF
           STOP RUN.

               CLOSE QUEUE-MASTER-FILE
           END-IF.

      *****************************************************************
      * Closed loans are gathered from the loan master (status P)    *
      * and the balance file (principal_balance zero). Either file   *
      * missing just means no loan is known closed from it.          *
      *****************************************************************
       LOAD-CLOSED-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-MASTER-STATUS = '00'
               PERFORM UNTIL WS-LOAN-MASTER-EOF = 'Y'
                   READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-MASTER-EOF
                       NOT AT END
                           PERFORM NOTE-PAID-IN-FULL-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF

           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-EOF = 'Y'
                   READ BALANCE-FILE INTO BALANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-BALANCE-EOF
                       NOT AT END
                           PERFORM NOTE-PAID-DOWN-LOAN
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       NOTE-PAID-IN-FULL-LOAN.
           MOVE SPACES TO WS-LOAN-ID WS-CLS-STATUS
           UNSTRING LOAN-MASTER-RECORD DELIMITED BY '|'
               INTO WS-LOAN-ID WS-CLS-SKIP WS-CLS-SKIP WS-CLS-SKIP
                    WS-CLS-SKIP WS-CLS-SKIP WS-CLS-STATUS
           END-UNSTRING
           IF WS-CLS-STATUS = 'P'
               PERFORM ADD-CLOSED-LOAN
           END-IF.

       NOTE-PAID-DOWN-LOAN.
           MOVE SPACES TO WS-LOAN-ID WS-CLS-PRINCIPAL-TEXT
           UNSTRING BALANCE-RECORD DELIMITED BY '|'
               INTO WS-LOAN-ID WS-CLS-PRINCIPAL-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-CLS-PRINCIPAL-TEXT) = 0
               IF FUNCTION NUMVAL(WS-CLS-PRINCIPAL-TEXT) = 0
                   PERFORM ADD-CLOSED-LOAN
               END-IF
           END-IF.

       ADD-CLOSED-LOAN.
           IF WS-LOAN-ID NOT = SPACES
               IF WS-CLS-COUNT < 5000
                   ADD 1 TO WS-CLS-COUNT
                   MOVE WS-LOAN-ID TO WS-CLS-LOAN-ID(WS-CLS-COUNT)
               ELSE
                   DISPLAY 'COLLECTIONS-WORK-QUEUE: CLOSED LOAN '
                       'TABLE FULL - LOAN ' WS-LOAN-ID ' STILL QUEUED'
               END-IF
           END-IF.

       LOAD-QUEUE-MASTER-ROW.
           IF WS-QUE-COUNT >= 2000
               DISPLAY 'COLLECTIONS-WORK-QUEUE: QUEUE MASTER '
                    WS-PARSE-AMOUNT-TEXT
           END-UNSTRING
           MOVE WS-PARSE-BUCKET TO WS-QUE-BUCKET(WS-QUE-COUNT)
           MOVE WS-PARSE-BUCKET TO WS-QUE-OLD-BUCKET(WS-QUE-COUNT)
           MOVE WS-PARSE-ACTION TO WS-QUE-ACTION(WS-QUE-COUNT)
           IF WS-PARSE-COLLECTOR = SPACES
               MOVE 'UNASSIGNED' TO WS-QUE-COLLECTOR(WS-QUE-COUNT)

           IF WS-LOAN-ID NOT = SPACES
              AND WS-NEW-BUCKET NOT = SPACES
               PERFORM CHECK-CLOSED-LOAN
               IF WS-CLS-FOUND = 'Y'
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM UPSERT-QUEUE-ENTRY
               END-IF
           END-IF.

       CHECK-CLOSED-LOAN.
           MOVE 'N' TO WS-CLS-FOUND
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
                      OR WS-CLS-FOUND = 'Y'
               IF WS-CLS-LOAN-ID(WS-CLS-IDX) = WS-LOAN-ID
                   MOVE 'Y' TO WS-CLS-FOUND
               END-IF
           END-PERFORM.

       UPSERT-QUEUE-ENTRY.
           MOVE WS-LOAN-ID TO WS-CUR-LOAN-ID
           PERFORM FIND-QUEUE-SLOT
                   MOVE 0 TO WS-QUE-PROMISE(WS-QUE-SLOT)
                   MOVE 'N' TO WS-QUE-PROM-STAT(WS-QUE-SLOT)
                   MOVE WS-RUN-DATE TO WS-QUE-FIRST(WS-QUE-SLOT)
                   MOVE SPACES TO WS-QUE-OLD-BUCKET(WS-QUE-SLOT)
               END-IF
           END-IF
           IF WS-QUE-SLOT > 0
           STRING 'ACCOUNTS CURED=' WS-COUNT-D
               DELIMITED BY SIZE INTO WORK-QUEUE-RECORD
           WRITE WORK-QUEUE-RECORD
           MOVE WS-CLOSED-COUNT TO WS-COUNT-D
           MOVE SPACES TO WORK-QUEUE-RECORD
           STRING 'ACCOUNTS CLOSED=' WS-COUNT-D
               DELIMITED BY SIZE INTO WORK-QUEUE-RECORD
           WRITE WORK-QUEUE-RECORD

           CLOSE WORK-QUEUE-FILE.

               MOVE 12 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Appended only after the master has committed, so a rerun     *
      * the same night finds tonight's buckets already on the master *
      * and logs no move twice.                                      *
      *****************************************************************
       RECORD-BUCKET-MOVES.
      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
           OPEN EXTEND BUCKET-HISTORY-FILE
           IF WS-BUCKET-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT BUCKET-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE SPACES TO BUCKET-HISTORY-RECORD
               IF WS-QUE-TONIGHT(WS-QUE-IDX) = 'Y'
                   IF WS-QUE-BUCKET(WS-QUE-IDX)
                          NOT = WS-QUE-OLD-BUCKET(WS-QUE-IDX)
                       STRING WS-QUE-LOAN-ID(WS-QUE-IDX)
                              '|' WS-RUN-DATE
                              '|' WS-QUE-BUCKET(WS-QUE-IDX)
                           DELIMITED BY SIZE
                           INTO BUCKET-HISTORY-RECORD
                       WRITE BUCKET-HISTORY-RECORD
                   END-IF
               ELSE
                   STRING WS-QUE-LOAN-ID(WS-QUE-IDX)
                          '|' WS-RUN-DATE
                          '|CURED'
                       DELIMITED BY SIZE INTO BUCKET-HISTORY-RECORD
                   WRITE BUCKET-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE BUCKET-HISTORY-FILE.

       EXTRACT-JSON-STRING-FIELD.
           MOVE SPACES TO WS-JSON-SCRATCH WS-JSON-REMAINDER
           MOVE SPACES TO WS-JSON-VALUE
