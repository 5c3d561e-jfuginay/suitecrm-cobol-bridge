       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-RATE-MAINT.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Maintains loss-rates.dat, the loss-rate table                *
      * LOAN-LOSS-ALLOWANCE applies to loan principal, one rate per  *
      * segment of delinquency bucket and origination risk level.    *
      * Finance used to carry these percentages in a spreadsheet;    *
      * they now change only through an audited, dual-controlled     *
      * transaction, the same treatment currency-rates.dat got.      *
      *                                                               *
      * Rate row: bucket|risk_level|rate_pct|set_date                *
      *   bucket     CURRENT, 16-30, 31-60, 61-90 or 90+ (the        *
      *              COLLECTIONS-WORK-QUEUE buckets; CURRENT is a    *
      *              loan not on the queue)                          *
      *   risk_level LOW, MEDIUM or HIGH (the CREDIT-RISK-COMBINED   *
      *              grade on the origination decision), or          *
      *              UNSCORED for a loan whose decision carries none *
      *   rate_pct   expected loss as a percent of principal,        *
      *              0 to 100                                        *
      *                                                               *
      * Transactions are keyed to loss-rates-trans.dat:              *
      *   SET|bucket|risk_level|rate_pct|user                        *
      * SET adds the segment when it is not on the table and         *
      * replaces its rate when it is.                                *
      *                                                               *
      * Dual control: a keyed row waits in MAINT-APPROVAL's pending  *
      * file until a second user approves it; this program reads     *
      * only the approved rows, from loss-rates-approved.dat:        *
      *   pending_id|maker|checker|<transaction as keyed above>      *
      * and rejects, unapplied, a row whose checker is missing or    *
      * is the maker.                                                *
      *                                                               *
      * Every transaction - applied or rejected - is appended to     *
      * loss-rates-audit.log with the maker and checker user ids     *
      * (date|time|maker|checker|action|segment|result|detail), and  *
      * a superseded rate row is appended to loss-rates-history.dat  *
      * instead of being lost on the overwrite. Ends with condition  *
      * code 4 when any transaction was rejected, 12 when the table  *
      * cannot be loaded or committed.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'loss-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'loss-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'loss-rates-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'loss-rates-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD PIC X(60).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(80).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-RATE-EOF             PIC X VALUE 'N'.
           88  WS-RATE-AT-END          VALUE 'Y'.
       01  WS-TRANS-EOF            PIC X VALUE 'N'.
           88  WS-TRANS-AT-END         VALUE 'Y'.

      * In-memory image of the loss-rate table, applied-to in place
      * and rewritten at end of job.
       01  WS-LOSS-TABLE.
           05  WS-LR-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-LR OCCURS 50 TIMES.
               10  WS-LR-BUCKET    PIC X(8).
               10  WS-LR-RISK      PIC X(10).
               10  WS-LR-RATE      PIC 9(3)V9(4) COMP-3.
               10  WS-LR-SET-DATE  PIC 9(8).
       01  WS-LR-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-LR-SLOT              PIC 9(3) COMP-3 VALUE 0.

      * Parsed fields of the row being loaded or the transaction
      * being applied.
       01  WS-TRN-PENDING-ID       PIC X(13).
       01  WS-TRN-MAKER-ID         PIC X(10).
       01  WS-TRN-CHECKER-ID       PIC X(10).
       01  WS-TRN-PTR              PIC 9(3) VALUE 0.
       01  WS-TRANS-TEXT           PIC X(80).
       01  WS-TRN-ACTION           PIC X(6).
       01  WS-TRN-BUCKET           PIC X(8).
           88  WS-VALID-BUCKET         VALUE 'CURRENT' '16-30'
                                             '31-60' '61-90' '90+'.
       01  WS-TRN-RISK             PIC X(10).
           88  WS-VALID-RISK           VALUE 'LOW' 'MEDIUM' 'HIGH'
                                             'UNSCORED'.
       01  WS-TRN-RATE-TEXT        PIC X(12).
       01  WS-TRN-DATE-TEXT        PIC X(10).
       01  WS-TRN-USER-ID          PIC X(10).
       01  WS-TRN-RATE             PIC 9(3)V9(4) COMP-3.

       01  WS-TRN-RESULT           PIC X(8).
       01  WS-TRN-DETAIL           PIC X(80).

       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Display-edited mirrors for the table rewrite and audit trail.
       01  WS-RATE-D               PIC 9(3).9(4).
       01  WS-OLD-RATE-D           PIC 9(3).9(4).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-LOSS-TABLE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-HISTORY-FILE

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRANS-EOF
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM APPLY-TRANSACTION UNTIL WS-TRANS-AT-END

           IF WS-TRANS-FILE-STATUS NOT = '35'
               CLOSE TRANS-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE

           PERFORM REWRITE-LOSS-TABLE

           DISPLAY 'LOSS-RATE-MAINT: READ=' WS-TRANS-READ
               ' APPLIED=' WS-TRANS-APPLIED
               ' REJECTED=' WS-TRANS-REJECTED

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing table is a valid first-ever run: the table starts  *
      * empty and SET transactions build it up.                      *
      *****************************************************************
       LOAD-LOSS-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-AT-END
                   READ RATE-FILE INTO RATE-RECORD
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           PERFORM LOAD-LOSS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       LOAD-LOSS-ENTRY.
           IF WS-LR-COUNT >= 50
               DISPLAY 'LOSS-RATE-MAINT: LOSS-RATE TABLE EXCEEDS '
                   'CAPACITY - RUN ABORTED, TABLE UNTOUCHED'
               CLOSE RATE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LR-COUNT
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT
           UNSTRING RATE-RECORD DELIMITED BY '|'
               INTO WS-LR-BUCKET(WS-LR-COUNT)
                    WS-LR-RISK(WS-LR-COUNT)
                    WS-TRN-RATE-TEXT
                    WS-TRN-DATE-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TRN-RATE-TEXT) = 0
               COMPUTE WS-LR-RATE(WS-LR-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-RATE-TEXT)
           ELSE
               MOVE 0 TO WS-LR-RATE(WS-LR-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-DATE-TEXT) = 0
               COMPUTE WS-LR-SET-DATE(WS-LR-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-DATE-TEXT)
           ELSE
               MOVE 0 TO WS-LR-SET-DATE(WS-LR-COUNT)
           END-IF.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       READ-NEXT-TRANSACTION.
           IF NOT WS-TRANS-AT-END
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
               END-READ
           END-IF.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-BUCKET WS-TRN-RISK
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-USER-ID
           MOVE SPACES TO WS-TRN-DETAIL
           MOVE 0 TO WS-TRN-RATE
           MOVE SPACES TO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
           MOVE SPACES TO WS-TRN-CHECKER-ID WS-TRANS-TEXT

      *    Approval prefix first, then the transaction as keyed.
           MOVE 1 TO WS-TRN-PTR
           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
                    WS-TRN-CHECKER-ID
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= 120
               MOVE TRANS-RECORD(WS-TRN-PTR:) TO WS-TRANS-TEXT
           END-IF

           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-BUCKET WS-TRN-RISK
                    WS-TRN-RATE-TEXT WS-TRN-USER-ID
           END-UNSTRING

           PERFORM FIND-LOSS-SLOT

           IF WS-TRN-CHECKER-ID = SPACES
              OR WS-TRN-CHECKER-ID = WS-TRN-MAKER-ID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'NOT APPROVED BY A SECOND USER' TO WS-TRN-DETAIL
           ELSE
               IF WS-TRN-ACTION = 'SET'
                   PERFORM APPLY-SET-TRANSACTION
               ELSE
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
               END-IF
           END-IF

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF

           PERFORM WRITE-AUDIT-RECORD
           PERFORM READ-NEXT-TRANSACTION.

       FIND-LOSS-SLOT.
           MOVE 0 TO WS-LR-SLOT
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-COUNT
                      OR WS-LR-SLOT > 0
               IF WS-LR-BUCKET(WS-LR-IDX) = WS-TRN-BUCKET
                  AND WS-LR-RISK(WS-LR-IDX) = WS-TRN-RISK
                   MOVE WS-LR-IDX TO WS-LR-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Field edits: a known bucket and risk level, and a numeric    *
      * rate no greater than 100 percent. Sets WS-TRN-RESULT to      *
      * REJECTED on the first failure.                               *
      *****************************************************************
       APPLY-SET-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           EVALUATE TRUE
               WHEN NOT WS-VALID-BUCKET
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN DELINQUENCY BUCKET' TO WS-TRN-DETAIL
               WHEN NOT WS-VALID-RISK
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN RISK LEVEL' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-RATE-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC RATE' TO WS-TRN-DETAIL
               WHEN FUNCTION NUMVAL(WS-TRN-RATE-TEXT) < 0
                 OR FUNCTION NUMVAL(WS-TRN-RATE-TEXT) > 100
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'RATE OUTSIDE 0 TO 100 PERCENT'
                       TO WS-TRN-DETAIL
               WHEN WS-LR-SLOT = 0 AND WS-LR-COUNT >= 50
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOSS-RATE TABLE FULL' TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-RATE =
                       FUNCTION NUMVAL(WS-TRN-RATE-TEXT)
                   MOVE WS-TRN-RATE TO WS-RATE-D
                   IF WS-LR-SLOT = 0
                       ADD 1 TO WS-LR-COUNT
                       MOVE WS-TRN-BUCKET TO WS-LR-BUCKET(WS-LR-COUNT)
                       MOVE WS-TRN-RISK TO WS-LR-RISK(WS-LR-COUNT)
                       MOVE WS-TRN-RATE TO WS-LR-RATE(WS-LR-COUNT)
                       MOVE WS-RUN-DATE TO WS-LR-SET-DATE(WS-LR-COUNT)
                       MOVE SPACES TO WS-TRN-DETAIL
                       STRING 'NEW=' WS-RATE-D
                           DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   ELSE
                       PERFORM SUPERSEDE-LOSS-ROW
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The superseded row goes to the history file - stamped with   *
      * the run date it was replaced on - before the table row is    *
      * overwritten, so the rate behind any earlier allowance run is *
      * always recoverable.                                          *
      *****************************************************************
       SUPERSEDE-LOSS-ROW.
           MOVE WS-LR-RATE(WS-LR-SLOT) TO WS-OLD-RATE-D
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-LR-BUCKET(WS-LR-SLOT) DELIMITED BY SPACE
                  '|' WS-LR-RISK(WS-LR-SLOT) DELIMITED BY SPACE
                  '|' WS-OLD-RATE-D
                  '|' WS-LR-SET-DATE(WS-LR-SLOT)
                  '|SUPERSEDED|' WS-RUN-DATE
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD

           MOVE WS-TRN-RATE TO WS-LR-RATE(WS-LR-SLOT)
           MOVE WS-RUN-DATE TO WS-LR-SET-DATE(WS-LR-SLOT)

           MOVE SPACES TO WS-TRN-DETAIL
           STRING 'OLD=' WS-OLD-RATE-D
                  ' NEW=' WS-RATE-D
               DELIMITED BY SIZE INTO WS-TRN-DETAIL.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-MAKER-ID
                  '|' WS-TRN-CHECKER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-BUCKET '/' WS-TRN-RISK
                  '|' WS-TRN-RESULT
                  '|' WS-TRN-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live table - never an OPEN OUTPUT over the only copy.        *
      *****************************************************************
       REWRITE-LOSS-TABLE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'loss-rates.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-COUNT
               MOVE WS-LR-RATE(WS-LR-IDX) TO WS-RATE-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-LR-BUCKET(WS-LR-IDX) DELIMITED BY SPACE
                      '|' WS-LR-RISK(WS-LR-IDX) DELIMITED BY SPACE
                      '|' WS-RATE-D
                      '|' WS-LR-SET-DATE(WS-LR-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-LR-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'LOSS-RATE-MAINT: LOSS-RATE TABLE REWRITE '
                   'NOT COMMITTED - LIVE TABLE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
