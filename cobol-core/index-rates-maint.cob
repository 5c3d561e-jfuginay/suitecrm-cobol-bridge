       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-RATES-MAINT.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Maintains index-rates.dat, the published-index table         *
      * ARM-RATE-RESET prices every adjustable-rate loan from (index *
      * plus the loan's margin). Index values change only through an *
      * audited, dual-controlled transaction - the same treatment    *
      * currency-rates.dat got.                                      *
      *                                                               *
      * Index row: INDEX|RATE|YYYYMMDD                               *
      *   INDEX is the name the loan master's arm_index carries      *
      *   (SOFR30, CMT1Y, PRIME ...), RATE the published value as a  *
      *   fraction like the master rate (0.043100 is 4.31 percent;   *
      *   zero is a legitimate value), and the date the day it took  *
      *   effect. A value keyed ahead of its effective date is held  *
      *   on the table; the superseded value stays in the history    *
      *   file, and ARM-RATE-RESET reads both to find the value in   *
      *   effect on a given reset date.                              *
      *                                                               *
      * Transactions are keyed to index-rates-trans.dat:             *
      *   action|index|rate|effective_date|user                      *
      *   ADD      - new index (duplicate name rejected)             *
      *   CHANGE   - new value/date for an existing index            *
      *   OVERRIDE - new value/date for an existing index WITHOUT    *
      *              the tolerance gate: the audited supervisor path *
      *              for a genuine move larger than the tolerance    *
      *              (an emergency policy-rate cut)                  *
      *                                                               *
      * Dual control: a keyed row waits in MAINT-APPROVAL's pending  *
      * file until a second user approves it; this program reads     *
      * only the approved rows, from index-rates-approved.dat:       *
      *   pending_id|maker|checker|<transaction as keyed above>      *
      * and rejects, unapplied, a row whose checker is missing or    *
      * is the maker.                                                *
      *                                                               *
      * Each value is validated before it is applied: numeric and    *
      * below 1, a real calendar effective date no earlier than the  *
      * date already on the row, and on a CHANGE no more than one    *
      * percentage point (0.010000) away from the index's prior      *
      * value. Every transaction - applied or rejected - is appended *
      * to index-rates-audit.log with the maker and checker user ids *
      * (date|time|maker|checker|action|index|result|detail), and a  *
      * superseded index row is appended to index-rates-history.dat  *
      * (INDEX|RATE|YYYYMMDD|SUPERSEDED|run_date) instead of being   *
      * lost on the overwrite. Ends with condition code 4 when any   *
      * transaction was rejected, 12 when the table cannot be        *
      * loaded or committed.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'index-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'index-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'index-rates-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'index-rates-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD PIC X(40).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(60).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-RATE-EOF             PIC X VALUE 'N'.
           88  WS-RATE-AT-END          VALUE 'Y'.
       01  WS-TRANS-EOF            PIC X VALUE 'N'.
           88  WS-TRANS-AT-END         VALUE 'Y'.

      * In-memory image of the index table, applied-to in place and
      * rewritten at end of job.
       01  WS-INDEX-TABLE.
           05  WS-IX-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-IX OCCURS 50 TIMES.
               10  WS-IX-NAME      PIC X(8).
               10  WS-IX-RATE      PIC 9V9(6) COMP-3.
               10  WS-IX-DATE      PIC 9(8).
       01  WS-IX-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-IX-SLOT              PIC 9(3) COMP-3 VALUE 0.

      * Parsed fields of the row being loaded or the transaction
      * being applied.
       01  WS-TRN-PENDING-ID       PIC X(13).
       01  WS-TRN-MAKER-ID         PIC X(10).
       01  WS-TRN-CHECKER-ID       PIC X(10).
       01  WS-TRN-PTR              PIC 9(3) VALUE 0.
       01  WS-TRANS-TEXT           PIC X(80).
       01  WS-TRN-ACTION           PIC X(8).
       01  WS-TRN-INDEX            PIC X(8).
       01  WS-TRN-RATE-TEXT        PIC X(12).
       01  WS-TRN-DATE-TEXT        PIC X(10).
       01  WS-TRN-USER-ID          PIC X(10).
       01  WS-TRN-RATE             PIC 9V9(6) COMP-3.
       01  WS-TRN-DATE             PIC 9(8).

       01  WS-TRN-RESULT           PIC X(8).
       01  WS-TRN-DETAIL           PIC X(80).
       01  WS-SKIP-SANITY-GATES    PIC X VALUE 'N'.

      * Tolerance gate: the absolute move allowed on a CHANGE.
       01  WS-DEVIATION            PIC 9V9(6) COMP-3.
       01  WS-TOLERANCE            PIC 9V9(6) VALUE 0.010000.

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
       01  WS-RATE-D               PIC 9.999999.
       01  WS-OLD-RATE-D           PIC 9.999999.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-INDEX-TABLE
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

           PERFORM REWRITE-INDEX-TABLE

           DISPLAY 'INDEX-RATES-MAINT: READ=' WS-TRANS-READ
               ' APPLIED=' WS-TRANS-APPLIED
               ' REJECTED=' WS-TRANS-REJECTED

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing table is a valid first-ever run: the table starts  *
      * empty and ADD transactions build it up.                      *
      *****************************************************************
       LOAD-INDEX-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-AT-END
                   READ RATE-FILE INTO RATE-RECORD
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           PERFORM LOAD-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       LOAD-INDEX-ENTRY.
           IF WS-IX-COUNT >= 50
               DISPLAY 'INDEX-RATES-MAINT: INDEX TABLE EXCEEDS '
                   'CAPACITY - RUN ABORTED, TABLE UNTOUCHED'
               CLOSE RATE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-IX-COUNT
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT
           UNSTRING RATE-RECORD DELIMITED BY '|'
               INTO WS-IX-NAME(WS-IX-COUNT)
                    WS-TRN-RATE-TEXT
                    WS-TRN-DATE-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-TRN-RATE-TEXT) = 0
               COMPUTE WS-IX-RATE(WS-IX-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-RATE-TEXT)
           ELSE
               MOVE 0 TO WS-IX-RATE(WS-IX-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-DATE-TEXT) = 0
               COMPUTE WS-IX-DATE(WS-IX-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-DATE-TEXT)
           ELSE
               MOVE 0 TO WS-IX-DATE(WS-IX-COUNT)
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
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-INDEX
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT
           MOVE SPACES TO WS-TRN-USER-ID WS-TRN-DETAIL
           MOVE 0 TO WS-TRN-RATE WS-TRN-DATE
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
               INTO WS-TRN-ACTION WS-TRN-INDEX
                    WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT WS-TRN-USER-ID
           END-UNSTRING

           PERFORM FIND-INDEX-SLOT

           MOVE 'N' TO WS-SKIP-SANITY-GATES
           IF WS-TRN-CHECKER-ID = SPACES
              OR WS-TRN-CHECKER-ID = WS-TRN-MAKER-ID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'NOT APPROVED BY A SECOND USER' TO WS-TRN-DETAIL
           ELSE
               EVALUATE WS-TRN-ACTION
                   WHEN 'ADD'
                       PERFORM APPLY-ADD-TRANSACTION
                   WHEN 'CHANGE'
                       PERFORM APPLY-CHANGE-TRANSACTION
                   WHEN 'OVERRIDE'
                       MOVE 'Y' TO WS-SKIP-SANITY-GATES
                       PERFORM APPLY-CHANGE-TRANSACTION
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
               END-EVALUATE
           END-IF

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF

           PERFORM WRITE-AUDIT-RECORD
           PERFORM READ-NEXT-TRANSACTION.

       FIND-INDEX-SLOT.
           MOVE 0 TO WS-IX-SLOT
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
                      OR WS-IX-SLOT > 0
               IF WS-IX-NAME(WS-IX-IDX) = WS-TRN-INDEX
                   MOVE WS-IX-IDX TO WS-IX-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Shared field edits: an index name, a numeric value below 1   *
      * (a fraction, so 1 or more is a percent keyed by mistake) and *
      * a real calendar effective date. Sets WS-TRN-RESULT to        *
      * REJECTED on the first failure.                               *
      *****************************************************************
       VALIDATE-INDEX-FIELDS.
           EVALUATE TRUE
               WHEN WS-TRN-INDEX = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INDEX NAME MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-INDEX = 'FIXED'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'FIXED IS RESERVED' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-RATE-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC RATE' TO WS-TRN-DETAIL
               WHEN FUNCTION NUMVAL(WS-TRN-RATE-TEXT) < 0
                 OR FUNCTION NUMVAL(WS-TRN-RATE-TEXT) >= 1
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'RATE NOT A FRACTION BELOW 1' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-DATE-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC EFFECTIVE DATE'
                       TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-RATE =
                       FUNCTION NUMVAL(WS-TRN-RATE-TEXT)
                   COMPUTE WS-TRN-DATE =
                       FUNCTION NUMVAL(WS-TRN-DATE-TEXT)
                   IF FUNCTION INTEGER-OF-DATE(WS-TRN-DATE) = 0
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'INVALID EFFECTIVE DATE' TO WS-TRN-DETAIL
                   END-IF
           END-EVALUATE.

       APPLY-ADD-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           EVALUATE TRUE
               WHEN WS-IX-SLOT > 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INDEX ALREADY ON TABLE' TO WS-TRN-DETAIL
               WHEN WS-IX-COUNT >= 50
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INDEX TABLE FULL' TO WS-TRN-DETAIL
               WHEN OTHER
                   PERFORM VALIDATE-INDEX-FIELDS
                   IF WS-TRN-RESULT NOT = 'REJECTED'
                       ADD 1 TO WS-IX-COUNT
                       MOVE WS-TRN-INDEX TO WS-IX-NAME(WS-IX-COUNT)
                       MOVE WS-TRN-RATE TO WS-IX-RATE(WS-IX-COUNT)
                       MOVE WS-TRN-DATE TO WS-IX-DATE(WS-IX-COUNT)
                       MOVE WS-TRN-RATE TO WS-RATE-D
                       MOVE SPACES TO WS-TRN-DETAIL
                       STRING 'NEW=' WS-RATE-D ' EFF=' WS-TRN-DATE
                           DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   END-IF
           END-EVALUATE.

      *    An effective date behind the one already on the row would
      *    rewrite history under the resets already priced from it.
       APPLY-CHANGE-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           IF WS-IX-SLOT = 0
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'INDEX NOT ON TABLE' TO WS-TRN-DETAIL
           ELSE
               PERFORM VALIDATE-INDEX-FIELDS
               IF WS-TRN-RESULT NOT = 'REJECTED'
                  AND WS-TRN-DATE < WS-IX-DATE(WS-IX-SLOT)
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'EFFECTIVE DATE BEFORE CURRENT VALUE'
                       TO WS-TRN-DETAIL
               END-IF
               IF WS-TRN-RESULT NOT = 'REJECTED'
                  AND WS-SKIP-SANITY-GATES = 'N'
                   PERFORM CHECK-RATE-TOLERANCE
               END-IF
               IF WS-TRN-RESULT NOT = 'REJECTED'
                   PERFORM SUPERSEDE-INDEX-ROW
               END-IF
           END-IF.

      *****************************************************************
      * The tolerance gate: published indices move in basis points;  *
      * a CHANGE more than one percentage point from the prior value *
      * is far more likely a keying slip (a percent keyed as a       *
      * fraction's digits) than a market move, and it would reprice  *
      * every loan resetting on that index. A genuine move that      *
      * large is resubmitted by a supervisor as an OVERRIDE, which   *
      * skips this gate and lands on the audit log under that        *
      * action.                                                      *
      *****************************************************************
       CHECK-RATE-TOLERANCE.
           IF WS-TRN-RATE > WS-IX-RATE(WS-IX-SLOT)
               COMPUTE WS-DEVIATION =
                   WS-TRN-RATE - WS-IX-RATE(WS-IX-SLOT)
           ELSE
               COMPUTE WS-DEVIATION =
                   WS-IX-RATE(WS-IX-SLOT) - WS-TRN-RATE
           END-IF
           IF WS-DEVIATION > WS-TOLERANCE
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'OUTSIDE TOLERANCE' TO WS-TRN-DETAIL
           END-IF.

      *****************************************************************
      * The superseded row goes to the history file - stamped with   *
      * the run date it was replaced on - before the table row is    *
      * overwritten, so the value behind any earlier reset is always *
      * recoverable.                                                 *
      *****************************************************************
       SUPERSEDE-INDEX-ROW.
           MOVE WS-IX-RATE(WS-IX-SLOT) TO WS-OLD-RATE-D
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-IX-NAME(WS-IX-SLOT) DELIMITED BY SPACE
                  '|' WS-OLD-RATE-D
                  '|' WS-IX-DATE(WS-IX-SLOT)
                  '|SUPERSEDED|' WS-RUN-DATE
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD

           MOVE WS-TRN-RATE TO WS-IX-RATE(WS-IX-SLOT)
           MOVE WS-TRN-DATE TO WS-IX-DATE(WS-IX-SLOT)

           MOVE WS-TRN-RATE TO WS-RATE-D
           MOVE SPACES TO WS-TRN-DETAIL
           STRING 'OLD=' WS-OLD-RATE-D
                  ' NEW=' WS-RATE-D
                  ' EFF=' WS-TRN-DATE
               DELIMITED BY SIZE INTO WS-TRN-DETAIL.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-MAKER-ID
                  '|' WS-TRN-CHECKER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-INDEX
                  '|' WS-TRN-RESULT
                  '|' WS-TRN-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live table - never an OPEN OUTPUT over the only copy.        *
      *****************************************************************
       REWRITE-INDEX-TABLE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'index-rates.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
               MOVE WS-IX-RATE(WS-IX-IDX) TO WS-RATE-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-IX-NAME(WS-IX-IDX) DELIMITED BY SPACE
                      '|' WS-RATE-D
                      '|' WS-IX-DATE(WS-IX-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-IX-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'INDEX-RATES-MAINT: INDEX TABLE REWRITE '
                   'NOT COMMITTED - LIVE TABLE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
