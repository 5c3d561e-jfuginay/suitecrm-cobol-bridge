       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-SETTLEMENT.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Closes out AUTOPAY-ORIGINATION's drafts against the bank's   *
      * settlement and return file, autopay-settlement.dat:          *
      *   trace|S|settle_date                                        *
      *   trace|R|return_date|return_code                            *
      * matched by trace number to autopay-drafts.dat. A draft's     *
      * status date becomes the night it was closed out.             *
      *                                                               *
      * Runs nightly when the bank file has landed, before           *
      * AUTOPAY-MAINT and PAYMENT-POSTING:                           *
      *   - a settled draft becomes a payment-trans.dat row          *
      *     (loan_id|effective_date|amount|escrow), appended after   *
      *     the day's keyed and lockbox payments, so PAYMENT-POSTING *
      *     posts it like any other payment                          *
      *   - a draft returned after it settled becomes a reversal in  *
      *     the same file (REVERSE|loan_id|effective_date|amount|    *
      *     reason|ACH-RETURN): reason NSF for R01 and R09, which    *
      *     assesses the returned-payment fee, ERROR (no fee) for    *
      *     any other return code. A draft returned before it        *
      *     settled never posted and needs no reversal.              *
      *   - an enrollment is suspended when a draft comes back with  *
      *     an account-level return (closed, unknown, invalid or     *
      *     frozen account, authorization revoked or payment         *
      *     stopped: R02 R03 R04 R05 R07 R08 R10 R16 R20 R29), or    *
      *     when its returns in the last 365 days reach              *
      *     AUTOPAY_RETURN_LIMIT (default 2). The SUSPEND rows go to *
      *     autopay-return-trans.dat, rewritten every run, for       *
      *     AUTOPAY-MAINT to apply and audit.                        *
      * A settlement or return for a draft already closed out is     *
      * reported and ignored, so a resent bank file posts nothing    *
      * twice; suspensions are worked out from every return closed   *
      * out today, so a rerun writes the same SUSPEND rows again.    *
      *                                                               *
      * The ledger is rewritten through MASTER-GENERATIONS first;    *
      * the payment rows are appended only once that has committed,  *
      * and the SUSPEND file is left empty on a night it does not.   *
      * Report autopay-settlement-report.txt. Condition code 4 when  *
      * any row did not match an outstanding draft, 12 on overflow   *
      * or when the ledger rewrite is not committed.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO 'autopay-settlement.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.
           SELECT DRAFT-FILE ASSIGN TO 'autopay-drafts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.
           SELECT PAYMENT-TRANS-FILE ASSIGN TO 'payment-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT SUSPEND-FILE ASSIGN TO 'autopay-return-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO
               'autopay-settlement-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD PIC X(80).

       FD  DRAFT-FILE.
       01  DRAFT-RECORD PIC X(150).

       FD  PAYMENT-TRANS-FILE.
       01  PAYMENT-TRANS-RECORD PIC X(100).

       FD  SUSPEND-FILE.
       01  SUSPEND-RECORD PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-SETTLEMENT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DRAFT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-PAYMENT-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * Draft ledger, as AUTOPAY-ORIGINATION keeps it.
       01  WS-DRAFT-TABLE.
           05  WS-DR-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-DR OCCURS 20000 TIMES.
               10  WS-DR-TRACE      PIC X(15).
               10  WS-DR-LOAN-ID    PIC X(10).
               10  WS-DR-CYCLE      PIC 9(8).
               10  WS-DR-ORIGINATED PIC 9(8).
               10  WS-DR-EFFECTIVE  PIC 9(8).
               10  WS-DR-AMOUNT     PIC 9(9)V99 COMP-3.
               10  WS-DR-ESCROW     PIC 9(9)V99 COMP-3.
               10  WS-DR-STATUS     PIC X(1).
               10  WS-DR-STATUS-DATE PIC 9(8).
               10  WS-DR-RETURN-CODE PIC X(3).
       01  WS-DR-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-DR-SLOT              PIC 9(5) COMP-3 VALUE 0.
       01  WS-DR-SCAN              PIC 9(5) COMP-3 VALUE 0.

      * Payment and reversal rows held until the ledger commits.
       01  WS-PAYMENT-OUT-TABLE.
           05  WS-PO-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-PO-ROW           PIC X(100) OCCURS 5000 TIMES.
       01  WS-PO-IDX               PIC 9(5) COMP-3 VALUE 0.

      * Loans already given a SUSPEND row this run.
       01  WS-SUSPEND-TABLE.
           05  WS-SU-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-SU-LOAN-ID       PIC X(10) OCCURS 5000 TIMES.
           05  WS-SU-REASON        PIC X(20) OCCURS 5000 TIMES.
       01  WS-SU-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-SU-SLOT              PIC 9(5) COMP-3 VALUE 0.

       01  WS-RETURN-LIMIT         PIC 9(2) VALUE 2.
       01  WS-RETURN-LIMIT-RAW     PIC X(4).
       01  WS-RETURN-COUNT         PIC 9(4) VALUE 0.
       01  WS-RETURN-COUNT-D       PIC 9(2).
       01  WS-WINDOW-DATE          PIC 9(8).

       01  WS-SET-TRACE            PIC X(15).
       01  WS-SET-TYPE             PIC X(1).
       01  WS-SET-DATE-TEXT        PIC X(10).
       01  WS-SET-RETURN-CODE      PIC X(3).
           88  WS-ACCOUNT-LEVEL-RETURN
               VALUES 'R02' 'R03' 'R04' 'R05' 'R07' 'R08' 'R10'
                      'R16' 'R20' 'R29'.
       01  WS-REVERSAL-REASON      PIC X(5).
       01  WS-EXCEPTION-TEXT       PIC X(40).

       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(20) OCCURS 10 TIMES.

       01  WS-ROWS-READ            PIC 9(6) VALUE 0.
       01  WS-SETTLED              PIC 9(6) VALUE 0.
       01  WS-RETURNED             PIC 9(6) VALUE 0.
       01  WS-REVERSED             PIC 9(6) VALUE 0.
       01  WS-EXCEPTIONS           PIC 9(6) VALUE 0.
       01  WS-SUSPENDED            PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-AMOUNT-D             PIC 9(9).99.
       01  WS-ESCROW-D             PIC 9(9).99.
       01  WS-REPORT-AMOUNT-D      PIC Z(8)9.99.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RETURN-LIMIT-RAW
           ACCEPT WS-RETURN-LIMIT-RAW
               FROM ENVIRONMENT 'AUTOPAY_RETURN_LIMIT'
           IF WS-RETURN-LIMIT-RAW NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-RETURN-LIMIT-RAW) = 0
               COMPUTE WS-RETURN-LIMIT =
                   FUNCTION NUMVAL(WS-RETURN-LIMIT-RAW)
           END-IF
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 365)

           PERFORM LOAD-DRAFT-LEDGER

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUTOPAY SETTLEMENT - RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ SETTLEMENT-FILE INTO SETTLEMENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-SETTLEMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           ELSE
               MOVE 'NO SETTLEMENT FILE TONIGHT' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-STATUS(WS-DR-IDX) = 'R'
                  AND WS-DR-STATUS-DATE(WS-DR-IDX) = WS-RUN-DATE
                   PERFORM CHECK-FOR-SUSPENSION
               END-IF
           END-PERFORM

           PERFORM REWRITE-DRAFT-LEDGER
           IF WS-GEN-STATUS = 'G'
               PERFORM WRITE-PAYMENT-ROWS
               PERFORM WRITE-SUSPEND-ROWS
           ELSE
               OPEN OUTPUT SUSPEND-FILE
               CLOSE SUSPEND-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS READ: ' WS-ROWS-READ
                  '  SETTLED: ' WS-SETTLED
                  '  RETURNED: ' WS-RETURNED
                  '  REVERSED: ' WS-REVERSED
                  '  SUSPENDED: ' WS-SUSPENDED
                  '  EXCEPTIONS: ' WS-EXCEPTIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY 'AUTOPAY-SETTLEMENT: SETTLED=' WS-SETTLED
               ' RETURNED=' WS-RETURNED
               ' REVERSED=' WS-REVERSED
               ' SUSPENDED=' WS-SUSPENDED
               ' EXCEPTIONS=' WS-EXCEPTIONS

           IF WS-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DRAFT-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ DRAFT-FILE INTO DRAFT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-DRAFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           END-IF.

       LOAD-DRAFT-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING DRAFT-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
                    WS-PARSE-FIELD(9) WS-PARSE-FIELD(10)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               IF WS-DR-COUNT >= 20000
                   DISPLAY 'AUTOPAY-SETTLEMENT: DRAFT LEDGER EXCEEDS '
                       'TABLE CAPACITY - RUN ABORTED'
                   CLOSE DRAFT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DR-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-DR-TRACE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-DR-LOAN-ID(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(3) TO WS-DR-CYCLE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(4) TO WS-DR-ORIGINATED(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(5) TO WS-DR-EFFECTIVE(WS-DR-COUNT)
               MOVE 0 TO WS-DR-AMOUNT(WS-DR-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-DR-AMOUNT(WS-DR-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               MOVE 0 TO WS-DR-ESCROW(WS-DR-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(7)) = 0
                   COMPUTE WS-DR-ESCROW(WS-DR-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(7))
               END-IF
               MOVE WS-PARSE-FIELD(8) TO WS-DR-STATUS(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(9) TO WS-DR-STATUS-DATE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(10)
                   TO WS-DR-RETURN-CODE(WS-DR-COUNT)
           END-IF.

      *****************************************************************
      * One row of the bank file against the ledger.                 *
      *****************************************************************
       APPLY-SETTLEMENT-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-SET-TRACE WS-SET-TYPE WS-SET-DATE-TEXT
           MOVE SPACES TO WS-SET-RETURN-CODE WS-EXCEPTION-TEXT
           UNSTRING SETTLEMENT-RECORD DELIMITED BY '|'
               INTO WS-SET-TRACE WS-SET-TYPE WS-SET-DATE-TEXT
                    WS-SET-RETURN-CODE
           END-UNSTRING
           IF WS-SET-TRACE = SPACES
               SUBTRACT 1 FROM WS-ROWS-READ
           ELSE
               PERFORM MATCH-SETTLEMENT-ROW
           END-IF.

       MATCH-SETTLEMENT-ROW.
           MOVE 0 TO WS-DR-SLOT
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
                      OR WS-DR-SLOT > 0
               IF WS-DR-TRACE(WS-DR-IDX) = WS-SET-TRACE
                   MOVE WS-DR-IDX TO WS-DR-SLOT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DR-SLOT = 0
                   MOVE 'TRACE NOT ON DRAFT LEDGER'
                       TO WS-EXCEPTION-TEXT
               WHEN WS-SET-TYPE NOT = 'S' AND WS-SET-TYPE NOT = 'R'
                   MOVE 'UNKNOWN SETTLEMENT TYPE' TO WS-EXCEPTION-TEXT
               WHEN WS-DR-STATUS(WS-DR-SLOT) = 'R'
                   MOVE 'DRAFT ALREADY RETURNED' TO WS-EXCEPTION-TEXT
               WHEN WS-SET-TYPE = 'S'
                AND WS-DR-STATUS(WS-DR-SLOT) = 'S'
                   MOVE 'DRAFT ALREADY SETTLED' TO WS-EXCEPTION-TEXT
               WHEN WS-SET-TYPE = 'R' AND WS-SET-RETURN-CODE = SPACES
                   MOVE 'RETURN CODE MISSING' TO WS-EXCEPTION-TEXT
           END-EVALUATE
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO REPORT-LINE
               STRING 'EXCEPTION  ' WS-SET-TRACE
                      '  ' WS-SET-TYPE
                      '  ' WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-DR-AMOUNT(WS-DR-SLOT) TO WS-AMOUNT-D
               MOVE WS-DR-AMOUNT(WS-DR-SLOT) TO WS-REPORT-AMOUNT-D
               IF WS-SET-TYPE = 'S'
                   PERFORM SETTLE-DRAFT
               ELSE
                   PERFORM RETURN-DRAFT
               END-IF
           END-IF.

       SETTLE-DRAFT.
           MOVE 'S' TO WS-DR-STATUS(WS-DR-SLOT)
           MOVE WS-RUN-DATE TO WS-DR-STATUS-DATE(WS-DR-SLOT)
           ADD 1 TO WS-SETTLED
           MOVE WS-DR-ESCROW(WS-DR-SLOT) TO WS-ESCROW-D
           PERFORM CHECK-PAYMENT-ROOM
           ADD 1 TO WS-PO-COUNT
           MOVE SPACES TO WS-PO-ROW(WS-PO-COUNT)
           STRING FUNCTION TRIM(WS-DR-LOAN-ID(WS-DR-SLOT))
                  '|' WS-DR-EFFECTIVE(WS-DR-SLOT)
                  '|' WS-AMOUNT-D
                  '|' WS-ESCROW-D
               DELIMITED BY SIZE INTO WS-PO-ROW(WS-PO-COUNT)
           MOVE SPACES TO REPORT-LINE
           STRING 'SETTLED    ' WS-SET-TRACE
                  '  ' WS-DR-LOAN-ID(WS-DR-SLOT)
                  '  ' WS-REPORT-AMOUNT-D
                  '  POSTED AS PAYMENT'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    A draft that had settled has been posted, so it is backed
      *    out through PAYMENT-POSTING's reversal path; one returned
      *    while still outstanding never posted.
       RETURN-DRAFT.
           ADD 1 TO WS-RETURNED
           MOVE SPACES TO REPORT-LINE
           IF WS-DR-STATUS(WS-DR-SLOT) = 'S'
               IF WS-SET-RETURN-CODE = 'R01'
                  OR WS-SET-RETURN-CODE = 'R09'
                   MOVE 'NSF' TO WS-REVERSAL-REASON
               ELSE
                   MOVE 'ERROR' TO WS-REVERSAL-REASON
               END-IF
               PERFORM CHECK-PAYMENT-ROOM
               ADD 1 TO WS-PO-COUNT
               MOVE SPACES TO WS-PO-ROW(WS-PO-COUNT)
               STRING 'REVERSE|'
                      FUNCTION TRIM(WS-DR-LOAN-ID(WS-DR-SLOT))
                      '|' WS-DR-EFFECTIVE(WS-DR-SLOT)
                      '|' WS-AMOUNT-D
                      '|' FUNCTION TRIM(WS-REVERSAL-REASON)
                      '|ACH-RETURN'
                   DELIMITED BY SIZE INTO WS-PO-ROW(WS-PO-COUNT)
               ADD 1 TO WS-REVERSED
               STRING 'RETURNED   ' WS-SET-TRACE
                      '  ' WS-DR-LOAN-ID(WS-DR-SLOT)
                      '  ' WS-REPORT-AMOUNT-D
                      '  ' WS-SET-RETURN-CODE
                      '  REVERSED ' WS-REVERSAL-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'RETURNED   ' WS-SET-TRACE
                      '  ' WS-DR-LOAN-ID(WS-DR-SLOT)
                      '  ' WS-REPORT-AMOUNT-D
                      '  ' WS-SET-RETURN-CODE
                      '  BEFORE SETTLEMENT - NOT POSTED'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE 'R' TO WS-DR-STATUS(WS-DR-SLOT)
           MOVE WS-RUN-DATE TO WS-DR-STATUS-DATE(WS-DR-SLOT)
           MOVE WS-SET-RETURN-CODE TO WS-DR-RETURN-CODE(WS-DR-SLOT).

       CHECK-PAYMENT-ROOM.
           IF WS-PO-COUNT >= 5000
               DISPLAY 'AUTOPAY-SETTLEMENT: SETTLEMENT FILE EXCEEDS '
                   'TABLE CAPACITY - RUN ABORTED, LEDGER UNTOUCHED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * A return closed out today: suspend on an account-level       *
      * return code, or when the loan's returns in the last 365 days *
      * have reached the limit. One SUSPEND row per loan.            *
      *****************************************************************
       CHECK-FOR-SUSPENSION.
           MOVE 0 TO WS-SU-SLOT
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-COUNT
                      OR WS-SU-SLOT > 0
               IF WS-SU-LOAN-ID(WS-SU-IDX) = WS-DR-LOAN-ID(WS-DR-IDX)
                   MOVE WS-SU-IDX TO WS-SU-SLOT
               END-IF
           END-PERFORM
           IF WS-SU-SLOT = 0
               PERFORM ASSESS-SUSPENSION
           END-IF.

       ASSESS-SUSPENSION.
           MOVE 0 TO WS-RETURN-COUNT
           PERFORM VARYING WS-DR-SCAN FROM 1 BY 1
                   UNTIL WS-DR-SCAN > WS-DR-COUNT
               IF WS-DR-LOAN-ID(WS-DR-SCAN) = WS-DR-LOAN-ID(WS-DR-IDX)
                  AND WS-DR-STATUS(WS-DR-SCAN) = 'R'
                  AND WS-DR-STATUS-DATE(WS-DR-SCAN) >= WS-WINDOW-DATE
                   ADD 1 TO WS-RETURN-COUNT
               END-IF
           END-PERFORM

           MOVE WS-DR-RETURN-CODE(WS-DR-IDX) TO WS-SET-RETURN-CODE
           IF WS-ACCOUNT-LEVEL-RETURN
              OR WS-RETURN-COUNT >= WS-RETURN-LIMIT
               ADD 1 TO WS-SU-COUNT
               MOVE WS-DR-LOAN-ID(WS-DR-IDX)
                   TO WS-SU-LOAN-ID(WS-SU-COUNT)
               MOVE WS-RETURN-COUNT TO WS-RETURN-COUNT-D
               MOVE SPACES TO WS-SU-REASON(WS-SU-COUNT)
               STRING 'RETURN ' WS-SET-RETURN-CODE
                      ' COUNT=' WS-RETURN-COUNT-D
                   DELIMITED BY SIZE INTO WS-SU-REASON(WS-SU-COUNT)
               ADD 1 TO WS-SUSPENDED
               MOVE SPACES TO REPORT-LINE
               STRING 'SUSPEND    ' WS-DR-LOAN-ID(WS-DR-IDX)
                      '  ' WS-SU-REASON(WS-SU-COUNT)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       WRITE-PAYMENT-ROWS.
           IF WS-PO-COUNT > 0
               OPEN EXTEND PAYMENT-TRANS-FILE
               IF WS-PAYMENT-FILE-STATUS NOT = '00'
                   OPEN OUTPUT PAYMENT-TRANS-FILE
               END-IF
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   MOVE WS-PO-ROW(WS-PO-IDX) TO PAYMENT-TRANS-RECORD
                   WRITE PAYMENT-TRANS-RECORD
               END-PERFORM
               CLOSE PAYMENT-TRANS-FILE
           END-IF.

      *    Rewritten every run - left empty on a night the ledger
      *    does not commit - so last night's rows are never applied a
      *    second time.
       WRITE-SUSPEND-ROWS.
           OPEN OUTPUT SUSPEND-FILE
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-COUNT
               MOVE SPACES TO SUSPEND-RECORD
               STRING 'SUSPEND|'
                      FUNCTION TRIM(WS-SU-LOAN-ID(WS-SU-IDX))
                      '|' FUNCTION TRIM(WS-SU-REASON(WS-SU-IDX))
                      '|ACH-RETURN'
                   DELIMITED BY SIZE INTO SUSPEND-RECORD
               WRITE SUSPEND-RECORD
           END-PERFORM
           CLOSE SUSPEND-FILE.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live ledger - never an OPEN OUTPUT over the only copy.       *
      *****************************************************************
       REWRITE-DRAFT-LEDGER.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'autopay-drafts.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE WS-DR-AMOUNT(WS-DR-IDX) TO WS-AMOUNT-D
               MOVE WS-DR-ESCROW(WS-DR-IDX) TO WS-ESCROW-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-DR-TRACE(WS-DR-IDX)
                      '|' FUNCTION TRIM(WS-DR-LOAN-ID(WS-DR-IDX))
                      '|' WS-DR-CYCLE(WS-DR-IDX)
                      '|' WS-DR-ORIGINATED(WS-DR-IDX)
                      '|' WS-DR-EFFECTIVE(WS-DR-IDX)
                      '|' WS-AMOUNT-D
                      '|' WS-ESCROW-D
                      '|' WS-DR-STATUS(WS-DR-IDX)
                      '|' WS-DR-STATUS-DATE(WS-DR-IDX)
                      '|' WS-DR-RETURN-CODE(WS-DR-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-DR-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'AUTOPAY-SETTLEMENT: DRAFT LEDGER REWRITE NOT '
                   'COMMITTED - NOTHING POSTED'
               MOVE 12 TO RETURN-CODE
           END-IF.
