       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LOSS-ALLOWANCE.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Quarterly allowance for loan losses. Finance used to size    *
      * the reserve in a spreadsheet from the collections aging;     *
      * this run computes it from the books, keeps the history, and  *
      * books the true-up to the general ledger.                     *
      *                                                               *
      * Every active loan (status A or N) with principal on the book *
      * is placed in a segment of delinquency bucket by origination  *
      * risk level:                                                  *
      *   bucket  the loan's bucket on collections-queue-master.dat  *
      *           (16-30, 31-60, 61-90, 90+); a loan not on the      *
      *           queue is CURRENT                                   *
      *   risk    the risk level (LOW, MEDIUM, HIGH) CREDIT-         *
      *           CALCULATOR recorded on the applicant's history row *
      *           for the decision the loan was booked from - the    *
      *           applicant's latest applicant-history.idx row that  *
      *           carries a term, dated on or before the board date. *
      *           The applicant and board date come from             *
      *           loan-boarding-xref.dat, or for a loan boarded      *
      *           before the cross-reference from the master's       *
      *           borrower and origination date. A loan whose        *
      *           decision carries no risk level - decided before    *
      *           the level was recorded, or never scored - is       *
      *           UNSCORED                                           *
      * Principal is loan-balance.dat principal_balance, or the      *
      * master principal while the loan has no balance row, summed   *
      * in each loan's booking currency as the subledger proof does. *
      * Each segment's reserve is its principal times the segment's  *
      * expected-loss rate from loss-rates.dat (LOSS-RATE-MAINT's    *
      * dual-controlled table), rounded to the cent. A segment that  *
      * holds loans but has no rate row is reserved at zero, flagged *
      * on the report, and ends the run with condition code 4.       *
      *                                                               *
      * allowance-history.dat, rewritten through MASTER-GENERATIONS, *
      * keeps every quarter's figures:                               *
      *   quarter|bucket|risk|loans|principal|rate_pct|reserve       *
      *   CONTROL|quarter|run_date|loans|principal|reserve|          *
      *     gl_balance|trueup_booked                                 *
      * quarter is YYYYQn from the run date. A rerun within the      *
      * quarter replaces that quarter's rows; loan-loss-allowance-   *
      * report.txt sets each segment beside the latest earlier       *
      * quarter on file and shows the change.                        *
      *                                                               *
      * The true-up is the required reserve less account 1290        *
      * allowance for loan losses on gl-control-balances.dat (the    *
      * GL's extract, credit-normal, used only when as of the run    *
      * date) less any true-up an earlier run booked today, which    *
      * the extract does not yet carry. An increase is booked DR     *
      * 5610 provision for loan losses, CR 1290; a release DR 1290,  *
      * CR 5610; source ALLOWANCE, the quarter in the loan_id        *
      * column. The pair is appended to gl-journal.dat as a batch of *
      * its own, closed by its TOTAL|debits|credits|lines row, and   *
      * only after the history has committed. With the extract       *
      * missing or stale nothing is booked and the run ends with     *
      * condition code 4. Condition code 12 when the loan master is  *
      * missing, a table overflows or the history commit fails.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'loan-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT QUEUE-MASTER-FILE ASSIGN TO
               'collections-queue-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO 'loan-boarding-xref.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'applicant-history.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'loss-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO 'gl-control-balances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-FILE-STATUS.
           SELECT ALLOWANCE-FILE ASSIGN TO 'allowance-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWANCE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               'loan-loss-allowance-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  QUEUE-MASTER-FILE.
       01  QUEUE-MASTER-RECORD PIC X(150).

       FD  XREF-FILE.
       01  XREF-RECORD PIC X(150).

       FD  HISTORY-FILE.
       01  HISTORY-IDX-RECORD.
           05  HIX-KEY.
               10  HIX-APPLICANT-ID PIC X(10).
               10  HIX-DATE         PIC 9(8).
               10  HIX-TIME         PIC 9(8).
               10  HIX-SEQ          PIC 9(4).
           05  HIX-DATA             PIC X(200).

       FD  RATE-FILE.
       01  RATE-RECORD PIC X(60).

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD PIC X(80).

       FD  ALLOWANCE-FILE.
       01  ALLOWANCE-RECORD PIC X(120).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-GL-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ALLOWANCE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-HIST-DONE            PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN         PIC X VALUE 'N'.

      * One entry per loan on the master, with the segment it is
      * placed in.
       01  WS-LOAN-TABLE.
           05  WS-LN-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-LN OCCURS 5000 TIMES.
               10  WS-LN-ID          PIC X(10).
               10  WS-LN-BORROWER    PIC X(30).
               10  WS-LN-ORIG-DATE   PIC 9(8).
               10  WS-LN-STATUS      PIC X(1).
               10  WS-LN-PRINCIPAL   PIC S9(12)V99 COMP-3.
               10  WS-LN-BUCKET      PIC X(8).
       01  WS-LN-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-LN-SLOT              PIC 9(5) COMP-3 VALUE 0.
       01  WS-FIND-ID              PIC X(10).

      * Boarding cross-reference: the applicant and board date of
      * every loan LOAN-BOARDING created.
       01  WS-XREF-TABLE.
           05  WS-XRF-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-XRF OCCURS 5000 TIMES.
               10  WS-XRF-APPLICANT  PIC X(10).
               10  WS-XRF-LOAN-ID    PIC X(10).
               10  WS-XRF-BOARD-DATE PIC 9(8).
       01  WS-XRF-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-XRF-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * The segments, bucket by risk level. Built from the two lists
      * below so the report and history always carry all twenty.
       01  WS-BUCKET-VALUES        PIC X(40) VALUE
           'CURRENT 16-30   31-60   61-90   90+     '.
       01  WS-BUCKET-LIST REDEFINES WS-BUCKET-VALUES.
           05  WS-BUCKET-NAME      PIC X(8) OCCURS 5 TIMES.
       01  WS-RISK-VALUES          PIC X(40) VALUE
           'LOW       MEDIUM    HIGH      UNSCORED  '.
       01  WS-RISK-LIST REDEFINES WS-RISK-VALUES.
           05  WS-RISK-NAME        PIC X(10) OCCURS 4 TIMES.
       01  WS-BUCKET-IDX           PIC 9(2) COMP-3 VALUE 0.
       01  WS-RISK-IDX             PIC 9(2) COMP-3 VALUE 0.

       01  WS-SEGMENT-TABLE.
           05  WS-SG-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-SG OCCURS 20 TIMES.
               10  WS-SG-BUCKET      PIC X(8).
               10  WS-SG-RISK        PIC X(10).
               10  WS-SG-LOANS       PIC 9(6).
               10  WS-SG-PRINCIPAL   PIC S9(14)V99 COMP-3.
               10  WS-SG-HAS-RATE    PIC X(1).
               10  WS-SG-RATE        PIC 9(3)V9(4) COMP-3.
               10  WS-SG-RESERVE     PIC S9(14)V99 COMP-3.
               10  WS-SG-PRIOR       PIC S9(14)V99 COMP-3.
       01  WS-SG-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-SG-SLOT              PIC 9(3) COMP-3 VALUE 0.
       01  WS-FIND-BUCKET          PIC X(8).
       01  WS-FIND-RISK            PIC X(10).

      * Allowance history rows of other quarters, carried through the
      * rewrite untouched.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-COUNT       PIC 9(5) COMP-3 VALUE 0.
           05  WS-KEPT-ROW         PIC X(120) OCCURS 5000 TIMES.
       01  WS-KEPT-IDX             PIC 9(5) COMP-3 VALUE 0.
       01  WS-ROW-QUARTER          PIC X(6).

      * Parse work for the input rows.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(30) OCCURS 15 TIMES.
       01  WS-PARSE-AMOUNT         PIC S9(12)V99 COMP-3.

      * Origination decision lookup for the loan being placed.
       01  WS-APPLICANT-ID         PIC X(10).
       01  WS-DECISION-AS-OF       PIC 9(8).
       01  WS-DECISION-RISK        PIC X(10).
       01  WS-LOAN-RISK            PIC X(10).
           88  WS-KNOWN-RISK           VALUE 'LOW' 'MEDIUM' 'HIGH'.
       01  WS-LOAN-BUCKET          PIC X(8).
           88  WS-KNOWN-BUCKET         VALUE '16-30' '31-60' '61-90'
                                             '90+'.

      * Quarter being reserved and the latest earlier one on file.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-QUARTER              PIC X(6).
       01  WS-QUARTER-NO           PIC 9(1).
       01  WS-PRIOR-QUARTER        PIC X(6) VALUE SPACES.

      * Today's earlier true-up, from this quarter's control row.
       01  WS-BOOKED-TODAY         PIC S9(14)V99 COMP-3 VALUE 0.

      * Portfolio totals and the GL tie.
       01  WS-TOT-LOANS            PIC 9(6) VALUE 0.
       01  WS-TOT-PRINCIPAL        PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-TOT-RESERVE          PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-TOT-PRIOR            PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-NO-RATE-COUNT        PIC 9(3) VALUE 0.
       01  WS-EXCLUDED-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNSCORED-COUNT       PIC 9(6) VALUE 0.
       01  WS-GL-ACCOUNT           PIC X(4).
       01  WS-GL-AS-OF             PIC 9(8).
       01  WS-GL-FOUND             PIC X VALUE 'N'.
       01  WS-GL-STALE-DATE        PIC 9(8) VALUE 0.
       01  WS-GL-BALANCE           PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-TRUE-UP              PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-BOOKED-TOTAL         PIC S9(14)V99 COMP-3 VALUE 0.

      * GL batch this run appends.
       01  WS-POST-AMOUNT          PIC 9(12)V99 COMP-3.
       01  WS-SOURCE-TYPE          PIC X(12) VALUE 'ALLOWANCE'.
       01  WS-DEBIT-ACCOUNT        PIC X(4).
       01  WS-CREDIT-ACCOUNT       PIC X(4).
       01  WS-TOTAL-DEBITS         PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-LINES        PIC 9(8) VALUE 0.

       01  WS-HISTORY-KEPT         PIC 9(8) VALUE 0.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Edited fields.
       01  WS-AMOUNT-D             PIC 9(10).99.
       01  WS-TOTAL-DEBITS-D       PIC 9(12).99.
       01  WS-TOTAL-CREDITS-D      PIC 9(12).99.
       01  WS-MONEY-D              PIC -(13)9.99.
       01  WS-PRIOR-D              PIC -(13)9.99.
       01  WS-CHANGE-D             PIC -(13)9.99.
       01  WS-PRIN-D               PIC -(13)9.99.
       01  WS-HIST-PRIN-D          PIC -(12)9.99.
       01  WS-HIST-RES-D           PIC -(12)9.99.
       01  WS-HIST-GL-D            PIC -(12)9.99.
       01  WS-HIST-BOOK-D          PIC -(12)9.99.
       01  WS-RATE-D               PIC 9(3).9(4).
       01  WS-COUNT-D              PIC ZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-REPORT-AMOUNT        PIC S9(14)V99 COMP-3.
       01  WS-CHANGE               PIC S9(14)V99 COMP-3.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-QUARTER-NO = (WS-RUN-MONTH + 2) / 3
           MOVE SPACES TO WS-QUARTER
           STRING WS-RUN-YEAR 'Q' WS-QUARTER-NO
               DELIMITED BY SIZE INTO WS-QUARTER

           PERFORM BUILD-SEGMENT-TABLE
           PERFORM LOAD-LOAN-MASTER
           IF WS-LN-COUNT = 0
               DISPLAY 'LOAN-LOSS-ALLOWANCE: LOAN MASTER MISSING '
                   'OR EMPTY - NO ALLOWANCE COMPUTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LOAN-BALANCES
           PERFORM LOAD-QUEUE-BUCKETS
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-LOSS-RATES
           PERFORM LOAD-ALLOWANCE-HISTORY
           PERFORM LOAD-GL-CONTROL-BALANCES

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF
           PERFORM PLACE-LOAN
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE HISTORY-FILE
           END-IF

           PERFORM RESERVE-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
           PERFORM COMPUTE-TRUE-UP

           PERFORM REWRITE-ALLOWANCE-HISTORY
           IF WS-GEN-STATUS = 'G'
               PERFORM BOOK-TRUE-UP
           END-IF
           PERFORM WRITE-ALLOWANCE-REPORT

           MOVE WS-TOT-RESERVE TO WS-MONEY-D
           DISPLAY 'LOAN-LOSS-ALLOWANCE: QUARTER=' WS-QUARTER
               ' LOANS=' WS-TOT-LOANS
               ' RESERVE=' FUNCTION TRIM(WS-MONEY-D)
           MOVE WS-TRUE-UP TO WS-MONEY-D
           DISPLAY 'LOAN-LOSS-ALLOWANCE: TRUE-UP='
               FUNCTION TRIM(WS-MONEY-D)
               ' SEGMENTS WITHOUT RATE=' WS-NO-RATE-COUNT

           IF RETURN-CODE < 4
               IF WS-NO-RATE-COUNT > 0 OR WS-GL-FOUND = 'N'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       BUILD-SEGMENT-TABLE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                       UNTIL WS-RISK-IDX > 4
                   ADD 1 TO WS-SG-COUNT
                   MOVE WS-BUCKET-NAME(WS-BUCKET-IDX)
                       TO WS-SG-BUCKET(WS-SG-COUNT)
                   MOVE WS-RISK-NAME(WS-RISK-IDX)
                       TO WS-SG-RISK(WS-SG-COUNT)
                   MOVE 0 TO WS-SG-LOANS(WS-SG-COUNT)
                   MOVE 0 TO WS-SG-PRINCIPAL(WS-SG-COUNT)
                   MOVE 'N' TO WS-SG-HAS-RATE(WS-SG-COUNT)
                   MOVE 0 TO WS-SG-RATE(WS-SG-COUNT)
                   MOVE 0 TO WS-SG-RESERVE(WS-SG-COUNT)
                   MOVE 0 TO WS-SG-PRIOR(WS-SG-COUNT)
               END-PERFORM
           END-PERFORM.

       FIND-SEGMENT-SLOT.
           MOVE 0 TO WS-SG-SLOT
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
                      OR WS-SG-SLOT > 0
               IF WS-SG-BUCKET(WS-SG-IDX) = WS-FIND-BUCKET
                  AND WS-SG-RISK(WS-SG-IDX) = WS-FIND-RISK
                   MOVE WS-SG-IDX TO WS-SG-SLOT
               END-IF
           END-PERFORM.

       LOAD-LOAN-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               IF WS-LN-COUNT >= 5000
                   DISPLAY 'LOAN-LOSS-ALLOWANCE: LOAN TABLE EXCEEDS '
                       'CAPACITY - RUN ABORTED, NOTHING BOOKED'
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LN-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-LN-ID(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-LN-BORROWER(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(7) TO WS-LN-STATUS(WS-LN-COUNT)
               IF WS-LN-STATUS(WS-LN-COUNT) = SPACE
                   MOVE 'A' TO WS-LN-STATUS(WS-LN-COUNT)
               END-IF
               MOVE 0 TO WS-LN-PRINCIPAL(WS-LN-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
                   COMPUTE WS-LN-PRINCIPAL(WS-LN-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
               MOVE 0 TO WS-LN-ORIG-DATE(WS-LN-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-LN-ORIG-DATE(WS-LN-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               MOVE 'CURRENT' TO WS-LN-BUCKET(WS-LN-COUNT)
           END-IF.

       FIND-LOAN-SLOT.
           MOVE 0 TO WS-LN-SLOT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
                      OR WS-LN-SLOT > 0
               IF WS-LN-ID(WS-LN-IDX) = WS-FIND-ID
                   MOVE WS-LN-IDX TO WS-LN-SLOT
               END-IF
           END-PERFORM.

      *    The posted balance replaces the master principal once the
      *    loan has one.
       LOAD-LOAN-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ BALANCE-FILE INTO BALANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-BALANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-BALANCE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING BALANCE-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
           PERFORM FIND-LOAN-SLOT
           IF WS-LN-SLOT > 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
               COMPUTE WS-LN-PRINCIPAL(WS-LN-SLOT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(2))
           END-IF.

      *    No queue file means no loan is known to be delinquent -
      *    every loan is reserved as CURRENT.
       LOAD-QUEUE-BUCKETS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUEUE-MASTER-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ QUEUE-MASTER-FILE INTO QUEUE-MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-QUEUE-ROW
                   END-READ
               END-PERFORM
               CLOSE QUEUE-MASTER-FILE
           ELSE
               DISPLAY 'LOAN-LOSS-ALLOWANCE: COLLECTIONS QUEUE '
                   'MISSING - ALL LOANS RESERVED AS CURRENT'
           END-IF.

       LOAD-QUEUE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING QUEUE-MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
           MOVE WS-PARSE-FIELD(2) TO WS-LOAN-BUCKET
           PERFORM FIND-LOAN-SLOT
           IF WS-LN-SLOT > 0 AND WS-KNOWN-BUCKET
               MOVE WS-LOAN-BUCKET TO WS-LN-BUCKET(WS-LN-SLOT)
           END-IF.

      *    applicant_id|loan_id|source|approval_ref|board_date|...
       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ XREF-FILE INTO XREF-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-XREF-ROW
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       LOAD-XREF-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING XREF-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5)
           END-UNSTRING
           IF WS-PARSE-FIELD(2) NOT = SPACES
               IF WS-XRF-COUNT >= 5000
                   DISPLAY 'LOAN-LOSS-ALLOWANCE: BOARDING XREF '
                       'EXCEEDS CAPACITY - RUN ABORTED, NOTHING BOOKED'
                   CLOSE XREF-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XRF-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-XRF-APPLICANT(WS-XRF-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-XRF-LOAN-ID(WS-XRF-COUNT)
               MOVE 0 TO WS-XRF-BOARD-DATE(WS-XRF-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(5)) = 0
                   COMPUTE WS-XRF-BOARD-DATE(WS-XRF-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(5))
               END-IF
           END-IF.

      *    bucket|risk_level|rate_pct|set_date
       LOAD-LOSS-RATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-FILE INTO RATE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'LOAN-LOSS-ALLOWANCE: LOSS-RATE TABLE '
                   'MISSING - NO SEGMENT CAN BE RESERVED'
           END-IF.

       LOAD-RATE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING RATE-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-FIND-BUCKET
           MOVE WS-PARSE-FIELD(2) TO WS-FIND-RISK
           PERFORM FIND-SEGMENT-SLOT
           IF WS-SG-SLOT > 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
               MOVE 'Y' TO WS-SG-HAS-RATE(WS-SG-SLOT)
               COMPUTE WS-SG-RATE(WS-SG-SLOT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(3))
           END-IF.

      *****************************************************************
      * Earlier quarters are kept as they stand. This quarter's rows *
      * are dropped - the run replaces them - except that a control  *
      * row written earlier today says what true-up is already on    *
      * its way to the ledger. The latest earlier quarter is the one *
      * the report compares against.                                 *
      *****************************************************************
       LOAD-ALLOWANCE-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ALLOWANCE-FILE
           IF WS-ALLOWANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALLOWANCE-FILE INTO ALLOWANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ALLOWANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-FILE
           END-IF
           IF WS-PRIOR-QUARTER NOT = SPACES
               PERFORM TAKE-PRIOR-RESERVE
                   VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
           END-IF.

       LOAD-ALLOWANCE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING ALLOWANCE-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) = 'CONTROL'
               MOVE WS-PARSE-FIELD(2) TO WS-ROW-QUARTER
           ELSE
               MOVE WS-PARSE-FIELD(1) TO WS-ROW-QUARTER
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-QUARTER = SPACES
                   CONTINUE
               WHEN WS-ROW-QUARTER = WS-QUARTER
                   IF WS-PARSE-FIELD(1) = 'CONTROL'
                      AND WS-PARSE-FIELD(3) = WS-RUN-DATE
                      AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(8)) = 0
                       COMPUTE WS-BOOKED-TODAY =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(8))
                   END-IF
               WHEN OTHER
                   IF WS-KEPT-COUNT >= 5000
                       DISPLAY 'LOAN-LOSS-ALLOWANCE: ALLOWANCE '
                           'HISTORY EXCEEDS CAPACITY - RUN ABORTED, '
                           'NOTHING BOOKED'
                       CLOSE ALLOWANCE-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE ALLOWANCE-RECORD TO WS-KEPT-ROW(WS-KEPT-COUNT)
                   IF WS-ROW-QUARTER < WS-QUARTER
                      AND WS-ROW-QUARTER > WS-PRIOR-QUARTER
                       MOVE WS-ROW-QUARTER TO WS-PRIOR-QUARTER
                   END-IF
           END-EVALUATE.

       TAKE-PRIOR-RESERVE.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING WS-KEPT-ROW(WS-KEPT-IDX) DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) = WS-PRIOR-QUARTER
               MOVE WS-PARSE-FIELD(2) TO WS-FIND-BUCKET
               MOVE WS-PARSE-FIELD(3) TO WS-FIND-RISK
               PERFORM FIND-SEGMENT-SLOT
               IF WS-SG-SLOT > 0
                  AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(7)) = 0
                   COMPUTE WS-SG-PRIOR(WS-SG-SLOT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(7))
               END-IF
           END-IF.

       LOAD-GL-CONTROL-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ GL-CONTROL-FILE INTO GL-CONTROL-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-GL-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

      *    The allowance account is used only when the extract row is
      *    as of tonight's run date.
       LOAD-GL-CONTROL-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING GL-CONTROL-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-GL-ACCOUNT
           MOVE 0 TO WS-GL-AS-OF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
               COMPUTE WS-GL-AS-OF = FUNCTION NUMVAL(WS-PARSE-FIELD(3))
           END-IF
           IF WS-GL-ACCOUNT = '1290'
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
               IF WS-GL-AS-OF NOT = WS-RUN-DATE
                   MOVE WS-GL-AS-OF TO WS-GL-STALE-DATE
               ELSE
                   MOVE 'Y' TO WS-GL-FOUND
                   COMPUTE WS-GL-BALANCE =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               END-IF
           END-IF.

      *****************************************************************
      * Places one loan in its segment. Charged-off (C) and inactive *
      * (I) loans and loans with nothing left on the book carry no   *
      * reserve.                                                     *
      *****************************************************************
       PLACE-LOAN.
           IF (WS-LN-STATUS(WS-LN-IDX) = 'A'
                   OR WS-LN-STATUS(WS-LN-IDX) = 'N')
              AND WS-LN-PRINCIPAL(WS-LN-IDX) > 0
               PERFORM FIND-DECISION-RISK
               MOVE WS-LN-BUCKET(WS-LN-IDX) TO WS-FIND-BUCKET
               MOVE WS-LOAN-RISK TO WS-FIND-RISK
               PERFORM FIND-SEGMENT-SLOT
               ADD 1 TO WS-SG-LOANS(WS-SG-SLOT)
               ADD WS-LN-PRINCIPAL(WS-LN-IDX)
                   TO WS-SG-PRINCIPAL(WS-SG-SLOT)
               ADD 1 TO WS-TOT-LOANS
               ADD WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-TOT-PRINCIPAL
               IF WS-LOAN-RISK = 'UNSCORED'
                   ADD 1 TO WS-UNSCORED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF.

      *****************************************************************
      * The applicant and board date from the boarding cross-        *
      * reference, else the master's borrower and origination date;  *
      * then the risk level on the applicant's latest history row    *
      * that carries a term and is dated on or before it:            *
      *   applicant|income|amount|term|debt|dti|rate|approved|       *
      *   reason|limit|date|time|policy_version|risk_score|          *
      *   risk_level                                                 *
      *****************************************************************
       FIND-DECISION-RISK.
           MOVE 0 TO WS-XRF-SLOT
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                      OR WS-XRF-SLOT > 0
               IF WS-XRF-LOAN-ID(WS-XRF-IDX) = WS-LN-ID(WS-LN-IDX)
                   MOVE WS-XRF-IDX TO WS-XRF-SLOT
               END-IF
           END-PERFORM
           IF WS-XRF-SLOT > 0
               MOVE WS-XRF-APPLICANT(WS-XRF-SLOT) TO WS-APPLICANT-ID
               MOVE WS-XRF-BOARD-DATE(WS-XRF-SLOT)
                   TO WS-DECISION-AS-OF
           ELSE
               MOVE WS-LN-BORROWER(WS-LN-IDX) TO WS-APPLICANT-ID
               MOVE WS-LN-ORIG-DATE(WS-LN-IDX) TO WS-DECISION-AS-OF
           END-IF
           IF WS-DECISION-AS-OF = 0
               MOVE WS-RUN-DATE TO WS-DECISION-AS-OF
           END-IF

           MOVE SPACES TO WS-DECISION-RISK
           MOVE 'N' TO WS-HIST-DONE
           IF WS-HISTORY-OPEN = 'Y'
               MOVE WS-APPLICANT-ID TO HIX-APPLICANT-ID
               MOVE 0 TO HIX-DATE
               MOVE 0 TO HIX-TIME
               MOVE 0 TO HIX-SEQ
               START HISTORY-FILE KEY >= HIX-KEY
               END-START
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-HIST-DONE
               END-IF
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           IF HIX-APPLICANT-ID = WS-APPLICANT-ID
                              AND HIX-DATE <= WS-DECISION-AS-OF
                               PERFORM TAKE-DECISION-RISK
                           ELSE
                               MOVE 'Y' TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-DECISION-RISK TO WS-LOAN-RISK
           IF NOT WS-KNOWN-RISK
               MOVE 'UNSCORED' TO WS-LOAN-RISK
           END-IF.

      *    REFERRAL-QUEUE's final-decision rows carry zero terms and
      *    are passed over, as LOAN-BOARDING does.
       TAKE-DECISION-RISK.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING HIX-DATA DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
                    WS-PARSE-FIELD(9) WS-PARSE-FIELD(10)
                    WS-PARSE-FIELD(11) WS-PARSE-FIELD(12)
                    WS-PARSE-FIELD(13) WS-PARSE-FIELD(14)
                    WS-PARSE-FIELD(15)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(4)) = 0
               IF FUNCTION NUMVAL(WS-PARSE-FIELD(4)) > 0
                   MOVE WS-PARSE-FIELD(15) TO WS-DECISION-RISK
               END-IF
           END-IF.

       RESERVE-SEGMENT.
           IF WS-SG-HAS-RATE(WS-SG-IDX) = 'Y'
               COMPUTE WS-SG-RESERVE(WS-SG-IDX) ROUNDED =
                   WS-SG-PRINCIPAL(WS-SG-IDX)
                   * WS-SG-RATE(WS-SG-IDX) / 100
           ELSE
               MOVE 0 TO WS-SG-RESERVE(WS-SG-IDX)
               IF WS-SG-LOANS(WS-SG-IDX) > 0
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF
           ADD WS-SG-RESERVE(WS-SG-IDX) TO WS-TOT-RESERVE
           ADD WS-SG-PRIOR(WS-SG-IDX) TO WS-TOT-PRIOR.

      *    Without a current extract of 1290 there is nothing to true
      *    up against; nothing is booked.
       COMPUTE-TRUE-UP.
           MOVE 0 TO WS-TRUE-UP
           IF WS-GL-FOUND = 'Y'
               COMPUTE WS-TRUE-UP =
                   WS-TOT-RESERVE - WS-GL-BALANCE - WS-BOOKED-TODAY
           END-IF
           COMPUTE WS-BOOKED-TOTAL = WS-BOOKED-TODAY + WS-TRUE-UP.

      *****************************************************************
      * The quarter's segment rows and control row replace any the   *
      * quarter already had, through MASTER-GENERATIONS. The true-up *
      * is booked only once this has committed, so a failed commit   *
      * leaves the next run to book it.                              *
      *****************************************************************
       REWRITE-ALLOWANCE-HISTORY.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'allowance-history.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-HISTORY-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               MOVE WS-KEPT-ROW(WS-KEPT-IDX) TO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
               ADD 1 TO WS-HISTORY-KEPT
           END-PERFORM
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               PERFORM WRITE-SEGMENT-HISTORY-ROW
           END-PERFORM

           MOVE WS-TOT-PRINCIPAL TO WS-HIST-PRIN-D
           MOVE WS-TOT-RESERVE TO WS-HIST-RES-D
           MOVE WS-GL-BALANCE TO WS-HIST-GL-D
           MOVE WS-BOOKED-TOTAL TO WS-HIST-BOOK-D
           MOVE SPACES TO GEN-OUT-RECORD
           STRING 'CONTROL|' WS-QUARTER
                  '|' WS-RUN-DATE
                  '|' WS-TOT-LOANS
                  '|' FUNCTION TRIM(WS-HIST-PRIN-D)
                  '|' FUNCTION TRIM(WS-HIST-RES-D)
                  '|' FUNCTION TRIM(WS-HIST-GL-D)
                  '|' FUNCTION TRIM(WS-HIST-BOOK-D)
               DELIMITED BY SIZE INTO GEN-OUT-RECORD
           WRITE GEN-OUT-RECORD
           ADD 1 TO WS-HISTORY-KEPT
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-HISTORY-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'LOAN-LOSS-ALLOWANCE: ALLOWANCE HISTORY '
                   'REWRITE NOT COMMITTED - NO TRUE-UP BOOKED'
               MOVE 12 TO RETURN-CODE
           END-IF.

       WRITE-SEGMENT-HISTORY-ROW.
           MOVE WS-SG-PRINCIPAL(WS-SG-IDX) TO WS-HIST-PRIN-D
           MOVE WS-SG-RESERVE(WS-SG-IDX) TO WS-HIST-RES-D
           MOVE WS-SG-RATE(WS-SG-IDX) TO WS-RATE-D
           MOVE SPACES TO GEN-OUT-RECORD
           STRING WS-QUARTER
                  '|' WS-SG-BUCKET(WS-SG-IDX) DELIMITED BY SPACE
                  '|' WS-SG-RISK(WS-SG-IDX) DELIMITED BY SPACE
                  '|' WS-SG-LOANS(WS-SG-IDX)
                  '|' FUNCTION TRIM(WS-HIST-PRIN-D)
                  '|' WS-RATE-D
                  '|' FUNCTION TRIM(WS-HIST-RES-D)
               DELIMITED BY SIZE INTO GEN-OUT-RECORD
           WRITE GEN-OUT-RECORD
           ADD 1 TO WS-HISTORY-KEPT.

      *****************************************************************
      * The true-up as a batch of its own on gl-journal.dat. The     *
      * batch control row closes it even when there is nothing to    *
      * book, so accounting always sees the run.                     *
      *****************************************************************
       BOOK-TRUE-UP.
           PERFORM OPEN-JOURNAL-FILE
           IF WS-TRUE-UP > 0
               MOVE '5610' TO WS-DEBIT-ACCOUNT
               MOVE '1290' TO WS-CREDIT-ACCOUNT
               MOVE WS-TRUE-UP TO WS-POST-AMOUNT
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           IF WS-TRUE-UP < 0
               MOVE '1290' TO WS-DEBIT-ACCOUNT
               MOVE '5610' TO WS-CREDIT-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - WS-TRUE-UP
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           PERFORM WRITE-BATCH-CONTROL-ROW
           CLOSE JOURNAL-FILE.

       WRITE-JOURNAL-PAIR.
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-D

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-RUN-DATE
                  '|' WS-DEBIT-ACCOUNT
                  '|D|' WS-AMOUNT-D
                  '|' WS-SOURCE-TYPE
                  '|' WS-QUARTER
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-RUN-DATE
                  '|' WS-CREDIT-ACCOUNT
                  '|C|' WS-AMOUNT-D
                  '|' WS-SOURCE-TYPE
                  '|' WS-QUARTER
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.

       WRITE-BATCH-CONTROL-ROW.
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-DEBITS-D
           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-CREDITS-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING 'TOTAL|' WS-TOTAL-DEBITS-D
                  '|' WS-TOTAL-CREDITS-D
                  '|' WS-JOURNAL-LINES
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *****************************************************************
      * Each segment beside the prior quarter's reserve, then the    *
      * portfolio totals and the GL true-up.                         *
      *****************************************************************
       WRITE-ALLOWANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALLOWANCE FOR LOAN LOSSES - QUARTER ' WS-QUARTER
                  ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-PRIOR-QUARTER = SPACES
               STRING 'NO PRIOR QUARTER ON FILE - CHANGE IS THE '
                      'FULL RESERVE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'PRIOR QUARTER ' WS-PRIOR-QUARTER
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUCKET   RISK       LOANS'
                  '         PRINCIPAL  RATE PCT'
                  '           RESERVE     PRIOR RESERVE'
                  '            CHANGE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-SEGMENT-LINE
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-LOANS TO WS-COUNT-D
           MOVE WS-TOT-PRINCIPAL TO WS-PRIN-D
           MOVE WS-TOT-RESERVE TO WS-MONEY-D
           MOVE WS-TOT-PRIOR TO WS-PRIOR-D
           COMPUTE WS-CHANGE = WS-TOT-RESERVE - WS-TOT-PRIOR
           MOVE WS-CHANGE TO WS-CHANGE-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL              ' WS-COUNT-D
                  WS-PRIN-D '          '
                  WS-MONEY-D WS-PRIOR-D WS-CHANGE-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UNSCORED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS WITHOUT A RECORDED RISK LEVEL (UNSCORED) '
                  WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXCLUDED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS NOT RESERVED (CHARGED OFF, INACTIVE, ZERO) '
                  WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'GENERAL LEDGER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GL-FOUND = 'Y'
               MOVE '  REQUIRED RESERVE' TO WS-REPORT-LABEL
               MOVE WS-TOT-RESERVE TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  1290 ALLOWANCE PER GL EXTRACT'
                   TO WS-REPORT-LABEL
               MOVE WS-GL-BALANCE TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  TRUE-UP BOOKED EARLIER TODAY'
                   TO WS-REPORT-LABEL
               MOVE WS-BOOKED-TODAY TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  TRUE-UP THIS RUN' TO WS-REPORT-LABEL
               MOVE WS-TRUE-UP TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO REPORT-RECORD
               EVALUATE TRUE
                   WHEN WS-GEN-STATUS NOT = 'G'
                       MOVE '  HISTORY NOT COMMITTED - NOTHING BOOKED'
                           TO REPORT-RECORD
                   WHEN WS-TRUE-UP > 0
                       STRING '  BOOKED DR 5610 PROVISION / '
                              'CR 1290 ALLOWANCE'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN WS-TRUE-UP < 0
                       STRING '  BOOKED DR 1290 ALLOWANCE / '
                              'CR 5610 PROVISION'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN OTHER
                       MOVE '  ALLOWANCE ALREADY AT REQUIRED RESERVE'
                           TO REPORT-RECORD
               END-EVALUATE
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               IF WS-GL-STALE-DATE > 0
                   STRING '  GL EXTRACT FOR 1290 IS AS OF '
                          WS-GL-STALE-DATE
                          ' - NO TRUE-UP BOOKED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   MOVE '  NO GL EXTRACT FOR 1290 - NO TRUE-UP BOOKED'
                       TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-SEGMENT-LINE.
           MOVE WS-SG-LOANS(WS-SG-IDX) TO WS-COUNT-D
           MOVE WS-SG-PRINCIPAL(WS-SG-IDX) TO WS-PRIN-D
           MOVE WS-SG-RATE(WS-SG-IDX) TO WS-RATE-D
           MOVE WS-SG-RESERVE(WS-SG-IDX) TO WS-MONEY-D
           MOVE WS-SG-PRIOR(WS-SG-IDX) TO WS-PRIOR-D
           COMPUTE WS-CHANGE =
               WS-SG-RESERVE(WS-SG-IDX) - WS-SG-PRIOR(WS-SG-IDX)
           MOVE WS-CHANGE TO WS-CHANGE-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-SG-BUCKET(WS-SG-IDX) ' '
                  WS-SG-RISK(WS-SG-IDX) WS-COUNT-D
                  WS-PRIN-D '  ' WS-RATE-D
                  WS-MONEY-D WS-PRIOR-D WS-CHANGE-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF WS-SG-HAS-RATE(WS-SG-IDX) = 'N'
              AND WS-SG-LOANS(WS-SG-IDX) > 0
               MOVE '  NO RATE' TO REPORT-RECORD(122:9)
           END-IF
           WRITE REPORT-RECORD.

       WRITE-AMOUNT-LINE.
           MOVE WS-REPORT-AMOUNT TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-REPORT-LABEL WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
