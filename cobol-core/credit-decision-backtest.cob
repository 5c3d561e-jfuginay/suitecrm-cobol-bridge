       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-DECISION-BACKTEST.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Monthly vintage back-test of the credit decisions: did the   *
      * risk level CREDIT-RISK-COMBINED scored and the DTI pricing   *
      * band CREDIT-CALCULATOR priced in actually predict which      *
      * loans went bad? The credit committee reads this before any   *
      * cutoff in credit-policy.dat is changed, and it is the model  *
      * validation evidence the examiners ask for.                   *
      *                                                               *
      * Every loan on loan-master.dat is joined back to the decision *
      * it was booked from - the applicant and board date from       *
      * loan-boarding-xref.dat (the master's borrower and            *
      * origination date for a loan boarded before the cross-        *
      * reference), then the applicant's latest applicant-history    *
      * row carrying a term, dated on or before the board date:      *
      *   applicant|income|amount|term|debt|dti|rate|approved|       *
      *   reason|limit|date|time|policy_version|risk_score|          *
      *   risk_level                                                 *
      * and forward to how the loan has performed since:             *
      *   delinquency - the worst bucket the loan has reached, from  *
      *                 collections-bucket-history.dat (every bucket *
      *                 COLLECTIONS-WORK-QUEUE has moved it into)    *
      *                 and its bucket on collections-queue-         *
      *                 master.dat tonight                           *
      *   loss        - charged off: a CHGOFF row on credit-quality- *
      *                 history.dat (the principal written off) or   *
      *                 status C on the master (the book principal). *
      *                 A charged-off loan counts as having reached  *
      *                 90+, the charge-off threshold lying past it  *
      * Loans are grouped three ways:                                *
      *   risk level  LOW, MEDIUM, HIGH, or UNSCORED for a decision  *
      *               recorded before the level was kept             *
      *   DTI band    the pricing band 1-4 the decision's DTI fell   *
      *               in under the policy version in force on the    *
      *               decision date (CREDIT-POLICY-LOOKUP)           *
      *   vintage     the board month                                *
      * and each group shows the loans and principal originated      *
      * (master principal), the share ever 30+, 60+ and 90+ days     *
      * past due (31-60, 61-90 and 90+ buckets), the share charged   *
      * off and the principal charged off as a percent of principal  *
      * originated. A loan with no decision on file is counted       *
      * apart and left out of the groups.                            *
      *                                                               *
      * backtest-history.dat keeps every month's figures for later   *
      * comparison, rewritten through MASTER-GENERATIONS; a rerun    *
      * within the month replaces that month's rows:                 *
      *   run_month|dimension|group|loans|principal|ever_30|ever_60| *
      *   ever_90|charged_off|charged_off_principal                  *
      * The report is credit-decision-backtest-report.txt. Condition *
      * code 4 when applicant-history.idx cannot be read (every loan *
      * then lacks a decision); 12 when the loan master is missing,  *
      * a table overflows or the history commit fails.               *
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
           SELECT XREF-FILE ASSIGN TO 'loan-boarding-xref.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'applicant-history.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BUCKET-HISTORY-FILE ASSIGN TO
               'collections-bucket-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-HISTORY-STATUS.
           SELECT QUEUE-MASTER-FILE ASSIGN TO
               'collections-queue-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT QUALITY-FILE ASSIGN TO 'credit-quality-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITY-FILE-STATUS.
           SELECT BACKTEST-FILE ASSIGN TO 'backtest-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKTEST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               'credit-decision-backtest-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

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

       FD  BUCKET-HISTORY-FILE.
       01  BUCKET-HISTORY-RECORD PIC X(40).

       FD  QUEUE-MASTER-FILE.
       01  QUEUE-MASTER-RECORD PIC X(150).

       FD  QUALITY-FILE.
       01  QUALITY-RECORD PIC X(100).

       FD  BACKTEST-FILE.
       01  BACKTEST-RECORD PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-BUCKET-HISTORY-STATUS PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-QUALITY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-BACKTEST-FILE-STATUS PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-HIST-DONE            PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN         PIC X VALUE 'N'.

      * One entry per loan on the master, with how it has performed.
      * Worst rank: 0 never queued, 1 16-30, 2 31-60, 3 61-90, 4 90+.
       01  WS-LOAN-TABLE.
           05  WS-LN-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-LN OCCURS 5000 TIMES.
               10  WS-LN-ID          PIC X(10).
               10  WS-LN-BORROWER    PIC X(30).
               10  WS-LN-ORIG-DATE   PIC 9(8).
               10  WS-LN-STATUS      PIC X(1).
               10  WS-LN-PRINCIPAL   PIC S9(12)V99 COMP-3.
               10  WS-LN-BOOK-PRIN   PIC S9(12)V99 COMP-3.
               10  WS-LN-WORST       PIC 9(1).
               10  WS-LN-CHARGED-OFF PIC X(1).
               10  WS-LN-CO-AMOUNT   PIC S9(12)V99 COMP-3.
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

      * Performance by group. The risk levels and DTI bands are laid
      * down first so every one prints; board months are added as
      * they are met and put in order before the report.
       01  WS-RISK-VALUES          PIC X(40) VALUE
           'LOW       MEDIUM    HIGH      UNSCORED  '.
       01  WS-RISK-LIST REDEFINES WS-RISK-VALUES.
           05  WS-RISK-NAME        PIC X(10) OCCURS 4 TIMES.
       01  WS-BAND-VALUES          PIC X(40) VALUE
           'BAND 1    BAND 2    BAND 3    BAND 4    '.
       01  WS-BAND-LIST REDEFINES WS-BAND-VALUES.
           05  WS-BAND-NAME        PIC X(10) OCCURS 4 TIMES.
       01  WS-LIST-IDX             PIC 9(2) COMP-3 VALUE 0.

       01  WS-GROUP-TABLE.
           05  WS-GR-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-GR OCCURS 400 TIMES.
               10  WS-GR-DIMENSION   PIC X(5).
               10  WS-GR-KEY         PIC X(10).
               10  WS-GR-LOANS       PIC 9(6).
               10  WS-GR-PRINCIPAL   PIC S9(14)V99 COMP-3.
               10  WS-GR-EVER-30     PIC 9(6).
               10  WS-GR-EVER-60     PIC 9(6).
               10  WS-GR-EVER-90     PIC 9(6).
               10  WS-GR-CHGOFF      PIC 9(6).
               10  WS-GR-CO-AMOUNT   PIC S9(14)V99 COMP-3.
       01  WS-GR-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-GR-SLOT              PIC 9(3) COMP-3 VALUE 0.
       01  WS-GR-FIRST-MONTH       PIC 9(3) COMP-3 VALUE 0.
       01  WS-GR-SORT-IDX          PIC 9(3) COMP-3 VALUE 0.
       01  WS-GR-HOLD              PIC X(63).
       01  WS-FIND-DIMENSION       PIC X(5).
       01  WS-FIND-KEY             PIC X(10).

      * Month rows of other months, carried through the rewrite.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-COUNT       PIC 9(5) COMP-3 VALUE 0.
           05  WS-KEPT-ROW         PIC X(120) OCCURS 5000 TIMES.
       01  WS-KEPT-IDX             PIC 9(5) COMP-3 VALUE 0.

      * Parse work for the input rows.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(30) OCCURS 15 TIMES.
       01  WS-PARSE-BUCKET         PIC X(8).
           88  WS-BUCKET-16-30         VALUE '16-30'.
           88  WS-BUCKET-31-60         VALUE '31-60'.
           88  WS-BUCKET-61-90         VALUE '61-90'.
           88  WS-BUCKET-90-PLUS       VALUE '90+'.
       01  WS-BUCKET-RANK          PIC 9(1).

      * The decision the loan under review was booked from.
       01  WS-APPLICANT-ID         PIC X(10).
       01  WS-BOARD-DATE           PIC 9(8).
       01  WS-DECISION-FOUND       PIC X VALUE 'N'.
       01  WS-DECISION-DATE        PIC 9(8).
       01  WS-DECISION-DTI         PIC 9(3)V99.
       01  WS-DECISION-RISK        PIC X(10).
       01  WS-LOAN-RISK            PIC X(10).
           88  WS-KNOWN-RISK           VALUE 'LOW' 'MEDIUM' 'HIGH'.
       01  WS-LOAN-BAND            PIC X(10).
       01  WS-LOAN-MONTH           PIC X(10).

      * Policy lookup request block - layout must stay in step with
      * CREDIT-POLICY-LOOKUP's LK-POLICY-REQUEST.
       01  WS-POLICY-REQUEST.
           05  WS-POLICY-AS-OF         PIC 9(8).
           05  WS-POLICY-VERSION       PIC X(8).
           05  WS-POLICY-EFFECTIVE     PIC 9(8).
           05  WS-POLICY-STATUS        PIC X.
           05  WS-POLICY-VALUES.
               10  WS-POL-DTI-BAND-1       PIC 9(7)V99.
               10  WS-POL-DTI-BAND-2       PIC 9(7)V99.
               10  WS-POL-DTI-BAND-3       PIC 9(7)V99.
               10  WS-POL-RATE-1           PIC 9(7)V99.
               10  WS-POL-RATE-2           PIC 9(7)V99.
               10  WS-POL-RATE-3           PIC 9(7)V99.
               10  WS-POL-RATE-4           PIC 9(7)V99.
               10  WS-POL-DECLINE-DTI      PIC 9(7)V99.
               10  WS-POL-DECLINE-PMT-PCT  PIC 9(7)V99.
               10  WS-POL-MIN-INCOME       PIC 9(7)V99.
               10  WS-POL-REFER-DTI        PIC 9(7)V99.
               10  WS-POL-REFER-PMT-PCT    PIC 9(7)V99.
               10  WS-POL-REPEAT-DAYS      PIC 9(7)V99.
               10  WS-POL-SCORE-HIGH       PIC 9(7)V99.
               10  WS-POL-SCORE-MID        PIC 9(7)V99.
               10  WS-POL-POINTS-HIGH      PIC 9(7)V99.
               10  WS-POL-POINTS-MID       PIC 9(7)V99.
               10  WS-POL-POINTS-LOW       PIC 9(7)V99.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-MONTH            PIC X(6).

       01  WS-TOT-LOANS            PIC 9(6) VALUE 0.
       01  WS-NO-DECISION-COUNT    PIC 9(6) VALUE 0.
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
       01  WS-MONEY-D              PIC -(13)9.99.
       01  WS-CO-MONEY-D           PIC -(13)9.99.
       01  WS-HIST-PRIN-D          PIC -(12)9.99.
       01  WS-HIST-CO-D            PIC -(12)9.99.
       01  WS-COUNT-D              PIC ZZZZZ9.
       01  WS-EVER-30-D            PIC ZZZZZ9.
       01  WS-EVER-60-D            PIC ZZZZZ9.
       01  WS-EVER-90-D            PIC ZZZZZ9.
       01  WS-CHGOFF-D             PIC ZZZZZ9.
       01  WS-PCT-30-D             PIC ZZ9.99.
       01  WS-PCT-60-D             PIC ZZ9.99.
       01  WS-PCT-90-D             PIC ZZ9.99.
       01  WS-PCT-CO-D             PIC ZZ9.99.
       01  WS-PCT-LOSS-D           PIC ZZ9.99.
       01  WS-BAND-1-D             PIC ZZ9.99.
       01  WS-BAND-2-D             PIC ZZ9.99.
       01  WS-BAND-3-D             PIC ZZ9.99.
       01  WS-PERCENT              PIC 9(3)V99.
       01  WS-REPORT-TITLE         PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

           PERFORM BUILD-GROUP-TABLE
           PERFORM LOAD-LOAN-MASTER
           IF WS-LN-COUNT = 0
               DISPLAY 'CREDIT-DECISION-BACKTEST: LOAN MASTER '
                   'MISSING OR EMPTY - NOTHING TESTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LOAN-BALANCES
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-BUCKET-HISTORY
           PERFORM LOAD-QUEUE-BUCKETS
           PERFORM LOAD-CHARGE-OFFS
           PERFORM LOAD-BACKTEST-HISTORY

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
               DISPLAY 'CREDIT-DECISION-BACKTEST: APPLICANT HISTORY '
                   'NOT AVAILABLE - NO DECISION CAN BE JOINED'
           END-IF
           PERFORM TEST-ONE-LOAN
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE HISTORY-FILE
           END-IF

           PERFORM SORT-MONTH-GROUPS
           PERFORM REWRITE-BACKTEST-HISTORY
           PERFORM WRITE-BACKTEST-REPORT

           DISPLAY 'CREDIT-DECISION-BACKTEST: MONTH=' WS-RUN-MONTH
               ' LOANS TESTED=' WS-TOT-LOANS
               ' NO DECISION=' WS-NO-DECISION-COUNT

           IF RETURN-CODE < 4 AND WS-HISTORY-OPEN = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       BUILD-GROUP-TABLE.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 4
               MOVE 'RISK' TO WS-FIND-DIMENSION
               MOVE WS-RISK-NAME(WS-LIST-IDX) TO WS-FIND-KEY
               PERFORM ADD-GROUP
           END-PERFORM
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 4
               MOVE 'BAND' TO WS-FIND-DIMENSION
               MOVE WS-BAND-NAME(WS-LIST-IDX) TO WS-FIND-KEY
               PERFORM ADD-GROUP
           END-PERFORM
           COMPUTE WS-GR-FIRST-MONTH = WS-GR-COUNT + 1.

       ADD-GROUP.
           IF WS-GR-COUNT >= 400
               DISPLAY 'CREDIT-DECISION-BACKTEST: GROUP TABLE '
                   'EXCEEDS CAPACITY - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GR-COUNT
           MOVE WS-GR-COUNT TO WS-GR-SLOT
           MOVE WS-FIND-DIMENSION TO WS-GR-DIMENSION(WS-GR-SLOT)
           MOVE WS-FIND-KEY TO WS-GR-KEY(WS-GR-SLOT)
           MOVE 0 TO WS-GR-LOANS(WS-GR-SLOT)
           MOVE 0 TO WS-GR-PRINCIPAL(WS-GR-SLOT)
           MOVE 0 TO WS-GR-EVER-30(WS-GR-SLOT)
           MOVE 0 TO WS-GR-EVER-60(WS-GR-SLOT)
           MOVE 0 TO WS-GR-EVER-90(WS-GR-SLOT)
           MOVE 0 TO WS-GR-CHGOFF(WS-GR-SLOT)
           MOVE 0 TO WS-GR-CO-AMOUNT(WS-GR-SLOT).

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GR-SLOT
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
                      OR WS-GR-SLOT > 0
               IF WS-GR-DIMENSION(WS-GR-IDX) = WS-FIND-DIMENSION
                  AND WS-GR-KEY(WS-GR-IDX) = WS-FIND-KEY
                   MOVE WS-GR-IDX TO WS-GR-SLOT
               END-IF
           END-PERFORM
           IF WS-GR-SLOT = 0
               PERFORM ADD-GROUP
           END-IF.

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
                   DISPLAY 'CREDIT-DECISION-BACKTEST: LOAN TABLE '
                       'EXCEEDS CAPACITY - RUN ABORTED'
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LN-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-LN-ID(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-LN-BORROWER(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(7) TO WS-LN-STATUS(WS-LN-COUNT)
               MOVE 0 TO WS-LN-PRINCIPAL(WS-LN-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
                   COMPUTE WS-LN-PRINCIPAL(WS-LN-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
               MOVE WS-LN-PRINCIPAL(WS-LN-COUNT)
                   TO WS-LN-BOOK-PRIN(WS-LN-COUNT)
               MOVE 0 TO WS-LN-ORIG-DATE(WS-LN-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-LN-ORIG-DATE(WS-LN-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               MOVE 0 TO WS-LN-WORST(WS-LN-COUNT)
               MOVE 'N' TO WS-LN-CHARGED-OFF(WS-LN-COUNT)
               MOVE 0 TO WS-LN-CO-AMOUNT(WS-LN-COUNT)
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

      *    Book principal for a loan charged off without a charge-off
      *    row to say what was written off.
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
               COMPUTE WS-LN-BOOK-PRIN(WS-LN-SLOT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(2))
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
                   DISPLAY 'CREDIT-DECISION-BACKTEST: BOARDING XREF '
                       'EXCEEDS CAPACITY - RUN ABORTED'
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

      *    loan_id|date|bucket - every bucket the loan moved into.
       LOAD-BUCKET-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BUCKET-HISTORY-FILE
           IF WS-BUCKET-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUCKET-HISTORY-FILE INTO BUCKET-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-PARSE-FIELDS
                           UNSTRING BUCKET-HISTORY-RECORD
                                   DELIMITED BY '|'
                               INTO WS-PARSE-FIELD(1)
                                    WS-PARSE-FIELD(2)
                                    WS-PARSE-FIELD(3)
                           END-UNSTRING
                           MOVE WS-PARSE-FIELD(3) TO WS-PARSE-BUCKET
                           PERFORM TAKE-WORST-BUCKET
                   END-READ
               END-PERFORM
               CLOSE BUCKET-HISTORY-FILE
           END-IF.

      *    Tonight's bucket too, for a loan already delinquent before
      *    its moves were first logged.
       LOAD-QUEUE-BUCKETS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUEUE-MASTER-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ QUEUE-MASTER-FILE INTO QUEUE-MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-PARSE-FIELDS
                           UNSTRING QUEUE-MASTER-RECORD
                                   DELIMITED BY '|'
                               INTO WS-PARSE-FIELD(1)
                                    WS-PARSE-FIELD(2)
                           END-UNSTRING
                           MOVE WS-PARSE-FIELD(2) TO WS-PARSE-BUCKET
                           PERFORM TAKE-WORST-BUCKET
                   END-READ
               END-PERFORM
               CLOSE QUEUE-MASTER-FILE
           END-IF.

       TAKE-WORST-BUCKET.
           EVALUATE TRUE
               WHEN WS-BUCKET-16-30
                   MOVE 1 TO WS-BUCKET-RANK
               WHEN WS-BUCKET-31-60
                   MOVE 2 TO WS-BUCKET-RANK
               WHEN WS-BUCKET-61-90
                   MOVE 3 TO WS-BUCKET-RANK
               WHEN WS-BUCKET-90-PLUS
                   MOVE 4 TO WS-BUCKET-RANK
               WHEN OTHER
                   MOVE 0 TO WS-BUCKET-RANK
           END-EVALUATE
           MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
           PERFORM FIND-LOAN-SLOT
           IF WS-LN-SLOT > 0
              AND WS-BUCKET-RANK > WS-LN-WORST(WS-LN-SLOT)
               MOVE WS-BUCKET-RANK TO WS-LN-WORST(WS-LN-SLOT)
           END-IF.

      *****************************************************************
      * loan_id|run_date|action|principal|interest_reversed from     *
      * CREDIT-QUALITY-REVIEW; a CHGOFF row carries the principal    *
      * proposed for write-off, and a later BOOKED row the principal *
      * actually written off. A proposal counts as a loss only once  *
      * the master shows status C - one never approved is not a      *
      * loss. Status C on the master also catches a charge-off keyed *
      * by hand, at the principal still on the book.                 *
      *****************************************************************
       LOAD-CHARGE-OFFS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUALITY-FILE
           IF WS-QUALITY-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ QUALITY-FILE INTO QUALITY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-CHARGE-OFF-ROW
                   END-READ
               END-PERFORM
               CLOSE QUALITY-FILE
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-IDX) = 'C'
                  AND WS-LN-CHARGED-OFF(WS-LN-IDX) = 'N'
                   MOVE 'Y' TO WS-LN-CHARGED-OFF(WS-LN-IDX)
                   MOVE WS-LN-BOOK-PRIN(WS-LN-IDX)
                       TO WS-LN-CO-AMOUNT(WS-LN-IDX)
               END-IF
               IF WS-LN-CHARGED-OFF(WS-LN-IDX) = 'Y'
                   MOVE 4 TO WS-LN-WORST(WS-LN-IDX)
               END-IF
           END-PERFORM.

       LOAD-CHARGE-OFF-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING QUALITY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
           END-UNSTRING
           IF WS-PARSE-FIELD(3) = 'CHGOFF'
              OR WS-PARSE-FIELD(3) = 'BOOKED'
               MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
               PERFORM FIND-LOAN-SLOT
               IF WS-LN-SLOT > 0
                  AND WS-LN-STATUS(WS-LN-SLOT) = 'C'
                   MOVE 'Y' TO WS-LN-CHARGED-OFF(WS-LN-SLOT)
                   IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(4)) = 0
                       COMPUTE WS-LN-CO-AMOUNT(WS-LN-SLOT) =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(4))
                   END-IF
               END-IF
           END-IF.

      *    Other months' rows are kept; this month's are replaced.
       LOAD-BACKTEST-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BACKTEST-FILE
           IF WS-BACKTEST-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ BACKTEST-FILE INTO BACKTEST-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-BACKTEST-ROW
                   END-READ
               END-PERFORM
               CLOSE BACKTEST-FILE
           END-IF.

       LOAD-BACKTEST-ROW.
           IF BACKTEST-RECORD(1:6) NOT = WS-RUN-MONTH
              AND BACKTEST-RECORD NOT = SPACES
               IF WS-KEPT-COUNT >= 5000
                   DISPLAY 'CREDIT-DECISION-BACKTEST: BACK-TEST '
                       'HISTORY EXCEEDS CAPACITY - RUN ABORTED'
                   CLOSE BACKTEST-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KEPT-COUNT
               MOVE BACKTEST-RECORD TO WS-KEPT-ROW(WS-KEPT-COUNT)
           END-IF.

      *****************************************************************
      * Joins one loan to its decision and adds its performance to   *
      * its risk-level, DTI-band and vintage groups.                 *
      *****************************************************************
       TEST-ONE-LOAN.
           PERFORM FIND-LOAN-DECISION
           IF WS-DECISION-FOUND = 'N'
               ADD 1 TO WS-NO-DECISION-COUNT
           ELSE
               ADD 1 TO WS-TOT-LOANS

               MOVE WS-DECISION-RISK TO WS-LOAN-RISK
               IF NOT WS-KNOWN-RISK
                   MOVE 'UNSCORED' TO WS-LOAN-RISK
               END-IF
               MOVE 'RISK' TO WS-FIND-DIMENSION
               MOVE WS-LOAN-RISK TO WS-FIND-KEY
               PERFORM FIND-OR-ADD-GROUP
               PERFORM ADD-LOAN-TO-GROUP

               PERFORM FIND-PRICING-BAND
               MOVE 'BAND' TO WS-FIND-DIMENSION
               MOVE WS-LOAN-BAND TO WS-FIND-KEY
               PERFORM FIND-OR-ADD-GROUP
               PERFORM ADD-LOAN-TO-GROUP

               MOVE SPACES TO WS-LOAN-MONTH
               IF WS-BOARD-DATE > 0
                   MOVE WS-BOARD-DATE(1:6) TO WS-LOAN-MONTH
               ELSE
                   MOVE 'UNKNOWN' TO WS-LOAN-MONTH
               END-IF
               MOVE 'MONTH' TO WS-FIND-DIMENSION
               MOVE WS-LOAN-MONTH TO WS-FIND-KEY
               PERFORM FIND-OR-ADD-GROUP
               PERFORM ADD-LOAN-TO-GROUP
           END-IF.

       ADD-LOAN-TO-GROUP.
           ADD 1 TO WS-GR-LOANS(WS-GR-SLOT)
           ADD WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-GR-PRINCIPAL(WS-GR-SLOT)
           IF WS-LN-WORST(WS-LN-IDX) >= 2
               ADD 1 TO WS-GR-EVER-30(WS-GR-SLOT)
           END-IF
           IF WS-LN-WORST(WS-LN-IDX) >= 3
               ADD 1 TO WS-GR-EVER-60(WS-GR-SLOT)
           END-IF
           IF WS-LN-WORST(WS-LN-IDX) >= 4
               ADD 1 TO WS-GR-EVER-90(WS-GR-SLOT)
           END-IF
           IF WS-LN-CHARGED-OFF(WS-LN-IDX) = 'Y'
               ADD 1 TO WS-GR-CHGOFF(WS-GR-SLOT)
               ADD WS-LN-CO-AMOUNT(WS-LN-IDX)
                   TO WS-GR-CO-AMOUNT(WS-GR-SLOT)
           END-IF.

      *****************************************************************
      * The applicant and board date from the boarding cross-        *
      * reference, else the master's borrower and origination date;  *
      * then the applicant's latest history row that carries a term  *
      * and is dated on or before it. REFERRAL-QUEUE's final-        *
      * decision rows carry zero terms and are passed over, as       *
      * LOAN-BOARDING does.                                          *
      *****************************************************************
       FIND-LOAN-DECISION.
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
               MOVE WS-XRF-BOARD-DATE(WS-XRF-SLOT) TO WS-BOARD-DATE
           ELSE
               MOVE WS-LN-BORROWER(WS-LN-IDX) TO WS-APPLICANT-ID
               MOVE WS-LN-ORIG-DATE(WS-LN-IDX) TO WS-BOARD-DATE
           END-IF

           MOVE 'N' TO WS-DECISION-FOUND
           MOVE SPACES TO WS-DECISION-RISK
           MOVE 0 TO WS-DECISION-DATE WS-DECISION-DTI
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
                              AND (HIX-DATE <= WS-BOARD-DATE
                                   OR WS-BOARD-DATE = 0)
                               PERFORM TAKE-LOAN-DECISION
                           ELSE
                               MOVE 'Y' TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-LOAN-DECISION.
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
                   MOVE 'Y' TO WS-DECISION-FOUND
                   MOVE HIX-DATE TO WS-DECISION-DATE
                   MOVE WS-PARSE-FIELD(15) TO WS-DECISION-RISK
      *            DTI is carried unedited, two implied decimals.
                   MOVE 0 TO WS-DECISION-DTI
                   IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                       COMPUTE WS-DECISION-DTI =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(6)) / 100
                   END-IF
               END-IF
           END-IF.

      *    The band is judged against the policy version in force on
      *    the decision date - the one the loan was priced under.
       FIND-PRICING-BAND.
           MOVE WS-DECISION-DATE TO WS-POLICY-AS-OF
           CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST
           EVALUATE TRUE
               WHEN WS-DECISION-DTI < WS-POL-DTI-BAND-1
                   MOVE 'BAND 1' TO WS-LOAN-BAND
               WHEN WS-DECISION-DTI < WS-POL-DTI-BAND-2
                   MOVE 'BAND 2' TO WS-LOAN-BAND
               WHEN WS-DECISION-DTI < WS-POL-DTI-BAND-3
                   MOVE 'BAND 3' TO WS-LOAN-BAND
               WHEN OTHER
                   MOVE 'BAND 4' TO WS-LOAN-BAND
           END-EVALUATE.

      *    Board months are met in master order; an exchange pass
      *    puts them in date order (UNKNOWN sorts last).
       SORT-MONTH-GROUPS.
           PERFORM VARYING WS-GR-IDX FROM WS-GR-FIRST-MONTH BY 1
                   UNTIL WS-GR-IDX >= WS-GR-COUNT
               PERFORM VARYING WS-GR-SORT-IDX FROM WS-GR-FIRST-MONTH
                       BY 1 UNTIL WS-GR-SORT-IDX >= WS-GR-COUNT
                   IF WS-GR-KEY(WS-GR-SORT-IDX)
                          > WS-GR-KEY(WS-GR-SORT-IDX + 1)
                       MOVE WS-GR(WS-GR-SORT-IDX) TO WS-GR-HOLD
                       MOVE WS-GR(WS-GR-SORT-IDX + 1)
                           TO WS-GR(WS-GR-SORT-IDX)
                       MOVE WS-GR-HOLD TO WS-GR(WS-GR-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * This month's rows for every group replace any the month      *
      * already had, through MASTER-GENERATIONS.                     *
      *****************************************************************
       REWRITE-BACKTEST-HISTORY.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'backtest-history.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-HISTORY-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               MOVE WS-KEPT-ROW(WS-KEPT-IDX) TO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
               ADD 1 TO WS-HISTORY-KEPT
           END-PERFORM
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               MOVE WS-GR-PRINCIPAL(WS-GR-IDX) TO WS-HIST-PRIN-D
               MOVE WS-GR-CO-AMOUNT(WS-GR-IDX) TO WS-HIST-CO-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-RUN-MONTH
                      '|' WS-GR-DIMENSION(WS-GR-IDX) DELIMITED BY SPACE
                      '|' WS-GR-KEY(WS-GR-IDX) DELIMITED BY '  '
                      '|' WS-GR-LOANS(WS-GR-IDX)
                      '|' FUNCTION TRIM(WS-HIST-PRIN-D)
                      '|' WS-GR-EVER-30(WS-GR-IDX)
                      '|' WS-GR-EVER-60(WS-GR-IDX)
                      '|' WS-GR-EVER-90(WS-GR-IDX)
                      '|' WS-GR-CHGOFF(WS-GR-IDX)
                      '|' FUNCTION TRIM(WS-HIST-CO-D)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
               ADD 1 TO WS-HISTORY-KEPT
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-HISTORY-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CREDIT-DECISION-BACKTEST: BACK-TEST HISTORY '
                   'REWRITE NOT COMMITTED - LIVE HISTORY UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * One section per grouping. Rates are of the loans in the      *
      * group; loss is principal charged off over principal          *
      * originated.                                                  *
      *****************************************************************
       WRITE-BACKTEST-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'CREDIT DECISION BACK-TEST - MONTH ' WS-RUN-MONTH
                  ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-LOANS TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS JOINED TO THEIR DECISION ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-DECISION-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS WITH NO DECISION ON FILE ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'DELINQUENCY AND LOSS BY RISK LEVEL'
               TO WS-REPORT-TITLE
           MOVE 'RISK' TO WS-FIND-DIMENSION
           PERFORM WRITE-GROUP-SECTION

      *    The bands as the policy in force today draws them; older
      *    decisions were banded under their own version.
           MOVE WS-RUN-DATE TO WS-POLICY-AS-OF
           CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST
           MOVE 'DELINQUENCY AND LOSS BY DTI PRICING BAND'
               TO WS-REPORT-TITLE
           MOVE 'BAND' TO WS-FIND-DIMENSION
           PERFORM WRITE-GROUP-SECTION
           MOVE WS-POL-DTI-BAND-1 TO WS-BAND-1-D
           MOVE WS-POL-DTI-BAND-2 TO WS-BAND-2-D
           MOVE WS-POL-DTI-BAND-3 TO WS-BAND-3-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'BANDS UNDER POLICY ' DELIMITED BY SIZE
                  WS-POLICY-VERSION DELIMITED BY SPACE
                  ': 1 DTI BELOW ' FUNCTION TRIM(WS-BAND-1-D)
                  ', 2 BELOW ' FUNCTION TRIM(WS-BAND-2-D)
                  ', 3 BELOW ' FUNCTION TRIM(WS-BAND-3-D)
                  ', 4 AT OR ABOVE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'DELINQUENCY AND LOSS BY ORIGINATION MONTH'
               TO WS-REPORT-TITLE
           MOVE 'MONTH' TO WS-FIND-DIMENSION
           PERFORM WRITE-GROUP-SECTION
           CLOSE REPORT-FILE.

       WRITE-GROUP-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORT-TITLE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'GROUP      '
                  ' LOANS'
                  '        ORIGINATED'
                  '       EVER 30+'
                  '       EVER 60+'
                  '       EVER 90+'
                  '    CHARGED OFF'
                  '  CHARGED-OFF AMT'
                  '  LOSS %'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-DIMENSION(WS-GR-IDX) = WS-FIND-DIMENSION
                   PERFORM WRITE-GROUP-LINE
               END-IF
           END-PERFORM.

       WRITE-GROUP-LINE.
           MOVE WS-GR-LOANS(WS-GR-IDX) TO WS-COUNT-D
           MOVE WS-GR-PRINCIPAL(WS-GR-IDX) TO WS-MONEY-D
           MOVE WS-GR-EVER-30(WS-GR-IDX) TO WS-EVER-30-D
           MOVE WS-GR-EVER-60(WS-GR-IDX) TO WS-EVER-60-D
           MOVE WS-GR-EVER-90(WS-GR-IDX) TO WS-EVER-90-D
           MOVE WS-GR-CHGOFF(WS-GR-IDX) TO WS-CHGOFF-D
           MOVE WS-GR-CO-AMOUNT(WS-GR-IDX) TO WS-CO-MONEY-D
           MOVE 0 TO WS-PCT-30-D WS-PCT-60-D WS-PCT-90-D
           MOVE 0 TO WS-PCT-CO-D WS-PCT-LOSS-D
           IF WS-GR-LOANS(WS-GR-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED = WS-GR-EVER-30(WS-GR-IDX)
                   * 100 / WS-GR-LOANS(WS-GR-IDX)
               MOVE WS-PERCENT TO WS-PCT-30-D
               COMPUTE WS-PERCENT ROUNDED = WS-GR-EVER-60(WS-GR-IDX)
                   * 100 / WS-GR-LOANS(WS-GR-IDX)
               MOVE WS-PERCENT TO WS-PCT-60-D
               COMPUTE WS-PERCENT ROUNDED = WS-GR-EVER-90(WS-GR-IDX)
                   * 100 / WS-GR-LOANS(WS-GR-IDX)
               MOVE WS-PERCENT TO WS-PCT-90-D
               COMPUTE WS-PERCENT ROUNDED = WS-GR-CHGOFF(WS-GR-IDX)
                   * 100 / WS-GR-LOANS(WS-GR-IDX)
               MOVE WS-PERCENT TO WS-PCT-CO-D
           END-IF
           IF WS-GR-PRINCIPAL(WS-GR-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED = WS-GR-CO-AMOUNT(WS-GR-IDX)
                   * 100 / WS-GR-PRINCIPAL(WS-GR-IDX)
               MOVE WS-PERCENT TO WS-PCT-LOSS-D
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-GR-KEY(WS-GR-IDX) ' ' WS-COUNT-D WS-MONEY-D
                  ' ' WS-EVER-30-D ' ' WS-PCT-30-D '%'
                  ' ' WS-EVER-60-D ' ' WS-PCT-60-D '%'
                  ' ' WS-EVER-90-D ' ' WS-PCT-90-D '%'
                  ' ' WS-CHGOFF-D ' ' WS-PCT-CO-D '%'
                  WS-CO-MONEY-D ' ' WS-PCT-LOSS-D '%'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
