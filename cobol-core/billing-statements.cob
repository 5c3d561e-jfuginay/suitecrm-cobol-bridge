       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-STATEMENTS.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Monthly billing cycle: one payment due notice per active or  *
      * non-accrual loan (charged-off, inactive and paid-in-full     *
      * loans are not billed, nor is a loan PAYOFF-POSTING has taken *
      * to a zero balance), in the CREDIT-DECISION-LETTERS print-    *
      * file pattern, so servicing stops hand-building coupons from  *
      * the master and balance files.                                *
      *                                                               *
      * Each statement itemizes the amount due:                      *
      *   principal and interest  contractual payment from the       *
      *                           loan-master.dat terms (principal,  *
      *                           rate, term), the same stepwise     *
      *                           annuity math ARM-RATE-SHOCK uses,  *
      *                           or the installment an ARM reset    *
      *                           re-amortized the loan to when its  *
      *                           loan-balance.dat row carries one;  *
      *                           capped at the posted balance plus  *
      *                           a month's interest on the final    *
      *                           installment                        *
      *   escrow                  monthly_escrow from the master     *
      *   late fee / penalty      unpaid late fee and penalty        *
      *                           interest from the LATE-FEE-CALC    *
      *                           results in output.json             *
      *   past due                the missed installment the         *
      *                           LATE-FEE-CALC result carries when  *
      *                           days_past_due is above zero        *
      *   returned payment fee    NSF fees PAYMENT-POSTING appended  *
      *                           to payment-fees.dat since the last *
      *                           cycle (the newest cycle_date on    *
      *                           the billed-amounts.dat being       *
      *                           replaced - or, when that file is   *
      *                           already today's, the prior_cycle   *
      *                           it carries, so a rerun of the      *
      *                           cycle bills the same fees again    *
      *                           rather than every fee on file)     *
      * alongside principal_balance and paid_thru_date from          *
      * loan-balance.dat (a loan with no balance row yet bills off   *
      * its original principal) and the year-to-date activity from   *
      * payment-history.dat, the cumulative posting history          *
      * PAYMENT-POSTING appends to (reversal rows, type R, net back  *
      * out of the year's figures).                                  *
      *                                                               *
      * The due date is the loan's origination day of month in the   *
      * month after the run (days 29-31 bill on the 28th so every    *
      * month has one).                                              *
      *                                                               *
      * billed-amounts.dat is rewritten every cycle for              *
      * PAYMENT-POSTING to check incoming payments against:          *
      *   loan_id|cycle_date|due_date|amount_due|principal_interest| *
      *   escrow|fees|past_due|prior_cycle                           *
      *   (fees = late fee + penalty + returned payment fee)         *
      *                                                               *
      * The LATE-FEE-CALC results are trailer-verified like every    *
      * other output.json consumer. Statements are still produced    *
      * when the feed fails verification, but without any fee or     *
      * past-due lines the feed would have supplied, and the job     *
      * ends with condition code 8 so the mailing is held. A missing *
      * loan master stops the cycle with condition code 12.          *
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
           SELECT RESULTS-FILE ASSIGN TO 'output.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'payment-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT FEE-FILE ASSIGN TO 'payment-fees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'billing-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLED-FILE ASSIGN TO 'billed-amounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD PIC X(1000).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(150).

       FD  FEE-FILE.
       01  FEE-RECORD PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(100).

       FD  BILLED-FILE.
       01  BILLED-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-RESULTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-FEE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-BILLED-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-MASTER-EOF           PIC X VALUE 'N'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
           88  WS-HISTORY-AT-END       VALUE 'Y'.
       01  WS-FEE-EOF              PIC X VALUE 'N'.
           88  WS-FEE-AT-END           VALUE 'Y'.
       01  WS-BILLED-EOF           PIC X VALUE 'N'.
           88  WS-BILLED-AT-END        VALUE 'Y'.

       01  WS-MATCH-COUNT          PIC 9(4) VALUE 0.

      * Posted positions keyed by loan id.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BAL OCCURS 5000 TIMES.
               10  WS-BAL-ID        PIC X(10).
               10  WS-BAL-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-BAL-PAYMENTS  PIC 9(5) COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
               10  WS-BAL-INSTALLMENT PIC 9(10)V99 COMP-3.
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Unpaid late charges by loan from the LATE-FEE-CALC results;
      * a loan appearing twice keeps its latest result.
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-FEE OCCURS 5000 TIMES.
               10  WS-FEE-LOAN-ID   PIC X(10).
               10  WS-FEE-LATE-FEE  PIC 9(8)V99 COMP-3.
               10  WS-FEE-PENALTY   PIC 9(8)V99 COMP-3.
               10  WS-FEE-PAST-DUE  PIC 9(10)V99 COMP-3.
               10  WS-FEE-DAYS      PIC 9(5) COMP-3.
               10  WS-FEE-RETURNED  PIC 9(8)V99 COMP-3.
       01  WS-FEE-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-FEE-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-FEE-OVERFLOW         PIC X VALUE 'N'.

      * Year-to-date posted activity by loan from the posting
      * history.
       01  WS-YTD-TABLE.
           05  WS-YTD-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-YTD OCCURS 5000 TIMES.
               10  WS-YTD-LOAN-ID   PIC X(10).
               10  WS-YTD-PAYMENTS  PIC 9(5) COMP-3.
               10  WS-YTD-AMOUNT    PIC 9(11)V99 COMP-3.
               10  WS-YTD-INTEREST  PIC 9(11)V99 COMP-3.
               10  WS-YTD-PRINCIPAL PIC 9(11)V99 COMP-3.
               10  WS-YTD-ESCROW    PIC 9(11)V99 COMP-3.
       01  WS-YTD-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-YTD-SLOT             PIC 9(5) COMP-3 VALUE 0.

       01  WS-PARSE-FIELD-2        PIC X(15).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).

      * Caption for an itemized money line on the statement.
       01  WS-LINE-LABEL           PIC X(24).

      * Parsed master fields
       01  WS-MST-ID               PIC X(10).
       01  WS-MST-BORROWER         PIC X(30).
       01  WS-MST-PRIN-TEXT        PIC X(15).
       01  WS-MST-RATE-TEXT        PIC X(12).
       01  WS-MST-TERM-TEXT        PIC X(6).
       01  WS-MST-ORIG-DATE        PIC X(8).
       01  WS-MST-STATUS           PIC X(1).
       01  WS-MST-CURRENCY         PIC X(3).
       01  WS-MST-FX-TEXT          PIC X(12).
       01  WS-MST-ESCROW-TEXT      PIC X(12).
       01  WS-MST-PRINCIPAL        PIC 9(12)V99 COMP-3.
       01  WS-MST-RATE             PIC 9(3)V9(6) COMP-3.
       01  WS-MST-TERM             PIC 9(5) COMP-3.
       01  WS-MST-ESCROW           PIC 9(6)V99 COMP-3.
       01  WS-ORIG-DAY             PIC 9(2).

      * History row fields
       01  WS-HST-LOAN-ID          PIC X(10).
       01  WS-HST-DATE             PIC 9(8).
       01  WS-HST-YEAR             PIC 9(4).
       01  WS-HST-TYPE             PIC X(1).

      * Returned payment fees bill once: those dated after the last
      * cycle's run date.
       01  WS-LAST-CYCLE-DATE      PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE           PIC 9(8).
       01  WS-FILE-CYCLE-DATE      PIC 9(8) VALUE 0.
       01  WS-FILE-PRIOR-CYCLE     PIC 9(8) VALUE 0.
       01  WS-PRIOR-CYCLE-TEXT     PIC X(15).
       01  WS-RFEE-DATE            PIC 9(8).
       01  WS-RFEE-AMOUNT          PIC 9(8)V99 COMP-3.

      * LATE-FEE-CALC result fields
       01  WS-LOAN-ID              PIC X(10).
       01  WS-LATE-FEE             PIC 9(8)V99 COMP-3.
       01  WS-PENALTY              PIC 9(8)V99 COMP-3.
       01  WS-TOTAL-DUE            PIC 9(10)V99 COMP-3.
       01  WS-DAYS-PAST-DUE        PIC 9(5) COMP-3.

      * The statement being built.
       01  WS-CURRENT-BALANCE      PIC 9(12)V99 COMP-3.
       01  WS-PAID-THRU            PIC 9(8).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-DUE-MONTH        PIC 9(2).
           05  WS-DUE-DAY          PIC 9(2).
       01  WS-BILL-PI              PIC 9(10)V99 COMP-3.
       01  WS-BILL-ESCROW          PIC 9(10)V99 COMP-3.
       01  WS-BILL-LATE-FEE        PIC 9(10)V99 COMP-3.
       01  WS-BILL-PENALTY         PIC 9(10)V99 COMP-3.
       01  WS-BILL-RETURNED-FEE    PIC 9(10)V99 COMP-3.
       01  WS-BILL-FEES            PIC 9(10)V99 COMP-3.
       01  WS-BILL-PAST-DUE        PIC 9(10)V99 COMP-3.
       01  WS-BILL-TOTAL           PIC 9(10)V99 COMP-3.
       01  WS-FINAL-INSTALLMENT    PIC 9(12)V99 COMP-3.

      * Annuity work fields - computed stepwise; one COMPUTE
      * overflows the fixed-point intermediates and silently yields
      * zero.
       01  WS-CALC-RATE            PIC 9(3)V9(6) COMP-3.
       01  WS-MONTHLY-RATE         PIC 9(3)V9(9) COMP-3.
       01  WS-NUM-PAYMENTS         PIC 9(5) COMP-3.
       01  WS-TEMP-CALC            PIC 9(5)V9(9) COMP-3.
       01  WS-POWER-RESULT         PIC 9(10)V9(9) COMP-3.
       01  WS-CALC-WORK            PIC 9(12)V9(6) COMP-3.
       01  WS-ANNUITY-PAYMENT      PIC 9(12)V99 COMP-3.
       01  WS-ANNUITY-PRINCIPAL    PIC 9(12)V99 COMP-3.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).

       01  WS-STATEMENT-COUNT      PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
       01  WS-PAST-DUE-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOTAL-BILLED         PIC 9(13)V99 COMP-3 VALUE 0.

      * Control-trailer verification (same convention as the other
      * consumers of the calc engine's batch output).
       01  WS-DETAIL-COUNT         PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01  WS-TRL-RECORD-COUNT     PIC 9(8) VALUE 0.
       01  WS-VERIFY-FAILED        PIC X VALUE 'N'.

      * JSON Field Extraction Scratch Area (same technique as
      * ENHANCED-FINANCIAL-CALC-V2's EXTRACT-JSON-*-FIELD paragraphs).
       01  WS-JSON-KEY             PIC X(40).
       01  WS-JSON-SCRATCH         PIC X(1000).
       01  WS-JSON-REMAINDER       PIC X(1000).
       01  WS-JSON-VALUE           PIC X(200).

      * Display-edited statement and billed-file fields
       01  WS-COUNT-D              PIC ZZZZZ9.
       01  WS-MONEY-D              PIC Z(9)9.99.
       01  WS-TOTAL-D              PIC Z(12)9.99.
       01  WS-DAYS-D               PIC ZZZZ9.
       01  WS-AMOUNT-OUT-D         PIC 9(10).99.
       01  WS-PI-OUT-D             PIC 9(10).99.
       01  WS-ESCROW-OUT-D         PIC 9(10).99.
       01  WS-FEES-OUT-D           PIC 9(10).99.
       01  WS-PAST-DUE-OUT-D       PIC 9(10).99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-LATE-FEE-RESULTS
           PERFORM LOAD-YTD-ACTIVITY
           PERFORM FIND-LAST-CYCLE-DATE
           PERFORM LOAD-RETURNED-FEES

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'BILLING-STATEMENTS: LOAN MASTER MISSING - '
                   'CYCLE ABORTED, NOTHING BILLED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT BILLED-FILE

           PERFORM UNTIL WS-MASTER-AT-END
               READ MASTER-FILE INTO MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM BILL-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           PERFORM WRITE-SUMMARY-PAGE
           CLOSE STATEMENT-FILE
           CLOSE BILLED-FILE

           DISPLAY 'BILLING-STATEMENTS: STATEMENTS='
               WS-STATEMENT-COUNT ' SKIPPED=' WS-SKIPPED-COUNT

           IF WS-VERIFY-FAILED = 'Y'
               DISPLAY 'BILLING-STATEMENTS: LATE-FEE RESULTS NOT '
                   'VERIFIED - HOLD THE MAILING'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing balance file means nothing has posted yet - every  *
      * loan bills off its original principal.                       *
      *****************************************************************
       LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-AT-END
                   READ BALANCE-FILE INTO BALANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-BALANCE-EOF
                       NOT AT END
                           PERFORM LOAD-BALANCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-BALANCE-ENTRY.
           IF WS-BAL-COUNT >= 5000
               DISPLAY 'BILLING-STATEMENTS: BALANCE FILE EXCEEDS '
                   'TABLE CAPACITY - CYCLE ABORTED, NOTHING BILLED'
               CLOSE BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6
           UNSTRING BALANCE-RECORD DELIMITED BY '|'
               INTO WS-BAL-ID(WS-BAL-COUNT)
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-BAL-PRINCIPAL(WS-BAL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
           ELSE
               MOVE 0 TO WS-BAL-PRINCIPAL(WS-BAL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-BAL-PAYMENTS(WS-BAL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           ELSE
               MOVE 0 TO WS-BAL-PAYMENTS(WS-BAL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-BAL-PAID-THRU(WS-BAL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           ELSE
               MOVE 0 TO WS-BAL-PAID-THRU(WS-BAL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-BAL-INSTALLMENT(WS-BAL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           ELSE
               MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-COUNT)
           END-IF.

      *****************************************************************
      * The LATE-FEE-CALC results, trailer-verified. A missing       *
      * results file means the job stream ran out of order - that is *
      * a verification failure, not a quiet no-late-fees month.      *
      *****************************************************************
       LOAD-LATE-FEE-RESULTS.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-VERIFY-FAILED
               DISPLAY 'BILLING-STATEMENTS: RESULTS FILE MISSING '
                   '- WAS THE CALC BATCH RUN?'
           END-IF

           PERFORM READ-NEXT-RESULT
           PERFORM PROCESS-RESULT UNTIL WS-END-OF-FILE

           IF WS-RESULTS-FILE-STATUS NOT = '35'
               CLOSE RESULTS-FILE
               PERFORM VERIFY-CONTROL-TRAILER
           END-IF

      *    Charges from a feed that failed its proof are not billed -
      *    a wrong late fee on a mailed statement is a complaint.
      *    (Loaded before the returned payment fees, which come from
      *    their own file and still bill.)
           IF WS-VERIFY-FAILED = 'Y'
               MOVE 0 TO WS-FEE-COUNT
           END-IF.

       READ-NEXT-RESULT.
           IF NOT WS-END-OF-FILE
               READ RESULTS-FILE INTO RESULTS-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

       PROCESS-RESULT.
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
               FOR ALL '"trailer":'
           IF WS-MATCH-COUNT > 0
               PERFORM PARSE-CONTROL-TRAILER
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               MOVE 0 TO WS-MATCH-COUNT
               INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
                   FOR ALL '"calculation_type":"LATE-FEE-CALC'
               IF WS-MATCH-COUNT > 0
                   PERFORM STORE-LATE-FEE-RESULT
               END-IF
           END-IF
           PERFORM READ-NEXT-RESULT.

       STORE-LATE-FEE-RESULT.
           MOVE SPACES TO WS-LOAN-ID
           MOVE '"loan_id":"' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-STRING-FIELD
           IF WS-JSON-VALUE NOT = SPACES
               MOVE WS-JSON-VALUE TO WS-LOAN-ID
           END-IF

           MOVE 0 TO WS-LATE-FEE
           MOVE '"late_fee":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-LATE-FEE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE 0 TO WS-PENALTY
           MOVE '"penalty_interest":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-PENALTY = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE 0 TO WS-TOTAL-DUE
           MOVE '"total_amount_due":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-TOTAL-DUE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE '"days_past_due":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           IF WS-LOAN-ID NOT = SPACES
               PERFORM FIND-FEE-SLOT
               IF WS-FEE-SLOT = 0
                   IF WS-FEE-COUNT < 5000
                       ADD 1 TO WS-FEE-COUNT
                       MOVE WS-FEE-COUNT TO WS-FEE-SLOT
                   ELSE
                       MOVE 'Y' TO WS-FEE-OVERFLOW
                   END-IF
               END-IF
               IF WS-FEE-SLOT > 0
                   MOVE WS-LOAN-ID TO WS-FEE-LOAN-ID(WS-FEE-SLOT)
                   MOVE WS-LATE-FEE TO WS-FEE-LATE-FEE(WS-FEE-SLOT)
                   MOVE WS-PENALTY TO WS-FEE-PENALTY(WS-FEE-SLOT)
                   MOVE WS-DAYS-PAST-DUE TO WS-FEE-DAYS(WS-FEE-SLOT)
                   MOVE 0 TO WS-FEE-RETURNED(WS-FEE-SLOT)
      *            The installment the engine rolled into its total
      *            is what the borrower missed; a current account
      *            has nothing past due.
                   IF WS-DAYS-PAST-DUE > 0
                      AND WS-TOTAL-DUE > WS-LATE-FEE + WS-PENALTY
                       COMPUTE WS-FEE-PAST-DUE(WS-FEE-SLOT) =
                           WS-TOTAL-DUE - WS-LATE-FEE - WS-PENALTY
                   ELSE
                       MOVE 0 TO WS-FEE-PAST-DUE(WS-FEE-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-FEE-SLOT.
           MOVE 0 TO WS-FEE-SLOT
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
                      OR WS-FEE-SLOT > 0
               IF WS-FEE-LOAN-ID(WS-FEE-IDX) = WS-LOAN-ID
                   MOVE WS-FEE-IDX TO WS-FEE-SLOT
               END-IF
           END-PERFORM.

       PARSE-CONTROL-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE '"record_count":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-TRL-RECORD-COUNT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       VERIFY-CONTROL-TRAILER.
           IF WS-TRAILER-SEEN = 'N'
               MOVE 'Y' TO WS-VERIFY-FAILED
               DISPLAY 'BILLING-STATEMENTS: CONTROL TRAILER '
                   'MISSING FROM RESULTS FILE'
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   DISPLAY 'BILLING-STATEMENTS: RECORD COUNT '
                       'MISMATCH TRAILER=' WS-TRL-RECORD-COUNT
                       ' READ=' WS-DETAIL-COUNT
               END-IF
           END-IF
           IF WS-FEE-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-VERIFY-FAILED
               DISPLAY 'BILLING-STATEMENTS: LATE-FEE RESULTS '
                   'EXCEED TABLE CAPACITY'
           END-IF.

      *****************************************************************
      * Year-to-date activity: every posting in payment-history.dat  *
      * dated in the run year. No history yet is a clean zero.       *
      *****************************************************************
       LOAD-YTD-ACTIVITY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-AT-END
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-YTD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       ACCUMULATE-YTD-ENTRY.
           MOVE SPACES TO WS-HST-LOAN-ID
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6
           MOVE SPACES TO WS-PARSE-FIELD-7 WS-HST-TYPE
           UNSTRING HISTORY-RECORD DELIMITED BY '|'
               INTO WS-HST-LOAN-ID
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7
                    WS-HST-TYPE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-HST-DATE = FUNCTION NUMVAL(WS-PARSE-FIELD-2)
           ELSE
               MOVE 0 TO WS-HST-DATE
           END-IF
           MOVE WS-HST-DATE(1:4) TO WS-HST-YEAR

           IF WS-HST-YEAR = WS-RUN-YEAR
              AND WS-HST-LOAN-ID NOT = SPACES
               MOVE 0 TO WS-YTD-SLOT
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                       UNTIL WS-YTD-IDX > WS-YTD-COUNT
                          OR WS-YTD-SLOT > 0
                   IF WS-YTD-LOAN-ID(WS-YTD-IDX) = WS-HST-LOAN-ID
                       MOVE WS-YTD-IDX TO WS-YTD-SLOT
                   END-IF
               END-PERFORM
               IF WS-YTD-SLOT = 0 AND WS-YTD-COUNT < 5000
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-SLOT
                   MOVE WS-HST-LOAN-ID TO WS-YTD-LOAN-ID(WS-YTD-SLOT)
                   MOVE 0 TO WS-YTD-PAYMENTS(WS-YTD-SLOT)
                   MOVE 0 TO WS-YTD-AMOUNT(WS-YTD-SLOT)
                   MOVE 0 TO WS-YTD-INTEREST(WS-YTD-SLOT)
                   MOVE 0 TO WS-YTD-PRINCIPAL(WS-YTD-SLOT)
                   MOVE 0 TO WS-YTD-ESCROW(WS-YTD-SLOT)
               END-IF
               IF WS-YTD-SLOT > 0
                   IF WS-HST-TYPE = 'R'
                       PERFORM NET-OUT-REVERSAL
                   ELSE
                       PERFORM ADD-IN-POSTING
                   END-IF
               END-IF
           END-IF.

       ADD-IN-POSTING.
           ADD 1 TO WS-YTD-PAYMENTS(WS-YTD-SLOT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-YTD-AMOUNT(WS-YTD-SLOT) =
                   WS-YTD-AMOUNT(WS-YTD-SLOT)
                   + FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-YTD-INTEREST(WS-YTD-SLOT) =
                   WS-YTD-INTEREST(WS-YTD-SLOT)
                   + FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-YTD-PRINCIPAL(WS-YTD-SLOT) =
                   WS-YTD-PRINCIPAL(WS-YTD-SLOT)
                   + FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-YTD-ESCROW(WS-YTD-SLOT) =
                   WS-YTD-ESCROW(WS-YTD-SLOT)
                   + FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF.

      *    A reversal is dated with the original payment, so it nets
      *    out of the same year the posting landed in.
       NET-OUT-REVERSAL.
           IF WS-YTD-PAYMENTS(WS-YTD-SLOT) > 0
               SUBTRACT 1 FROM WS-YTD-PAYMENTS(WS-YTD-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-YTD-AMOUNT(WS-YTD-SLOT) =
                   WS-YTD-AMOUNT(WS-YTD-SLOT)
                   - FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-YTD-INTEREST(WS-YTD-SLOT) =
                   WS-YTD-INTEREST(WS-YTD-SLOT)
                   - FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-YTD-PRINCIPAL(WS-YTD-SLOT) =
                   WS-YTD-PRINCIPAL(WS-YTD-SLOT)
                   - FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-YTD-ESCROW(WS-YTD-SLOT) =
                   WS-YTD-ESCROW(WS-YTD-SLOT)
                   - FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF.

      *****************************************************************
      * The previous cycle's run date, from the billed-amounts file  *
      * this cycle is about to replace. When that file is today's    *
      * own - the cycle is being rerun - its rows carry the cutoff   *
      * the first run used as prior_cycle, and the rerun takes that  *
      * instead. No file means no cycle has run yet and every fee on *
      * file is still unbilled.                                      *
      *****************************************************************
       FIND-LAST-CYCLE-DATE.
           OPEN INPUT BILLED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-BILLED-AT-END
                   READ BILLED-FILE INTO BILLED-RECORD
                       AT END
                           MOVE 'Y' TO WS-BILLED-EOF
                       NOT AT END
                           PERFORM NOTE-BILLED-CYCLE
                   END-READ
               END-PERFORM
               CLOSE BILLED-FILE
           END-IF
           IF WS-FILE-CYCLE-DATE = WS-RUN-DATE
               MOVE WS-FILE-PRIOR-CYCLE TO WS-LAST-CYCLE-DATE
           ELSE
               IF WS-FILE-CYCLE-DATE < WS-RUN-DATE
                   MOVE WS-FILE-CYCLE-DATE TO WS-LAST-CYCLE-DATE
               END-IF
           END-IF.

       NOTE-BILLED-CYCLE.
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PRIOR-CYCLE-TEXT
           UNSTRING BILLED-RECORD DELIMITED BY '|'
               INTO WS-LOAN-ID WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7 WS-PARSE-FIELD-7
                    WS-PRIOR-CYCLE-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-CYCLE-DATE =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               IF WS-CYCLE-DATE > WS-FILE-CYCLE-DATE
                   MOVE WS-CYCLE-DATE TO WS-FILE-CYCLE-DATE
                   MOVE 0 TO WS-FILE-PRIOR-CYCLE
                   IF FUNCTION TEST-NUMVAL(WS-PRIOR-CYCLE-TEXT) = 0
                       COMPUTE WS-FILE-PRIOR-CYCLE =
                           FUNCTION NUMVAL(WS-PRIOR-CYCLE-TEXT)
                   END-IF
               END-IF
           END-IF.

       LOAD-RETURNED-FEES.
           OPEN INPUT FEE-FILE
           IF WS-FEE-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEE-AT-END
                   READ FEE-FILE INTO FEE-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEE-EOF
                       NOT AT END
                           PERFORM STORE-RETURNED-FEE
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF.

       STORE-RETURNED-FEE.
           MOVE SPACES TO WS-LOAN-ID WS-PARSE-FIELD-2
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           UNSTRING FEE-RECORD DELIMITED BY '|'
               INTO WS-LOAN-ID WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           END-UNSTRING
           IF WS-LOAN-ID NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-RFEE-DATE = FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               COMPUTE WS-RFEE-AMOUNT =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
               IF WS-RFEE-DATE > WS-LAST-CYCLE-DATE
                   PERFORM FIND-FEE-SLOT
                   IF WS-FEE-SLOT = 0
                       IF WS-FEE-COUNT < 5000
                           ADD 1 TO WS-FEE-COUNT
                           MOVE WS-FEE-COUNT TO WS-FEE-SLOT
                           MOVE WS-LOAN-ID
                               TO WS-FEE-LOAN-ID(WS-FEE-SLOT)
                           MOVE 0 TO WS-FEE-LATE-FEE(WS-FEE-SLOT)
                           MOVE 0 TO WS-FEE-PENALTY(WS-FEE-SLOT)
                           MOVE 0 TO WS-FEE-PAST-DUE(WS-FEE-SLOT)
                           MOVE 0 TO WS-FEE-DAYS(WS-FEE-SLOT)
                           MOVE 0 TO WS-FEE-RETURNED(WS-FEE-SLOT)
                       ELSE
                           DISPLAY 'BILLING-STATEMENTS: FEE TABLE '
                               'FULL - NSF FEE NOT BILLED ON LOAN '
                               WS-LOAN-ID
                       END-IF
                   END-IF
                   IF WS-FEE-SLOT > 0
                       ADD WS-RFEE-AMOUNT
                           TO WS-FEE-RETURNED(WS-FEE-SLOT)
                   END-IF
               END-IF
           END-IF.

       BILL-ONE-LOAN.
           MOVE SPACES TO WS-MST-ID WS-MST-BORROWER
           MOVE SPACES TO WS-MST-PRIN-TEXT WS-MST-RATE-TEXT
           MOVE SPACES TO WS-MST-TERM-TEXT WS-MST-ORIG-DATE
           MOVE SPACES TO WS-MST-STATUS WS-MST-CURRENCY
           MOVE SPACES TO WS-MST-FX-TEXT WS-MST-ESCROW-TEXT
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-MST-ID WS-MST-BORROWER WS-MST-PRIN-TEXT
                    WS-MST-RATE-TEXT WS-MST-TERM-TEXT
                    WS-MST-ORIG-DATE WS-MST-STATUS
                    WS-MST-CURRENCY WS-MST-FX-TEXT
                    WS-MST-ESCROW-TEXT
           END-UNSTRING

           IF WS-MST-STATUS NOT = 'A'
              AND WS-MST-STATUS NOT = 'N'
               CONTINUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-MST-PRIN-TEXT) = 0
                  AND FUNCTION TEST-NUMVAL(WS-MST-RATE-TEXT) = 0
                  AND FUNCTION TEST-NUMVAL(WS-MST-TERM-TEXT) = 0
                   COMPUTE WS-MST-PRINCIPAL =
                       FUNCTION NUMVAL(WS-MST-PRIN-TEXT)
                   COMPUTE WS-MST-RATE =
                       FUNCTION NUMVAL(WS-MST-RATE-TEXT)
                   COMPUTE WS-MST-TERM =
                       FUNCTION NUMVAL(WS-MST-TERM-TEXT)
                   IF WS-MST-ESCROW-TEXT NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(WS-MST-ESCROW-TEXT) = 0
                       COMPUTE WS-MST-ESCROW =
                           FUNCTION NUMVAL(WS-MST-ESCROW-TEXT)
                   ELSE
                       MOVE 0 TO WS-MST-ESCROW
                   END-IF
                   PERFORM BUILD-BILL
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'BILLING-STATEMENTS: UNBILLABLE TERMS ON '
                       'LOAN ' WS-MST-ID
               END-IF
           END-IF.

      *****************************************************************
      * The itemized bill. A loan whose posted balance is already    *
      * zero has nothing left to bill and is skipped.                *
      *****************************************************************
       BUILD-BILL.
           PERFORM RESOLVE-POSTED-POSITION
           IF WS-CURRENT-BALANCE = 0 OR WS-MST-TERM = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE WS-MST-PRINCIPAL TO WS-ANNUITY-PRINCIPAL
               MOVE WS-MST-TERM TO WS-NUM-PAYMENTS
               MOVE WS-MST-RATE TO WS-CALC-RATE
               PERFORM COMPUTE-ANNUITY-PAYMENT
               MOVE WS-ANNUITY-PAYMENT TO WS-BILL-PI
      *        An ARM reset re-amortized the loan to a new payment.
               IF WS-BAL-SLOT > 0
                   IF WS-BAL-INSTALLMENT(WS-BAL-SLOT) > 0
                       MOVE WS-BAL-INSTALLMENT(WS-BAL-SLOT)
                           TO WS-BILL-PI
                   END-IF
               END-IF

      *        The final installment is only what is left.
               COMPUTE WS-FINAL-INSTALLMENT ROUNDED =
                   WS-CURRENT-BALANCE
                   + (WS-CURRENT-BALANCE * WS-MST-RATE / 12)
               IF WS-BILL-PI > WS-FINAL-INSTALLMENT
                   MOVE WS-FINAL-INSTALLMENT TO WS-BILL-PI
               END-IF

               MOVE WS-MST-ESCROW TO WS-BILL-ESCROW
               MOVE 0 TO WS-BILL-LATE-FEE WS-BILL-PENALTY
               MOVE 0 TO WS-BILL-RETURNED-FEE
               MOVE 0 TO WS-BILL-PAST-DUE WS-DAYS-PAST-DUE
               MOVE WS-MST-ID TO WS-LOAN-ID
               PERFORM FIND-FEE-SLOT
               IF WS-FEE-SLOT > 0
                   MOVE WS-FEE-LATE-FEE(WS-FEE-SLOT)
                       TO WS-BILL-LATE-FEE
                   MOVE WS-FEE-PENALTY(WS-FEE-SLOT) TO WS-BILL-PENALTY
                   MOVE WS-FEE-PAST-DUE(WS-FEE-SLOT)
                       TO WS-BILL-PAST-DUE
                   MOVE WS-FEE-DAYS(WS-FEE-SLOT) TO WS-DAYS-PAST-DUE
                   MOVE WS-FEE-RETURNED(WS-FEE-SLOT)
                       TO WS-BILL-RETURNED-FEE
               END-IF
               COMPUTE WS-BILL-FEES =
                   WS-BILL-LATE-FEE + WS-BILL-PENALTY
                   + WS-BILL-RETURNED-FEE
               COMPUTE WS-BILL-TOTAL =
                   WS-BILL-PI + WS-BILL-ESCROW + WS-BILL-FEES
                   + WS-BILL-PAST-DUE

               PERFORM COMPUTE-DUE-DATE

               MOVE 0 TO WS-YTD-SLOT
               PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                       UNTIL WS-YTD-IDX > WS-YTD-COUNT
                          OR WS-YTD-SLOT > 0
                   IF WS-YTD-LOAN-ID(WS-YTD-IDX) = WS-MST-ID
                       MOVE WS-YTD-IDX TO WS-YTD-SLOT
                   END-IF
               END-PERFORM

               PERFORM WRITE-STATEMENT
               PERFORM WRITE-BILLED-AMOUNT

               ADD 1 TO WS-STATEMENT-COUNT
               ADD WS-BILL-TOTAL TO WS-TOTAL-BILLED
               IF WS-BILL-PAST-DUE > 0
                   ADD 1 TO WS-PAST-DUE-COUNT
               END-IF
           END-IF.

       RESOLVE-POSTED-POSITION.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-MST-ID
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                   TO WS-CURRENT-BALANCE
               MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-PAID-THRU
           ELSE
               MOVE WS-MST-PRINCIPAL TO WS-CURRENT-BALANCE
               MOVE 0 TO WS-PAID-THRU
           END-IF.

       COMPUTE-ANNUITY-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = WS-CALC-RATE / 12

           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
                   WS-ANNUITY-PRINCIPAL / WS-NUM-PAYMENTS
           ELSE
               COMPUTE WS-TEMP-CALC = 1 + WS-MONTHLY-RATE
               MOVE 1 TO WS-POWER-RESULT
               PERFORM WS-NUM-PAYMENTS TIMES
                   COMPUTE WS-POWER-RESULT =
                       WS-POWER-RESULT * WS-TEMP-CALC
               END-PERFORM
               COMPUTE WS-CALC-WORK =
                   WS-ANNUITY-PRINCIPAL * WS-MONTHLY-RATE
               COMPUTE WS-CALC-WORK =
                   WS-CALC-WORK * WS-POWER-RESULT
               COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
                   WS-CALC-WORK / (WS-POWER-RESULT - 1)
           END-IF.

       COMPUTE-DUE-DATE.
           IF WS-MST-ORIG-DATE(7:2) IS NUMERIC
               MOVE WS-MST-ORIG-DATE(7:2) TO WS-ORIG-DAY
           ELSE
               MOVE 1 TO WS-ORIG-DAY
           END-IF
           IF WS-ORIG-DAY > 28 OR WS-ORIG-DAY = 0
               MOVE 28 TO WS-ORIG-DAY
           END-IF
           MOVE WS-RUN-YEAR TO WS-DUE-YEAR
           IF WS-RUN-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               COMPUTE WS-DUE-MONTH = WS-RUN-MONTH + 1
           END-IF
           MOVE WS-ORIG-DAY TO WS-DUE-DAY.

       WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-LINE-LABEL WS-MONEY-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT.
           MOVE ALL '=' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DATE: ' WS-RUN-DATE
                  '      LOAN: ' WS-MST-ID
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'BORROWER: ' WS-MST-BORROWER
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'MONTHLY BILLING STATEMENT' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PAYMENT DUE DATE:          ' WS-DUE-DATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-CURRENT-BALANCE TO WS-MONEY-D
           MOVE 'PRINCIPAL BALANCE:      ' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-PAID-THRU > 0
               STRING 'PAID THROUGH:              ' WS-PAID-THRU
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               MOVE 'PAID THROUGH:              NO PAYMENTS POSTED'
                   TO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'AMOUNT DUE' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-BILL-PI TO WS-MONEY-D
           MOVE '  PRINCIPAL AND INTEREST' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-BILL-ESCROW TO WS-MONEY-D
           MOVE '  ESCROW                ' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-LINE
           IF WS-BILL-LATE-FEE > 0
               MOVE WS-BILL-LATE-FEE TO WS-MONEY-D
               MOVE '  LATE FEE              ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF WS-BILL-PENALTY > 0
               MOVE WS-BILL-PENALTY TO WS-MONEY-D
               MOVE '  PENALTY INTEREST      ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF WS-BILL-RETURNED-FEE > 0
               MOVE WS-BILL-RETURNED-FEE TO WS-MONEY-D
               MOVE '  RETURNED PAYMENT FEE  ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF WS-BILL-PAST-DUE > 0
               MOVE WS-BILL-PAST-DUE TO WS-MONEY-D
               MOVE '  PAST DUE AMOUNT       ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-DAYS-PAST-DUE TO WS-DAYS-D
               MOVE SPACES TO STATEMENT-RECORD
               STRING '    (ACCOUNT ' WS-DAYS-D ' DAYS PAST DUE)'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE WS-BILL-TOTAL TO WS-MONEY-D
           MOVE 'TOTAL AMOUNT DUE        ' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'YEAR-TO-DATE ACTIVITY ' WS-RUN-YEAR
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF WS-YTD-SLOT = 0
               MOVE '  NO PAYMENTS POSTED THIS YEAR'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               MOVE WS-YTD-PAYMENTS(WS-YTD-SLOT) TO WS-COUNT-D
               MOVE SPACES TO STATEMENT-RECORD
               STRING '  PAYMENTS POSTED             ' WS-COUNT-D
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-YTD-AMOUNT(WS-YTD-SLOT) TO WS-MONEY-D
               MOVE '  TOTAL PAID            ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-YTD-INTEREST(WS-YTD-SLOT) TO WS-MONEY-D
               MOVE '  INTEREST PAID         ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-YTD-PRINCIPAL(WS-YTD-SLOT) TO WS-MONEY-D
               MOVE '  PRINCIPAL PAID        ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-YTD-ESCROW(WS-YTD-SLOT) TO WS-MONEY-D
               MOVE '  ESCROW PAID           ' TO WS-LINE-LABEL
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       WRITE-BILLED-AMOUNT.
           MOVE WS-BILL-TOTAL TO WS-AMOUNT-OUT-D
           MOVE WS-BILL-PI TO WS-PI-OUT-D
           MOVE WS-BILL-ESCROW TO WS-ESCROW-OUT-D
           MOVE WS-BILL-FEES TO WS-FEES-OUT-D
           MOVE WS-BILL-PAST-DUE TO WS-PAST-DUE-OUT-D
           MOVE SPACES TO BILLED-RECORD
           STRING WS-MST-ID
                  '|' WS-RUN-DATE
                  '|' WS-DUE-DATE
                  '|' WS-AMOUNT-OUT-D
                  '|' WS-PI-OUT-D
                  '|' WS-ESCROW-OUT-D
                  '|' WS-FEES-OUT-D
                  '|' WS-PAST-DUE-OUT-D
                  '|' WS-LAST-CYCLE-DATE
               DELIMITED BY SIZE INTO BILLED-RECORD
           WRITE BILLED-RECORD.

       WRITE-SUMMARY-PAGE.
           MOVE ALL '=' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'BILLING CYCLE SUMMARY' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-STATEMENT-COUNT TO WS-COUNT-D
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'STATEMENTS PRODUCED  ' WS-COUNT-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-D
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'WITH PAST-DUE AMOUNT ' WS-COUNT-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-D
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'LOANS NOT BILLED     ' WS-COUNT-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-TOTAL-BILLED TO WS-TOTAL-D
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TOTAL BILLED      ' WS-TOTAL-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF WS-VERIFY-FAILED = 'Y'
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'LATE-FEE RESULTS NOT VERIFIED - FEES AND '
                      'PAST-DUE AMOUNTS OMITTED'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       EXTRACT-JSON-STRING-FIELD.
           MOVE SPACES TO WS-JSON-SCRATCH WS-JSON-REMAINDER
           MOVE SPACES TO WS-JSON-VALUE
           UNSTRING RESULTS-RECORD
                   DELIMITED BY FUNCTION TRIM(WS-JSON-KEY)
               INTO WS-JSON-SCRATCH WS-JSON-REMAINDER
           END-UNSTRING
           IF WS-JSON-REMAINDER NOT = SPACES
               UNSTRING WS-JSON-REMAINDER DELIMITED BY '"'
                   INTO WS-JSON-VALUE
               END-UNSTRING
           END-IF.

       EXTRACT-JSON-NUMERIC-FIELD.
           MOVE SPACES TO WS-JSON-SCRATCH WS-JSON-REMAINDER
           MOVE SPACES TO WS-JSON-VALUE
           UNSTRING RESULTS-RECORD
                   DELIMITED BY FUNCTION TRIM(WS-JSON-KEY)
               INTO WS-JSON-SCRATCH WS-JSON-REMAINDER
           END-UNSTRING
           IF WS-JSON-REMAINDER NOT = SPACES
               UNSTRING WS-JSON-REMAINDER DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               END-UNSTRING
           END-IF.
