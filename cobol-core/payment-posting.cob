      *                                                               *
      * Balance record (loan-balance.dat):                           *
      *   loan_id|principal_balance|payments_made|paid_thru_date|    *
      *   escrow_balance[|installment]                               *
      *   A loan with no balance row yet is opened from its          *
      *   loan-master.dat principal on its first posted payment.     *
      *   installment is the principal-and-interest payment an ARM   *
      *   reset re-amortized the loan to (ARM-RATE-RESET); it is     *
      *   carried through untouched, and a row without one bills     *
      *   the contractual payment from the master terms.             *
      *                                                               *
      * Every payment - posted or rejected - is written to the       *
      * posting register with its split, so servicing can answer     *
      * per-loan escrow ledger ESCROW-ANALYSIS balances against the  *
      * tax and insurance disbursements the payables interface       *
      * appends in the same format (DISB|TAX, DISB|INS).             *
      *                                                               *
      * Every posted payment is also appended to payment-history.dat *
      * (loan_id|payment_date|amount|interest|principal|escrow|      *
      * run_date|P|prior_paid_thru), the cumulative record of        *
      * postings the register only holds for one night -             *
      * BILLING-STATEMENTS draws its year-to-date activity from it.  *
      *                                                               *
      * Returned (NSF) and misapplied payments are backed out with a *
      * reversal transaction in the same file:                       *
      *   REVERSE|loan_id|payment_date|amount|reason|user            *
      * naming the original posting by the loan, date and AMT= the   *
      * register printed for it. reason NSF assesses the returned-   *
      * payment fee; ERROR (posted to the wrong loan) does not. The  *
      * reversal must match a posting in payment-history.dat made in *
      * the last 120 days and not already reversed, or it is         *
      * rejected. A matched reversal:                                *
      *   - adds the posting's principal back to principal_balance,  *
      *     takes its escrow back out of escrow_balance and takes    *
      *     one off payments_made (interest is not carried on the    *
      *     balance file; see the accrual note below)                *
      *   - rolls paid_thru_date back to the latest posting still    *
      *     standing, or to the paid-thru date the reversed posting  *
      *     found, when the reversed payment was the one that set it *
      *   - appends an offsetting COLL|REVERSAL row to               *
      *     escrow-ledger.dat for the escrow portion                 *
      *   - appends the reversal (type R) to payment-history.dat so  *
      *     the posting cannot be reversed twice                     *
      *   - for NSF, appends the returned-payment fee to             *
      *     payment-fees.dat (loan_id|date|NSF|amount|user), which   *
      *     BILLING-STATEMENTS bills on the next statement           *
      * Every reversal, applied or rejected, is written to           *
      * payment-reversal-audit.log                                   *
      * (date|time|user|REVERSE|loan_id|result|detail). A reversal   *
      * whose escrow has already been disbursed is rejected for      *
      * manual handling rather than driving the escrow balance       *
      * negative. So is a reversal on a paid-off loan - master       *
      * status P, or a loan on payoff-history.dat whose balance is   *
      * still zero while the payoff's closure is pending - since a   *
      * payoff is undone by servicing, not by putting its principal  *
      * back here.                                                   *
      *                                                               *
      * Incoming payments are checked against the current cycle's    *
      * billed-amounts.dat from BILLING-STATEMENTS. A payment short  *
      * of the billed amount still posts, but is flagged SHORT OF    *
      * BILLED on the register and counted in the register totals    *
      * so servicing can follow up. No billed-amounts file, or no    *
      * row for the loan, means no check.                            *
      *                                                               *
      * Non-accrual loans (master status N) take payments exactly as *
      * accruing loans do. A payment on a charged-off loan (status   *
      * C) posts as a recovery: no interest or escrow split - the    *
      * whole payment comes off the legal principal balance, is      *
      * written to payment-history.dat as type V, and is appended to *
      * loan-recoveries.dat (loan_id|payment_date|amount|run_date|   *
      * P), from which GL-JOURNAL-GENERATOR books the recovery to    *
      * the allowance. Reversing a recovery appends the same row     *
      * with type R so the GL entry is backed out too.               *
      *                                                               *
      * Accrued interest: INTEREST-ACCRUAL carries each loan's       *
      * earned-but-unpaid interest in loan-accrual.dat. The interest *
      * portion of every posted payment comes off the loan's         *
      * accrued_unpaid (never below zero), and a reversed payment on *
      * an accruing loan puts its interest portion back. The file is *
      * rewritten through MASTER-GENERATIONS when anything moved,    *
      * and only once the balance rewrite has committed; a           *
      * loan with no accrual row yet, or no accrual file at all,     *
      * posts exactly as before.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ESCROW-LEDGER-FILE ASSIGN TO 'escrow-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'payment-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BILLED-FILE ASSIGN TO 'billed-amounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.
           SELECT FEE-FILE ASSIGN TO 'payment-fees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO 'loan-recoveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.
           SELECT REVERSAL-AUDIT-FILE ASSIGN TO
               'payment-reversal-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'loan-accrual.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT PAYOFF-HISTORY-FILE ASSIGN TO 'payoff-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFF-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       01  TRANS-RECORD PIC X(100).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).
       FD  ESCROW-LEDGER-FILE.
       01  ESCROW-LEDGER-RECORD PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(150).

       FD  BILLED-FILE.
       01  BILLED-RECORD PIC X(150).

       FD  FEE-FILE.
       01  FEE-RECORD PIC X(80).

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD PIC X(80).

       FD  REVERSAL-AUDIT-FILE.
       01  REVERSAL-AUDIT-RECORD PIC X(300).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD PIC X(100).

       FD  PAYOFF-HISTORY-FILE.
       01  PAYOFF-HISTORY-RECORD PIC X(150).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-BILLED-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-FEE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RECOVERY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-PAYOFF-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-TRANS-EOF            PIC X VALUE 'N'.
           88  WS-TRANS-AT-END         VALUE 'Y'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-BILLED-EOF           PIC X VALUE 'N'.
           88  WS-BILLED-AT-END        VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
           88  WS-HISTORY-AT-END       VALUE 'Y'.
       01  WS-ACCRUAL-EOF          PIC X VALUE 'N'.
           88  WS-ACCRUAL-AT-END       VALUE 'Y'.
       01  WS-PAYOFF-EOF           PIC X VALUE 'N'.
           88  WS-PAYOFF-AT-END        VALUE 'Y'.

      * In-memory image of the loan master, read-only - payments
      * resolve their rate, term and opening principal from it.
               10  WS-MST-RATE      PIC 9(3)V9(6) COMP-3.
               10  WS-MST-TERM      PIC 9(5) COMP-3.
               10  WS-MST-STATUS    PIC X(1).
               10  WS-MST-PAID-OFF  PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

               10  WS-BAL-PAYMENTS  PIC 9(5) COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
               10  WS-BAL-ESCROW    PIC 9(10)V99 COMP-3.
               10  WS-BAL-INSTALLMENT PIC 9(10)V99 COMP-3.
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Accrued-but-unpaid interest by loan, from INTEREST-ACCRUAL,
      * relieved by posted interest and rewritten at end of job.
       01  WS-ACCRUAL-TABLE.
           05  WS-ACR-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-ACR OCCURS 5000 TIMES.
               10  WS-ACR-ID        PIC X(10).
               10  WS-ACR-ACCRUED   PIC 9(10)V99 COMP-3.
               10  WS-ACR-THRU      PIC 9(8).
               10  WS-ACR-MTD       PIC 9(10)V99 COMP-3.
               10  WS-ACR-MTD-MONTH PIC 9(6).
       01  WS-ACR-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-ACR-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-ACCRUAL-CHANGED      PIC X VALUE 'N'.
       01  WS-INTEREST-RELIEVED    PIC 9(10)V99 COMP-3.

      * This cycle's billed amount by loan, from BILLING-STATEMENTS.
       01  WS-BILLED-TABLE.
           05  WS-BIL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BIL OCCURS 5000 TIMES.
               10  WS-BIL-ID        PIC X(10).
               10  WS-BIL-AMOUNT    PIC 9(10)V99 COMP-3.
       01  WS-BIL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BIL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Postings still reversible: every payment-history.dat posting
      * dated inside the reversal window plus tonight's, each
      * flagged once a reversal has consumed it.
       01  WS-POSTING-TABLE.
           05  WS-PST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-PST OCCURS 20000 TIMES.
               10  WS-PST-ID         PIC X(10).
               10  WS-PST-DATE       PIC 9(8).
               10  WS-PST-AMOUNT     PIC 9(10)V99 COMP-3.
               10  WS-PST-INTEREST   PIC 9(10)V99 COMP-3.
               10  WS-PST-PRINCIPAL  PIC 9(10)V99 COMP-3.
               10  WS-PST-ESCROW     PIC 9(10)V99 COMP-3.
               10  WS-PST-PRIOR-THRU PIC 9(8).
               10  WS-PST-REVERSED   PIC X.
               10  WS-PST-KIND       PIC X.
       01  WS-PST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-PST-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-PST-OVERFLOW         PIC X VALUE 'N'.
       01  WS-REVERSAL-WINDOW-DAYS PIC 9(3) VALUE 120.
       01  WS-WINDOW-START         PIC 9(8) VALUE 0.

      * History row being loaded.
       01  WS-HST-LOAN-ID          PIC X(10).
       01  WS-HST-DATE             PIC 9(8).
       01  WS-HST-AMOUNT           PIC 9(10)V99 COMP-3.
       01  WS-HST-TYPE             PIC X(1).

      * The reversal being applied. The returned-payment fee is the
      * flat NSF charge in the servicing fee schedule.
       01  WS-REV-REASON           PIC X(8).
       01  WS-REV-USER-ID          PIC X(10).
       01  WS-REV-FEE              PIC 9(4)V99 COMP-3 VALUE 0.
       01  WS-RETURNED-PAYMENT-FEE PIC 9(4)V99 COMP-3 VALUE 25.00.
       01  WS-REV-OLD-THRU         PIC 9(8).
       01  WS-REV-NEW-THRU         PIC 9(8).
       01  WS-REV-DETAIL           PIC X(120).
       01  WS-AUDIT-RESULT         PIC X(8).
       01  WS-PRIOR-THRU           PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       01  WS-REVERSALS-APPLIED    PIC 9(6) VALUE 0.
       01  WS-REVERSALS-REJECTED   PIC 9(6) VALUE 0.
       01  WS-RECOVERIES-POSTED    PIC 9(6) VALUE 0.

      * History row type of the posting being written - P for a
      * payment, V for a recovery on a charged-off loan.
       01  WS-POST-KIND            PIC X VALUE 'P'.
       01  WS-RECOVERY-TYPE        PIC X VALUE 'P'.

      * Parsed fields of the record being loaded or posted.
       01  WS-PARSE-FIELD-1        PIC X(30).
       01  WS-PARSE-FIELD-2        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).
       01  WS-PARSE-FIELD-8        PIC X(15).
       01  WS-PARSE-FIELD-9        PIC X(15).

       01  WS-PAY-LOAN-ID          PIC X(10).
       01  WS-PAY-DATE             PIC 9(8).
       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-TRANS-POSTED         PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(6) VALUE 0.
       01  WS-TRANS-SHORT          PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).

      * Display-edited mirrors for the balance rewrite and register.
       01  WS-BALANCE-D            PIC 9(10).99.
       01  WS-ESCROW-BAL-D         PIC 9(8).99.
       01  WS-INSTALLMENT-D        PIC 9(8).99.
       01  WS-INSTALLMENT-TEXT     PIC X(12).
       01  WS-ACCRUED-D            PIC 9(8).99.
       01  WS-MTD-D                PIC 9(8).99.
       01  WS-PAYMENTS-D           PIC 9(5).
       01  WS-AMOUNT-D             PIC Z(7)9.99.
       01  WS-INTEREST-D           PIC Z(7)9.99.
       01  WS-PRINCIPAL-D          PIC Z(7)9.99.
       01  WS-ESCROW-D             PIC Z(7)9.99.
       01  WS-NEW-BALANCE-D        PIC Z(9)9.99.
       01  WS-HIST-AMOUNT-D        PIC 9(10).99.
       01  WS-HIST-INTEREST-D      PIC 9(10).99.
       01  WS-HIST-PRINCIPAL-D     PIC 9(10).99.
       01  WS-HIST-ESCROW-D        PIC 9(10).99.
       01  WS-FEE-D                PIC 9(6).99.
       01  WS-FEE-EDIT-D           PIC Z(3)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-PAYOFF-HISTORY
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-BILLED-TABLE
           PERFORM LOAD-POSTING-HISTORY
           PERFORM LOAD-ACCRUAL-TABLE

           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT REJECTS-FILE
           PERFORM OPEN-ESCROW-LEDGER
           PERFORM OPEN-PAYMENT-HISTORY
           PERFORM OPEN-FEE-FILE
           PERFORM OPEN-REVERSAL-AUDIT
           PERFORM OPEN-RECOVERY-FILE

           MOVE 'PAYMENT POSTING REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           STRING 'PAYMENTS READ=' WS-TRANS-READ
                  '  POSTED=' WS-TRANS-POSTED
                  '  REJECTED=' WS-TRANS-REJECTED
                  '  SHORT OF BILLED=' WS-TRANS-SHORT
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'REVERSALS APPLIED=' WS-REVERSALS-APPLIED
                  '  REVERSALS REJECTED=' WS-REVERSALS-REJECTED
                  '  RECOVERIES=' WS-RECOVERIES-POSTED
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE REGISTER-FILE
           CLOSE REJECTS-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE HISTORY-FILE
           CLOSE FEE-FILE
           CLOSE REVERSAL-AUDIT-FILE
           CLOSE RECOVERY-FILE

           PERFORM REWRITE-BALANCE-FILE
           IF WS-GEN-STATUS = 'G'
              AND WS-ACCRUAL-CHANGED = 'Y'
               PERFORM REWRITE-ACCRUAL-FILE
           END-IF

           DISPLAY 'PAYMENT-POSTING: READ=' WS-TRANS-READ
               ' POSTED=' WS-TRANS-POSTED
               ' REJECTED=' WS-TRANS-REJECTED
               ' REVERSED=' WS-REVERSALS-APPLIED
               ' RECOVERIES=' WS-RECOVERIES-POSTED

           IF RETURN-CODE = 0
              AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                    WS-PARSE-FIELD-5
                    WS-MST-STATUS(WS-MST-COUNT)
           END-UNSTRING
           MOVE 'N' TO WS-MST-PAID-OFF(WS-MST-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-MST-PRINCIPAL(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               MOVE 0 TO WS-MST-TERM(WS-MST-COUNT)
           END-IF.

      *****************************************************************
      * Loans PAYOFF-POSTING has closed, from payoff-history.dat. No *
      * file means no payoff has ever posted.                        *
      *****************************************************************
       LOAD-PAYOFF-HISTORY.
           OPEN INPUT PAYOFF-HISTORY-FILE
           IF WS-PAYOFF-FILE-STATUS = '00'
               PERFORM UNTIL WS-PAYOFF-AT-END
                   READ PAYOFF-HISTORY-FILE INTO PAYOFF-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-PAYOFF-EOF
                       NOT AT END
                           MOVE PAYOFF-HISTORY-RECORD(1:10)
                               TO WS-PAY-LOAN-ID
                           PERFORM FIND-MASTER-SLOT
                           IF WS-MST-SLOT > 0
                               MOVE 'Y' TO WS-MST-PAID-OFF(WS-MST-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYOFF-HISTORY-FILE
           END-IF.

      *****************************************************************
      * No billed-amounts file (no billing cycle run yet) just means *
      * there is nothing to check payments against.                  *
      *****************************************************************
       LOAD-BILLED-TABLE.
           OPEN INPUT BILLED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-BILLED-AT-END
                   READ BILLED-FILE INTO BILLED-RECORD
                       AT END
                           MOVE 'Y' TO WS-BILLED-EOF
                       NOT AT END
                           PERFORM LOAD-BILLED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BILLED-FILE
           END-IF.

       LOAD-BILLED-ENTRY.
           IF WS-BIL-COUNT < 5000
               ADD 1 TO WS-BIL-COUNT
               MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
               MOVE SPACES TO WS-PARSE-FIELD-4
               UNSTRING BILLED-RECORD DELIMITED BY '|'
                   INTO WS-BIL-ID(WS-BIL-COUNT)
                        WS-PARSE-FIELD-2
                        WS-PARSE-FIELD-3
                        WS-PARSE-FIELD-4
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
                   COMPUTE WS-BIL-AMOUNT(WS-BIL-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-4)
               ELSE
                   MOVE 0 TO WS-BIL-AMOUNT(WS-BIL-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * The reversible postings: payment-history.dat postings dated  *
      * inside the reversal window, less those a later type R row    *
      * has already reversed. No history yet is a clean empty table. *
      *****************************************************************
       LOAD-POSTING-HISTORY.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-REVERSAL-WINDOW-DAYS)
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-AT-END
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM LOAD-POSTING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-POSTING-ENTRY.
           MOVE SPACES TO WS-HST-LOAN-ID WS-HST-TYPE
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6 WS-PARSE-FIELD-7
           MOVE SPACES TO WS-PARSE-FIELD-9
           UNSTRING HISTORY-RECORD DELIMITED BY '|'
               INTO WS-HST-LOAN-ID
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7
                    WS-HST-TYPE
                    WS-PARSE-FIELD-9
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-HST-DATE = FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               COMPUTE WS-HST-AMOUNT =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
               IF WS-HST-TYPE = 'R'
                   PERFORM MARK-POSTING-REVERSED
               ELSE
                   IF WS-HST-DATE >= WS-WINDOW-START
                       PERFORM STORE-POSTING-ENTRY
                   END-IF
               END-IF
           END-IF.

       STORE-POSTING-ENTRY.
           IF WS-PST-COUNT >= 20000
               MOVE 'Y' TO WS-PST-OVERFLOW
           ELSE
               ADD 1 TO WS-PST-COUNT
               MOVE WS-HST-LOAN-ID TO WS-PST-ID(WS-PST-COUNT)
               MOVE WS-HST-DATE TO WS-PST-DATE(WS-PST-COUNT)
               MOVE WS-HST-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
               MOVE 0 TO WS-PST-INTEREST(WS-PST-COUNT)
               MOVE 0 TO WS-PST-PRINCIPAL(WS-PST-COUNT)
               MOVE 0 TO WS-PST-ESCROW(WS-PST-COUNT)
               MOVE 0 TO WS-PST-PRIOR-THRU(WS-PST-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
                   COMPUTE WS-PST-INTEREST(WS-PST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-4)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
                   COMPUTE WS-PST-PRINCIPAL(WS-PST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-5)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
                   COMPUTE WS-PST-ESCROW(WS-PST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-6)
               END-IF
               IF WS-PARSE-FIELD-9 NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-9) = 0
                   COMPUTE WS-PST-PRIOR-THRU(WS-PST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-9)
               END-IF
               MOVE 'N' TO WS-PST-REVERSED(WS-PST-COUNT)
               MOVE WS-HST-TYPE TO WS-PST-KIND(WS-PST-COUNT)
           END-IF.

       MARK-POSTING-REVERSED.
           MOVE WS-HST-LOAN-ID TO WS-PAY-LOAN-ID
           MOVE WS-HST-DATE TO WS-PAY-DATE
           MOVE WS-HST-AMOUNT TO WS-PAY-AMOUNT
           PERFORM FIND-ORIGINAL-POSTING
           IF WS-PST-SLOT > 0
               MOVE 'Y' TO WS-PST-REVERSED(WS-PST-SLOT)
           END-IF.

      *****************************************************************
      * A missing balance file is a valid first-ever run: the table  *
      * starts empty and first payments open their loans' rows.      *
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
                   FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           ELSE
               MOVE 0 TO WS-BAL-ESCROW(WS-BAL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-BAL-INSTALLMENT(WS-BAL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           ELSE
               MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-COUNT)
           END-IF.

      *****************************************************************
      * No accrual file simply means interest accrual has not run    *
      * yet. One too big for the table stops the job - rewriting a   *
      * truncated image would lose the accruals left behind.         *
      *****************************************************************
       LOAD-ACCRUAL-TABLE.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-ACCRUAL-AT-END
                   READ ACCRUAL-FILE INTO ACCRUAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCRUAL-EOF
                       NOT AT END
                           PERFORM LOAD-ACCRUAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

       LOAD-ACCRUAL-ENTRY.
           IF WS-ACR-COUNT >= 5000
               DISPLAY 'PAYMENT-POSTING: ACCRUAL FILE EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING POSTED'
               CLOSE ACCRUAL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACR-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           UNSTRING ACCRUAL-RECORD DELIMITED BY '|'
               INTO WS-ACR-ID(WS-ACR-COUNT)
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
           END-UNSTRING
           MOVE 0 TO WS-ACR-ACCRUED(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-THRU(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-MTD(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-MTD-MONTH(WS-ACR-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-ACR-ACCRUED(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-ACR-THRU(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-ACR-MTD(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-ACR-MTD-MONTH(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           END-IF.

       READ-NEXT-TRANSACTION.

       POST-PAYMENT.
           ADD 1 TO WS-TRANS-READ
           IF TRANS-RECORD(1:8) = 'REVERSE|'
               PERFORM REVERSE-PAYMENT
           ELSE
               PERFORM POST-NEW-PAYMENT
           END-IF
           PERFORM READ-NEXT-TRANSACTION.

       POST-NEW-PAYMENT.
           MOVE SPACES TO WS-PAY-LOAN-ID
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4
           MOVE 0 TO WS-PAY-DATE WS-PAY-AMOUNT WS-PAY-ESCROW
           MOVE 0 TO WS-INTEREST-PORTION WS-PRINCIPAL-PORTION
           MOVE 0 TO WS-OVERPAYMENT
           MOVE 'P' TO WS-POST-KIND

           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-PAY-LOAN-ID WS-PARSE-FIELD-2
               PERFORM WRITE-PAYMENT-REJECT
           ELSE
               ADD 1 TO WS-TRANS-POSTED
               PERFORM WRITE-PAYMENT-HISTORY
               IF WS-POST-KIND = 'V'
                   ADD 1 TO WS-RECOVERIES-POSTED
                   MOVE 'P' TO WS-RECOVERY-TYPE
                   PERFORM WRITE-RECOVERY-ROW
               END-IF
               PERFORM CHECK-BILLED-AMOUNT
           END-IF

           PERFORM WRITE-REGISTER-LINE.

       VALIDATE-PAYMENT.
           MOVE 'POSTED' TO WS-POST-RESULT
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-POST-DETAIL
      *        Non-accrual and charged-off loans still take cash -
      *        only an inactive loan has nothing left to pay.
               WHEN WS-MST-STATUS(WS-MST-SLOT) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'N'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'C'
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'LOAN INACTIVE' TO WS-POST-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) NOT = 0
           IF WS-BAL-SLOT = 0
               PERFORM OPEN-BALANCE-ROW
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-RESULT = 'REJECTED'
                   CONTINUE
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'C'
                   PERFORM APPLY-RECOVERY
               WHEN OTHER
                   COMPUTE WS-MONTHLY-RATE =
                       WS-MST-RATE(WS-MST-SLOT) / 12
                   COMPUTE WS-INTEREST-PORTION ROUNDED =
                       WS-BAL-PRINCIPAL(WS-BAL-SLOT) * WS-MONTHLY-RATE
                   IF WS-PAY-AMOUNT <
                          WS-INTEREST-PORTION + WS-PAY-ESCROW
                       MOVE 'REJECTED' TO WS-POST-RESULT
                       MOVE 'UNDER INTEREST+ESCROW DUE'
                           TO WS-POST-DETAIL
                       MOVE 0 TO WS-INTEREST-PORTION
                   ELSE
                       COMPUTE WS-PRINCIPAL-PORTION =
                           WS-PAY-AMOUNT - WS-INTEREST-PORTION
                           - WS-PAY-ESCROW
                       IF WS-PRINCIPAL-PORTION >
                              WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                           COMPUTE WS-OVERPAYMENT =
                               WS-PRINCIPAL-PORTION
                               - WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                           MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                               TO WS-PRINCIPAL-PORTION
                       END-IF
                       COMPUTE WS-BAL-PRINCIPAL(WS-BAL-SLOT) =
                           WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                           - WS-PRINCIPAL-PORTION
                       ADD WS-PAY-ESCROW
                           TO WS-BAL-ESCROW(WS-BAL-SLOT)
                       IF WS-PAY-ESCROW > 0
                           PERFORM WRITE-ESCROW-COLLECTION
                       END-IF
                       ADD 1 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
                       PERFORM RELIEVE-ACCRUED-INTEREST
                       MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT)
                           TO WS-PRIOR-THRU
                       IF WS-PAY-DATE > WS-BAL-PAID-THRU(WS-BAL-SLOT)
                           MOVE WS-PAY-DATE
                               TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Recovery on a charged-off loan. The loan is off the books,   *
      * so nothing accrues and no escrow is collected: the whole     *
      * payment reduces what the borrower still legally owes, with   *
      * anything beyond that held out as an overpayment.             *
      *****************************************************************
       APPLY-RECOVERY.
           MOVE 'RECOVERY' TO WS-POST-RESULT
           MOVE 'V' TO WS-POST-KIND
           MOVE 0 TO WS-INTEREST-PORTION WS-PAY-ESCROW
           MOVE WS-PAY-AMOUNT TO WS-PRINCIPAL-PORTION
           IF WS-PRINCIPAL-PORTION > WS-BAL-PRINCIPAL(WS-BAL-SLOT)
               COMPUTE WS-OVERPAYMENT =
                   WS-PRINCIPAL-PORTION - WS-BAL-PRINCIPAL(WS-BAL-SLOT)
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                   TO WS-PRINCIPAL-PORTION
           END-IF
           SUBTRACT WS-PRINCIPAL-PORTION
               FROM WS-BAL-PRINCIPAL(WS-BAL-SLOT)
           ADD 1 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
           MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-PRIOR-THRU
           IF WS-PAY-DATE > WS-BAL-PAID-THRU(WS-BAL-SLOT)
               MOVE WS-PAY-DATE TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
           END-IF
           MOVE 'CHARGED-OFF LOAN' TO WS-POST-DETAIL.

      *****************************************************************
      * The interest a payment pays comes off what the loan has      *
      * accrued and not been paid. A payment that pays more interest *
      * than has accrued (paid ahead of the accrual) takes the       *
      * accrual to zero and no further.                              *
      *****************************************************************
       RELIEVE-ACCRUED-INTEREST.
           PERFORM FIND-ACCRUAL-SLOT
           IF WS-ACR-SLOT > 0
              AND WS-INTEREST-PORTION > 0
               IF WS-INTEREST-PORTION > WS-ACR-ACCRUED(WS-ACR-SLOT)
                   MOVE WS-ACR-ACCRUED(WS-ACR-SLOT)
                       TO WS-INTEREST-RELIEVED
               ELSE
                   MOVE WS-INTEREST-PORTION TO WS-INTEREST-RELIEVED
               END-IF
               SUBTRACT WS-INTEREST-RELIEVED
                   FROM WS-ACR-ACCRUED(WS-ACR-SLOT)
               MOVE 'Y' TO WS-ACCRUAL-CHANGED
           END-IF.

      *    A reversed payment's interest is owed again. Only accruing
      *    loans carry accrued interest, so nothing is restored on a
      *    loan that has since gone to non-accrual or charge-off.
       RESTORE-ACCRUED-INTEREST.
           PERFORM FIND-ACCRUAL-SLOT
           IF WS-ACR-SLOT > 0
              AND WS-INTEREST-PORTION > 0
               ADD WS-INTEREST-PORTION TO WS-ACR-ACCRUED(WS-ACR-SLOT)
               MOVE 'Y' TO WS-ACCRUAL-CHANGED
           END-IF.

       FIND-ACCRUAL-SLOT.
           MOVE 0 TO WS-ACR-SLOT
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                   UNTIL WS-ACR-IDX > WS-ACR-COUNT
                      OR WS-ACR-SLOT > 0
               IF WS-ACR-ID(WS-ACR-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-ACR-IDX TO WS-ACR-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Returned or misapplied payment. Validated first, then the    *
      * original posting is found; anything that cannot be matched   *
      * is rejected and nothing moves.                               *
      *****************************************************************
       REVERSE-PAYMENT.
           MOVE SPACES TO WS-PAY-LOAN-ID WS-PARSE-FIELD-1
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-REV-REASON WS-REV-USER-ID
           MOVE SPACES TO WS-POST-DETAIL WS-REV-DETAIL
           MOVE 0 TO WS-PAY-DATE WS-PAY-AMOUNT WS-PAY-ESCROW
           MOVE 0 TO WS-INTEREST-PORTION WS-PRINCIPAL-PORTION
           MOVE 0 TO WS-OVERPAYMENT WS-REV-FEE
           MOVE 0 TO WS-BAL-SLOT WS-PST-SLOT

           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD-1 WS-PAY-LOAN-ID
                    WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
                    WS-REV-REASON WS-REV-USER-ID
           END-UNSTRING

           PERFORM VALIDATE-REVERSAL
           IF WS-POST-RESULT NOT = 'REJECTED'
               PERFORM APPLY-REVERSAL
           END-IF

           IF WS-POST-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
               ADD 1 TO WS-REVERSALS-REJECTED
               PERFORM WRITE-PAYMENT-REJECT
               MOVE WS-POST-DETAIL TO WS-REV-DETAIL
           ELSE
               ADD 1 TO WS-REVERSALS-APPLIED
           END-IF

           PERFORM WRITE-REVERSAL-AUDIT
           PERFORM WRITE-REGISTER-LINE.

       VALIDATE-REVERSAL.
           MOVE 'REVERSED' TO WS-POST-RESULT
           PERFORM FIND-MASTER-SLOT
           PERFORM FIND-BALANCE-SLOT
           EVALUATE TRUE
               WHEN WS-REV-USER-ID = SPACES
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'USER ID MISSING' TO WS-POST-DETAIL
               WHEN WS-PAY-LOAN-ID = SPACES
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'LOAN ID MISSING' TO WS-POST-DETAIL
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-POST-DETAIL
               WHEN WS-BAL-SLOT = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'NO POSTED BALANCE' TO WS-POST-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'P'
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'LOAN PAID IN FULL' TO WS-POST-DETAIL
               WHEN WS-MST-PAID-OFF(WS-MST-SLOT) = 'Y'
                AND WS-BAL-PRINCIPAL(WS-BAL-SLOT) = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'PAYOFF PENDING CLOSE' TO WS-POST-DETAIL
               WHEN WS-REV-REASON NOT = 'NSF'
                    AND WS-REV-REASON NOT = 'ERROR'
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'BAD REVERSAL REASON' TO WS-POST-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) NOT = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'BAD PAYMENT DATE' TO WS-POST-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) NOT = 0
                   MOVE 'REJECTED' TO WS-POST-RESULT
                   MOVE 'NON-NUMERIC AMOUNT' TO WS-POST-DETAIL
               WHEN OTHER
                   COMPUTE WS-PAY-DATE =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-2)
                   COMPUTE WS-PAY-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-3)
                   PERFORM FIND-ORIGINAL-POSTING
                   EVALUATE TRUE
                       WHEN WS-PST-SLOT = 0
                          AND WS-PST-OVERFLOW = 'Y'
                           MOVE 'REJECTED' TO WS-POST-RESULT
                           MOVE 'POSTING HISTORY OVER CAPACITY'
                               TO WS-POST-DETAIL
                       WHEN WS-PST-SLOT = 0
                           MOVE 'REJECTED' TO WS-POST-RESULT
                           MOVE 'NO MATCHING POSTING'
                               TO WS-POST-DETAIL
                       WHEN WS-PST-ESCROW(WS-PST-SLOT) >
                            WS-BAL-ESCROW(WS-BAL-SLOT)
                           MOVE 'REJECTED' TO WS-POST-RESULT
                           MOVE 'ESCROW ALREADY DISBURSED'
                               TO WS-POST-DETAIL
                   END-EVALUATE
           END-EVALUATE.

      *    The earliest standing posting of the same loan, date and
      *    amount - two identical payments on one day reverse one at
      *    a time.
       FIND-ORIGINAL-POSTING.
           MOVE 0 TO WS-PST-SLOT
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                      OR WS-PST-SLOT > 0
               IF WS-PST-ID(WS-PST-IDX) = WS-PAY-LOAN-ID
                  AND WS-PST-DATE(WS-PST-IDX) = WS-PAY-DATE
                  AND WS-PST-AMOUNT(WS-PST-IDX) = WS-PAY-AMOUNT
                  AND WS-PST-REVERSED(WS-PST-IDX) = 'N'
                   MOVE WS-PST-IDX TO WS-PST-SLOT
               END-IF
           END-PERFORM.

       APPLY-REVERSAL.
           MOVE 'Y' TO WS-PST-REVERSED(WS-PST-SLOT)
           MOVE WS-PST-INTEREST(WS-PST-SLOT) TO WS-INTEREST-PORTION
           MOVE WS-PST-PRINCIPAL(WS-PST-SLOT) TO WS-PRINCIPAL-PORTION
           MOVE WS-PST-ESCROW(WS-PST-SLOT) TO WS-PAY-ESCROW

           ADD WS-PRINCIPAL-PORTION TO WS-BAL-PRINCIPAL(WS-BAL-SLOT)
           SUBTRACT WS-PAY-ESCROW FROM WS-BAL-ESCROW(WS-BAL-SLOT)
           IF WS-BAL-PAYMENTS(WS-BAL-SLOT) > 0
               SUBTRACT 1 FROM WS-BAL-PAYMENTS(WS-BAL-SLOT)
           END-IF
           IF WS-MST-STATUS(WS-MST-SLOT) = 'A'
               PERFORM RESTORE-ACCRUED-INTEREST
           END-IF

           MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-REV-OLD-THRU
           IF WS-BAL-PAID-THRU(WS-BAL-SLOT) = WS-PAY-DATE
               PERFORM ROLL-BACK-PAID-THRU
           END-IF
           MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-REV-NEW-THRU

           IF WS-PAY-ESCROW > 0
               PERFORM WRITE-ESCROW-REVERSAL
           END-IF
           PERFORM WRITE-REVERSAL-HISTORY
           IF WS-PST-KIND(WS-PST-SLOT) = 'V'
               MOVE 'R' TO WS-RECOVERY-TYPE
               PERFORM WRITE-RECOVERY-ROW
           END-IF

           IF WS-REV-REASON = 'NSF'
               MOVE WS-RETURNED-PAYMENT-FEE TO WS-REV-FEE
               PERFORM WRITE-RETURNED-FEE
               MOVE WS-REV-FEE TO WS-FEE-EDIT-D
               STRING 'NSF FEE ' WS-FEE-EDIT-D
                   DELIMITED BY SIZE INTO WS-POST-DETAIL
           ELSE
               MOVE 'POSTING ERROR - NO FEE' TO WS-POST-DETAIL
           END-IF

           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-D
           MOVE WS-REV-FEE TO WS-FEE-EDIT-D
           STRING 'PAYMENT ' WS-PAY-DATE
                  ' AMT=' FUNCTION TRIM(WS-AMOUNT-D)
                  ' REASON=' FUNCTION TRIM(WS-REV-REASON)
                  ' FEE=' FUNCTION TRIM(WS-FEE-EDIT-D)
                  ' PAID-THRU ' WS-REV-OLD-THRU
                  '->' WS-REV-NEW-THRU
               DELIMITED BY SIZE INTO WS-REV-DETAIL.

      *****************************************************************
      * paid_thru_date goes back to the latest posting of the loan   *
      * still standing, or - when none is left inside the window -   *
      * to the date the reversed posting itself found on the file.   *
      *****************************************************************
       ROLL-BACK-PAID-THRU.
           MOVE WS-PST-PRIOR-THRU(WS-PST-SLOT)
               TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-ID(WS-PST-IDX) = WS-PAY-LOAN-ID
                  AND WS-PST-REVERSED(WS-PST-IDX) = 'N'
                  AND WS-PST-DATE(WS-PST-IDX) >
                      WS-BAL-PAID-THRU(WS-BAL-SLOT)
                   MOVE WS-PST-DATE(WS-PST-IDX)
                       TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
               END-IF
           END-PERFORM.

       WRITE-REVERSAL-HISTORY.
           MOVE WS-PAY-AMOUNT TO WS-HIST-AMOUNT-D
           MOVE WS-INTEREST-PORTION TO WS-HIST-INTEREST-D
           MOVE WS-PRINCIPAL-PORTION TO WS-HIST-PRINCIPAL-D
           MOVE WS-PAY-ESCROW TO WS-HIST-ESCROW-D
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-PAY-DATE
                  '|' WS-HIST-AMOUNT-D
                  '|' WS-HIST-INTEREST-D
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-HIST-ESCROW-D
                  '|' WS-RUN-DATE
                  '|R|' WS-REV-NEW-THRU
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

       WRITE-ESCROW-REVERSAL.
           MOVE WS-PAY-ESCROW TO WS-ESCROW-BAL-D
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-RUN-DATE
                  '|COLL|REVERSAL|' WS-ESCROW-BAL-D
               DELIMITED BY SIZE INTO ESCROW-LEDGER-RECORD
           WRITE ESCROW-LEDGER-RECORD.

       WRITE-RETURNED-FEE.
           MOVE WS-REV-FEE TO WS-FEE-D
           MOVE SPACES TO FEE-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-RUN-DATE
                  '|NSF|' WS-FEE-D
                  '|' WS-REV-USER-ID
               DELIMITED BY SIZE INTO FEE-RECORD
           WRITE FEE-RECORD.

       WRITE-REVERSAL-AUDIT.
           IF WS-POST-RESULT = 'REJECTED'
               MOVE 'REJECTED' TO WS-AUDIT-RESULT
           ELSE
               MOVE 'APPLIED' TO WS-AUDIT-RESULT
           END-IF
           MOVE SPACES TO REVERSAL-AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-REV-USER-ID
                  '|REVERSE'
                  '|' WS-PAY-LOAN-ID
                  '|' WS-AUDIT-RESULT
                  '|' WS-REV-DETAIL
               DELIMITED BY SIZE INTO REVERSAL-AUDIT-RECORD
           WRITE REVERSAL-AUDIT-RECORD.

      *****************************************************************
      * First payment ever posted against this loan: open its        *
               MOVE 0 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
               MOVE 0 TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
               MOVE 0 TO WS-BAL-ESCROW(WS-BAL-SLOT)
               MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-SLOT)
           END-IF.

      *****************************************************************
      * A short payment is still applied - the interest+escrow floor *
      * above is the only rejection - but servicing needs to see     *
      * that the bill was not met.                                   *
      *****************************************************************
       CHECK-BILLED-AMOUNT.
           MOVE 0 TO WS-BIL-SLOT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
                   UNTIL WS-BIL-IDX > WS-BIL-COUNT
                      OR WS-BIL-SLOT > 0
               IF WS-BIL-ID(WS-BIL-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-BIL-IDX TO WS-BIL-SLOT
               END-IF
           END-PERFORM
           IF WS-BIL-SLOT > 0
               IF WS-PAY-AMOUNT < WS-BIL-AMOUNT(WS-BIL-SLOT)
                   ADD 1 TO WS-TRANS-SHORT
                   MOVE 'SHORT OF BILLED' TO WS-POST-DETAIL
               END-IF
           END-IF.

       WRITE-REGISTER-LINE.
               OPEN OUTPUT ESCROW-LEDGER-FILE
           END-IF.

       OPEN-PAYMENT-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       OPEN-FEE-FILE.
           OPEN EXTEND FEE-FILE
           IF WS-FEE-FILE-STATUS NOT = '00'
               OPEN OUTPUT FEE-FILE
           END-IF.

       OPEN-REVERSAL-AUDIT.
           OPEN EXTEND REVERSAL-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT REVERSAL-AUDIT-FILE
           END-IF.

       OPEN-RECOVERY-FILE.
           OPEN EXTEND RECOVERY-FILE
           IF WS-RECOVERY-FILE-STATUS NOT = '00'
               OPEN OUTPUT RECOVERY-FILE
           END-IF.

       WRITE-PAYMENT-HISTORY.
           MOVE WS-PAY-AMOUNT TO WS-HIST-AMOUNT-D
           MOVE WS-INTEREST-PORTION TO WS-HIST-INTEREST-D
           MOVE WS-PRINCIPAL-PORTION TO WS-HIST-PRINCIPAL-D
           MOVE WS-PAY-ESCROW TO WS-HIST-ESCROW-D
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-PAY-DATE
                  '|' WS-HIST-AMOUNT-D
                  '|' WS-HIST-INTEREST-D
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-HIST-ESCROW-D
                  '|' WS-RUN-DATE
                  '|' WS-POST-KIND
                  '|' WS-PRIOR-THRU
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD

      *    Tonight's postings are reversible tonight too.
           IF WS-PST-COUNT < 20000
               ADD 1 TO WS-PST-COUNT
               MOVE WS-PAY-LOAN-ID TO WS-PST-ID(WS-PST-COUNT)
               MOVE WS-PAY-DATE TO WS-PST-DATE(WS-PST-COUNT)
               MOVE WS-PAY-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
               MOVE WS-INTEREST-PORTION
                   TO WS-PST-INTEREST(WS-PST-COUNT)
               MOVE WS-PRINCIPAL-PORTION
                   TO WS-PST-PRINCIPAL(WS-PST-COUNT)
               MOVE WS-PAY-ESCROW TO WS-PST-ESCROW(WS-PST-COUNT)
               MOVE WS-PRIOR-THRU TO WS-PST-PRIOR-THRU(WS-PST-COUNT)
               MOVE 'N' TO WS-PST-REVERSED(WS-PST-COUNT)
               MOVE WS-POST-KIND TO WS-PST-KIND(WS-PST-COUNT)
           ELSE
               MOVE 'Y' TO WS-PST-OVERFLOW
           END-IF.

      *    The recovered principal, or - type R - the recovery a
      *    reversal has just backed out.
       WRITE-RECOVERY-ROW.
           MOVE WS-PRINCIPAL-PORTION TO WS-HIST-PRINCIPAL-D
           MOVE SPACES TO RECOVERY-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-PAY-DATE
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-RUN-DATE
                  '|' WS-RECOVERY-TYPE
               DELIMITED BY SIZE INTO RECOVERY-RECORD
           WRITE RECOVERY-RECORD.

       WRITE-ESCROW-COLLECTION.
           MOVE WS-PAY-ESCROW TO WS-ESCROW-BAL-D
           MOVE SPACES TO ESCROW-LEDGER-RECORD
               MOVE WS-BAL-PRINCIPAL(WS-BAL-IDX) TO WS-BALANCE-D
               MOVE WS-BAL-PAYMENTS(WS-BAL-IDX) TO WS-PAYMENTS-D
               MOVE WS-BAL-ESCROW(WS-BAL-IDX) TO WS-ESCROW-BAL-D
               MOVE SPACES TO WS-INSTALLMENT-TEXT
               IF WS-BAL-INSTALLMENT(WS-BAL-IDX) > 0
                   MOVE WS-BAL-INSTALLMENT(WS-BAL-IDX)
                       TO WS-INSTALLMENT-D
                   STRING '|' WS-INSTALLMENT-D
                       DELIMITED BY SIZE INTO WS-INSTALLMENT-TEXT
               END-IF
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-BAL-ID(WS-BAL-IDX)
                      '|' WS-BALANCE-D
                      '|' WS-PAYMENTS-D
                      '|' WS-BAL-PAID-THRU(WS-BAL-IDX)
                      '|' WS-ESCROW-BAL-D DELIMITED BY SIZE
                      WS-INSTALLMENT-TEXT DELIMITED BY SPACE
                   INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE
                   'COMMITTED - LIVE BALANCE FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Same generation discipline as the balance rewrite.
       REWRITE-ACCRUAL-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'loan-accrual.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                   UNTIL WS-ACR-IDX > WS-ACR-COUNT
               MOVE WS-ACR-ACCRUED(WS-ACR-IDX) TO WS-ACCRUED-D
               MOVE WS-ACR-MTD(WS-ACR-IDX) TO WS-MTD-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-ACR-ID(WS-ACR-IDX)
                      '|' WS-ACCRUED-D
                      '|' WS-ACR-THRU(WS-ACR-IDX)
                      '|' WS-MTD-D
                      '|' WS-ACR-MTD-MONTH(WS-ACR-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-ACR-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'PAYMENT-POSTING: ACCRUAL REWRITE NOT '
                   'COMMITTED - LIVE ACCRUAL FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
