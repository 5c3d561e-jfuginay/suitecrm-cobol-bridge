       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFF-POSTING.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Nightly payoff posting - closes the loans whose payoff money *
      * arrived. PAYOFF-QUOTE tells the borrower what to send; this  *
      * run checks what was sent against the books and, when it is   *
      * enough, takes the loan to zero, refunds what is left in its  *
      * escrow account and starts the release of the lien.           *
      *                                                               *
      * Runs nightly after PAYMENT-POSTING (so the day's ordinary    *
      * payments are already on the balance file) and before         *
      * INTEREST-ACCRUAL, BILLING-STATEMENTS, COLLECTIONS-WORK-QUEUE *
      * and SUBLEDGER-ROLLFORWARD.                                   *
      *                                                               *
      * Payoff transaction (payoff-trans.dat):                       *
      *   loan_id|received_date|amount|quoted_amount|good_through|   *
      *   user                                                       *
      *   quoted_amount and good_through are the figures on the      *
      *   quote the borrower paid against; both may be left blank.   *
      *                                                               *
      * The amount needed is worked the way PAYOFF-QUOTE works it,   *
      * from the posted position rather than the quote: the          *
      * principal_balance on loan-balance.dat (master principal when *
      * nothing has posted) plus per-diem interest (balance * rate / *
      * 365) for the days from paid_thru_date (origination when      *
      * never paid) to the date the funds were received. Funds       *
      * received after the quote's good-through date are still       *
      * checked the same way - the extra days' per-diem is simply in *
      * the figure - and are marked QUOTE EXPIRED.                   *
      *                                                               *
      * Funds short of that figure, and any payoff that cannot be    *
      * posted (unknown or inactive loan, nothing outstanding, bad   *
      * date or amount), are not applied at all: they are listed on  *
      * payoff-suspense.dat for servicing to work -                  *
      *   reason|loan_id|received_date|amount|amount_needed|         *
      *   shortfall|user                                             *
      * - and the job ends with condition code 4.                    *
      *                                                               *
      * A payoff with enough funds:                                  *
      *   - zeroes principal_balance and escrow_balance on           *
      *     loan-balance.dat, counts the payment, moves              *
      *     paid_thru_date to the received date and drops any ARM    *
      *     installment                                              *
      *   - appends the posting to payment-history.dat as an         *
      *     ordinary type P row (amount = principal + per-diem), so  *
      *     SUBLEDGER-ROLLFORWARD counts it as a payoff - principal  *
      *     posted tonight on a loan that closed at zero             *
      *   - takes the per-diem off the loan's accrued_unpaid on      *
      *     loan-accrual.dat, as PAYMENT-POSTING does for interest;  *
      *     whatever accrued beyond it is reversed by INTEREST-      *
      *     ACCRUAL once the master shows the loan closed            *
      *   - refunds the escrow account - the loan's net on           *
      *     escrow-ledger.dat - with a loan_id|date|DISB|REFUND|     *
      *     amount row                                               *
      *   - writes PAYOFF|loan_id|PAYOFF-RUN to                      *
      *     payoff-closure-trans.dat, the LOAN-MASTER-MAINT action   *
      *     that marks the loan paid in full (status P) through the  *
      *     usual dual-controlled maintenance                        *
      *   - prints the borrower's paid-in-full letter to             *
      *     payoff-letters.txt, funds beyond the amount needed shown *
      *     as an overpayment refund                                 *
      *   - writes the lien-release request to                       *
      *     lien-release-requests.dat:                               *
      *     loan_id|borrower|orig_date|original_principal|           *
      *     paid_in_full_date|request_date                           *
      *   - appends the payoff to payoff-history.dat, the permanent  *
      *     record of loans closed here:                             *
      *     loan_id|received_date|amount|principal|interest|         *
      *     overpayment|escrow_refund|run_date|user                  *
      * All of these but the balance and accrual rewrites are held   *
      * until the balance file has committed; a night it does not    *
      * commit closes no loan, and the rerun posts the payoffs       *
      * again.                                                       *
      * A closed loan's balance is zero from tonight, so billing     *
      * and the collections queue pass it over even before           *
      * maintenance has marked the master.                           *
      *                                                               *
      * Until the master shows status P, the PAYOFF transaction of   *
      * every payoff on payoff-history.dat is re-issued each night,  *
      * so a transaction file not picked up loses nothing - LOAN-    *
      * MASTER-MAINT refuses a loan that is already paid in full. A  *
      * loan whose balance is no longer zero (the payoff was backed  *
      * out) is reported instead and not re-issued.                  *
      *                                                               *
      * Everything the run did is on payoff-register.txt. Condition  *
      * code 4 when anything went to suspense or a closure was       *
      * backed out, 12 when the loan master is missing, a table      *
      * overflows or a rewrite cannot be committed.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'payoff-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'loan-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'loan-accrual.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT ESCROW-LEDGER-FILE ASSIGN TO 'escrow-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'payment-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PAYOFF-HISTORY-FILE ASSIGN TO 'payoff-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFF-HIST-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'payoff-suspense.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-TRANS-FILE ASSIGN TO
               'payoff-closure-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO 'payoff-letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIEN-FILE ASSIGN TO 'lien-release-requests.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO 'payoff-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(100).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD PIC X(100).

       FD  ESCROW-LEDGER-FILE.
       01  ESCROW-LEDGER-RECORD PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(150).

       FD  PAYOFF-HISTORY-FILE.
       01  PAYOFF-HISTORY-RECORD PIC X(150).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(150).

       FD  CLOSURE-TRANS-FILE.
       01  CLOSURE-TRANS-RECORD PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-RECORD PIC X(100).

       FD  LIEN-FILE.
       01  LIEN-RECORD PIC X(150).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-PAYOFF-HIST-STATUS   PIC XX VALUE SPACES.

       01  WS-TRANS-EOF            PIC X VALUE 'N'.
           88  WS-TRANS-AT-END         VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-ACCRUAL-EOF          PIC X VALUE 'N'.
           88  WS-ACCRUAL-AT-END       VALUE 'Y'.
       01  WS-LEDGER-EOF           PIC X VALUE 'N'.
           88  WS-LEDGER-AT-END        VALUE 'Y'.
       01  WS-PAYOFF-HIST-EOF      PIC X VALUE 'N'.
           88  WS-PAYOFF-HIST-AT-END   VALUE 'Y'.

      * In-memory image of the loan master, read-only - payoffs
      * resolve borrower, rate, status and opening principal from it.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-BORROWER  PIC X(30).
               10  WS-MST-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-MST-RATE      PIC 9(3)V9(6) COMP-3.
               10  WS-MST-ORIG-DATE PIC 9(8).
               10  WS-MST-STATUS    PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * In-memory image of the balance file, applied-to in place and
      * rewritten at end of job with every field carried through.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BAL OCCURS 5000 TIMES.
               10  WS-BAL-ID        PIC X(10).
               10  WS-BAL-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-BAL-PAYMENTS  PIC 9(5) COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
               10  WS-BAL-ESCROW    PIC 9(10)V99 COMP-3.
               10  WS-BAL-INSTALLMENT PIC 9(10)V99 COMP-3.
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Accrued-but-unpaid interest by loan, from INTEREST-ACCRUAL,
      * relieved by the per-diem a payoff collects.
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

      * Each loan's escrow account as the ledger stands: collections
      * less reversals and disbursements.
       01  WS-ESCROW-TABLE.
           05  WS-ESC-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-ESC OCCURS 5000 TIMES.
               10  WS-ESC-ID        PIC X(10).
               10  WS-ESC-NET       PIC S9(10)V99 COMP-3.
       01  WS-ESC-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-ESC-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-LDG-LOAN-ID          PIC X(10).
       01  WS-LDG-TYPE             PIC X(4).
       01  WS-LDG-CATEGORY         PIC X(10).
       01  WS-LDG-AMOUNT           PIC 9(10)V99 COMP-3.

      * Payoffs already posted whose loan the master has not yet
      * marked paid in full.
       01  WS-AWAITING-TABLE.
           05  WS-AWT-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-AWT OCCURS 2000 TIMES.
               10  WS-AWT-ID        PIC X(10).
               10  WS-AWT-RECEIVED  PIC 9(8).
       01  WS-AWT-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-AWT-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Tonight's payoffs, held until the balance rewrite has
      * committed - the history, escrow refund, closure, letter and
      * lien release rows are written from here only then.
       01  WS-HELD-TABLE.
           05  WS-HLD-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-HLD OCCURS 2000 TIMES.
               10  WS-HLD-LOAN-ID    PIC X(10).
               10  WS-HLD-MST-SLOT   PIC 9(5) COMP-3.
               10  WS-HLD-RECEIVED   PIC 9(8).
               10  WS-HLD-AMOUNT     PIC 9(10)V99 COMP-3.
               10  WS-HLD-PRINCIPAL  PIC 9(12)V99 COMP-3.
               10  WS-HLD-INTEREST   PIC 9(10)V99 COMP-3.
               10  WS-HLD-NEEDED     PIC 9(12)V99 COMP-3.
               10  WS-HLD-OVERPAY    PIC 9(10)V99 COMP-3.
               10  WS-HLD-REFUND     PIC 9(10)V99 COMP-3.
               10  WS-HLD-PRIOR-THRU PIC 9(8).
               10  WS-HLD-USER-ID    PIC X(10).
       01  WS-HLD-IDX              PIC 9(5) COMP-3 VALUE 0.

      * Parsed fields of the record being loaded or posted.
       01  WS-PARSE-ID             PIC X(10).
       01  WS-PARSE-FIELD-2        PIC X(30).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).

      * The payoff being posted.
       01  WS-PAY-LOAN-ID          PIC X(10).
       01  WS-PAY-RECEIVED-TEXT    PIC X(10).
       01  WS-PAY-AMOUNT-TEXT      PIC X(15).
       01  WS-PAY-QUOTE-TEXT       PIC X(15).
       01  WS-PAY-GOOD-THRU-TEXT   PIC X(10).
       01  WS-PAY-USER-ID          PIC X(10).
       01  WS-PAY-RECEIVED         PIC 9(8).
       01  WS-PAY-AMOUNT           PIC 9(10)V99 COMP-3.
       01  WS-PAY-QUOTE            PIC 9(10)V99 COMP-3.
       01  WS-PAY-GOOD-THRU        PIC 9(8).

      * The amount needed, worked as PAYOFF-QUOTE works it.
       01  WS-PAYOFF-PRINCIPAL     PIC 9(12)V99 COMP-3.
       01  WS-PAYOFF-FROM-DATE     PIC 9(8).
       01  WS-PAYOFF-DAYS          PIC S9(5) COMP-3.
       01  WS-PER-DIEM             PIC 9(8)V9(4) COMP-3.
       01  WS-PAYOFF-INTEREST      PIC 9(10)V99 COMP-3.
       01  WS-PAYOFF-NEEDED        PIC 9(12)V99 COMP-3.
       01  WS-SHORTFALL            PIC 9(12)V99 COMP-3.
       01  WS-OVERPAYMENT          PIC 9(10)V99 COMP-3.
       01  WS-ESCROW-REFUND        PIC 9(10)V99 COMP-3.
       01  WS-PRIOR-THRU           PIC 9(8).

       01  WS-POST-RESULT          PIC X(10).
       01  WS-POST-DETAIL          PIC X(40).
       01  WS-QUOTE-EXPIRED        PIC X VALUE 'N'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CLOSURE-USER         PIC X(10) VALUE 'PAYOFF-RUN'.

       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-PAYOFFS-POSTED       PIC 9(6) VALUE 0.
       01  WS-PAYOFFS-SUSPENDED    PIC 9(6) VALUE 0.
       01  WS-CLOSURES-AWAITING    PIC 9(6) VALUE 0.
       01  WS-CLOSURES-REOPENED    PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAID-OFF       PIC 9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-SUSPENSE       PIC 9(12)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-ESCROW-REFUND  PIC 9(12)V99 COMP-3 VALUE 0.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Display-edited mirrors for the files, letters and register.
       01  WS-BALANCE-D            PIC 9(10).99.
       01  WS-ESCROW-BAL-D         PIC 9(8).99.
       01  WS-INSTALLMENT-D        PIC 9(8).99.
       01  WS-INSTALLMENT-TEXT     PIC X(12).
       01  WS-ACCRUED-D            PIC 9(8).99.
       01  WS-MTD-D                PIC 9(8).99.
       01  WS-PAYMENTS-D           PIC 9(5).
       01  WS-HIST-AMOUNT-D        PIC 9(10).99.
       01  WS-HIST-INTEREST-D      PIC 9(10).99.
       01  WS-HIST-PRINCIPAL-D     PIC 9(10).99.
       01  WS-HIST-ESCROW-D        PIC 9(10).99.
       01  WS-HIST-OVERPAY-D       PIC 9(10).99.
       01  WS-FILE-AMOUNT-D        PIC 9(10).99.
       01  WS-FILE-NEEDED-D        PIC 9(10).99.
       01  WS-FILE-SHORT-D         PIC 9(10).99.
       01  WS-MONEY-D              PIC Z(9)9.99.
       01  WS-NEEDED-D             PIC Z(9)9.99.
       01  WS-INTEREST-D           PIC Z(7)9.99.
       01  WS-REFUND-D             PIC Z(7)9.99.
       01  WS-COUNT-D              PIC ZZZZZ9.
       01  WS-LETTER-LABEL         PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-ACCRUAL-TABLE
           PERFORM LOAD-ESCROW-ACCOUNTS
           PERFORM LOAD-AWAITING-CLOSURES

           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT CLOSURE-TRANS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LIEN-FILE

           MOVE 'PAYOFF POSTING REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM REISSUE-AWAITING-CLOSURES

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRANS-EOF
               MOVE 'NO PAYOFF TRANSACTION FILE PRESENT'
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM POST-PAYOFF UNTIL WS-TRANS-AT-END

           IF WS-TRANS-FILE-STATUS NOT = '35'
               CLOSE TRANS-FILE
           END-IF

           PERFORM WRITE-REGISTER-TOTALS
           CLOSE SUSPENSE-FILE

           IF WS-PAYOFFS-POSTED > 0
               PERFORM REWRITE-BALANCE-FILE
               IF WS-GEN-STATUS = 'G'
                   IF WS-ACCRUAL-CHANGED = 'Y'
                       PERFORM REWRITE-ACCRUAL-FILE
                   END-IF
                   PERFORM WRITE-HELD-PAYOFFS
               ELSE
                   MOVE 'BALANCE FILE NOT COMMITTED - NO LOAN CLOSED'
                       TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-IF

           CLOSE REGISTER-FILE
           CLOSE CLOSURE-TRANS-FILE
           CLOSE LETTER-FILE
           CLOSE LIEN-FILE

           DISPLAY 'PAYOFF-POSTING: READ=' WS-TRANS-READ
               ' PAID OFF=' WS-PAYOFFS-POSTED
               ' SUSPENSE=' WS-PAYOFFS-SUSPENDED
               ' AWAITING=' WS-CLOSURES-AWAITING

           IF RETURN-CODE = 0
              AND (WS-PAYOFFS-SUSPENDED > 0
                   OR WS-CLOSURES-REOPENED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing loan master means no payoff can be resolved - the  *
      * job stops rather than putting the whole night in suspense.   *
      *****************************************************************
       LOAD-MASTER-TABLE.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'PAYOFF-POSTING: LOAN MASTER MISSING - '
                   'RUN ABORTED, NOTHING POSTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-AT-END
               READ MASTER-FILE INTO MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM LOAD-MASTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

       LOAD-MASTER-ENTRY.
           IF WS-MST-COUNT >= 5000
               DISPLAY 'PAYOFF-POSTING: LOAN MASTER EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING POSTED'
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MST-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
           MOVE SPACES TO WS-MST-BORROWER(WS-MST-COUNT)
           MOVE SPACES TO WS-MST-STATUS(WS-MST-COUNT)
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-MST-ID(WS-MST-COUNT)
                    WS-MST-BORROWER(WS-MST-COUNT)
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
                    WS-MST-STATUS(WS-MST-COUNT)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-MST-PRINCIPAL(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           ELSE
               MOVE 0 TO WS-MST-PRINCIPAL(WS-MST-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-MST-RATE(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           ELSE
               MOVE 0 TO WS-MST-RATE(WS-MST-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-MST-ORIG-DATE(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           ELSE
               MOVE 0 TO WS-MST-ORIG-DATE(WS-MST-COUNT)
           END-IF.

      *****************************************************************
      * No balance file simply means nothing has posted yet. One too *
      * big for the table stops the job - rewriting a truncated      *
      * image would lose the balances left behind.                   *
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
               DISPLAY 'PAYOFF-POSTING: BALANCE FILE EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING POSTED'
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
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-BAL-ESCROW(WS-BAL-COUNT) =
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

      *    No accrual file simply means interest accrual has not run
      *    yet; one too big for the table stops the job.
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
               DISPLAY 'PAYOFF-POSTING: ACCRUAL FILE EXCEEDS TABLE '
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

      *****************************************************************
      * The escrow account of every loan on the ledger, netted the   *
      * way ESCROW-ANALYSIS and SUBLEDGER-ROLLFORWARD net it: COLL   *
      * ESCROW in, COLL REVERSAL and DISB out.                       *
      *****************************************************************
       LOAD-ESCROW-ACCOUNTS.
           OPEN INPUT ESCROW-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               PERFORM UNTIL WS-LEDGER-AT-END
                   READ ESCROW-LEDGER-FILE INTO ESCROW-LEDGER-RECORD
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM TALLY-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE ESCROW-LEDGER-FILE
           END-IF.

       TALLY-LEDGER-ROW.
           MOVE SPACES TO WS-LDG-LOAN-ID WS-LDG-TYPE WS-LDG-CATEGORY
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-5
           UNSTRING ESCROW-LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LDG-LOAN-ID
                    WS-PARSE-FIELD-2
                    WS-LDG-TYPE
                    WS-LDG-CATEGORY
                    WS-PARSE-FIELD-5
           END-UNSTRING
           IF WS-LDG-LOAN-ID NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-LDG-AMOUNT = FUNCTION NUMVAL(WS-PARSE-FIELD-5)
               MOVE WS-LDG-LOAN-ID TO WS-PAY-LOAN-ID
               PERFORM FIND-ESCROW-SLOT
               IF WS-ESC-SLOT = 0
                   IF WS-ESC-COUNT >= 5000
                       DISPLAY 'PAYOFF-POSTING: ESCROW LEDGER '
                           'EXCEEDS CAPACITY - RUN ABORTED, NOTHING '
                           'POSTED'
                       CLOSE ESCROW-LEDGER-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ESC-COUNT
                   MOVE WS-ESC-COUNT TO WS-ESC-SLOT
                   MOVE WS-LDG-LOAN-ID TO WS-ESC-ID(WS-ESC-SLOT)
                   MOVE 0 TO WS-ESC-NET(WS-ESC-SLOT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-LDG-TYPE = 'COLL'
                    AND WS-LDG-CATEGORY = 'REVERSAL'
                       SUBTRACT WS-LDG-AMOUNT
                           FROM WS-ESC-NET(WS-ESC-SLOT)
                   WHEN WS-LDG-TYPE = 'COLL'
                       ADD WS-LDG-AMOUNT TO WS-ESC-NET(WS-ESC-SLOT)
                   WHEN WS-LDG-TYPE = 'DISB'
                       SUBTRACT WS-LDG-AMOUNT
                           FROM WS-ESC-NET(WS-ESC-SLOT)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Payoffs posted on an earlier night whose loan is still       *
      * active or non-accrual on the master - maintenance has not    *
      * yet marked them paid in full. No history file is a valid     *
      * first run.                                                   *
      *****************************************************************
       LOAD-AWAITING-CLOSURES.
           OPEN INPUT PAYOFF-HISTORY-FILE
           IF WS-PAYOFF-HIST-STATUS = '00'
               PERFORM UNTIL WS-PAYOFF-HIST-AT-END
                   READ PAYOFF-HISTORY-FILE INTO PAYOFF-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-PAYOFF-HIST-EOF
                       NOT AT END
                           PERFORM LOAD-AWAITING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAYOFF-HISTORY-FILE
           END-IF.

       LOAD-AWAITING-ENTRY.
           MOVE SPACES TO WS-PAY-LOAN-ID WS-PARSE-FIELD-2
           UNSTRING PAYOFF-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-PAY-LOAN-ID WS-PARSE-FIELD-2
           END-UNSTRING
           PERFORM FIND-MASTER-SLOT
           IF WS-MST-SLOT > 0
               IF WS-MST-STATUS(WS-MST-SLOT) = 'A'
                  OR WS-MST-STATUS(WS-MST-SLOT) = 'N'
                   PERFORM FIND-AWAITING-SLOT
                   IF WS-AWT-SLOT = 0
                       IF WS-AWT-COUNT >= 2000
                           DISPLAY 'PAYOFF-POSTING: AWAITING CLOSURES '
                               'EXCEED CAPACITY - RUN ABORTED, '
                               'NOTHING POSTED'
                           CLOSE PAYOFF-HISTORY-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AWT-COUNT
                       MOVE WS-AWT-COUNT TO WS-AWT-SLOT
                       MOVE WS-PAY-LOAN-ID TO WS-AWT-ID(WS-AWT-SLOT)
                   END-IF
                   MOVE 0 TO WS-AWT-RECEIVED(WS-AWT-SLOT)
                   IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
                       COMPUTE WS-AWT-RECEIVED(WS-AWT-SLOT) =
                           FUNCTION NUMVAL(WS-PARSE-FIELD-2)
                   END-IF
               END-IF
           END-IF.

       FIND-AWAITING-SLOT.
           MOVE 0 TO WS-AWT-SLOT
           PERFORM VARYING WS-AWT-IDX FROM 1 BY 1
                   UNTIL WS-AWT-IDX > WS-AWT-COUNT
                      OR WS-AWT-SLOT > 0
               IF WS-AWT-ID(WS-AWT-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-AWT-IDX TO WS-AWT-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * The PAYOFF transaction goes out again for every loan still   *
      * waiting on maintenance - unless its balance is no longer     *
      * zero, which means the payoff was backed out and the loan is  *
      * not to be closed on it.                                      *
      *****************************************************************
       REISSUE-AWAITING-CLOSURES.
           PERFORM VARYING WS-AWT-IDX FROM 1 BY 1
                   UNTIL WS-AWT-IDX > WS-AWT-COUNT
               MOVE WS-AWT-ID(WS-AWT-IDX) TO WS-PAY-LOAN-ID
               MOVE WS-AWT-RECEIVED(WS-AWT-IDX) TO WS-PAY-RECEIVED
               PERFORM FIND-BALANCE-SLOT
               MOVE SPACES TO REGISTER-RECORD
               IF WS-BAL-SLOT > 0
                   IF WS-BAL-PRINCIPAL(WS-BAL-SLOT) = 0
                       PERFORM WRITE-CLOSURE-TRANSACTION
                       ADD 1 TO WS-CLOSURES-AWAITING
                       STRING WS-PAY-LOAN-ID
                              ' ' WS-PAY-RECEIVED
                              ' PAID OFF - AWAITING MAINT, PAYOFF '
                              'RE-ISSUED'
                           DELIMITED BY SIZE INTO REGISTER-RECORD
                   ELSE
                       ADD 1 TO WS-CLOSURES-REOPENED
                       STRING WS-PAY-LOAN-ID
                              ' ' WS-PAY-RECEIVED
                              ' PAYOFF BACKED OUT - BALANCE NOT ZERO, '
                              'LOAN NOT CLOSED'
                           DELIMITED BY SIZE INTO REGISTER-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-CLOSURES-REOPENED
                   STRING WS-PAY-LOAN-ID
                          ' ' WS-PAY-RECEIVED
                          ' PAYOFF BACKED OUT - NO BALANCE ROW, '
                          'LOAN NOT CLOSED'
                       DELIMITED BY SIZE INTO REGISTER-RECORD
               END-IF
               WRITE REGISTER-RECORD
           END-PERFORM.

       READ-NEXT-TRANSACTION.
           IF NOT WS-TRANS-AT-END
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
               END-READ
           END-IF.

       POST-PAYOFF.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-PAY-LOAN-ID WS-PAY-RECEIVED-TEXT
           MOVE SPACES TO WS-PAY-AMOUNT-TEXT WS-PAY-QUOTE-TEXT
           MOVE SPACES TO WS-PAY-GOOD-THRU-TEXT WS-PAY-USER-ID
           MOVE SPACES TO WS-POST-DETAIL
           MOVE 0 TO WS-PAY-RECEIVED WS-PAY-AMOUNT WS-PAY-QUOTE
           MOVE 0 TO WS-PAY-GOOD-THRU
           MOVE 0 TO WS-PAYOFF-PRINCIPAL WS-PAYOFF-INTEREST
           MOVE 0 TO WS-PAYOFF-NEEDED WS-PAYOFF-DAYS WS-PER-DIEM
           MOVE 0 TO WS-SHORTFALL WS-OVERPAYMENT WS-ESCROW-REFUND
           MOVE 'N' TO WS-QUOTE-EXPIRED

           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-PAY-LOAN-ID WS-PAY-RECEIVED-TEXT
                    WS-PAY-AMOUNT-TEXT WS-PAY-QUOTE-TEXT
                    WS-PAY-GOOD-THRU-TEXT WS-PAY-USER-ID
           END-UNSTRING

           PERFORM VALIDATE-PAYOFF
           IF WS-POST-RESULT NOT = 'SUSPENSE'
               PERFORM COMPUTE-PAYOFF-NEEDED
               IF WS-PAY-AMOUNT < WS-PAYOFF-NEEDED
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   COMPUTE WS-SHORTFALL =
                       WS-PAYOFF-NEEDED - WS-PAY-AMOUNT
                   IF WS-QUOTE-EXPIRED = 'Y'
                       MOVE 'QUOTE EXPIRED - SHORT OF PAYOFF'
                           TO WS-POST-DETAIL
                   ELSE
                       MOVE 'SHORT OF PAYOFF' TO WS-POST-DETAIL
                   END-IF
               END-IF
           END-IF

           IF WS-POST-RESULT = 'SUSPENSE'
               ADD 1 TO WS-PAYOFFS-SUSPENDED
               ADD WS-PAY-AMOUNT TO WS-TOTAL-SUSPENSE
               PERFORM WRITE-SUSPENSE-ROW
           ELSE
               PERFORM APPLY-PAYOFF
           END-IF

           PERFORM WRITE-REGISTER-LINE
           PERFORM READ-NEXT-TRANSACTION.

      *    The amount is taken up front so a payoff refused for any
      *    reason still shows on suspense with the money it brought.
       VALIDATE-PAYOFF.
           MOVE 'PAID OFF' TO WS-POST-RESULT
           IF FUNCTION TEST-NUMVAL(WS-PAY-AMOUNT-TEXT) = 0
               COMPUTE WS-PAY-AMOUNT =
                   FUNCTION NUMVAL(WS-PAY-AMOUNT-TEXT)
           END-IF
           PERFORM FIND-MASTER-SLOT
           EVALUATE TRUE
               WHEN WS-PAY-LOAN-ID = SPACES
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'LOAN ID MISSING' TO WS-POST-DETAIL
               WHEN WS-PAY-USER-ID = SPACES
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'USER ID MISSING' TO WS-POST-DETAIL
               WHEN WS-MST-SLOT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-POST-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'P'
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'LOAN ALREADY PAID IN FULL' TO WS-POST-DETAIL
      *        A charged-off loan's money posts as a recovery through
      *        PAYMENT-POSTING; only a loan still on the book closes
      *        here.
               WHEN WS-MST-STATUS(WS-MST-SLOT) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'N'
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'LOAN NOT ACTIVE' TO WS-POST-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-PAY-RECEIVED-TEXT) NOT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'BAD RECEIVED DATE' TO WS-POST-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-PAY-AMOUNT-TEXT) NOT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'NON-NUMERIC AMOUNT' TO WS-POST-DETAIL
               WHEN WS-PAY-QUOTE-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PAY-QUOTE-TEXT) NOT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'NON-NUMERIC QUOTED AMOUNT' TO WS-POST-DETAIL
               WHEN WS-PAY-GOOD-THRU-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PAY-GOOD-THRU-TEXT) NOT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'BAD GOOD-THROUGH DATE' TO WS-POST-DETAIL
               WHEN OTHER
                   COMPUTE WS-PAY-RECEIVED =
                       FUNCTION NUMVAL(WS-PAY-RECEIVED-TEXT)
                   IF WS-PAY-QUOTE-TEXT NOT = SPACES
                       COMPUTE WS-PAY-QUOTE =
                           FUNCTION NUMVAL(WS-PAY-QUOTE-TEXT)
                   END-IF
                   IF WS-PAY-GOOD-THRU-TEXT NOT = SPACES
                       COMPUTE WS-PAY-GOOD-THRU =
                           FUNCTION NUMVAL(WS-PAY-GOOD-THRU-TEXT)
                   END-IF
                   PERFORM VALIDATE-PAYOFF-VALUES
           END-EVALUATE.

       VALIDATE-PAYOFF-VALUES.
           PERFORM FIND-BALANCE-SLOT
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT) TO WS-PAYOFF-PRINCIPAL
           ELSE
               MOVE WS-MST-PRINCIPAL(WS-MST-SLOT) TO WS-PAYOFF-PRINCIPAL
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-OF-DATE(WS-PAY-RECEIVED) = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'BAD RECEIVED DATE' TO WS-POST-DETAIL
               WHEN WS-PAY-RECEIVED > WS-RUN-DATE
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'RECEIVED DATE IN THE FUTURE' TO WS-POST-DETAIL
               WHEN WS-PAY-GOOD-THRU NOT = 0
                AND FUNCTION INTEGER-OF-DATE(WS-PAY-GOOD-THRU) = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'BAD GOOD-THROUGH DATE' TO WS-POST-DETAIL
               WHEN WS-PAY-AMOUNT = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'ZERO PAYOFF AMOUNT' TO WS-POST-DETAIL
               WHEN WS-PAYOFF-PRINCIPAL = 0
                   MOVE 'SUSPENSE' TO WS-POST-RESULT
                   MOVE 'NO PRINCIPAL OUTSTANDING' TO WS-POST-DETAIL
           END-EVALUATE.

      *****************************************************************
      * PAYOFF-QUOTE's figure from the posted position: the balance  *
      * plus per-diem from the paid-thru date (origination when      *
      * never paid) to the day the funds arrived.                    *
      *****************************************************************
       COMPUTE-PAYOFF-NEEDED.
           MOVE 0 TO WS-PAYOFF-FROM-DATE
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-PAYOFF-FROM-DATE
           END-IF
           IF WS-PAYOFF-FROM-DATE = 0
               MOVE WS-MST-ORIG-DATE(WS-MST-SLOT) TO WS-PAYOFF-FROM-DATE
           END-IF
           MOVE 0 TO WS-PAYOFF-DAYS
           IF FUNCTION INTEGER-OF-DATE(WS-PAYOFF-FROM-DATE) > 0
               COMPUTE WS-PAYOFF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-RECEIVED)
                   - FUNCTION INTEGER-OF-DATE(WS-PAYOFF-FROM-DATE)
           END-IF
           IF WS-PAYOFF-DAYS < 0
               MOVE 0 TO WS-PAYOFF-DAYS
           END-IF

           COMPUTE WS-PER-DIEM ROUNDED =
               WS-PAYOFF-PRINCIPAL * WS-MST-RATE(WS-MST-SLOT) / 365
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               WS-PER-DIEM * WS-PAYOFF-DAYS
           COMPUTE WS-PAYOFF-NEEDED =
               WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST

           IF WS-PAY-GOOD-THRU > 0
              AND WS-PAY-RECEIVED > WS-PAY-GOOD-THRU
               MOVE 'Y' TO WS-QUOTE-EXPIRED
           END-IF.

      *****************************************************************
      * Enough to close: the loan goes to zero, its escrow is        *
      * refunded, and the closure, letter and lien release go out.   *
      *****************************************************************
       APPLY-PAYOFF.
           IF WS-BAL-SLOT = 0
               PERFORM OPEN-BALANCE-ROW
           END-IF
           COMPUTE WS-OVERPAYMENT = WS-PAY-AMOUNT - WS-PAYOFF-NEEDED

           MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-PRIOR-THRU
           MOVE 0 TO WS-BAL-PRINCIPAL(WS-BAL-SLOT)
           ADD 1 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
           IF WS-PAY-RECEIVED > WS-BAL-PAID-THRU(WS-BAL-SLOT)
               MOVE WS-PAY-RECEIVED TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
           END-IF
           MOVE 0 TO WS-BAL-ESCROW(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-SLOT)

           PERFORM RELIEVE-ACCRUED-INTEREST

           PERFORM FIND-ESCROW-SLOT
           IF WS-ESC-SLOT > 0
               IF WS-ESC-NET(WS-ESC-SLOT) > 0
                   MOVE WS-ESC-NET(WS-ESC-SLOT) TO WS-ESCROW-REFUND
                   MOVE 0 TO WS-ESC-NET(WS-ESC-SLOT)
               END-IF
           END-IF

           ADD 1 TO WS-PAYOFFS-POSTED
           ADD WS-PAYOFF-NEEDED TO WS-TOTAL-PAID-OFF
           ADD WS-ESCROW-REFUND TO WS-TOTAL-ESCROW-REFUND
           IF WS-QUOTE-EXPIRED = 'Y'
               MOVE 'QUOTE EXPIRED' TO WS-POST-DETAIL
           END-IF

           PERFORM HOLD-PAYOFF.

       HOLD-PAYOFF.
           IF WS-HLD-COUNT >= 2000
               DISPLAY 'PAYOFF-POSTING: PAYOFFS EXCEED TABLE '
                   'CAPACITY - RUN ABORTED, FILES UNTOUCHED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HLD-COUNT
           MOVE WS-PAY-LOAN-ID TO WS-HLD-LOAN-ID(WS-HLD-COUNT)
           MOVE WS-MST-SLOT TO WS-HLD-MST-SLOT(WS-HLD-COUNT)
           MOVE WS-PAY-RECEIVED TO WS-HLD-RECEIVED(WS-HLD-COUNT)
           MOVE WS-PAY-AMOUNT TO WS-HLD-AMOUNT(WS-HLD-COUNT)
           MOVE WS-PAYOFF-PRINCIPAL TO WS-HLD-PRINCIPAL(WS-HLD-COUNT)
           MOVE WS-PAYOFF-INTEREST TO WS-HLD-INTEREST(WS-HLD-COUNT)
           MOVE WS-PAYOFF-NEEDED TO WS-HLD-NEEDED(WS-HLD-COUNT)
           MOVE WS-OVERPAYMENT TO WS-HLD-OVERPAY(WS-HLD-COUNT)
           MOVE WS-ESCROW-REFUND TO WS-HLD-REFUND(WS-HLD-COUNT)
           MOVE WS-PRIOR-THRU TO WS-HLD-PRIOR-THRU(WS-HLD-COUNT)
           MOVE WS-PAY-USER-ID TO WS-HLD-USER-ID(WS-HLD-COUNT).

      *****************************************************************
      * With the balance file committed, each payoff held tonight    *
      * goes out: the refund, both history rows, the closure, the    *
      * letter and the lien release. A night whose balance rewrite   *
      * fails writes none of them, and the payoffs post again on the *
      * rerun.                                                       *
      *****************************************************************
       WRITE-HELD-PAYOFFS.
           PERFORM OPEN-ESCROW-LEDGER
           PERFORM OPEN-PAYMENT-HISTORY
           PERFORM OPEN-PAYOFF-HISTORY
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
               MOVE WS-HLD-LOAN-ID(WS-HLD-IDX) TO WS-PAY-LOAN-ID
               MOVE WS-HLD-MST-SLOT(WS-HLD-IDX) TO WS-MST-SLOT
               MOVE WS-HLD-RECEIVED(WS-HLD-IDX) TO WS-PAY-RECEIVED
               MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-PAY-AMOUNT
               MOVE WS-HLD-PRINCIPAL(WS-HLD-IDX) TO WS-PAYOFF-PRINCIPAL
               MOVE WS-HLD-INTEREST(WS-HLD-IDX) TO WS-PAYOFF-INTEREST
               MOVE WS-HLD-NEEDED(WS-HLD-IDX) TO WS-PAYOFF-NEEDED
               MOVE WS-HLD-OVERPAY(WS-HLD-IDX) TO WS-OVERPAYMENT
               MOVE WS-HLD-REFUND(WS-HLD-IDX) TO WS-ESCROW-REFUND
               MOVE WS-HLD-PRIOR-THRU(WS-HLD-IDX) TO WS-PRIOR-THRU
               MOVE WS-HLD-USER-ID(WS-HLD-IDX) TO WS-PAY-USER-ID
               IF WS-ESCROW-REFUND > 0
                   PERFORM WRITE-ESCROW-REFUND
               END-IF
               PERFORM WRITE-PAYMENT-HISTORY
               PERFORM WRITE-PAYOFF-HISTORY
               PERFORM WRITE-CLOSURE-TRANSACTION
               PERFORM WRITE-PAID-IN-FULL-LETTER
               PERFORM WRITE-LIEN-RELEASE-REQUEST
           END-PERFORM
           CLOSE ESCROW-LEDGER-FILE
           CLOSE HISTORY-FILE
           CLOSE PAYOFF-HISTORY-FILE.

      *    A payoff on a loan that has never posted: open its balance
      *    row at the master's original principal, as PAYMENT-POSTING
      *    would on the first payment.
       OPEN-BALANCE-ROW.
           IF WS-BAL-COUNT >= 5000
               DISPLAY 'PAYOFF-POSTING: BALANCE TABLE FULL - '
                   'RUN ABORTED, FILES UNTOUCHED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-SLOT
           MOVE WS-PAY-LOAN-ID TO WS-BAL-ID(WS-BAL-SLOT)
           MOVE WS-MST-PRINCIPAL(WS-MST-SLOT)
               TO WS-BAL-PRINCIPAL(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-ESCROW(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-SLOT).

      *    The per-diem collected comes off the accrued interest, and
      *    never takes it below zero.
       RELIEVE-ACCRUED-INTEREST.
           PERFORM FIND-ACCRUAL-SLOT
           IF WS-ACR-SLOT > 0
              AND WS-PAYOFF-INTEREST > 0
               IF WS-PAYOFF-INTEREST > WS-ACR-ACCRUED(WS-ACR-SLOT)
                   MOVE WS-ACR-ACCRUED(WS-ACR-SLOT)
                       TO WS-INTEREST-RELIEVED
               ELSE
                   MOVE WS-PAYOFF-INTEREST TO WS-INTEREST-RELIEVED
               END-IF
               SUBTRACT WS-INTEREST-RELIEVED
                   FROM WS-ACR-ACCRUED(WS-ACR-SLOT)
               MOVE 'Y' TO WS-ACCRUAL-CHANGED
           END-IF.

       FIND-MASTER-SLOT.
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM.

       FIND-BALANCE-SLOT.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM.

       FIND-ACCRUAL-SLOT.
           MOVE 0 TO WS-ACR-SLOT
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                   UNTIL WS-ACR-IDX > WS-ACR-COUNT
                      OR WS-ACR-SLOT > 0
               IF WS-ACR-ID(WS-ACR-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-ACR-IDX TO WS-ACR-SLOT
               END-IF
           END-PERFORM.

       FIND-ESCROW-SLOT.
           MOVE 0 TO WS-ESC-SLOT
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-COUNT
                      OR WS-ESC-SLOT > 0
               IF WS-ESC-ID(WS-ESC-IDX) = WS-PAY-LOAN-ID
                   MOVE WS-ESC-IDX TO WS-ESC-SLOT
               END-IF
           END-PERFORM.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-ESCROW-LEDGER.
           OPEN EXTEND ESCROW-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               OPEN OUTPUT ESCROW-LEDGER-FILE
           END-IF.

       OPEN-PAYMENT-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       OPEN-PAYOFF-HISTORY.
           OPEN EXTEND PAYOFF-HISTORY-FILE
           IF WS-PAYOFF-HIST-STATUS NOT = '00'
               OPEN OUTPUT PAYOFF-HISTORY-FILE
           END-IF.

       WRITE-ESCROW-REFUND.
           MOVE WS-ESCROW-REFUND TO WS-ESCROW-BAL-D
           MOVE SPACES TO ESCROW-LEDGER-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-RUN-DATE
                  '|DISB|REFUND|' WS-ESCROW-BAL-D
               DELIMITED BY SIZE INTO ESCROW-LEDGER-RECORD
           WRITE ESCROW-LEDGER-RECORD.

      *    The posting as PAYMENT-POSTING writes it - type P, no
      *    escrow portion, the prior paid-thru date last.
       WRITE-PAYMENT-HISTORY.
           MOVE WS-PAYOFF-NEEDED TO WS-HIST-AMOUNT-D
           MOVE WS-PAYOFF-INTEREST TO WS-HIST-INTEREST-D
           MOVE WS-PAYOFF-PRINCIPAL TO WS-HIST-PRINCIPAL-D
           MOVE 0 TO WS-HIST-ESCROW-D
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-PAY-LOAN-ID
                  '|' WS-PAY-RECEIVED
                  '|' WS-HIST-AMOUNT-D
                  '|' WS-HIST-INTEREST-D
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-HIST-ESCROW-D
                  '|' WS-RUN-DATE
                  '|P|' WS-PRIOR-THRU
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

       WRITE-PAYOFF-HISTORY.
           MOVE WS-PAY-AMOUNT TO WS-HIST-AMOUNT-D
           MOVE WS-PAYOFF-PRINCIPAL TO WS-HIST-PRINCIPAL-D
           MOVE WS-PAYOFF-INTEREST TO WS-HIST-INTEREST-D
           MOVE WS-OVERPAYMENT TO WS-HIST-OVERPAY-D
           MOVE WS-ESCROW-REFUND TO WS-HIST-ESCROW-D
           MOVE SPACES TO PAYOFF-HISTORY-RECORD
           STRING WS-PAY-LOAN-ID DELIMITED BY SPACE
                  '|' WS-PAY-RECEIVED
                  '|' WS-HIST-AMOUNT-D
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-HIST-INTEREST-D
                  '|' WS-HIST-OVERPAY-D
                  '|' WS-HIST-ESCROW-D
                  '|' WS-RUN-DATE
                  '|' WS-PAY-USER-ID
               DELIMITED BY SIZE INTO PAYOFF-HISTORY-RECORD
           WRITE PAYOFF-HISTORY-RECORD.

      *****************************************************************
      * PAYOFF|loan_id|PAYOFF-RUN - the LOAN-MASTER-MAINT short      *
      * status layout, under this run's user id.                     *
      *****************************************************************
       WRITE-CLOSURE-TRANSACTION.
           MOVE SPACES TO CLOSURE-TRANS-RECORD
           STRING 'PAYOFF|' WS-PAY-LOAN-ID DELIMITED BY SPACE
                  '|' WS-CLOSURE-USER DELIMITED BY SIZE
               INTO CLOSURE-TRANS-RECORD
           WRITE CLOSURE-TRANS-RECORD.

      *    The payoff that did not post, with its reason first so the
      *    suspense list sorts by what servicing has to do about it.
       WRITE-SUSPENSE-ROW.
           MOVE WS-PAY-AMOUNT TO WS-FILE-AMOUNT-D
           MOVE WS-PAYOFF-NEEDED TO WS-FILE-NEEDED-D
           MOVE WS-SHORTFALL TO WS-FILE-SHORT-D
           MOVE SPACES TO SUSPENSE-RECORD
           STRING WS-POST-DETAIL DELIMITED BY '  '
                  '|' WS-PAY-LOAN-ID DELIMITED BY SPACE
                  '|' WS-PAY-RECEIVED-TEXT DELIMITED BY SPACE
                  '|' WS-FILE-AMOUNT-D
                  '|' WS-FILE-NEEDED-D
                  '|' WS-FILE-SHORT-D
                  '|' WS-PAY-USER-ID DELIMITED BY SIZE
               INTO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD.

      *****************************************************************
      * The borrower's paid-in-full letter: what closed the loan,    *
      * what is coming back to them and that the lien release has    *
      * been requested.                                              *
      *****************************************************************
       WRITE-PAID-IN-FULL-LETTER.
           MOVE ALL '=' TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'PAID-IN-FULL LETTER' TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING 'LETTER DATE: ' WS-RUN-DATE
                  '      LOAN: ' WS-PAY-LOAN-ID
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING 'BORROWER: ' WS-MST-BORROWER(WS-MST-SLOT)
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING 'YOUR LOAN WAS PAID IN FULL WITH THE FUNDS WE '
                  'RECEIVED ON ' WS-PAY-RECEIVED '.'
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'NO FURTHER PAYMENTS ARE DUE ON THIS LOAN.'
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE 'PRINCIPAL PAID:' TO WS-LETTER-LABEL
           MOVE WS-PAYOFF-PRINCIPAL TO WS-MONEY-D
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE SPACES TO WS-LETTER-LABEL
           STRING 'INTEREST TO ' WS-PAY-RECEIVED ':'
               DELIMITED BY SIZE INTO WS-LETTER-LABEL
           MOVE WS-PAYOFF-INTEREST TO WS-MONEY-D
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'TOTAL PAYOFF:' TO WS-LETTER-LABEL
           MOVE WS-PAYOFF-NEEDED TO WS-MONEY-D
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'FUNDS RECEIVED:' TO WS-LETTER-LABEL
           MOVE WS-PAY-AMOUNT TO WS-MONEY-D
           PERFORM WRITE-LETTER-AMOUNT-LINE
           IF WS-OVERPAYMENT > 0
               MOVE 'OVERPAYMENT TO BE REFUNDED:' TO WS-LETTER-LABEL
               MOVE WS-OVERPAYMENT TO WS-MONEY-D
               PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-ESCROW-REFUND > 0
               MOVE 'ESCROW BALANCE TO BE REFUNDED:' TO WS-LETTER-LABEL
               MOVE WS-ESCROW-REFUND TO WS-MONEY-D
               PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE 'WE HAVE REQUESTED THE RELEASE OF THE LIEN SECURING '
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'THIS LOAN. THE RECORDED RELEASE WILL BE SENT TO YOU.'
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD.

       WRITE-LETTER-AMOUNT-LINE.
           MOVE SPACES TO LETTER-RECORD
           STRING WS-LETTER-LABEL WS-MONEY-D
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD.

       WRITE-LIEN-RELEASE-REQUEST.
           MOVE WS-MST-PRINCIPAL(WS-MST-SLOT) TO WS-HIST-PRINCIPAL-D
           MOVE SPACES TO LIEN-RECORD
           STRING WS-PAY-LOAN-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-MST-BORROWER(WS-MST-SLOT) DELIMITED BY '  '
                  '|' WS-MST-ORIG-DATE(WS-MST-SLOT)
                  '|' WS-HIST-PRINCIPAL-D
                  '|' WS-PAY-RECEIVED
                  '|' WS-RUN-DATE
                  DELIMITED BY SIZE
               INTO LIEN-RECORD
           WRITE LIEN-RECORD.

       WRITE-REGISTER-LINE.
           MOVE WS-PAY-AMOUNT TO WS-MONEY-D
           MOVE WS-PAYOFF-NEEDED TO WS-NEEDED-D
           MOVE WS-PAYOFF-INTEREST TO WS-INTEREST-D
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-PAY-LOAN-ID
                  ' ' WS-PAY-RECEIVED-TEXT
                  ' FUNDS=' WS-MONEY-D
                  ' NEEDED=' WS-NEEDED-D
                  ' INT=' WS-INTEREST-D
                  ' ' WS-POST-RESULT
                  ' ' WS-POST-DETAIL
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF WS-SHORTFALL > 0
               MOVE WS-SHORTFALL TO WS-REFUND-D
               MOVE SPACES TO REGISTER-RECORD
               STRING '    SHORT BY: ' WS-REFUND-D
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           IF WS-OVERPAYMENT > 0
               MOVE WS-OVERPAYMENT TO WS-REFUND-D
               MOVE SPACES TO REGISTER-RECORD
               STRING '    OVERPAYMENT HELD FOR REFUND: ' WS-REFUND-D
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           IF WS-ESCROW-REFUND > 0
               MOVE WS-ESCROW-REFUND TO WS-REFUND-D
               MOVE SPACES TO REGISTER-RECORD
               STRING '    ESCROW REFUNDED (DISB REFUND): ' WS-REFUND-D
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE ALL '=' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-TRANS-READ TO WS-COUNT-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'PAYOFFS READ          ' WS-COUNT-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-PAYOFFS-POSTED TO WS-COUNT-D
           MOVE WS-TOTAL-PAID-OFF TO WS-MONEY-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'LOANS PAID IN FULL    ' WS-COUNT-D '  ' WS-MONEY-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-TOTAL-ESCROW-REFUND TO WS-MONEY-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'ESCROW REFUNDED               ' WS-MONEY-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-PAYOFFS-SUSPENDED TO WS-COUNT-D
           MOVE WS-TOTAL-SUSPENSE TO WS-MONEY-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'TO SUSPENSE           ' WS-COUNT-D '  ' WS-MONEY-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-CLOSURES-AWAITING TO WS-COUNT-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'AWAITING MAINTENANCE  ' WS-COUNT-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-CLOSURES-REOPENED TO WS-COUNT-D
           MOVE SPACES TO REGISTER-RECORD
           STRING 'PAYOFFS BACKED OUT    ' WS-COUNT-D
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live balance file - never an OPEN OUTPUT over the only copy. *
      *****************************************************************
       REWRITE-BALANCE-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'loan-balance.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
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

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-BAL-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'PAYOFF-POSTING: BALANCE REWRITE NOT '
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
               DISPLAY 'PAYOFF-POSTING: ACCRUAL REWRITE NOT '
                   'COMMITTED - LIVE ACCRUAL FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
