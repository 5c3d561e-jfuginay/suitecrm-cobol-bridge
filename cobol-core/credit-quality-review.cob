       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-QUALITY-REVIEW.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Monthly credit-quality run: moves seriously delinquent loans *
      * off accrual and charges off the ones past the charge-off     *
      * threshold, so interest income stops being booked on loans    *
      * nobody expects to collect and the books stop carrying        *
      * principal that is gone.                                      *
      *                                                               *
      * Reads collections-queue-master.dat (COLLECTIONS-WORK-QUEUE's *
      * persistent queue), loan-master.dat and loan-balance.dat.     *
      * For every loan in the 90+ bucket:                            *
      *   - an accruing loan (status A) is placed on non-accrual:    *
      *     a NONACC transaction is written. Its accrued-but-unpaid  *
      *     interest (loan-accrual.dat) is reported and recorded as  *
      *     the interest reversed; INTEREST-ACCRUAL books the        *
      *     reversal - DR 4010 interest income, CR 1210 loan         *
      *     interest receivable, source INT-REV - on its first run   *
      *     after maintenance applies the status change              *
      *   - a loan at or past the charge-off threshold - 120 days    *
      *     past due, counting the first missed payment as due one   *
      *     month after paid_thru_date - is proposed for charge-off: *
      *     a CHGOFF transaction is written. An accruing loan        *
      *     charged off straight from A has its accrued interest     *
      *     recorded the same way. The principal is written off      *
      *     against the allowance - DR 1290 allowance for loan       *
      *     losses, CR 1200 loans receivable, source CHARGEOFF - on  *
      *     the first run after maintenance has applied the CHGOFF   *
      *     and the master shows status C, at the principal_balance  *
      *     then on the book; a charge-off that is never approved    *
      *     never reaches the ledger.                                *
      * Non-accrual loans that have left the queue are listed for    *
      * the credit officer's return-to-accrual review; the only way  *
      * back to accrual is an audited LOAN-MASTER-MAINT ACCRUE       *
      * transaction keyed by that officer.                           *
      *                                                               *
      * Outputs:                                                     *
      *   credit-quality-trans.dat   ready-to-run LOAN-MASTER-MAINT  *
      *                              NONACC / CHGOFF transactions    *
      *                              (action|loan_id|CREDIT-QLY) -   *
      *                              the ESCROW-ANALYSIS pattern, so *
      *                              every status change goes        *
      *                              through the master's audit log  *
      *   gl-journal.dat             the run's CHARGEOFF pairs for   *
      *                              charge-offs now approved,       *
      *                              appended as a batch of          *
      *                              their own behind the night's    *
      *                              GL-JOURNAL-GENERATOR batch and  *
      *                              closed by their own             *
      *                              TOTAL|debits|credits|lines row  *
      *   credit-quality-history.dat one row per action taken        *
      *                              (loan_id|run_date|action|       *
      *                              principal|interest_reversed     *
      *                              [|PROPOSED]), the charge-off    *
      *                              record later loss reporting     *
      *                              reads. A CHGOFF row is marked   *
      *                              PROPOSED; a BOOKED row follows  *
      *                              with the principal written off  *
      *                              once the ledger entry is made   *
      *   credit-quality-report.txt  the month's moves and the       *
      *                              accrual-review list             *
      *                                                               *
      * A loan already acted on in the run's month (by the history   *
      * file) is not acted on again, and a proposed charge-off is    *
      * honoured whatever month it was proposed in, so a loan is     *
      * never proposed - or booked - twice; its transaction is       *
      * re-issued while the master still shows the old status, so    *
      * the rerun's transaction file loses nothing.                  *
      * Condition code 12 when the loan master is missing; 4 when    *
      * there is no collections queue to review.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-MASTER-FILE ASSIGN TO
               'collections-queue-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'loan-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'credit-quality-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'loan-accrual.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT TRANS-OUT-FILE ASSIGN TO 'credit-quality-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'credit-quality-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-MASTER-FILE.
       01  QUEUE-MASTER-RECORD PIC X(150).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(100).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD PIC X(100).

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD PIC X(40).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-QUEUE-EOF            PIC X VALUE 'N'.
           88  WS-QUEUE-AT-END         VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
           88  WS-HISTORY-AT-END       VALUE 'Y'.
       01  WS-ACCRUAL-EOF          PIC X VALUE 'N'.
           88  WS-ACCRUAL-AT-END       VALUE 'Y'.

      * Loan master image - terms, status and borrower for every
      * loan, plus the review flags this run sets.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-BORROWER  PIC X(30).
               10  WS-MST-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-MST-RATE      PIC 9(3)V9(6) COMP-3.
               10  WS-MST-ORIG-DATE PIC 9(8).
               10  WS-MST-STATUS    PIC X(1).
               10  WS-MST-IN-90     PIC X(1).
               10  WS-MST-ACTED     PIC X(1).
               10  WS-MST-ACTION    PIC X(6).
               10  WS-MST-CO-PENDING PIC X(1).
               10  WS-MST-CO-BOOKED PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Posted balance by loan, from PAYMENT-POSTING.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BAL OCCURS 5000 TIMES.
               10  WS-BAL-ID        PIC X(10).
               10  WS-BAL-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Accrued-but-unpaid interest by loan, from INTEREST-ACCRUAL.
       01  WS-ACCRUAL-TABLE.
           05  WS-ACR-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-ACR OCCURS 5000 TIMES.
               10  WS-ACR-ID        PIC X(10).
               10  WS-ACR-ACCRUED   PIC 9(10)V99 COMP-3.
       01  WS-ACR-IDX              PIC 9(5) COMP-3 VALUE 0.

      * Parse work
       01  WS-PARSE-ID             PIC X(10).
       01  WS-PARSE-BORROWER       PIC X(30).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).
       01  WS-PARSE-STATUS         PIC X(1).

      * Charge-off threshold in days past due, and the figures for
      * the loan under review.
       01  WS-CHARGE-OFF-DAYS      PIC 9(5) VALUE 120.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-MONTH            PIC 9(6).
       01  WS-RUN-DATE-INT         PIC 9(8) COMP-3.
       01  WS-LAST-PAID            PIC 9(8).
       01  WS-DAYS-SINCE-PAID      PIC S9(7) COMP-3.
       01  WS-DAYS-PAST-DUE        PIC S9(7) COMP-3.
       01  WS-BALANCE              PIC 9(12)V99 COMP-3.
       01  WS-INTEREST-REVERSED    PIC 9(12)V99 COMP-3.
       01  WS-ACTION               PIC X(6).
       01  WS-USER-ID              PIC X(10) VALUE 'CREDIT-QLY'.
       01  WS-HISTORY-MARK         PIC X(9).

      * GL batch this run appends.
       01  WS-LOAN-ID              PIC X(10).
       01  WS-POST-AMOUNT          PIC 9(12)V99 COMP-3.
       01  WS-SOURCE-TYPE          PIC X(12).
       01  WS-DEBIT-ACCOUNT        PIC X(4).
       01  WS-CREDIT-ACCOUNT       PIC X(4).
       01  WS-TOTAL-DEBITS         PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-LINES        PIC 9(8) VALUE 0.

       01  WS-NONACCRUAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-CHARGEOFF-COUNT      PIC 9(6) VALUE 0.
       01  WS-REVIEW-COUNT         PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REISSUED-COUNT       PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT         PIC 9(6) VALUE 0.
       01  WS-TOTAL-REVERSED       PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CHARGED-OFF    PIC 9(14)V99 COMP-3 VALUE 0.

      * Display-edited fields
       01  WS-AMOUNT-D             PIC 9(10).99.
       01  WS-TOTAL-DEBITS-D       PIC 9(12).99.
       01  WS-TOTAL-CREDITS-D      PIC 9(12).99.
       01  WS-MONEY-D              PIC Z(9)9.99.
       01  WS-INTEREST-D           PIC Z(9)9.99.
       01  WS-DAYS-D               PIC ZZZZ9.
       01  WS-COUNT-D              PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM LOAD-MASTER-TABLE
           IF WS-MST-COUNT = 0
               DISPLAY 'CREDIT-QUALITY-REVIEW: LOAN MASTER MISSING '
                   'OR EMPTY - NOTHING REVIEWED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-ACCRUAL-TABLE
           PERFORM LOAD-ACTION-HISTORY
           PERFORM MARK-SERIOUSLY-DELINQUENT

           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM OPEN-JOURNAL-FILE
           PERFORM OPEN-HISTORY-FILE

           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM REVIEW-ONE-LOAN
           END-PERFORM
           PERFORM WRITE-ACCRUAL-REVIEW-LIST

           PERFORM WRITE-BATCH-CONTROL-ROW
           PERFORM WRITE-REPORT-SUMMARY

           CLOSE TRANS-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           CLOSE HISTORY-FILE

           DISPLAY 'CREDIT-QUALITY-REVIEW: NON-ACCRUAL='
               WS-NONACCRUAL-COUNT
               ' CHARGED-OFF=' WS-CHARGEOFF-COUNT
               ' BOOKED=' WS-BOOKED-COUNT
               ' ACCRUAL-REVIEW=' WS-REVIEW-COUNT

           IF WS-QUEUE-FILE-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MASTER-TABLE.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-MASTER-AT-END
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM LOAD-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ENTRY.
           IF WS-MST-COUNT >= 5000
               DISPLAY 'CREDIT-QUALITY-REVIEW: LOAN MASTER EXCEEDS '
                   'TABLE CAPACITY - RUN ABORTED, NOTHING REVIEWED'
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-BORROWER
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
           MOVE SPACES TO WS-PARSE-STATUS
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-ID WS-PARSE-BORROWER
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
                    WS-PARSE-STATUS
           END-UNSTRING
           ADD 1 TO WS-MST-COUNT
           MOVE WS-PARSE-ID TO WS-MST-ID(WS-MST-COUNT)
           MOVE WS-PARSE-BORROWER TO WS-MST-BORROWER(WS-MST-COUNT)
           MOVE WS-PARSE-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
           MOVE 'N' TO WS-MST-IN-90(WS-MST-COUNT)
           MOVE 'N' TO WS-MST-ACTED(WS-MST-COUNT)
           MOVE SPACES TO WS-MST-ACTION(WS-MST-COUNT)
           MOVE 'N' TO WS-MST-CO-PENDING(WS-MST-COUNT)
           MOVE 'N' TO WS-MST-CO-BOOKED(WS-MST-COUNT)
           MOVE 0 TO WS-MST-PRINCIPAL(WS-MST-COUNT)
           MOVE 0 TO WS-MST-RATE(WS-MST-COUNT)
           MOVE 0 TO WS-MST-ORIG-DATE(WS-MST-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-MST-PRINCIPAL(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-MST-RATE(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-MST-ORIG-DATE(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF.

      *****************************************************************
      * A missing balance file means nothing has posted yet - loans  *
      * fall back to their master principal and origination date.    *
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
           IF WS-BAL-COUNT < 5000
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-3
               MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
               UNSTRING BALANCE-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-3
                        WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
               END-UNSTRING
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-PARSE-ID TO WS-BAL-ID(WS-BAL-COUNT)
               MOVE 0 TO WS-BAL-PRINCIPAL(WS-BAL-COUNT)
               MOVE 0 TO WS-BAL-PAID-THRU(WS-BAL-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
                   COMPUTE WS-BAL-PRINCIPAL(WS-BAL-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-3)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
                   COMPUTE WS-BAL-PAID-THRU(WS-BAL-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-5)
               END-IF
           END-IF.

      *****************************************************************
      * No accrual file means INTEREST-ACCRUAL has not run yet, so   *
      * no interest has been booked that would need reversing.       *
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
           IF WS-ACR-COUNT < 5000
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-3
               UNSTRING ACCRUAL-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-3
               END-UNSTRING
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-PARSE-ID TO WS-ACR-ID(WS-ACR-COUNT)
               MOVE 0 TO WS-ACR-ACCRUED(WS-ACR-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
                   COMPUTE WS-ACR-ACCRUED(WS-ACR-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-3)
               END-IF
           END-IF.

      *****************************************************************
      * Loans already acted on this month are flagged so a rerun     *
      * leaves them alone. Charge-offs are followed across months:   *
      * a PROPOSED CHGOFF row leaves the loan pending until a BOOKED *
      * row shows its ledger entry made.                             *
      *****************************************************************
       LOAD-ACTION-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-AT-END
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM LOAD-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-HISTORY-ENTRY.
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6 WS-PARSE-FIELD-7
           UNSTRING HISTORY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-ID WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5 WS-PARSE-FIELD-6 WS-PARSE-FIELD-7
           END-UNSTRING
           PERFORM FIND-MASTER-SLOT
           IF WS-MST-SLOT > 0
               IF WS-PARSE-FIELD-3(1:6) = WS-RUN-MONTH
                  AND WS-PARSE-FIELD-4 NOT = 'BOOKED'
                   MOVE 'Y' TO WS-MST-ACTED(WS-MST-SLOT)
                   MOVE WS-PARSE-FIELD-4 TO WS-MST-ACTION(WS-MST-SLOT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-PARSE-FIELD-4 = 'CHGOFF'
                    AND WS-PARSE-FIELD-7 = 'PROPOSED'
                       MOVE 'Y' TO WS-MST-CO-PENDING(WS-MST-SLOT)
                   WHEN WS-PARSE-FIELD-4 = 'BOOKED'
                       MOVE 'Y' TO WS-MST-CO-BOOKED(WS-MST-SLOT)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * The collections queue names every loan now in the 90+        *
      * bucket. No queue file means no loan can be judged seriously  *
      * delinquent - the run still lists the accrual reviews.        *
      *****************************************************************
       MARK-SERIOUSLY-DELINQUENT.
           OPEN INPUT QUEUE-MASTER-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               PERFORM UNTIL WS-QUEUE-AT-END
                   READ QUEUE-MASTER-FILE INTO QUEUE-MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-QUEUE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-3
                           UNSTRING QUEUE-MASTER-RECORD
                                   DELIMITED BY '|'
                               INTO WS-PARSE-ID WS-PARSE-FIELD-3
                           END-UNSTRING
                           PERFORM FIND-MASTER-SLOT
                           IF WS-MST-SLOT > 0
                              AND WS-PARSE-FIELD-3 = '90+'
                               MOVE 'Y' TO WS-MST-IN-90(WS-MST-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-MASTER-FILE
           ELSE
               DISPLAY 'CREDIT-QUALITY-REVIEW: COLLECTIONS QUEUE '
                   'MISSING - NO DELINQUENT LOANS REVIEWED'
           END-IF.

       FIND-MASTER-SLOT.
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-PARSE-ID
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM.

       FIND-BALANCE-SLOT.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Only accruing and non-accrual loans in the 90+ bucket are    *
      * candidates; anything already acted on this month is counted  *
      * and passed over.                                             *
      *****************************************************************
       REVIEW-ONE-LOAN.
           EVALUATE TRUE
               WHEN WS-MST-CO-PENDING(WS-MST-IDX) = 'Y'
                AND WS-MST-CO-BOOKED(WS-MST-IDX) = 'N'
                   PERFORM SETTLE-PENDING-CHARGE-OFF
               WHEN WS-MST-ACTED(WS-MST-IDX) = 'Y'
                   PERFORM REISSUE-PENDING-TRANSACTION
               WHEN WS-MST-IN-90(WS-MST-IDX) NOT = 'Y'
                   CONTINUE
               WHEN WS-MST-STATUS(WS-MST-IDX) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-IDX) NOT = 'N'
                   CONTINUE
               WHEN OTHER
                   PERFORM MEASURE-DELINQUENCY
                   MOVE 0 TO WS-INTEREST-REVERSED
                   IF WS-DAYS-PAST-DUE >= WS-CHARGE-OFF-DAYS
                       MOVE 'CHGOFF' TO WS-ACTION
                   ELSE
                       MOVE 'NONACC' TO WS-ACTION
                   END-IF
                   IF WS-MST-STATUS(WS-MST-IDX) = 'A'
                       PERFORM REVERSE-ACCRUED-INTEREST
                   END-IF
                   IF WS-ACTION = 'NONACC'
                    AND WS-MST-STATUS(WS-MST-IDX) = 'N'
      *                Already off accrual and not yet at the
      *                threshold - nothing to do this month.
                       CONTINUE
                   ELSE
                       PERFORM WRITE-STATUS-TRANSACTION
                       PERFORM WRITE-ACTION-HISTORY
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * A proposed charge-off is booked on the first run that finds  *
      * the master at status C. Until then its CHGOFF transaction is *
      * re-issued like any other pending action; a loan that has     *
      * since closed another way (paid in full, made inactive) lets  *
      * the proposal lapse with nothing booked.                      *
      *****************************************************************
       SETTLE-PENDING-CHARGE-OFF.
           EVALUATE WS-MST-STATUS(WS-MST-IDX)
               WHEN 'C'
                   PERFORM MEASURE-DELINQUENCY
                   MOVE 0 TO WS-INTEREST-REVERSED
                   MOVE 'BOOKED' TO WS-ACTION
                   PERFORM CHARGE-OFF-PRINCIPAL
                   ADD 1 TO WS-BOOKED-COUNT
                   PERFORM WRITE-ACTION-HISTORY
                   PERFORM WRITE-REPORT-LINE
               WHEN 'A'
               WHEN 'N'
                   MOVE 'CHGOFF' TO WS-MST-ACTION(WS-MST-IDX)
                   PERFORM REISSUE-PENDING-TRANSACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * A loan acted on earlier this month is not acted on again. If *
      * maintenance has not yet applied the status change, the       *
      * transaction is written again - this run's transaction file   *
      * replaces the last one - but nothing is recorded twice.       *
      *****************************************************************
       REISSUE-PENDING-TRANSACTION.
           ADD 1 TO WS-SKIPPED-COUNT
           IF (WS-MST-ACTION(WS-MST-IDX) = 'NONACC'
               AND WS-MST-STATUS(WS-MST-IDX) = 'A')
           OR (WS-MST-ACTION(WS-MST-IDX) = 'CHGOFF'
               AND (WS-MST-STATUS(WS-MST-IDX) = 'A'
                 OR WS-MST-STATUS(WS-MST-IDX) = 'N'))
               MOVE SPACES TO TRANS-OUT-RECORD
               STRING WS-MST-ACTION(WS-MST-IDX)
                      '|' WS-MST-ID(WS-MST-IDX)
                      '|' WS-USER-ID
                   DELIMITED BY SIZE INTO TRANS-OUT-RECORD
               WRITE TRANS-OUT-RECORD
               ADD 1 TO WS-REISSUED-COUNT
           END-IF.

      *****************************************************************
      * Days past due run from the first payment missed: one month   *
      * after the last posted payment, or one month after            *
      * origination for a loan that has never paid.                  *
      *****************************************************************
       MEASURE-DELINQUENCY.
           PERFORM FIND-BALANCE-SLOT
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT) TO WS-BALANCE
               MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-LAST-PAID
           ELSE
               MOVE WS-MST-PRINCIPAL(WS-MST-IDX) TO WS-BALANCE
               MOVE 0 TO WS-LAST-PAID
           END-IF
           IF WS-LAST-PAID = 0
               MOVE WS-MST-ORIG-DATE(WS-MST-IDX) TO WS-LAST-PAID
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-LAST-PAID) = 0
               MOVE 0 TO WS-DAYS-SINCE-PAID
           ELSE
               COMPUTE WS-DAYS-SINCE-PAID = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-PAID)
           END-IF
           COMPUTE WS-DAYS-PAST-DUE = WS-DAYS-SINCE-PAID - 30
           IF WS-DAYS-PAST-DUE < 0
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.

      *    The ledger entry is INTEREST-ACCRUAL's to make once the
      *    loan is off status A; this run records what it will be.
       REVERSE-ACCRUED-INTEREST.
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                   UNTIL WS-ACR-IDX > WS-ACR-COUNT
               IF WS-ACR-ID(WS-ACR-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-ACR-ACCRUED(WS-ACR-IDX)
                       TO WS-INTEREST-REVERSED
               END-IF
           END-PERFORM
           ADD WS-INTEREST-REVERSED TO WS-TOTAL-REVERSED.

       CHARGE-OFF-PRINCIPAL.
           IF WS-BALANCE > 0
               MOVE WS-MST-ID(WS-MST-IDX) TO WS-LOAN-ID
               MOVE WS-BALANCE TO WS-POST-AMOUNT
               MOVE 'CHARGEOFF' TO WS-SOURCE-TYPE
               MOVE '1290' TO WS-DEBIT-ACCOUNT
               MOVE '1200' TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-JOURNAL-PAIR
               ADD WS-BALANCE TO WS-TOTAL-CHARGED-OFF
           END-IF.

      *****************************************************************
      * One LOAN-MASTER-MAINT status transaction per loan acted on,  *
      * in that program's short layout under this run's user id.     *
      *****************************************************************
       WRITE-STATUS-TRANSACTION.
           MOVE SPACES TO TRANS-OUT-RECORD
           STRING WS-ACTION
                  '|' WS-MST-ID(WS-MST-IDX)
                  '|' WS-USER-ID
               DELIMITED BY SIZE INTO TRANS-OUT-RECORD
           WRITE TRANS-OUT-RECORD
           IF WS-ACTION = 'CHGOFF'
               ADD 1 TO WS-CHARGEOFF-COUNT
           ELSE
               ADD 1 TO WS-NONACCRUAL-COUNT
           END-IF.

       WRITE-ACTION-HISTORY.
           MOVE WS-BALANCE TO WS-AMOUNT-D
           MOVE WS-INTEREST-REVERSED TO WS-TOTAL-DEBITS-D
           MOVE SPACES TO WS-HISTORY-MARK
           IF WS-ACTION = 'CHGOFF'
               MOVE '|PROPOSED' TO WS-HISTORY-MARK
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-MST-ID(WS-MST-IDX)
                  '|' WS-RUN-DATE
                  '|' WS-ACTION
                  '|' WS-AMOUNT-D
                  '|' WS-TOTAL-DEBITS-D DELIMITED BY SIZE
                  WS-HISTORY-MARK DELIMITED BY SPACE
               INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

       WRITE-JOURNAL-PAIR.
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-D

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-RUN-DATE
                  '|' WS-DEBIT-ACCOUNT
                  '|D|' WS-AMOUNT-D
                  '|' WS-SOURCE-TYPE
                  '|' WS-LOAN-ID
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS

           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-RUN-DATE
                  '|' WS-CREDIT-ACCOUNT
                  '|C|' WS-AMOUNT-D
                  '|' WS-SOURCE-TYPE
                  '|' WS-LOAN-ID
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.

      *    The batch control row closes this run's batch even when
      *    nothing was posted, so accounting always sees the run.
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

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MONTHLY CREDIT QUALITY REVIEW' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CHARGE-OFF-DAYS TO WS-DAYS-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE: ' WS-RUN-DATE
                  '      CHARGE-OFF THRESHOLD: '
                  FUNCTION TRIM(WS-DAYS-D) ' DAYS PAST DUE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOAN ID    BORROWER                       '
                  'ACTION   DPD        BALANCE  INT REVERSED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-LINE.
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-D
           MOVE WS-BALANCE TO WS-MONEY-D
           MOVE WS-INTEREST-REVERSED TO WS-INTEREST-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MST-ID(WS-MST-IDX)
                  ' ' WS-MST-BORROWER(WS-MST-IDX)
                  ' ' WS-ACTION
                  ' ' WS-DAYS-D
                  ' ' WS-MONEY-D
                  ' ' WS-INTEREST-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * Non-accrual loans no longer in the 90+ bucket may have been  *
      * brought current. They stay on non-accrual until a credit     *
      * officer keys the ACCRUE transaction - this list is their     *
      * worklist, not an automatic return.                           *
      *****************************************************************
       WRITE-ACCRUAL-REVIEW-LIST.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NON-ACCRUAL LOANS OUT OF THE 90+ BUCKET - '
                  'REVIEW FOR RETURN TO ACCRUAL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-STATUS(WS-MST-IDX) = 'N'
                  AND WS-MST-IN-90(WS-MST-IDX) = 'N'
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING WS-MST-ID(WS-MST-IDX)
                          ' ' WS-MST-BORROWER(WS-MST-IDX)
                          ' ACCRUAL REVIEW'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REVIEW CONTROL SUMMARY' TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NONACCRUAL-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'PLACED ON NON-ACCRUAL     ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CHARGEOFF-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'PROPOSED FOR CHARGE-OFF   ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BOOKED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'CHARGE-OFFS BOOKED        ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REVIEW-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'FOR ACCRUAL REVIEW        ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACTED ON EARLIER          ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REISSUED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING '  TRANSACTIONS RE-ISSUED  ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-REVERSED TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCRUED INTEREST REVERSED ' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-CHARGED-OFF TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'PRINCIPAL CHARGED OFF     ' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
