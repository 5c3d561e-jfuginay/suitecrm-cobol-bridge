      *                                                               *
      * Master record:                                               *
      *   loan_id|borrower|principal|rate|term|orig_date|status|    *
      *   currency|fx_rate|monthly_escrow[|arm_index|margin|         *
      *   reset_months|next_reset|periodic_cap|lifetime_cap|floor]   *
      *   (status A = active, I = inactive, N = non-accrual, C =    *
      *   charged off, P = paid in full; currency is the booking    *
      *   currency, USD for the domestic book, and fx_rate the      *
      *   origination-time rate to USD the loan was booked at -     *
      *   both optional on input, defaulted USD / 1, so feeds and   *
      *   files from before the foreign-currency book still load;   *
      *   monthly_escrow is the billed escrow collection, set by    *
      *   ESCROW-ANALYSIS' annual feed and defaulted to zero)       *
      *   The seven ARM terms follow on an adjustable-rate loan only *
      *   and are absent on a fixed-rate row: the published index    *
      *   the rate tracks (a name on index-rates.dat), the margin    *
      *   added to it, the months between resets, the next reset     *
      *   date, the most the rate may move at one reset, and the     *
      *   highest and lowest rate it may ever carry. Rates, margin   *
      *   and caps are fractions, like the rate itself.              *
      *                                                               *
      * Transactions are keyed to loan-master-trans.dat:             *
      *   action|loan_id|borrower|principal|rate|term|orig_date|    *
      *   user|currency|fx_rate                                      *
      *   ADD    - new master record (duplicate id rejected)         *
      *   CHANGE - replace borrower/terms on an existing record      *
      *   INACT  - mark an existing active or non-accrual record     *
      *            inactive (charged-off and paid-off loans are      *
      *            rejected)                                         *
      *   ESCROW - set the monthly escrow on an existing record;     *
      *            this action carries its own short layout,         *
      *            ESCROW|loan_id|monthly_escrow|user, which is      *
      *            exactly what escrow-analysis-trans.dat holds so   *
      *            the annual analysis feeds straight back through   *
      *            this program                                      *
      *   NONACC - place an active loan on non-accrual (A -> N)      *
      *   CHGOFF - charge off an active or non-accrual loan (-> C)   *
      *   ACCRUE - return a non-accrual loan to accrual (N -> A);    *
      *            this transaction is the only way back, so every   *
      *            return to accrual carries a user id in the audit  *
      *            log. The three status actions use the short       *
      *            layout action|loan_id|user - the rows             *
      *            CREDIT-QUALITY-REVIEW writes to                   *
      *            credit-quality-trans.dat                          *
      *   PAYOFF - mark an active or non-accrual loan paid in full   *
      *            (-> P), in the same short layout - the rows       *
      *            PAYOFF-POSTING writes to payoff-closure-trans.dat *
      *            once the payoff funds have posted                 *
      *   ARM    - set or replace the ARM terms of an existing loan, *
      *            in its own layout ARM|loan_id|index|margin|       *
      *            reset_months|next_reset|periodic_cap|             *
      *            lifetime_cap|floor|user; index FIXED removes the  *
      *            terms when a loan converts to a fixed rate        *
      *   RESET  - reprice an ARM loan at its reset, in the layout   *
      *            RESET|loan_id|new_rate|reset_date|next_reset|user *
      *            - the rows ARM-RATE-RESET writes to               *
      *            arm-reset-trans.dat. The reset date must be the   *
      *            loan's next reset on the master, so a reset is    *
      *            never applied twice, and the new rate must lie    *
      *            between the floor and the lifetime cap            *
      *                                                               *
      * Dual control: this program no longer reads that file. Every  *
      * row keyed there - including the rows the system-generated    *
      * feeds above are copied into it - first waits in              *
      * MAINT-APPROVAL's pending file until a second user approves   *
      * it, and this program reads only the approved rows, from      *
      * loan-master-approved.dat:                                    *
      *   pending_id|maker|checker|<transaction as keyed above>      *
      * A row whose checker is missing or is the maker is rejected   *
      * without being applied, so the control holds even against a   *
      * hand-edited approved file.                                   *
      *                                                               *
      * Every transaction - applied or rejected - is appended to     *
      * loan-master-audit.log as                                     *
      *   date|time|maker|checker|action|loan_id|result|detail       *
      * with the before/after values in the detail, so there is      *
      * always an answer to "who changed what, and who approved      *
      * it". Ends with condition code 4 when any transaction was     *
      * rejected.                                                    *
      *                                                               *
      * The end-of-job rewrite goes through MASTER-GENERATIONS: the  *
      * new master is written to a generation file, count-verified   *
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'loan-master-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'loan-master-audit.log'
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(240).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(300).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
               10  WS-MST-CURRENCY  PIC X(3).
               10  WS-MST-FX-RATE   PIC 9(3)V9(6) COMP-3.
               10  WS-MST-ESCROW    PIC 9(7)V99 COMP-3.
               10  WS-MST-ARM-INDEX PIC X(8).
               10  WS-MST-ARM-MARGIN PIC 9V9(6) COMP-3.
               10  WS-MST-ARM-MONTHS PIC 9(3) COMP-3.
               10  WS-MST-ARM-NEXT  PIC 9(8).
               10  WS-MST-ARM-PERIOD-CAP PIC 9V9(6) COMP-3.
               10  WS-MST-ARM-LIFE-CAP PIC 9V9(6) COMP-3.
               10  WS-MST-ARM-FLOOR PIC 9V9(6) COMP-3.
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Parsed fields of the record being loaded or of the
      * transaction being applied.
       01  WS-TRN-PENDING-ID       PIC X(13).
       01  WS-TRN-MAKER-ID         PIC X(10).
       01  WS-TRN-CHECKER-ID       PIC X(10).
       01  WS-TRN-PTR              PIC 9(3) VALUE 0.
       01  WS-TRANS-TEXT           PIC X(200).
       01  WS-TRN-ACTION           PIC X(6).
       01  WS-TRN-LOAN-ID          PIC X(10).
       01  WS-TRN-BORROWER         PIC X(30).
       01  WS-TRN-TERM             PIC 9(5) COMP-3.
       01  WS-TRN-FX-RATE          PIC 9(3)V9(6) COMP-3.
       01  WS-TRN-ESCROW           PIC 9(7)V99 COMP-3.
       01  WS-TRN-ARM-INDEX        PIC X(8).
       01  WS-TRN-MARGIN-TEXT      PIC X(12).
       01  WS-TRN-MONTHS-TEXT      PIC X(6).
       01  WS-TRN-NEXT-TEXT        PIC X(10).
       01  WS-TRN-PCAP-TEXT        PIC X(12).
       01  WS-TRN-LCAP-TEXT        PIC X(12).
       01  WS-TRN-FLOOR-TEXT       PIC X(12).
       01  WS-TRN-RESET-TEXT       PIC X(10).
       01  WS-TRN-MARGIN           PIC 9V9(6) COMP-3.
       01  WS-TRN-MONTHS           PIC 9(3) COMP-3.
       01  WS-TRN-NEXT             PIC 9(8).
       01  WS-TRN-PERIOD-CAP       PIC 9V9(6) COMP-3.
       01  WS-TRN-LIFE-CAP         PIC 9V9(6) COMP-3.
       01  WS-TRN-FLOOR            PIC 9V9(6) COMP-3.
       01  WS-TRN-RESET-DATE       PIC 9(8).

       01  WS-OLD-STATUS           PIC X(1) VALUE SPACE.

       01  WS-TRN-RESULT           PIC X(8).
       01  WS-TRN-DETAIL           PIC X(140).

       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(6) VALUE 0.
       01  WS-FX-RATE-D            PIC 9(3).9(6).
       01  WS-MST-ESCROW-D         PIC 9(6).99.
       01  WS-OLD-ESCROW-D         PIC 9(6).99.
       01  WS-MARGIN-D             PIC 9.999999.
       01  WS-MONTHS-D             PIC 9(3).
       01  WS-PERIOD-CAP-D         PIC 9.999999.
       01  WS-LIFE-CAP-D           PIC 9.999999.
       01  WS-FLOOR-D              PIC 9.999999.
       01  WS-ARM-TERMS-TEXT       PIC X(80).
       01  WS-OLD-ARM-TEXT         PIC X(80).

       PROCEDURE DIVISION.

               MOVE SPACES TO WS-TRN-TERM-TEXT
               MOVE SPACES TO WS-TRN-CURRENCY WS-TRN-FX-TEXT
               MOVE SPACES TO WS-TRN-ESCROW-TEXT
               PERFORM CLEAR-ARM-TEXT
               UNSTRING MASTER-RECORD DELIMITED BY '|'
                   INTO WS-MST-ID(WS-MST-COUNT)
                        WS-MST-BORROWER(WS-MST-COUNT)
                        WS-TRN-CURRENCY
                        WS-TRN-FX-TEXT
                        WS-TRN-ESCROW-TEXT
                        WS-TRN-ARM-INDEX
                        WS-TRN-MARGIN-TEXT
                        WS-TRN-MONTHS-TEXT
                        WS-TRN-NEXT-TEXT
                        WS-TRN-PCAP-TEXT
                        WS-TRN-LCAP-TEXT
                        WS-TRN-FLOOR-TEXT
               END-UNSTRING
               PERFORM CONVERT-TRANSACTION-AMOUNTS
               MOVE WS-TRN-PRINCIPAL TO WS-MST-PRINCIPAL(WS-MST-COUNT)
               ELSE
                   MOVE 0 TO WS-MST-ESCROW(WS-MST-COUNT)
               END-IF
               PERFORM CONVERT-ARM-TERMS
               MOVE WS-MST-COUNT TO WS-MST-SLOT
               PERFORM STORE-ARM-TERMS
               PERFORM DEFAULT-MASTER-CURRENCY.

       CLEAR-ARM-TEXT.
           MOVE SPACES TO WS-TRN-ARM-INDEX WS-TRN-MARGIN-TEXT
           MOVE SPACES TO WS-TRN-MONTHS-TEXT WS-TRN-NEXT-TEXT
           MOVE SPACES TO WS-TRN-PCAP-TEXT WS-TRN-LCAP-TEXT
           MOVE SPACES TO WS-TRN-FLOOR-TEXT.

       CONVERT-ARM-TERMS.
           MOVE 0 TO WS-TRN-MARGIN WS-TRN-MONTHS WS-TRN-NEXT
           MOVE 0 TO WS-TRN-PERIOD-CAP WS-TRN-LIFE-CAP WS-TRN-FLOOR
           IF FUNCTION TEST-NUMVAL(WS-TRN-MARGIN-TEXT) = 0
               COMPUTE WS-TRN-MARGIN =
                   FUNCTION NUMVAL(WS-TRN-MARGIN-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-MONTHS-TEXT) = 0
               COMPUTE WS-TRN-MONTHS =
                   FUNCTION NUMVAL(WS-TRN-MONTHS-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-NEXT-TEXT) = 0
               COMPUTE WS-TRN-NEXT =
                   FUNCTION NUMVAL(WS-TRN-NEXT-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-PCAP-TEXT) = 0
               COMPUTE WS-TRN-PERIOD-CAP =
                   FUNCTION NUMVAL(WS-TRN-PCAP-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-LCAP-TEXT) = 0
               COMPUTE WS-TRN-LIFE-CAP =
                   FUNCTION NUMVAL(WS-TRN-LCAP-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRN-FLOOR-TEXT) = 0
               COMPUTE WS-TRN-FLOOR =
                   FUNCTION NUMVAL(WS-TRN-FLOOR-TEXT)
           END-IF.

       STORE-ARM-TERMS.
           MOVE WS-TRN-ARM-INDEX TO WS-MST-ARM-INDEX(WS-MST-SLOT)
           MOVE WS-TRN-MARGIN TO WS-MST-ARM-MARGIN(WS-MST-SLOT)
           MOVE WS-TRN-MONTHS TO WS-MST-ARM-MONTHS(WS-MST-SLOT)
           MOVE WS-TRN-NEXT TO WS-MST-ARM-NEXT(WS-MST-SLOT)
           MOVE WS-TRN-PERIOD-CAP TO WS-MST-ARM-PERIOD-CAP(WS-MST-SLOT)
           MOVE WS-TRN-LIFE-CAP TO WS-MST-ARM-LIFE-CAP(WS-MST-SLOT)
           MOVE WS-TRN-FLOOR TO WS-MST-ARM-FLOOR(WS-MST-SLOT).

       CONVERT-TRANSACTION-AMOUNTS.
           IF FUNCTION TEST-NUMVAL(WS-TRN-PRIN-TEXT) = 0
               COMPUTE WS-TRN-PRINCIPAL =
           MOVE SPACES TO WS-TRN-ORIG-DATE WS-TRN-USER-ID
           MOVE SPACES TO WS-TRN-CURRENCY WS-TRN-FX-TEXT
           MOVE SPACES TO WS-TRN-DETAIL
           MOVE SPACES TO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
           MOVE SPACES TO WS-TRN-CHECKER-ID WS-TRANS-TEXT

      *    Approval prefix first, then the transaction as keyed.
           MOVE 1 TO WS-TRN-PTR
           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
                    WS-TRN-CHECKER-ID
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= 240
               MOVE TRANS-RECORD(WS-TRN-PTR:) TO WS-TRANS-TEXT
           END-IF

           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID WS-TRN-BORROWER
                    WS-TRN-PRIN-TEXT WS-TRN-RATE-TEXT
                    WS-TRN-TERM-TEXT WS-TRN-ORIG-DATE WS-TRN-USER-ID

           PERFORM FIND-MASTER-SLOT

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
                   WHEN 'INACT'
                       PERFORM APPLY-INACT-TRANSACTION
                   WHEN 'ESCROW'
                       PERFORM APPLY-ESCROW-TRANSACTION
                   WHEN 'ARM'
                       PERFORM APPLY-ARM-TRANSACTION
                   WHEN 'RESET'
                       PERFORM APPLY-RESET-TRANSACTION
                   WHEN 'NONACC'
                   WHEN 'CHGOFF'
                   WHEN 'ACCRUE'
                   WHEN 'PAYOFF'
                       PERFORM APPLY-STATUS-TRANSACTION
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
               END-EVALUATE
           END-IF

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
                   MOVE WS-TRN-FX-RATE
                       TO WS-MST-FX-RATE(WS-MST-COUNT)
                   MOVE 0 TO WS-MST-ESCROW(WS-MST-COUNT)
                   PERFORM CLEAR-ARM-TEXT
                   PERFORM CONVERT-ARM-TERMS
                   MOVE WS-MST-COUNT TO WS-MST-SLOT
                   PERFORM STORE-ARM-TERMS
                   PERFORM DEFAULT-MASTER-CURRENCY
                   MOVE 'APPLIED' TO WS-TRN-RESULT
                   PERFORM BUILD-NEW-VALUE-DETAIL
      *****************************************************************
       APPLY-ESCROW-TRANSACTION.
           MOVE SPACES TO WS-TRN-ESCROW-TEXT WS-TRN-USER-ID
           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID
                    WS-TRN-ESCROW-TEXT WS-TRN-USER-ID
           END-UNSTRING
                       DELIMITED BY SIZE INTO WS-TRN-DETAIL
           END-EVALUATE.

      *****************************************************************
      * ARM terms carry their own layout -                           *
      *   ARM|loan_id|index|margin|reset_months|next_reset|          *
      *   periodic_cap|lifetime_cap|floor|user                       *
      * - and replace whatever terms the loan had. Index FIXED takes *
      * the terms off a loan converted to a fixed rate.              *
      *****************************************************************
       APPLY-ARM-TRANSACTION.
           PERFORM CLEAR-ARM-TEXT
           MOVE SPACES TO WS-TRN-USER-ID
           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID
                    WS-TRN-ARM-INDEX WS-TRN-MARGIN-TEXT
                    WS-TRN-MONTHS-TEXT WS-TRN-NEXT-TEXT
                    WS-TRN-PCAP-TEXT WS-TRN-LCAP-TEXT
                    WS-TRN-FLOOR-TEXT WS-TRN-USER-ID
           END-UNSTRING
           PERFORM CONVERT-ARM-TERMS

           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-TRN-DETAIL
               WHEN WS-TRN-ARM-INDEX = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INDEX NAME MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-ARM-INDEX = 'FIXED'
                   PERFORM BUILD-OLD-ARM-TEXT
                   PERFORM CLEAR-ARM-TEXT
                   PERFORM CONVERT-ARM-TERMS
                   PERFORM STORE-ARM-TERMS
                   MOVE 'APPLIED' TO WS-TRN-RESULT
                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'OLD=' WS-OLD-ARM-TEXT DELIMITED BY SPACE
                          ' NEW=FIXED' DELIMITED BY SIZE
                       INTO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-MARGIN-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-MONTHS-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-NEXT-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-PCAP-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-LCAP-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-FLOOR-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC ARM TERMS' TO WS-TRN-DETAIL
               WHEN WS-TRN-MONTHS = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ZERO RESET FREQUENCY' TO WS-TRN-DETAIL
               WHEN FUNCTION INTEGER-OF-DATE(WS-TRN-NEXT) = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INVALID NEXT RESET DATE' TO WS-TRN-DETAIL
               WHEN WS-TRN-LIFE-CAP = 0
                 OR WS-TRN-FLOOR > WS-TRN-LIFE-CAP
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'FLOOR ABOVE LIFETIME CAP' TO WS-TRN-DETAIL
               WHEN OTHER
                   PERFORM BUILD-OLD-ARM-TEXT
                   PERFORM STORE-ARM-TERMS
                   PERFORM BUILD-ARM-TERMS-TEXT
                   MOVE 'APPLIED' TO WS-TRN-RESULT
                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'OLD=' WS-OLD-ARM-TEXT DELIMITED BY SPACE
                          ' NEW=' WS-ARM-TERMS-TEXT DELIMITED BY SPACE
                       INTO WS-TRN-DETAIL
           END-EVALUATE.

      *****************************************************************
      * RESET|loan_id|new_rate|reset_date|next_reset|user            *
      * The reset date must be the one the master is waiting on -    *
      * a row already applied, or priced for a reset the master has  *
      * moved past, is rejected rather than repricing the loan       *
      * twice. The new rate is held to the floor and lifetime cap.   *
      * Only an active or non-accrual loan is repriced.              *
      *****************************************************************
       APPLY-RESET-TRANSACTION.
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-RESET-TEXT
           MOVE SPACES TO WS-TRN-NEXT-TEXT WS-TRN-USER-ID
           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID
                    WS-TRN-RATE-TEXT WS-TRN-RESET-TEXT
                    WS-TRN-NEXT-TEXT WS-TRN-USER-ID
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-TRN-DETAIL
               WHEN WS-MST-ARM-INDEX(WS-MST-SLOT) = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT AN ARM LOAN' TO WS-TRN-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'N'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ACTIVE' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-RATE-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-RESET-TEXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(WS-TRN-NEXT-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC RATE OR RESET DATES'
                       TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-RATE =
                       FUNCTION NUMVAL(WS-TRN-RATE-TEXT)
                   COMPUTE WS-TRN-RESET-DATE =
                       FUNCTION NUMVAL(WS-TRN-RESET-TEXT)
                   COMPUTE WS-TRN-NEXT =
                       FUNCTION NUMVAL(WS-TRN-NEXT-TEXT)
                   EVALUATE TRUE
                       WHEN WS-TRN-RESET-DATE
                               NOT = WS-MST-ARM-NEXT(WS-MST-SLOT)
                           MOVE 'REJECTED' TO WS-TRN-RESULT
                           MOVE 'RESET DATE IS NOT THE NEXT RESET'
                               TO WS-TRN-DETAIL
                       WHEN WS-TRN-NEXT <= WS-TRN-RESET-DATE
                         OR FUNCTION INTEGER-OF-DATE(WS-TRN-NEXT) = 0
                           MOVE 'REJECTED' TO WS-TRN-RESULT
                           MOVE 'INVALID NEXT RESET DATE'
                               TO WS-TRN-DETAIL
                       WHEN WS-TRN-RATE
                               > WS-MST-ARM-LIFE-CAP(WS-MST-SLOT)
                         OR WS-TRN-RATE
                               < WS-MST-ARM-FLOOR(WS-MST-SLOT)
                           MOVE 'REJECTED' TO WS-TRN-RESULT
                           MOVE 'RATE OUTSIDE FLOOR AND LIFETIME CAP'
                               TO WS-TRN-DETAIL
                       WHEN OTHER
                           MOVE WS-MST-RATE(WS-MST-SLOT)
                               TO WS-OLD-RATE-D
                           MOVE WS-TRN-RATE TO WS-RATE-D
                           MOVE WS-TRN-RATE TO WS-MST-RATE(WS-MST-SLOT)
                           MOVE WS-TRN-NEXT
                               TO WS-MST-ARM-NEXT(WS-MST-SLOT)
                           MOVE 'APPLIED' TO WS-TRN-RESULT
                           MOVE SPACES TO WS-TRN-DETAIL
                           STRING 'RATE OLD=' WS-OLD-RATE-D
                                  ' NEW=' WS-RATE-D
                                  ' RESET=' WS-TRN-RESET-DATE
                                  ' NEXT=' WS-TRN-NEXT
                               DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   END-EVALUATE
           END-EVALUATE.

      *    index/margin/months/next/periodic cap/lifetime cap/floor,
      *    no embedded spaces, for the row and the audit detail.
       BUILD-ARM-TERMS-TEXT.
           MOVE WS-MST-ARM-MARGIN(WS-MST-SLOT) TO WS-MARGIN-D
           MOVE WS-MST-ARM-MONTHS(WS-MST-SLOT) TO WS-MONTHS-D
           MOVE WS-MST-ARM-PERIOD-CAP(WS-MST-SLOT) TO WS-PERIOD-CAP-D
           MOVE WS-MST-ARM-LIFE-CAP(WS-MST-SLOT) TO WS-LIFE-CAP-D
           MOVE WS-MST-ARM-FLOOR(WS-MST-SLOT) TO WS-FLOOR-D
           MOVE SPACES TO WS-ARM-TERMS-TEXT
           STRING WS-MST-ARM-INDEX(WS-MST-SLOT) DELIMITED BY SPACE
                  '|' WS-MARGIN-D
                  '|' WS-MONTHS-D
                  '|' WS-MST-ARM-NEXT(WS-MST-SLOT)
                  '|' WS-PERIOD-CAP-D
                  '|' WS-LIFE-CAP-D
                  '|' WS-FLOOR-D
               DELIMITED BY SIZE INTO WS-ARM-TERMS-TEXT.

       BUILD-OLD-ARM-TEXT.
           IF WS-MST-ARM-INDEX(WS-MST-SLOT) = SPACES
               MOVE 'FIXED' TO WS-OLD-ARM-TEXT
           ELSE
               PERFORM BUILD-ARM-TERMS-TEXT
               MOVE WS-ARM-TERMS-TEXT TO WS-OLD-ARM-TEXT
           END-IF.

       APPLY-INACT-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'I'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ALREADY INACTIVE' TO WS-TRN-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'C'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN CHARGED OFF' TO WS-TRN-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) = 'P'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN PAID IN FULL' TO WS-TRN-DETAIL
               WHEN OTHER
                   MOVE WS-MST-STATUS(WS-MST-SLOT) TO WS-OLD-STATUS
                   MOVE 'I' TO WS-MST-STATUS(WS-MST-SLOT)
                   MOVE 'APPLIED' TO WS-TRN-RESULT
                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'STATUS ' WS-OLD-STATUS ' -> I'
                       DELIMITED BY SIZE INTO WS-TRN-DETAIL
           END-EVALUATE.

      *****************************************************************
      * Status actions carry the short layout                        *
      *   NONACC|loan_id|user, CHGOFF|loan_id|user,                  *
      *   ACCRUE|loan_id|user and PAYOFF|loan_id|user                *
      * and only move a loan along the permitted path: A to N, C or  *
      * P, N to C or P, and N back to A. A charged-off loan never    *
      * returns - its recoveries post against the charged-off        *
      * status - and a paid-in-full loan is closed for good.         *
      *****************************************************************
       APPLY-STATUS-TRANSACTION.
           MOVE SPACES TO WS-TRN-USER-ID
           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID WS-TRN-USER-ID
           END-UNSTRING

           IF WS-MST-SLOT > 0
               MOVE WS-MST-STATUS(WS-MST-SLOT) TO WS-OLD-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-TRN-DETAIL
               WHEN WS-TRN-USER-ID = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'USER ID MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'NONACC'
                AND WS-OLD-STATUS NOT = 'A'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT AN ACCRUING LOAN' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'CHGOFF'
                AND WS-OLD-STATUS NOT = 'A'
                AND WS-OLD-STATUS NOT = 'N'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT AN ACTIVE OR NON-ACCRUAL LOAN'
                       TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'ACCRUE'
                AND WS-OLD-STATUS NOT = 'N'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT A NON-ACCRUAL LOAN' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'PAYOFF'
                AND WS-OLD-STATUS NOT = 'A'
                AND WS-OLD-STATUS NOT = 'N'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT AN ACTIVE OR NON-ACCRUAL LOAN'
                       TO WS-TRN-DETAIL
               WHEN OTHER
                   EVALUATE WS-TRN-ACTION
                       WHEN 'NONACC'
                           MOVE 'N' TO WS-MST-STATUS(WS-MST-SLOT)
                       WHEN 'CHGOFF'
                           MOVE 'C' TO WS-MST-STATUS(WS-MST-SLOT)
                       WHEN 'ACCRUE'
                           MOVE 'A' TO WS-MST-STATUS(WS-MST-SLOT)
                       WHEN 'PAYOFF'
                           MOVE 'P' TO WS-MST-STATUS(WS-MST-SLOT)
                   END-EVALUATE
                   MOVE 'APPLIED' TO WS-TRN-RESULT
                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'STATUS ' WS-OLD-STATUS ' -> '
                          WS-MST-STATUS(WS-MST-SLOT)
                       DELIMITED BY SIZE INTO WS-TRN-DETAIL
           END-EVALUATE.

       BUILD-NEW-VALUE-DETAIL.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-MAKER-ID
                  '|' WS-TRN-CHECKER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-LOAN-ID
                  '|' WS-TRN-RESULT
               MOVE WS-MST-TERM(WS-MST-IDX) TO WS-TERM-D
               MOVE WS-MST-FX-RATE(WS-MST-IDX) TO WS-FX-RATE-D
               MOVE WS-MST-ESCROW(WS-MST-IDX) TO WS-MST-ESCROW-D
      *        A fixed-rate row ends at the escrow field.
               MOVE SPACES TO WS-ARM-TERMS-TEXT
               IF WS-MST-ARM-INDEX(WS-MST-IDX) NOT = SPACES
                   MOVE WS-MST-IDX TO WS-MST-SLOT
                   PERFORM BUILD-ARM-TERMS-TEXT
                   MOVE WS-ARM-TERMS-TEXT TO WS-OLD-ARM-TEXT
                   MOVE SPACES TO WS-ARM-TERMS-TEXT
                   STRING '|' WS-OLD-ARM-TEXT
                       DELIMITED BY SIZE INTO WS-ARM-TERMS-TEXT
               END-IF
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-MST-ID(WS-MST-IDX)
                      '|' FUNCTION TRIM(WS-MST-BORROWER(WS-MST-IDX))
                      '|' WS-MST-STATUS(WS-MST-IDX)
                      '|' WS-MST-CURRENCY(WS-MST-IDX)
                      '|' WS-FX-RATE-D
                      '|' WS-MST-ESCROW-D DELIMITED BY SIZE
                      WS-ARM-TERMS-TEXT DELIMITED BY SPACE
                   INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE
