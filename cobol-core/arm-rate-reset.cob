       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARM-RATE-RESET.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Nightly adjustable-rate reset run - the live counterpart of  *
      * ARM-RATE-SHOCK's what-if sweep. Reprices every booked ARM on *
      * its adjustment date from its published index plus margin,    *
      * within its caps, re-amortizes its balance to the new rate,   *
      * and sends the borrower the advance rate-change notice before *
      * the new payment takes effect.                                *
      *                                                               *
      * Reads loan-master.dat (an ARM carries arm_index, margin,     *
      * reset_months, next_reset, periodic_cap, lifetime_cap and     *
      * floor on the end of its row), loan-balance.dat, and the      *
      * index values from index-rates.dat and index-rates-history    *
      * .dat (INDEX-RATES-MAINT) - the value used is the one with    *
      * the latest effective date on or before the pricing date.     *
      * Active and non-accrual ARM loans (status A / N) are reset;   *
      * inactive and charged-off loans are not.                      *
      *                                                               *
      * Pricing: index + margin, rounded to the nearest eighth of a  *
      * percentage point (0.00125), then held within the periodic    *
      * cap of the current rate (a zero periodic cap sets no         *
      * per-reset limit), and finally within the floor and the       *
      * lifetime cap, which are the lowest and highest rate the loan *
      * may ever carry. The new payment re-amortizes the current     *
      * principal balance at the new rate over the remaining term    *
      * (term less payments made), the same reset math               *
      * CALCULATE-ARM-LOAN and ARM-RATE-SHOCK use.                   *
      *                                                               *
      * Each loan passes through two steps, tracked in               *
      * arm-reset-pending.dat:                                       *
      *   loan_id|reset_date|old_rate|new_rate|index|index_rate|     *
      *   new_payment|notice_date|status                             *
      *   1. Notice - once the next reset is within the notice lead  *
      *      (60 days) the loan is priced from the index in effect   *
      *      that night, the borrower's rate-change notice is        *
      *      printed to arm-rate-notices.txt and a P (noticed) entry *
      *      is recorded. The noticed rate is the rate applied.      *
      *   2. Reset - on or after the reset date the payment is       *
      *      re-amortized at the noticed rate from the balance as it *
      *      stands that night, and a                                *
      *      RESET|loan_id|new_rate|reset_date|next_reset|ARM-RESET  *
      *      transaction is written to arm-reset-trans.dat for       *
      *      LOAN-MASTER-MAINT, so the master rate changes only      *
      *      through its audited, dual-controlled maintenance. The   *
      *      entry becomes A (applied).                              *
      *   3. Payment - on the first run after the master carries the *
      *      new rate (its next reset has moved on past the entry's) *
      *      loan-balance.dat takes the payment re-amortized at that *
      *      rate as its installment field (a loan with no balance   *
      *      row is opened at its master principal) and the entry is *
      *      dropped. The payment never changes ahead of the rate.   *
      *   A loan found already at or past its reset with no notice   *
      *   on file (terms keyed late) is priced, noticed and reset    *
      *   the same night and reported NOTICE LATE.                   *
      * While the master still shows the applied reset as its next   *
      * reset, the RESET transaction is re-issued each night, so a   *
      * transaction file not picked up loses nothing; LOAN-MASTER-   *
      * MAINT refuses the second of any pair. An entry whose reset   *
      * the master moved past without taking its rate (terms         *
      * re-keyed), or whose loan is no longer an active ARM, is      *
      * dropped with no payment change.                              *
      *                                                               *
      * The balance file is committed first; the pending file and    *
      * the night's transactions follow only once it has, so a       *
      * failed commit leaves the whole night to be redone and no     *
      * RESET goes out for an entry still recorded as noticed.       *
      *                                                               *
      * The run's actions and exceptions are listed on               *
      * arm-rate-reset-report.txt. A loan whose index has no value   *
      * on or before the pricing date, or whose ARM terms cannot be  *
      * read, is an exception and is not reset. Condition code 4     *
      * when there are exceptions, 12 when the loan master is        *
      * missing, a table overflows or a rewrite cannot be committed. *
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
           SELECT INDEX-FILE ASSIGN TO 'index-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT INDEX-HISTORY-FILE ASSIGN TO
               'index-rates-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-HIST-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'arm-reset-pending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'arm-rate-notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-OUT-FILE ASSIGN TO 'arm-reset-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'arm-rate-reset-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  INDEX-FILE.
       01  INDEX-RECORD PIC X(40).

       FD  INDEX-HISTORY-FILE.
       01  INDEX-HISTORY-RECORD PIC X(60).

       FD  PENDING-FILE.
       01  PENDING-RECORD PIC X(120).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD PIC X(100).

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-INDEX-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-INDEX-HIST-STATUS    PIC XX VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-MASTER-EOF           PIC X VALUE 'N'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-INDEX-EOF            PIC X VALUE 'N'.
           88  WS-INDEX-AT-END         VALUE 'Y'.
       01  WS-PENDING-EOF          PIC X VALUE 'N'.
           88  WS-PENDING-AT-END       VALUE 'Y'.

      * Every index value on file - superseded values first, the
      * current table last, so on an equal effective date the value
      * loaded later (the correction) wins.
       01  WS-INDEX-VALUES.
           05  WS-IXV-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-IXV OCCURS 2000 TIMES.
               10  WS-IXV-NAME     PIC X(8).
               10  WS-IXV-RATE     PIC 9V9(6) COMP-3.
               10  WS-IXV-DATE     PIC 9(8).
       01  WS-IXV-IDX              PIC 9(4) COMP-3 VALUE 0.

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
       01  WS-PARSE-FIELD-2        PIC X(15).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).
       01  WS-PARSE-FIELD-8        PIC X(15).
       01  WS-PARSE-FIELD-9        PIC X(15).

      * Resets noticed and not yet taken up by the master. WS-PND-KEEP
      * is set for each entry tonight's sweep still needs; the rest
      * are dropped on the rewrite.
       01  WS-PENDING-TABLE.
           05  WS-PND-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-PND OCCURS 2000 TIMES.
               10  WS-PND-ID         PIC X(10).
               10  WS-PND-RESET      PIC 9(8).
               10  WS-PND-OLD-RATE   PIC 9V9(6) COMP-3.
               10  WS-PND-NEW-RATE   PIC 9V9(6) COMP-3.
               10  WS-PND-INDEX      PIC X(8).
               10  WS-PND-INDEX-RATE PIC 9V9(6) COMP-3.
               10  WS-PND-PAYMENT    PIC 9(10)V99 COMP-3.
               10  WS-PND-NOTICED    PIC 9(8).
               10  WS-PND-STATUS     PIC X.
               10  WS-PND-KEEP       PIC X.
       01  WS-PND-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-PND-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-PENDING-KEPT         PIC 9(8) VALUE 0.

      * Tonight's RESET transactions, held until the balance and
      * pending rewrites have both committed - at most one a loan.
       01  WS-TRANS-TABLE.
           05  WS-TRN-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-TRN-RECORD       PIC X(80) OCCURS 2000 TIMES.
       01  WS-TRN-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-NIGHT-COMMITTED      PIC X VALUE 'Y'.

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
       01  WS-MST-ARM-INDEX        PIC X(8).
       01  WS-MST-MARGIN-TEXT      PIC X(12).
       01  WS-MST-MONTHS-TEXT      PIC X(6).
       01  WS-MST-NEXT-TEXT        PIC X(10).
       01  WS-MST-PCAP-TEXT        PIC X(12).
       01  WS-MST-LCAP-TEXT        PIC X(12).
       01  WS-MST-FLOOR-TEXT       PIC X(12).
       01  WS-MST-PRINCIPAL        PIC 9(12)V99 COMP-3.
       01  WS-MST-RATE             PIC 9V9(6) COMP-3.
       01  WS-MST-TERM             PIC 9(5) COMP-3.
       01  WS-MST-MARGIN           PIC 9V9(6) COMP-3.
       01  WS-MST-MONTHS           PIC 9(3) COMP-3.
       01  WS-MST-NEXT             PIC 9(8).
       01  WS-MST-PERIOD-CAP       PIC 9V9(6) COMP-3.
       01  WS-MST-LIFE-CAP         PIC 9V9(6) COMP-3.
       01  WS-MST-FLOOR            PIC 9V9(6) COMP-3.

      * Pricing work fields
       01  WS-NOTICE-LEAD-DAYS     PIC 9(3) VALUE 60.
       01  WS-NOTICE-HORIZON       PIC 9(8).
       01  WS-PRICE-INDEX-RATE     PIC 9V9(6) COMP-3.
       01  WS-PRICE-INDEX-DATE     PIC 9(8).
       01  WS-INDEX-FOUND          PIC X VALUE 'N'.
       01  WS-FULLY-INDEXED        PIC 9V9(6) COMP-3.
       01  WS-EIGHTHS              PIC 9(5) COMP-3.
       01  WS-RATE-WORK            PIC S9V9(6) COMP-3.
       01  WS-NEW-RATE             PIC 9V9(6) COMP-3.
       01  WS-RATE-LIMIT           PIC X(12).
       01  WS-NEW-PAYMENT          PIC 9(10)V99 COMP-3.
       01  WS-CURRENT-PAYMENT      PIC 9(10)V99 COMP-3.
       01  WS-NOTICE-LATE          PIC X VALUE 'N'.
       01  WS-LOAN-ACTION          PIC X(14).

      * Month arithmetic for the next reset and the first payment at
      * the new amount - day clamped back to the month's last day.
       01  WS-DATE-IN              PIC 9(8).
       01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-IN-YEAR          PIC 9(4).
           05  WS-IN-MONTH         PIC 9(2).
           05  WS-IN-DAY           PIC 9(2).
       01  WS-ADD-MONTHS           PIC 9(3) COMP-3.
       01  WS-MONTH-SERIAL         PIC 9(7) COMP-3.
       01  WS-DATE-OUT             PIC 9(8).
       01  WS-DATE-OUT-X REDEFINES WS-DATE-OUT.
           05  WS-OUT-YEAR         PIC 9(4).
           05  WS-OUT-MONTH        PIC 9(2).
           05  WS-OUT-DAY          PIC 9(2).
       01  WS-NEXT-NEXT-RESET      PIC 9(8).
       01  WS-FIRST-NEW-DUE        PIC 9(8).

      * Annuity work fields - computed stepwise; one COMPUTE
      * overflows the fixed-point intermediates and silently yields
      * zero.
       01  WS-REMAINING-BALANCE    PIC 9(12)V99 COMP-3.
       01  WS-REMAINING-TERM       PIC 9(5) COMP-3.
       01  WS-CALC-RATE            PIC 9(3)V9(6) COMP-3.
       01  WS-MONTHLY-RATE         PIC 9(3)V9(9) COMP-3.
       01  WS-NUM-PAYMENTS         PIC 9(5) COMP-3.
       01  WS-TEMP-CALC            PIC 9(5)V9(9) COMP-3.
       01  WS-POWER-RESULT         PIC 9(10)V9(9) COMP-3.
       01  WS-CALC-WORK            PIC 9(12)V9(6) COMP-3.
       01  WS-ANNUITY-PAYMENT      PIC 9(12)V99 COMP-3.

       01  WS-EXCEPTION-REASON     PIC X(40).

       01  WS-RUN-DATE             PIC 9(8).

       01  WS-ARM-LOANS            PIC 9(6) VALUE 0.
       01  WS-NOTICES-SENT         PIC 9(6) VALUE 0.
       01  WS-NOTICES-LATE         PIC 9(6) VALUE 0.
       01  WS-RESETS-APPLIED       PIC 9(6) VALUE 0.
       01  WS-RESETS-AWAITING      PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-CHANGED     PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Display-edited fields for the files, notices and report.
       01  WS-RATE-D               PIC 9.999999.
       01  WS-OLD-RATE-D           PIC 9.999999.
       01  WS-INDEX-RATE-D         PIC 9.999999.
       01  WS-BALANCE-D            PIC 9(10).99.
       01  WS-ESCROW-BAL-D         PIC 9(8).99.
       01  WS-PAYMENTS-D           PIC 9(5).
       01  WS-INSTALLMENT-D        PIC 9(8).99.
       01  WS-INSTALLMENT-TEXT     PIC X(12).
       01  WS-PCT-D                PIC Z9.999.
       01  WS-MONEY-D              PIC Z(7)9.99.
       01  WS-COUNT-D              PIC ZZZZZ9.
       01  WS-NOTICE-LABEL         PIC X(36).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOTICE-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-NOTICE-LEAD-DAYS)

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'ARM-RATE-RESET: LOAN MASTER MISSING - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-INDEX-VALUES
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-PENDING-TABLE

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-MASTER-AT-END
               READ MASTER-FILE INTO MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE

           IF WS-PAYMENTS-CHANGED > 0
               PERFORM REWRITE-BALANCE-FILE
               IF WS-GEN-STATUS NOT = 'G'
                   MOVE 'N' TO WS-NIGHT-COMMITTED
               END-IF
           END-IF
           IF WS-NIGHT-COMMITTED = 'Y'
               PERFORM REWRITE-PENDING-FILE
               IF WS-GEN-STATUS NOT = 'G'
                   MOVE 'N' TO WS-NIGHT-COMMITTED
               END-IF
           END-IF
           PERFORM WRITE-TRANS-FILE

           DISPLAY 'ARM-RATE-RESET: ARM LOANS=' WS-ARM-LOANS
               ' NOTICES=' WS-NOTICES-SENT
               ' APPLIED=' WS-RESETS-APPLIED
               ' AWAITING=' WS-RESETS-AWAITING
               ' PAYMENTS=' WS-PAYMENTS-CHANGED
               ' EXCEPTIONS=' WS-EXCEPTION-COUNT

           IF RETURN-CODE = 0 AND WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * Superseded values first, then the current table. No index    *
      * file at all leaves every ARM an exception for the night.     *
      *****************************************************************
       LOAD-INDEX-VALUES.
           OPEN INPUT INDEX-HISTORY-FILE
           IF WS-INDEX-HIST-STATUS = '00'
               MOVE 'N' TO WS-INDEX-EOF
               PERFORM UNTIL WS-INDEX-AT-END
                   READ INDEX-HISTORY-FILE INTO INDEX-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-INDEX-EOF
                       NOT AT END
                           MOVE INDEX-HISTORY-RECORD(1:40)
                               TO INDEX-RECORD
                           PERFORM LOAD-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INDEX-HISTORY-FILE
           END-IF

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS = '00'
               MOVE 'N' TO WS-INDEX-EOF
               PERFORM UNTIL WS-INDEX-AT-END
                   READ INDEX-FILE INTO INDEX-RECORD
                       AT END
                           MOVE 'Y' TO WS-INDEX-EOF
                       NOT AT END
                           PERFORM LOAD-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       LOAD-INDEX-ENTRY.
           IF WS-IXV-COUNT >= 2000
               DISPLAY 'ARM-RATE-RESET: INDEX VALUES EXCEED '
                   'CAPACITY - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-IXV-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           UNSTRING INDEX-RECORD DELIMITED BY '|'
               INTO WS-IXV-NAME(WS-IXV-COUNT)
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-IXV-RATE(WS-IXV-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               COMPUTE WS-IXV-DATE(WS-IXV-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           ELSE
      *        An unreadable row can never be the value in effect.
               SUBTRACT 1 FROM WS-IXV-COUNT
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
               DISPLAY 'ARM-RATE-RESET: BALANCE FILE EXCEEDS '
                   'CAPACITY - RUN ABORTED, FILES UNTOUCHED'
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

      *    A missing pending file is a valid first-ever run.
       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-PENDING-AT-END
                   READ PENDING-FILE INTO PENDING-RECORD
                       AT END
                           MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           PERFORM LOAD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       LOAD-PENDING-ENTRY.
           IF WS-PND-COUNT >= 2000
               DISPLAY 'ARM-RATE-RESET: PENDING RESETS EXCEED '
                   'CAPACITY - RUN ABORTED, FILES UNTOUCHED'
               CLOSE PENDING-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-2 WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6 WS-PARSE-FIELD-7
           MOVE SPACES TO WS-PARSE-FIELD-8 WS-PARSE-FIELD-9
           UNSTRING PENDING-RECORD DELIMITED BY '|'
               INTO WS-PND-ID(WS-PND-COUNT)
                    WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PND-INDEX(WS-PND-COUNT)
                    WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7
                    WS-PARSE-FIELD-8
                    WS-PARSE-FIELD-9
           END-UNSTRING
           MOVE 0 TO WS-PND-RESET(WS-PND-COUNT)
           MOVE 0 TO WS-PND-OLD-RATE(WS-PND-COUNT)
           MOVE 0 TO WS-PND-NEW-RATE(WS-PND-COUNT)
           MOVE 0 TO WS-PND-INDEX-RATE(WS-PND-COUNT)
           MOVE 0 TO WS-PND-PAYMENT(WS-PND-COUNT)
           MOVE 0 TO WS-PND-NOTICED(WS-PND-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
               COMPUTE WS-PND-RESET(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-2)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-PND-OLD-RATE(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-PND-NEW-RATE(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-PND-INDEX-RATE(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-7) = 0
               COMPUTE WS-PND-PAYMENT(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-7)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-8) = 0
               COMPUTE WS-PND-NOTICED(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-8)
           END-IF
           MOVE WS-PARSE-FIELD-9(1:1) TO WS-PND-STATUS(WS-PND-COUNT)
           MOVE 'N' TO WS-PND-KEEP(WS-PND-COUNT).

      *****************************************************************
      * One master row. Fixed-rate, inactive and charged-off loans   *
      * are passed over - any entry they left on the pending file is *
      * dropped with them.                                           *
      *****************************************************************
       PROCESS-ONE-LOAN.
           MOVE SPACES TO WS-MST-ID WS-MST-BORROWER WS-MST-PRIN-TEXT
           MOVE SPACES TO WS-MST-RATE-TEXT WS-MST-TERM-TEXT
           MOVE SPACES TO WS-MST-ORIG-DATE WS-MST-STATUS
           MOVE SPACES TO WS-MST-CURRENCY WS-MST-FX-TEXT
           MOVE SPACES TO WS-MST-ESCROW-TEXT WS-MST-ARM-INDEX
           MOVE SPACES TO WS-MST-MARGIN-TEXT WS-MST-MONTHS-TEXT
           MOVE SPACES TO WS-MST-NEXT-TEXT WS-MST-PCAP-TEXT
           MOVE SPACES TO WS-MST-LCAP-TEXT WS-MST-FLOOR-TEXT
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-MST-ID WS-MST-BORROWER WS-MST-PRIN-TEXT
                    WS-MST-RATE-TEXT WS-MST-TERM-TEXT
                    WS-MST-ORIG-DATE WS-MST-STATUS
                    WS-MST-CURRENCY WS-MST-FX-TEXT
                    WS-MST-ESCROW-TEXT WS-MST-ARM-INDEX
                    WS-MST-MARGIN-TEXT WS-MST-MONTHS-TEXT
                    WS-MST-NEXT-TEXT WS-MST-PCAP-TEXT
                    WS-MST-LCAP-TEXT WS-MST-FLOOR-TEXT
           END-UNSTRING

           IF WS-MST-ARM-INDEX NOT = SPACES
              AND WS-MST-ARM-INDEX NOT = 'FIXED'
              AND (WS-MST-STATUS = 'A' OR WS-MST-STATUS = 'N')
               ADD 1 TO WS-ARM-LOANS
               PERFORM CONVERT-MASTER-TERMS
               IF WS-EXCEPTION-REASON NOT = SPACES
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM RESET-ONE-LOAN
               END-IF
           END-IF.

       CONVERT-MASTER-TERMS.
           MOVE SPACES TO WS-EXCEPTION-REASON
           IF FUNCTION TEST-NUMVAL(WS-MST-PRIN-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-RATE-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-TERM-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-MARGIN-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-MONTHS-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-NEXT-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-PCAP-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-LCAP-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MST-FLOOR-TEXT) NOT = 0
               MOVE 'ARM TERMS UNREADABLE' TO WS-EXCEPTION-REASON
           ELSE
               COMPUTE WS-MST-PRINCIPAL =
                   FUNCTION NUMVAL(WS-MST-PRIN-TEXT)
               COMPUTE WS-MST-RATE = FUNCTION NUMVAL(WS-MST-RATE-TEXT)
               COMPUTE WS-MST-TERM = FUNCTION NUMVAL(WS-MST-TERM-TEXT)
               COMPUTE WS-MST-MARGIN =
                   FUNCTION NUMVAL(WS-MST-MARGIN-TEXT)
               COMPUTE WS-MST-MONTHS =
                   FUNCTION NUMVAL(WS-MST-MONTHS-TEXT)
               COMPUTE WS-MST-NEXT = FUNCTION NUMVAL(WS-MST-NEXT-TEXT)
               COMPUTE WS-MST-PERIOD-CAP =
                   FUNCTION NUMVAL(WS-MST-PCAP-TEXT)
               COMPUTE WS-MST-LIFE-CAP =
                   FUNCTION NUMVAL(WS-MST-LCAP-TEXT)
               COMPUTE WS-MST-FLOOR =
                   FUNCTION NUMVAL(WS-MST-FLOOR-TEXT)
               EVALUATE TRUE
                   WHEN WS-MST-MONTHS = 0
                       MOVE 'ZERO RESET FREQUENCY'
                           TO WS-EXCEPTION-REASON
                   WHEN FUNCTION INTEGER-OF-DATE(WS-MST-NEXT) = 0
                       MOVE 'INVALID NEXT RESET DATE'
                           TO WS-EXCEPTION-REASON
                   WHEN WS-MST-LIFE-CAP = 0
                     OR WS-MST-FLOOR > WS-MST-LIFE-CAP
                       MOVE 'FLOOR ABOVE LIFETIME CAP'
                           TO WS-EXCEPTION-REASON
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A pending entry counts only while it is for the reset the    *
      * master is still waiting on; once the master's next reset has *
      * moved (maintenance applied it, or the terms were re-keyed)   *
      * the entry is left to drop and the loan starts afresh - an    *
      * applied entry whose rate the master now carries first puts   *
      * the new payment in force.                                    *
      *****************************************************************
       RESET-ONE-LOAN.
           MOVE 'N' TO WS-NOTICE-LATE
           PERFORM FIND-PENDING-SLOT
           IF WS-PND-SLOT > 0
               IF WS-PND-RESET(WS-PND-SLOT) NOT = WS-MST-NEXT
                   IF WS-PND-STATUS(WS-PND-SLOT) = 'A'
                      AND WS-MST-NEXT > WS-PND-RESET(WS-PND-SLOT)
                      AND WS-MST-RATE = WS-PND-NEW-RATE(WS-PND-SLOT)
                       PERFORM TAKE-UP-NEW-PAYMENT
                   END-IF
                   MOVE 0 TO WS-PND-SLOT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-PND-SLOT > 0
                   MOVE 'Y' TO WS-PND-KEEP(WS-PND-SLOT)
                   EVALUATE TRUE
                       WHEN WS-PND-STATUS(WS-PND-SLOT) = 'A'
                           ADD 1 TO WS-RESETS-AWAITING
                           PERFORM WRITE-RESET-TRANSACTION
                           MOVE 'AWAITING MAINT' TO WS-LOAN-ACTION
                           PERFORM WRITE-ACTION-LINE
                       WHEN WS-MST-NEXT <= WS-RUN-DATE
                           PERFORM APPLY-PENDING-RESET
                   END-EVALUATE
               WHEN WS-MST-NEXT <= WS-NOTICE-HORIZON
                   PERFORM NOTICE-NEW-RESET
           END-EVALUATE.

       FIND-PENDING-SLOT.
           MOVE 0 TO WS-PND-SLOT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-SLOT > 0
               IF WS-PND-ID(WS-PND-IDX) = WS-MST-ID
                   MOVE WS-PND-IDX TO WS-PND-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Step 1: price from tonight's index, print the notice and     *
      * record the entry. A loan already at its reset (terms keyed   *
      * too late for the lead) goes straight on to step 2.           *
      *****************************************************************
       NOTICE-NEW-RESET.
           PERFORM FIND-INDEX-VALUE
           IF WS-INDEX-FOUND NOT = 'Y'
               MOVE 'NO INDEX VALUE IN EFFECT' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-PND-COUNT >= 2000
                   DISPLAY 'ARM-RATE-RESET: PENDING RESETS EXCEED '
                       'CAPACITY - RUN ABORTED, FILES UNTOUCHED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM PRICE-NEW-RATE
               PERFORM FIND-BALANCE-SLOT
               PERFORM RESOLVE-REMAINING-POSITION
               PERFORM COMPUTE-CURRENT-PAYMENT
               MOVE WS-NEW-RATE TO WS-CALC-RATE
               PERFORM COMPUTE-NEW-PAYMENT

               ADD 1 TO WS-PND-COUNT
               MOVE WS-PND-COUNT TO WS-PND-SLOT
               MOVE WS-MST-ID TO WS-PND-ID(WS-PND-SLOT)
               MOVE WS-MST-NEXT TO WS-PND-RESET(WS-PND-SLOT)
               MOVE WS-MST-RATE TO WS-PND-OLD-RATE(WS-PND-SLOT)
               MOVE WS-NEW-RATE TO WS-PND-NEW-RATE(WS-PND-SLOT)
               MOVE WS-MST-ARM-INDEX TO WS-PND-INDEX(WS-PND-SLOT)
               MOVE WS-PRICE-INDEX-RATE
                   TO WS-PND-INDEX-RATE(WS-PND-SLOT)
               MOVE WS-NEW-PAYMENT TO WS-PND-PAYMENT(WS-PND-SLOT)
               MOVE WS-RUN-DATE TO WS-PND-NOTICED(WS-PND-SLOT)
               MOVE 'P' TO WS-PND-STATUS(WS-PND-SLOT)
               MOVE 'Y' TO WS-PND-KEEP(WS-PND-SLOT)

               IF WS-MST-NEXT <= WS-RUN-DATE
                   MOVE 'Y' TO WS-NOTICE-LATE
                   ADD 1 TO WS-NOTICES-LATE
               END-IF
               PERFORM WRITE-RATE-NOTICE
               ADD 1 TO WS-NOTICES-SENT
               IF WS-NOTICE-LATE = 'Y'
                   PERFORM APPLY-PENDING-RESET
               ELSE
                   MOVE 'NOTICE SENT' TO WS-LOAN-ACTION
                   PERFORM WRITE-ACTION-LINE
               END-IF
           END-IF.

      *****************************************************************
      * The latest value of the loan's index effective on or before  *
      * the run date.                                                *
      *****************************************************************
       FIND-INDEX-VALUE.
           MOVE 'N' TO WS-INDEX-FOUND
           MOVE 0 TO WS-PRICE-INDEX-RATE WS-PRICE-INDEX-DATE
           PERFORM VARYING WS-IXV-IDX FROM 1 BY 1
                   UNTIL WS-IXV-IDX > WS-IXV-COUNT
               IF WS-IXV-NAME(WS-IXV-IDX) = WS-MST-ARM-INDEX
                  AND WS-IXV-DATE(WS-IXV-IDX) <= WS-RUN-DATE
                  AND WS-IXV-DATE(WS-IXV-IDX) >= WS-PRICE-INDEX-DATE
                   MOVE 'Y' TO WS-INDEX-FOUND
                   MOVE WS-IXV-RATE(WS-IXV-IDX) TO WS-PRICE-INDEX-RATE
                   MOVE WS-IXV-DATE(WS-IXV-IDX) TO WS-PRICE-INDEX-DATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Index plus margin to the nearest eighth of a point, then the *
      * periodic cap around the current rate, then the floor and the *
      * lifetime cap. WS-RATE-LIMIT names the limit that bound, for  *
      * the notice.                                                  *
      *****************************************************************
       PRICE-NEW-RATE.
           MOVE SPACES TO WS-RATE-LIMIT
           COMPUTE WS-FULLY-INDEXED =
               WS-PRICE-INDEX-RATE + WS-MST-MARGIN
           COMPUTE WS-EIGHTHS ROUNDED = WS-FULLY-INDEXED / 0.00125
           COMPUTE WS-FULLY-INDEXED = WS-EIGHTHS * 0.00125
           MOVE WS-FULLY-INDEXED TO WS-RATE-WORK

           IF WS-MST-PERIOD-CAP > 0
               IF WS-RATE-WORK > WS-MST-RATE + WS-MST-PERIOD-CAP
                   COMPUTE WS-RATE-WORK =
                       WS-MST-RATE + WS-MST-PERIOD-CAP
                   MOVE 'PERIODIC CAP' TO WS-RATE-LIMIT
               END-IF
               IF WS-RATE-WORK < WS-MST-RATE - WS-MST-PERIOD-CAP
                   COMPUTE WS-RATE-WORK =
                       WS-MST-RATE - WS-MST-PERIOD-CAP
                   MOVE 'PERIODIC CAP' TO WS-RATE-LIMIT
               END-IF
           END-IF
           IF WS-RATE-WORK > WS-MST-LIFE-CAP
               MOVE WS-MST-LIFE-CAP TO WS-RATE-WORK
               MOVE 'LIFETIME CAP' TO WS-RATE-LIMIT
           END-IF
           IF WS-RATE-WORK < WS-MST-FLOOR
               MOVE WS-MST-FLOOR TO WS-RATE-WORK
               MOVE 'FLOOR' TO WS-RATE-LIMIT
           END-IF
           IF WS-RATE-WORK < 0
               MOVE 0 TO WS-RATE-WORK
           END-IF
           MOVE WS-RATE-WORK TO WS-NEW-RATE.

       FIND-BALANCE-SLOT.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-MST-ID
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM.

      *    Nothing posted yet means original principal over the full
      *    term.
       RESOLVE-REMAINING-POSITION.
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT)
                   TO WS-REMAINING-BALANCE
               IF WS-BAL-PAYMENTS(WS-BAL-SLOT) < WS-MST-TERM
                   COMPUTE WS-REMAINING-TERM =
                       WS-MST-TERM - WS-BAL-PAYMENTS(WS-BAL-SLOT)
               ELSE
                   MOVE 0 TO WS-REMAINING-TERM
               END-IF
           ELSE
               MOVE WS-MST-PRINCIPAL TO WS-REMAINING-BALANCE
               MOVE WS-MST-TERM TO WS-REMAINING-TERM
           END-IF.

      *    The payment in force today: the installment of an earlier
      *    reset, else the current rate over the remaining term.
       COMPUTE-CURRENT-PAYMENT.
           MOVE 0 TO WS-CURRENT-PAYMENT
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-INSTALLMENT(WS-BAL-SLOT)
                   TO WS-CURRENT-PAYMENT
           END-IF
           IF WS-CURRENT-PAYMENT = 0
               MOVE WS-MST-RATE TO WS-CALC-RATE
               PERFORM COMPUTE-NEW-PAYMENT
               MOVE WS-NEW-PAYMENT TO WS-CURRENT-PAYMENT
           END-IF.

      *    Annuity at WS-CALC-RATE on the remaining position; a loan
      *    with no balance or no term left has no payment to reset.
       COMPUTE-NEW-PAYMENT.
           MOVE 0 TO WS-NEW-PAYMENT
           IF WS-REMAINING-TERM > 0 AND WS-REMAINING-BALANCE > 0
               PERFORM COMPUTE-ANNUITY-PAYMENT
               MOVE WS-ANNUITY-PAYMENT TO WS-NEW-PAYMENT
           END-IF.

       COMPUTE-ANNUITY-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = WS-CALC-RATE / 12
           MOVE WS-REMAINING-TERM TO WS-NUM-PAYMENTS

           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
                   WS-REMAINING-BALANCE / WS-NUM-PAYMENTS
           ELSE
               COMPUTE WS-TEMP-CALC = 1 + WS-MONTHLY-RATE
               MOVE 1 TO WS-POWER-RESULT
               PERFORM WS-NUM-PAYMENTS TIMES
                   COMPUTE WS-POWER-RESULT =
                       WS-POWER-RESULT * WS-TEMP-CALC
               END-PERFORM
               COMPUTE WS-CALC-WORK =
                   WS-REMAINING-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-CALC-WORK =
                   WS-CALC-WORK * WS-POWER-RESULT
               COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
                   WS-CALC-WORK / (WS-POWER-RESULT - 1)
           END-IF.

      *****************************************************************
      * Step 2: on or after the reset date. The noticed rate is      *
      * applied; the payment is re-amortized from the balance as it  *
      * stands tonight, so payments posted since the notice count.   *
      * The balance file is not touched until the master carries the *
      * rate (step 3).                                               *
      *****************************************************************
       APPLY-PENDING-RESET.
           PERFORM FIND-BALANCE-SLOT
           PERFORM RESOLVE-REMAINING-POSITION
           MOVE WS-PND-NEW-RATE(WS-PND-SLOT) TO WS-CALC-RATE
           PERFORM COMPUTE-NEW-PAYMENT
           IF WS-NEW-PAYMENT > 0
               MOVE WS-NEW-PAYMENT TO WS-PND-PAYMENT(WS-PND-SLOT)
           END-IF
           MOVE 'A' TO WS-PND-STATUS(WS-PND-SLOT)
           ADD 1 TO WS-RESETS-APPLIED
           PERFORM WRITE-RESET-TRANSACTION
           IF WS-NOTICE-LATE = 'Y'
               MOVE 'NOTICE LATE' TO WS-LOAN-ACTION
           ELSE
               MOVE 'RESET APPLIED' TO WS-LOAN-ACTION
           END-IF
           PERFORM WRITE-ACTION-LINE.

      *****************************************************************
      * Step 3: maintenance has applied the RESET, so the master     *
      * rate is the new rate. The payment is re-amortized at it from *
      * the balance as it stands tonight and becomes the installment *
      * on loan-balance.dat; the entry is not kept.                  *
      *****************************************************************
       TAKE-UP-NEW-PAYMENT.
           PERFORM FIND-BALANCE-SLOT
           PERFORM RESOLVE-REMAINING-POSITION
           MOVE WS-MST-RATE TO WS-CALC-RATE
           PERFORM COMPUTE-NEW-PAYMENT
           IF WS-NEW-PAYMENT > 0
               IF WS-BAL-SLOT = 0
                   PERFORM OPEN-BALANCE-ROW
               END-IF
               MOVE WS-NEW-PAYMENT TO WS-BAL-INSTALLMENT(WS-BAL-SLOT)
               MOVE WS-NEW-PAYMENT TO WS-PND-PAYMENT(WS-PND-SLOT)
               ADD 1 TO WS-PAYMENTS-CHANGED
               MOVE 'NEW PAYMENT' TO WS-LOAN-ACTION
               PERFORM WRITE-ACTION-LINE
           END-IF.

      *    First reset against a loan that has never posted: open its
      *    balance row at the master's original principal, as
      *    PAYMENT-POSTING would on the first payment.
       OPEN-BALANCE-ROW.
           IF WS-BAL-COUNT >= 5000
               DISPLAY 'ARM-RATE-RESET: BALANCE TABLE FULL - '
                   'RUN ABORTED, FILES UNTOUCHED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-SLOT
           MOVE WS-MST-ID TO WS-BAL-ID(WS-BAL-SLOT)
           MOVE WS-MST-PRINCIPAL TO WS-BAL-PRINCIPAL(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-PAYMENTS(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-PAID-THRU(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-ESCROW(WS-BAL-SLOT)
           MOVE 0 TO WS-BAL-INSTALLMENT(WS-BAL-SLOT).

      *    Reset date plus WS-ADD-MONTHS months into WS-DATE-OUT, the
      *    day pulled back until it is a real calendar date.
       ADD-MONTHS-TO-DATE.
           COMPUTE WS-MONTH-SERIAL =
               (WS-IN-YEAR * 12) + WS-IN-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-OUT-YEAR = WS-MONTH-SERIAL / 12
           COMPUTE WS-OUT-MONTH =
               WS-MONTH-SERIAL - (WS-OUT-YEAR * 12) + 1
           MOVE WS-IN-DAY TO WS-OUT-DAY
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-DATE-OUT) > 0
                      OR WS-OUT-DAY <= 28
               SUBTRACT 1 FROM WS-OUT-DAY
           END-PERFORM.

      *****************************************************************
      * RESET|loan_id|new_rate|reset_date|next_reset|ARM-RESET - the *
      * LOAN-MASTER-MAINT short layout, under this run's user id.    *
      *****************************************************************
       WRITE-RESET-TRANSACTION.
           MOVE WS-PND-RESET(WS-PND-SLOT) TO WS-DATE-IN
           MOVE WS-MST-MONTHS TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-DATE-OUT TO WS-NEXT-NEXT-RESET
           MOVE WS-PND-NEW-RATE(WS-PND-SLOT) TO WS-RATE-D
           MOVE SPACES TO TRANS-OUT-RECORD
           STRING 'RESET|' WS-MST-ID DELIMITED BY SPACE
                  '|' WS-RATE-D
                  '|' WS-PND-RESET(WS-PND-SLOT)
                  '|' WS-NEXT-NEXT-RESET
                  '|ARM-RESET'
               DELIMITED BY SIZE INTO TRANS-OUT-RECORD
           ADD 1 TO WS-TRN-COUNT
           MOVE TRANS-OUT-RECORD TO WS-TRN-RECORD(WS-TRN-COUNT).

      *    Tonight's transactions go out only with a committed night;
      *    otherwise the file is left empty and tomorrow's run issues
      *    them again from the unchanged pending file.
       WRITE-TRANS-FILE.
           OPEN OUTPUT TRANS-OUT-FILE
           IF WS-NIGHT-COMMITTED = 'Y'
               PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > WS-TRN-COUNT
                   WRITE TRANS-OUT-RECORD FROM WS-TRN-RECORD(WS-TRN-IDX)
               END-PERFORM
           ELSE
               DISPLAY 'ARM-RATE-RESET: NIGHT NOT COMMITTED - '
                   'NO RESET TRANSACTIONS WRITTEN'
           END-IF
           CLOSE TRANS-OUT-FILE.

      *****************************************************************
      * The borrower's rate-change notice: the old and new rate and  *
      * payment, how the new rate was reached, the limits that apply *
      * and the first payment due at the new amount.                 *
      *****************************************************************
       WRITE-RATE-NOTICE.
           MOVE WS-MST-NEXT TO WS-DATE-IN
           MOVE 1 TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-DATE-OUT TO WS-FIRST-NEW-DUE

           MOVE ALL '=' TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING 'ADJUSTABLE-RATE LOAN - INTEREST RATE AND '
                  'PAYMENT CHANGE NOTICE'
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING 'NOTICE DATE: ' WS-RUN-DATE
                  '      LOAN: ' WS-MST-ID
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING 'BORROWER: ' WS-MST-BORROWER
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           STRING 'YOUR INTEREST RATE CHANGES ON ' WS-MST-NEXT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'CURRENT INTEREST RATE (PERCENT):' TO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-MST-RATE * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           MOVE 'NEW INTEREST RATE (PERCENT):' TO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-NEW-RATE * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           STRING 'HOW YOUR NEW RATE WAS SET: ' DELIMITED BY SIZE
                  WS-MST-ARM-INDEX DELIMITED BY SPACE
                  ' INDEX PLUS MARGIN, ROUNDED TO THE NEAREST '
                  '0.125 PERCENT' DELIMITED BY SIZE
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LABEL
           STRING '  INDEX VALUE AS OF ' WS-PRICE-INDEX-DATE ':'
               DELIMITED BY SIZE INTO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-PRICE-INDEX-RATE * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           MOVE '  MARGIN:' TO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-MST-MARGIN * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           IF WS-RATE-LIMIT NOT = SPACES
               MOVE '  RATE WITHOUT LIMITS:' TO WS-NOTICE-LABEL
               COMPUTE WS-PCT-D = WS-FULLY-INDEXED * 100
               PERFORM WRITE-NOTICE-PCT-LINE
               MOVE SPACES TO NOTICE-RECORD
               STRING '  YOUR NEW RATE IS LIMITED BY THE '
                      WS-RATE-LIMIT
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           MOVE 'RATE LIMITS (PERCENT):' TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF WS-MST-PERIOD-CAP > 0
               MOVE '  MOST CHANGE AT ONE RESET:' TO WS-NOTICE-LABEL
               COMPUTE WS-PCT-D = WS-MST-PERIOD-CAP * 100
               PERFORM WRITE-NOTICE-PCT-LINE
           END-IF
           MOVE '  HIGHEST RATE (LIFETIME CAP):' TO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-MST-LIFE-CAP * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           MOVE '  LOWEST RATE (FLOOR):' TO WS-NOTICE-LABEL
           COMPUTE WS-PCT-D = WS-MST-FLOOR * 100
           PERFORM WRITE-NOTICE-PCT-LINE
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE 'CURRENT MONTHLY PRINCIPAL AND INTEREST:'
               TO NOTICE-RECORD
           MOVE WS-CURRENT-PAYMENT TO WS-MONEY-D
           MOVE WS-MONEY-D TO NOTICE-RECORD(42:)
           WRITE NOTICE-RECORD
           MOVE 'NEW MONTHLY PRINCIPAL AND INTEREST:' TO NOTICE-RECORD
           MOVE WS-NEW-PAYMENT TO WS-MONEY-D
           MOVE WS-MONEY-D TO NOTICE-RECORD(42:)
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING 'FIRST PAYMENT DUE AT THE NEW AMOUNT: '
                  WS-FIRST-NEW-DUE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-REMAINING-BALANCE TO WS-MONEY-D
           MOVE 'PRINCIPAL BALANCE THE PAYMENT IS BASED ON:'
               TO NOTICE-RECORD
           MOVE WS-MONEY-D TO NOTICE-RECORD(45:)
           WRITE NOTICE-RECORD
           MOVE 'ESCROW, IF ANY, IS BILLED IN ADDITION TO THIS AMOUNT.'
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF WS-NOTICE-LATE = 'Y'
               MOVE 'THIS NOTICE IS ISSUED AFTER THE RATE CHANGE DATE.'
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-NOTICE-PCT-LINE.
           MOVE SPACES TO NOTICE-RECORD
           STRING WS-NOTICE-LABEL WS-PCT-D
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING 'ARM RATE RESET RUN ' WS-RUN-DATE
                  '   NOTICE THROUGH ' WS-NOTICE-HORIZON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOAN        RESET     OLD RATE  NEW RATE  '
                  'INDEX     NEW PAYMENT  ACTION'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-ACTION-LINE.
           MOVE WS-PND-OLD-RATE(WS-PND-SLOT) TO WS-OLD-RATE-D
           MOVE WS-PND-NEW-RATE(WS-PND-SLOT) TO WS-RATE-D
           MOVE WS-PND-PAYMENT(WS-PND-SLOT) TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MST-ID
                  '  ' WS-PND-RESET(WS-PND-SLOT)
                  '  ' WS-OLD-RATE-D
                  '  ' WS-RATE-D
                  '  ' WS-PND-INDEX(WS-PND-SLOT)
                  '  ' WS-MONEY-D
                  '  ' WS-LOAN-ACTION
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MST-ID
                  '  ' WS-MST-NEXT-TEXT
                  '  ' WS-MST-ARM-INDEX
                  '  EXCEPTION: ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ARM-LOANS TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACTIVE ARM LOANS      ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NOTICES-SENT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOTICES SENT          ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NOTICES-LATE TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING '  OF WHICH LATE       ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RESETS-APPLIED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'RESETS APPLIED        ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RESETS-AWAITING TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'AWAITING MAINTENANCE  ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PAYMENTS-CHANGED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW PAYMENTS IN FORCE ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXCEPTIONS            ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
               DISPLAY 'ARM-RATE-RESET: BALANCE REWRITE NOT '
                   'COMMITTED - LIVE BALANCE FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Same generation discipline; only the entries tonight's
      *    sweep still needs are carried forward.
       REWRITE-PENDING-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'arm-reset-pending.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-PENDING-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-KEEP(WS-PND-IDX) = 'Y'
                   ADD 1 TO WS-PENDING-KEPT
                   MOVE WS-PND-OLD-RATE(WS-PND-IDX) TO WS-OLD-RATE-D
                   MOVE WS-PND-NEW-RATE(WS-PND-IDX) TO WS-RATE-D
                   MOVE WS-PND-INDEX-RATE(WS-PND-IDX)
                       TO WS-INDEX-RATE-D
                   MOVE WS-PND-PAYMENT(WS-PND-IDX) TO WS-INSTALLMENT-D
                   MOVE SPACES TO GEN-OUT-RECORD
                   STRING WS-PND-ID(WS-PND-IDX) DELIMITED BY SPACE
                          '|' WS-PND-RESET(WS-PND-IDX)
                          '|' WS-OLD-RATE-D
                          '|' WS-RATE-D
                          '|' DELIMITED BY SIZE
                          WS-PND-INDEX(WS-PND-IDX) DELIMITED BY SPACE
                          '|' WS-INDEX-RATE-D
                          '|' WS-INSTALLMENT-D
                          '|' WS-PND-NOTICED(WS-PND-IDX)
                          '|' WS-PND-STATUS(WS-PND-IDX)
                       DELIMITED BY SIZE INTO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-PENDING-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'ARM-RATE-RESET: PENDING RESET REWRITE NOT '
                   'COMMITTED - LIVE PENDING FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
