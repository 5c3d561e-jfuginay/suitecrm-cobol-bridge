       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Daily interest accrual. Earns each accruing loan's interest  *
      * day by day on its posted principal_balance, carries what has *
      * been earned but not yet paid, and at month end books the     *
      * month's accrual to the ledger - so interest income is what   *
      * the loans actually earned, not the life-of-loan projection   *
      * the calculation feed carries.                                *
      *                                                               *
      * Runs nightly after PAYMENT-POSTING. Reads loan-master.dat    *
      * (rate and status) and loan-balance.dat (principal_balance,   *
      * paid_thru_date); a loan with no balance row yet accrues on   *
      * its master principal.                                        *
      *                                                               *
      * Per-diem interest = principal_balance * rate / 365. Each     *
      * loan accrues for the days from its accrued-through date up   *
      * to the run date, so a rerun the same night adds nothing and  *
      * a night the job did not run is caught up on the next. A loan *
      * seen for the first time accrues from its paid_thru_date, or  *
      * from origination if it has never paid.                       *
      *                                                               *
      * Accrual record (loan-accrual.dat):                           *
      *   loan_id|accrued_unpaid|accrued_thru|month_to_date|         *
      *   mtd_month                                                  *
      *   accrued_unpaid is earned interest not yet paid -           *
      *   PAYMENT-POSTING takes the interest portion of every        *
      *   posted payment off it and puts it back when the payment is *
      *   reversed. month_to_date is interest accrued in mtd_month   *
      *   and not yet booked to the ledger.                          *
      * The file is rewritten through MASTER-GENERATIONS.            *
      *                                                               *
      * Month end (the run date is the last day of its month): every *
      * loan's month_to_date is booked to gl-journal.dat -           *
      *   DR 1210 loan interest receivable                           *
      *   CR 4010 interest income            source ACCRUAL          *
      * and cleared. A month whose last night was missed is booked   *
      * by the first run of the next month, before that night's      *
      * accrual.                                                     *
      *                                                               *
      * Non-accrual and charged-off loans (master status N or C),    *
      * and closed ones (I, or P once paid in full), earn nothing.   *
      * The first run after such a loan leaves status A stops its    *
      * accrual: the part of accrued_unpaid already booked is        *
      * reversed -                                                   *
      *   DR 4010 interest income                                    *
      *   CR 1210 loan interest receivable   source INT-REV          *
      * - the unbooked month_to_date is dropped, and the loan's      *
      * accrual is zeroed. Its accrued-through date keeps moving, so *
      * a loan returned to accrual by an ACCRUE transaction earns    *
      * from the day it came back, not for the time it was off.      *
      *                                                               *
      * The GL rows go out as a batch of their own, appended behind  *
      * the night's GL-JOURNAL-GENERATOR batch and closed by their   *
      * own TOTAL|debits|credits|lines row; nights with nothing to   *
      * book append nothing. The pairs are held until the accrual    *
      * file rewrite has committed and appended only then, so a      *
      * night whose rewrite fails books nothing and the next run,    *
      * starting again from the unchanged accrual file, books it     *
      * once. interest-accrual-report.txt lists each                 *
      * loan's per-diem, the night's accrual and the balances        *
      * carried.                                                     *
      *                                                               *
      * Condition code 12 when the loan master is missing or the     *
      * accrual file cannot be rewritten.                            *
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
           SELECT ACCRUAL-FILE ASSIGN TO 'loan-accrual.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'interest-accrual-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD PIC X(100).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-MASTER-EOF           PIC X VALUE 'N'.
           88  WS-MASTER-AT-END        VALUE 'Y'.
       01  WS-BALANCE-EOF          PIC X VALUE 'N'.
           88  WS-BALANCE-AT-END       VALUE 'Y'.
       01  WS-ACCRUAL-EOF          PIC X VALUE 'N'.
           88  WS-ACCRUAL-AT-END       VALUE 'Y'.

      * Loan master image - rate, status and the fallback principal
      * and start date for loans with no posted balance.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-MST-RATE      PIC 9(3)V9(6) COMP-3.
               10  WS-MST-ORIG-DATE PIC 9(8).
               10  WS-MST-STATUS    PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.

      * Posted balance by loan, from PAYMENT-POSTING.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BAL OCCURS 5000 TIMES.
               10  WS-BAL-ID        PIC X(10).
               10  WS-BAL-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Accrual file image, updated in place and rewritten at end of
      * job. Rows for loans no longer on the master are carried.
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

      * Parse work
       01  WS-PARSE-ID             PIC X(10).
       01  WS-PARSE-BORROWER       PIC X(30).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-STATUS         PIC X(1).

      * The run and the loan being accrued.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-MONTH            PIC 9(6).
       01  WS-RUN-DATE-INT         PIC 9(8) COMP-3.
       01  WS-NEXT-DAY             PIC 9(8).
       01  WS-MONTH-END            PIC X VALUE 'N'.
           88  WS-IS-MONTH-END         VALUE 'Y'.
       01  WS-START-DATE           PIC 9(8).
       01  WS-BALANCE              PIC 9(12)V99 COMP-3.
       01  WS-PER-DIEM             PIC 9(10)V99 COMP-3.
       01  WS-ACCRUAL-DAYS         PIC S9(7) COMP-3.
       01  WS-TODAY-ACCRUAL        PIC 9(10)V99 COMP-3.
       01  WS-BOOKED-ACCRUED       PIC 9(10)V99 COMP-3.
       01  WS-LOAN-NOTE            PIC X(20).

      * GL batch this run appends - opened only when there is
      * something to book.
       01  WS-JOURNAL-OPEN         PIC X VALUE 'N'.
       01  WS-LOAN-ID              PIC X(10).
       01  WS-POST-AMOUNT          PIC 9(12)V99 COMP-3.
       01  WS-SOURCE-TYPE          PIC X(12).
       01  WS-DEBIT-ACCOUNT        PIC X(4).
       01  WS-CREDIT-ACCOUNT       PIC X(4).
       01  WS-TOTAL-DEBITS         PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-LINES        PIC 9(8) VALUE 0.

      * The night's journal pairs, held until the accrual rewrite
      * commits - at most a prior-month booking and a month-end or
      * stop row for each accrual row.
       01  WS-GL-PAIR-TABLE.
           05  WS-GLP-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-GLP OCCURS 10000 TIMES.
               10  WS-GLP-LOAN-ID  PIC X(10).
               10  WS-GLP-AMOUNT   PIC 9(12)V99 COMP-3.
               10  WS-GLP-SOURCE   PIC X(12).
               10  WS-GLP-DEBIT    PIC X(4).
               10  WS-GLP-CREDIT   PIC X(4).
       01  WS-GLP-IDX              PIC 9(5) COMP-3 VALUE 0.

       01  WS-LOANS-ACCRUED        PIC 9(6) VALUE 0.
       01  WS-LOANS-STOPPED        PIC 9(6) VALUE 0.
       01  WS-NEW-ACCRUAL-ROWS     PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACCRUED-TODAY  PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-UNPAID         PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-BOOKED         PIC 9(14)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-REVERSED       PIC 9(14)V99 COMP-3 VALUE 0.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Display-edited fields
       01  WS-ACCRUED-D            PIC 9(8).99.
       01  WS-MTD-D                PIC 9(8).99.
       01  WS-AMOUNT-D             PIC 9(10).99.
       01  WS-TOTAL-DEBITS-D       PIC 9(12).99.
       01  WS-TOTAL-CREDITS-D      PIC 9(12).99.
       01  WS-MONEY-D              PIC Z(9)9.99.
       01  WS-PER-DIEM-D           PIC Z(6)9.99.
       01  WS-TODAY-D              PIC Z(6)9.99.
       01  WS-UNPAID-D             PIC Z(8)9.99.
       01  WS-DAYS-D               PIC ZZZZ9.
       01  WS-COUNT-D              PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1)
           IF WS-NEXT-DAY(7:2) = '01'
               MOVE 'Y' TO WS-MONTH-END
           END-IF

           PERFORM LOAD-MASTER-TABLE
           IF WS-MST-COUNT = 0
               DISPLAY 'INTEREST-ACCRUAL: LOAN MASTER MISSING '
                   'OR EMPTY - NOTHING ACCRUED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-ACCRUAL-TABLE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM ACCRUE-ONE-LOAN
           END-PERFORM

           IF WS-IS-MONTH-END
               PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                       UNTIL WS-ACR-IDX > WS-ACR-COUNT
                   PERFORM BOOK-MONTH-ACCRUAL
               END-PERFORM
           END-IF

           PERFORM REWRITE-ACCRUAL-FILE
           IF WS-GEN-STATUS = 'G'
               PERFORM BOOK-JOURNAL-BATCH
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY 'INTEREST-ACCRUAL: ACCRUED=' WS-LOANS-ACCRUED
               ' STOPPED=' WS-LOANS-STOPPED
               ' GL LINES=' WS-JOURNAL-LINES
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
               DISPLAY 'INTEREST-ACCRUAL: LOAN MASTER EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING ACCRUED'
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
           MOVE WS-PARSE-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
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
      * accrue on their master principal from origination.           *
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
      * A missing accrual file is a valid first-ever run: every loan *
      * opens its row tonight. An accrual file too big for the table *
      * stops the job - rewriting a truncated image would lose the   *
      * interest carried on the rows left behind.                    *
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
               DISPLAY 'INTEREST-ACCRUAL: ACCRUAL FILE EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING ACCRUED'
               CLOSE ACCRUAL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-3
           MOVE SPACES TO WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
           MOVE SPACES TO WS-PARSE-FIELD-6
           UNSTRING ACCRUAL-RECORD DELIMITED BY '|'
               INTO WS-PARSE-ID WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4 WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
           END-UNSTRING
           ADD 1 TO WS-ACR-COUNT
           MOVE WS-PARSE-ID TO WS-ACR-ID(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-ACCRUED(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-THRU(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-MTD(WS-ACR-COUNT)
           MOVE 0 TO WS-ACR-MTD-MONTH(WS-ACR-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-ACR-ACCRUED(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               COMPUTE WS-ACR-THRU(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-ACR-MTD(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-ACR-MTD-MONTH(WS-ACR-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF.

       FIND-BALANCE-SLOT.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM.

       FIND-ACCRUAL-SLOT.
           MOVE 0 TO WS-ACR-SLOT
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                   UNTIL WS-ACR-IDX > WS-ACR-COUNT
                      OR WS-ACR-SLOT > 0
               IF WS-ACR-ID(WS-ACR-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-ACR-IDX TO WS-ACR-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * One loan's night: open its accrual row if it has none, book  *
      * a prior month left unbooked, then accrue it - or stop its    *
      * accrual if it is no longer an accruing loan.                 *
      *****************************************************************
       ACCRUE-ONE-LOAN.
           PERFORM FIND-BALANCE-SLOT
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT) TO WS-BALANCE
           ELSE
               MOVE WS-MST-PRINCIPAL(WS-MST-IDX) TO WS-BALANCE
           END-IF
           PERFORM FIND-ACCRUAL-SLOT
           IF WS-ACR-SLOT = 0
               PERFORM OPEN-ACCRUAL-ROW
           END-IF
           IF WS-ACR-SLOT > 0
               IF WS-ACR-MTD-MONTH(WS-ACR-SLOT) NOT = WS-RUN-MONTH
                   MOVE WS-ACR-SLOT TO WS-ACR-IDX
                   PERFORM BOOK-MONTH-ACCRUAL
                   MOVE WS-RUN-MONTH TO WS-ACR-MTD-MONTH(WS-ACR-SLOT)
               END-IF
               MOVE 0 TO WS-PER-DIEM WS-TODAY-ACCRUAL
               MOVE 0 TO WS-ACCRUAL-DAYS
               MOVE SPACES TO WS-LOAN-NOTE
               IF WS-MST-STATUS(WS-MST-IDX) = 'A'
                   PERFORM ACCRUE-LOAN-INTEREST
               ELSE
                   PERFORM STOP-LOAN-ACCRUAL
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    A new row starts accruing from the loan's paid-thru date,
      *    or its origination date when it has never paid, or - with
      *    neither on file - from tonight.
       OPEN-ACCRUAL-ROW.
           IF WS-ACR-COUNT >= 5000
               DISPLAY 'INTEREST-ACCRUAL: ACCRUAL TABLE FULL AT LOAN '
                   WS-MST-ID(WS-MST-IDX) ' - RUN ABORTED, NOTHING '
                   'ACCRUED'
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-START-DATE
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-START-DATE
           END-IF
           IF WS-START-DATE = 0
               MOVE WS-MST-ORIG-DATE(WS-MST-IDX) TO WS-START-DATE
           END-IF
           IF WS-START-DATE = 0
              OR WS-START-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-START-DATE
           END-IF
           ADD 1 TO WS-ACR-COUNT
           MOVE WS-ACR-COUNT TO WS-ACR-SLOT
           MOVE WS-MST-ID(WS-MST-IDX) TO WS-ACR-ID(WS-ACR-SLOT)
           MOVE 0 TO WS-ACR-ACCRUED(WS-ACR-SLOT)
           MOVE WS-START-DATE TO WS-ACR-THRU(WS-ACR-SLOT)
           MOVE 0 TO WS-ACR-MTD(WS-ACR-SLOT)
           MOVE WS-RUN-MONTH TO WS-ACR-MTD-MONTH(WS-ACR-SLOT)
           ADD 1 TO WS-NEW-ACCRUAL-ROWS.

      *****************************************************************
      * Days since the accrued-through date, at the per-diem on      *
      * tonight's balance. The interest for the span is computed in  *
      * one step and rounded once, so catching up a missed night     *
      * gives the same cents as accruing it on time would.           *
      *****************************************************************
       ACCRUE-LOAN-INTEREST.
           IF FUNCTION INTEGER-OF-DATE(WS-ACR-THRU(WS-ACR-SLOT)) > 0
               COMPUTE WS-ACCRUAL-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ACR-THRU(WS-ACR-SLOT))
           END-IF
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-BALANCE * WS-MST-RATE(WS-MST-IDX) / 365
           IF WS-ACCRUAL-DAYS > 0
               COMPUTE WS-TODAY-ACCRUAL ROUNDED =
                   WS-BALANCE * WS-MST-RATE(WS-MST-IDX)
                   * WS-ACCRUAL-DAYS / 365
           END-IF
           ADD WS-TODAY-ACCRUAL TO WS-ACR-ACCRUED(WS-ACR-SLOT)
           ADD WS-TODAY-ACCRUAL TO WS-ACR-MTD(WS-ACR-SLOT)
           MOVE WS-RUN-DATE TO WS-ACR-THRU(WS-ACR-SLOT)
           ADD WS-TODAY-ACCRUAL TO WS-TOTAL-ACCRUED-TODAY
           IF WS-TODAY-ACCRUAL > 0
               ADD 1 TO WS-LOANS-ACCRUED
           END-IF.

      *****************************************************************
      * The loan is off accrual (N, C) or closed. Interest already   *
      * booked and still unpaid comes back out of income; what this  *
      * month accrued has not been booked and is simply dropped.     *
      *****************************************************************
       STOP-LOAN-ACCRUAL.
           IF WS-ACR-ACCRUED(WS-ACR-SLOT) > 0
              OR WS-ACR-MTD(WS-ACR-SLOT) > 0
               MOVE 0 TO WS-BOOKED-ACCRUED
               IF WS-ACR-ACCRUED(WS-ACR-SLOT) > WS-ACR-MTD(WS-ACR-SLOT)
                   COMPUTE WS-BOOKED-ACCRUED =
                       WS-ACR-ACCRUED(WS-ACR-SLOT)
                       - WS-ACR-MTD(WS-ACR-SLOT)
               END-IF
               IF WS-BOOKED-ACCRUED > 0
                   MOVE WS-ACR-ID(WS-ACR-SLOT) TO WS-LOAN-ID
                   MOVE WS-BOOKED-ACCRUED TO WS-POST-AMOUNT
                   MOVE 'INT-REV' TO WS-SOURCE-TYPE
                   MOVE '4010' TO WS-DEBIT-ACCOUNT
                   MOVE '1210' TO WS-CREDIT-ACCOUNT
                   PERFORM QUEUE-JOURNAL-PAIR
                   ADD WS-BOOKED-ACCRUED TO WS-TOTAL-REVERSED
               END-IF
               MOVE 0 TO WS-ACR-ACCRUED(WS-ACR-SLOT)
               MOVE 0 TO WS-ACR-MTD(WS-ACR-SLOT)
               ADD 1 TO WS-LOANS-STOPPED
               MOVE 'ACCRUAL STOPPED' TO WS-LOAN-NOTE
           ELSE
               MOVE 'NOT ACCRUING' TO WS-LOAN-NOTE
           END-IF
           MOVE WS-RUN-DATE TO WS-ACR-THRU(WS-ACR-SLOT).

      *****************************************************************
      * Books one accrual row's month-to-date interest and clears    *
      * it. WS-ACR-IDX names the row.                                *
      *****************************************************************
       BOOK-MONTH-ACCRUAL.
           IF WS-ACR-MTD(WS-ACR-IDX) > 0
               MOVE WS-ACR-ID(WS-ACR-IDX) TO WS-LOAN-ID
               MOVE WS-ACR-MTD(WS-ACR-IDX) TO WS-POST-AMOUNT
               MOVE 'ACCRUAL' TO WS-SOURCE-TYPE
               MOVE '1210' TO WS-DEBIT-ACCOUNT
               MOVE '4010' TO WS-CREDIT-ACCOUNT
               PERFORM QUEUE-JOURNAL-PAIR
               ADD WS-ACR-MTD(WS-ACR-IDX) TO WS-TOTAL-BOOKED
               MOVE 0 TO WS-ACR-MTD(WS-ACR-IDX)
           END-IF.

       QUEUE-JOURNAL-PAIR.
           ADD 1 TO WS-GLP-COUNT
           MOVE WS-LOAN-ID TO WS-GLP-LOAN-ID(WS-GLP-COUNT)
           MOVE WS-POST-AMOUNT TO WS-GLP-AMOUNT(WS-GLP-COUNT)
           MOVE WS-SOURCE-TYPE TO WS-GLP-SOURCE(WS-GLP-COUNT)
           MOVE WS-DEBIT-ACCOUNT TO WS-GLP-DEBIT(WS-GLP-COUNT)
           MOVE WS-CREDIT-ACCOUNT TO WS-GLP-CREDIT(WS-GLP-COUNT).

      *****************************************************************
      * The accrual file has committed: the held pairs go out as the *
      * night's batch, closed by its control row.                    *
      *****************************************************************
       BOOK-JOURNAL-BATCH.
           PERFORM VARYING WS-GLP-IDX FROM 1 BY 1
                   UNTIL WS-GLP-IDX > WS-GLP-COUNT
               MOVE WS-GLP-LOAN-ID(WS-GLP-IDX) TO WS-LOAN-ID
               MOVE WS-GLP-AMOUNT(WS-GLP-IDX) TO WS-POST-AMOUNT
               MOVE WS-GLP-SOURCE(WS-GLP-IDX) TO WS-SOURCE-TYPE
               MOVE WS-GLP-DEBIT(WS-GLP-IDX) TO WS-DEBIT-ACCOUNT
               MOVE WS-GLP-CREDIT(WS-GLP-IDX) TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-JOURNAL-PAIR
           END-PERFORM
           IF WS-JOURNAL-OPEN = 'Y'
               PERFORM WRITE-BATCH-CONTROL-ROW
               CLOSE JOURNAL-FILE
           END-IF.

       WRITE-JOURNAL-PAIR.
           IF WS-JOURNAL-OPEN NOT = 'Y'
               PERFORM OPEN-JOURNAL-FILE
               MOVE 'Y' TO WS-JOURNAL-OPEN
           END-IF
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

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DAILY INTEREST ACCRUAL' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-IS-MONTH-END
               STRING 'RUN DATE: ' WS-RUN-DATE
                      '      MONTH END - ACCRUAL BOOKED TO LEDGER'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'RUN DATE: ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOAN ID    ST        BALANCE   PER DIEM  DAYS'
                  '    ACCRUED   ACCRUED UNPAID  NOTE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-LINE.
           MOVE WS-BALANCE TO WS-MONEY-D
           MOVE WS-PER-DIEM TO WS-PER-DIEM-D
           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-D
           MOVE WS-TODAY-ACCRUAL TO WS-TODAY-D
           MOVE WS-ACR-ACCRUED(WS-ACR-SLOT) TO WS-UNPAID-D
           ADD WS-ACR-ACCRUED(WS-ACR-SLOT) TO WS-TOTAL-UNPAID
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MST-ID(WS-MST-IDX)
                  ' ' WS-MST-STATUS(WS-MST-IDX)
                  '  ' WS-MONEY-D
                  ' ' WS-PER-DIEM-D
                  ' ' WS-DAYS-D
                  ' ' WS-TODAY-D
                  '    ' WS-UNPAID-D
                  '  ' WS-LOAN-NOTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE ALL '=' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACCRUAL CONTROL SUMMARY' TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LOANS-ACCRUED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS ACCRUED TONIGHT     ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NEW-ACCRUAL-ROWS TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW ACCRUAL ROWS OPENED   ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LOANS-STOPPED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCRUAL STOPPED           ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-ACCRUED-TODAY TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'INTEREST ACCRUED TONIGHT  ' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-UNPAID TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCRUED UNPAID CARRIED    ' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-BOOKED TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'BOOKED TO LEDGER (ACCRUAL)' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-REVERSED TO WS-MONEY-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'REVERSED (INT-REV)        ' WS-MONEY-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-GEN-STATUS NOT = 'G'
               MOVE 'ACCRUAL FILE NOT COMMITTED - NOTHING BOOKED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live accrual file - never an OPEN OUTPUT over the only copy. *
      *****************************************************************
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
               DISPLAY 'INTEREST-ACCRUAL: ACCRUAL REWRITE NOT '
                   'COMMITTED - LIVE ACCRUAL FILE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
