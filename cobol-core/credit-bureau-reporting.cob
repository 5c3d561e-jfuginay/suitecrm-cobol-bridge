       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-REPORTING.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Month-end credit bureau furnishing file for the serviced     *
      * portfolio, in the Metro 2 style the furnishing agreement     *
      * calls for: a header record, one base segment per reported    *
      * account and a trailer with counts and balance totals, all    *
      * fixed-format 200-byte records in bureau-submission.dat.      *
      * Unlike the pipe-delimited working files this is a fixed-     *
      * length sequential file with no line terminators, so trailing *
      * blanks survive transmission as the bureau's edit expects.    *
      *                                                               *
      * Built from loan-master.dat (terms, borrower, status),        *
      * loan-balance.dat (current balance, date of last payment),    *
      * collections-queue-master.dat (the delinquency bucket, amount *
      * past due and date first seen delinquent), billed-amounts.dat *
      * (scheduled monthly payment - principal and interest plus     *
      * escrow) and credit-quality-history.dat (the amount each      *
      * charged-off loan was charged off at).                        *
      *                                                               *
      * Account status code and payment history character:           *
      *   current, or 16-30 days      11  0                          *
      *   31-60 bucket                71  1                          *
      *   61-90 bucket                78  2                          *
      *   90+ bucket                  80  3   (82/4, 83/5 and 84/6   *
      *                                        at 120, 150 and 180   *
      *                                        days past due, dated  *
      *                                        from a month after    *
      *                                        paid_thru_date)       *
      *   charged off (status C)      97  L                          *
      *   inactive (status I), or     13  0   reported once, in the  *
      *   paid in full (status P)                                    *
      *                                        first submission      *
      *                                        after it closed       *
      * Amounts are whole dollars, as the format requires.           *
      *                                                               *
      * The 24-month payment history profile lives in                *
      * bureau-history.dat (loan_id|last_run|last_status|prior_run|  *
      * prior_status|profile, most recent month first, B for months  *
      * before the account was reported), rewritten through          *
      * MASTER-GENERATIONS. A rerun in the same month replaces that  *
      * month's character instead of shifting the profile again.     *
      *                                                               *
      * Borrower disputes are keyed to bureau-disputes.dat:          *
      *   loan_id|action|status_code|balance|user|entered_date       *
      *   SUPPRESS - leave the account out of the next submission    *
      *   CORRECT  - report the stated status code (11 13 71 78 80   *
      *              82 83 84 or 97; any other is rejected) and      *
      *              current balance (blank keeps the computed       *
      *              value for either) with compliance condition     *
      *              code XH, investigation completed                *
      * A dispute applies to the first submission built once it is   *
      * on file and its entered_date has come, and only that one (a  *
      * rerun in the same month rebuilds it, so applies it again).   *
      * The run that took each dispute up is recorded in             *
      * bureau-dispute-status.dat (consumed_run|dispute row),        *
      * rewritten through MASTER-GENERATIONS once the history has    *
      * committed - so a dispute keyed on a run date after that      *
      * night's run is still open for the next, and one that cannot  *
      * apply is rejected in one month only. Rows the disputes desk  *
      * has removed drop out of the status file with them. On the    *
      * first run with no status file, a dispute entered on or       *
      * before its account's last submission is taken as already     *
      * applied. Every dispute applied or rejected is written to     *
      * bureau-dispute-audit.log                                     *
      * (date|time|user|action|loan_id|result|detail). Condition     *
      * code 4 when a dispute is rejected, 12 when the loan master   *
      * is missing or the history or dispute status rewrite does     *
      * not commit.                                                  *
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
           SELECT BILLED-FILE ASSIGN TO 'billed-amounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.
           SELECT QUALITY-FILE ASSIGN TO 'credit-quality-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITY-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'bureau-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'bureau-disputes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT DISPUTE-STATUS-FILE ASSIGN TO
               'bureau-dispute-status.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSTAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'bureau-dispute-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO 'bureau-submission.dat'
               ORGANIZATION IS SEQUENTIAL.
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

       FD  BILLED-FILE.
       01  BILLED-RECORD PIC X(150).

       FD  QUALITY-FILE.
       01  QUALITY-RECORD PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(100).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD PIC X(100).

       FD  DISPUTE-STATUS-FILE.
       01  DISPUTE-STATUS-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(300).

       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD PIC X(200).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-BILLED-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-QUALITY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-DISPUTE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-DSTAT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-INPUT-EOF            PIC X VALUE 'N'.
           88  WS-INPUT-AT-END         VALUE 'Y'.

      * Fixed-format submission records. Every record is 200 bytes;
      * the record identifier in the first six positions tells the
      * bureau's edit which layout follows.
       01  WS-HEADER-RECORD.
           05  HDR-RECORD-ID           PIC X(6) VALUE 'HEADER'.
           05  HDR-REPORTER-ID         PIC X(10).
           05  HDR-REPORTER-NAME       PIC X(40).
           05  HDR-ACTIVITY-DATE       PIC 9(8).
           05  HDR-CREATED-DATE        PIC 9(8).
           05  FILLER                  PIC X(128) VALUE SPACES.

       01  WS-BASE-SEGMENT.
           05  BSE-RECORD-ID           PIC X(6) VALUE 'BASE'.
           05  BSE-ACCOUNT-NUMBER      PIC X(20).
           05  BSE-PORTFOLIO-TYPE      PIC X(1) VALUE 'I'.
           05  BSE-ACCOUNT-TYPE        PIC X(2) VALUE '01'.
           05  BSE-DATE-OPENED         PIC 9(8).
           05  BSE-ORIGINAL-AMOUNT     PIC 9(9).
           05  BSE-TERMS-DURATION      PIC 9(3).
           05  BSE-TERMS-FREQUENCY     PIC X(1) VALUE 'M'.
           05  BSE-SCHEDULED-PAYMENT   PIC 9(9).
           05  BSE-ACCOUNT-STATUS      PIC X(2).
           05  BSE-PAYMENT-HISTORY     PIC X(24).
           05  BSE-SPECIAL-COMMENT     PIC X(2) VALUE SPACES.
           05  BSE-COMPLIANCE-CODE     PIC X(2).
           05  BSE-CURRENT-BALANCE     PIC 9(9).
           05  BSE-AMOUNT-PAST-DUE     PIC 9(9).
           05  BSE-CHARGE-OFF-AMOUNT   PIC 9(9).
           05  BSE-DATE-ACCOUNT-INFO   PIC 9(8).
           05  BSE-DATE-FIRST-DELINQ   PIC 9(8).
           05  BSE-DATE-LAST-PAYMENT   PIC 9(8).
           05  BSE-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  TRL-RECORD-ID           PIC X(6) VALUE 'TRAILR'.
           05  TRL-BASE-COUNT          PIC 9(9).
           05  TRL-CURRENT-COUNT       PIC 9(9).
           05  TRL-DELINQUENT-COUNT    PIC 9(9).
           05  TRL-CHARGED-OFF-COUNT   PIC 9(9).
           05  TRL-CLOSED-COUNT        PIC 9(9).
           05  TRL-TOTAL-BALANCE       PIC 9(12).
           05  TRL-TOTAL-PAST-DUE      PIC 9(12).
           05  TRL-TOTAL-CHARGE-OFF    PIC 9(12).
           05  FILLER                  PIC X(113) VALUE SPACES.

      * Furnisher identification - the bureau-assigned reporter id
      * comes from BUREAU_REPORTER_ID when operations set it.
       01  WS-REPORTER-ID          PIC X(10) VALUE 'SCRMBRIDGE'.
       01  WS-REPORTER-RAW         PIC X(10).
       01  WS-REPORTER-NAME        PIC X(40)
               VALUE 'SUITECRM COBOL BRIDGE LOAN SERVICING'.

      * Loan master image.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-BORROWER  PIC X(30).
               10  WS-MST-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-MST-TERM      PIC 9(5) COMP-3.
               10  WS-MST-ORIG-DATE PIC 9(8).
               10  WS-MST-STATUS    PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.

      * Posted balance by loan.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BAL OCCURS 5000 TIMES.
               10  WS-BAL-ID        PIC X(10).
               10  WS-BAL-PRINCIPAL PIC 9(12)V99 COMP-3.
               10  WS-BAL-PAID-THRU PIC 9(8).
       01  WS-BAL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BAL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Collections queue rows - bucket, amount due, first seen.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-QUE OCCURS 2000 TIMES.
               10  WS-QUE-ID        PIC X(10).
               10  WS-QUE-BUCKET    PIC X(8).
               10  WS-QUE-FIRST     PIC 9(8).
               10  WS-QUE-AMOUNT    PIC 9(10)V99 COMP-3.
       01  WS-QUE-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-QUE-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Scheduled payment by loan, from the last billing cycle.
       01  WS-BILLED-TABLE.
           05  WS-BIL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BIL OCCURS 5000 TIMES.
               10  WS-BIL-ID        PIC X(10).
               10  WS-BIL-SCHEDULED PIC 9(10)V99 COMP-3.
       01  WS-BIL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BIL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Charge-off amount by loan, from CREDIT-QUALITY-REVIEW - the
      * BOOKED row, later on file, supersedes the CHGOFF proposal.
       01  WS-CHARGEOFF-TABLE.
           05  WS-CHG-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-CHG OCCURS 5000 TIMES.
               10  WS-CHG-ID        PIC X(10).
               10  WS-CHG-AMOUNT    PIC 9(12)V99 COMP-3.
       01  WS-CHG-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-CHG-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Bureau history - one row per account ever reported.
       01  WS-HISTORY-TABLE.
           05  WS-HST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-HST OCCURS 5000 TIMES.
               10  WS-HST-ID           PIC X(10).
               10  WS-HST-LAST-RUN     PIC 9(8).
               10  WS-HST-LAST-STATUS  PIC X(2).
               10  WS-HST-PRIOR-RUN    PIC 9(8).
               10  WS-HST-PRIOR-STATUS PIC X(2).
               10  WS-HST-PROFILE      PIC X(24).
       01  WS-HST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-HST-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-HST-OVERFLOW         PIC X VALUE 'N'.

      * Every dispute on file. WS-DSP-CONSUMED is the run that took
      * it up before tonight (0 - still open); WS-DSP-OPEN is set
      * for those tonight's submission may take up, WS-DSP-USED for
      * those it did. The row itself is the key to its status.
       01  WS-DISPUTE-TABLE.
           05  WS-DSP-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-DSP OCCURS 1000 TIMES.
               10  WS-DSP-ID        PIC X(10).
               10  WS-DSP-ACTION    PIC X(8).
               10  WS-DSP-STATUS    PIC X(2).
                   88  WS-DSP-STATUS-VALID VALUES '11' '13' '71' '78'
                                           '80' '82' '83' '84' '97'.
               10  WS-DSP-BAL-TEXT  PIC X(15).
               10  WS-DSP-USER      PIC X(10).
               10  WS-DSP-ENTERED   PIC 9(8).
               10  WS-DSP-USED      PIC X(1).
               10  WS-DSP-OPEN      PIC X(1).
               10  WS-DSP-CONSUMED  PIC 9(8).
               10  WS-DSP-ROW       PIC X(100).
       01  WS-DSP-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-DSP-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-DSTAT-FOUND          PIC X VALUE 'N'.
       01  WS-DSTAT-PTR            PIC 9(3) COMP-3.
       01  WS-DSTAT-KEPT           PIC 9(8) VALUE 0.
       01  WS-LAST-SUBMISSION      PIC 9(8).

      * Parse work
       01  WS-PARSE-ID             PIC X(10).
       01  WS-PARSE-FIELD-2        PIC X(30).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(15).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).
       01  WS-PARSE-FIELD-8        PIC X(15).
       01  WS-PARSE-FIELD-9        PIC X(15).
       01  WS-PARSE-PROFILE        PIC X(24).

      * The account being reported.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-MONTH            PIC 9(6).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(8) COMP-3.
       01  WS-REPORT-ACCOUNT       PIC X VALUE 'N'.
       01  WS-SUPPRESS             PIC X VALUE 'N'.
       01  WS-STATUS-CODE          PIC X(2).
       01  WS-PROFILE-CHAR         PIC X(1).
       01  WS-BALANCE              PIC 9(12)V99 COMP-3.
       01  WS-PAST-DUE             PIC 9(12)V99 COMP-3.
       01  WS-CHARGE-OFF           PIC 9(12)V99 COMP-3.
       01  WS-FIRST-DELINQ         PIC 9(8).
       01  WS-LAST-PAID            PIC 9(8).
       01  WS-DAYS-PAST-DUE        PIC S9(7) COMP-3.
       01  WS-DPD-FROM-DATE        PIC 9(8).

       01  WS-AUDIT-USER           PIC X(10).
       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-AUDIT-LOAN-ID        PIC X(10).
       01  WS-AUDIT-RESULT         PIC X(8).
       01  WS-AUDIT-DETAIL         PIC X(120).
       01  WS-DETAIL-PTR           PIC 9(3) COMP-3.
       01  WS-BALANCE-EDIT         PIC Z(11)9.99.

       01  WS-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-CORRECTED-COUNT      PIC 9(6) VALUE 0.
       01  WS-DISPUTES-REJECTED    PIC 9(6) VALUE 0.

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
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE SPACES TO WS-REPORTER-RAW
           ACCEPT WS-REPORTER-RAW FROM ENVIRONMENT 'BUREAU_REPORTER_ID'
           IF WS-REPORTER-RAW NOT = SPACES
               MOVE WS-REPORTER-RAW TO WS-REPORTER-ID
           END-IF

           PERFORM LOAD-MASTER-TABLE
           IF WS-MST-COUNT = 0
               DISPLAY 'CREDIT-BUREAU-REPORTING: LOAN MASTER MISSING '
                   'OR EMPTY - NO SUBMISSION BUILT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BALANCE-TABLE
           PERFORM LOAD-QUEUE-TABLE
           PERFORM LOAD-BILLED-TABLE
           PERFORM LOAD-CHARGEOFF-TABLE
           PERFORM LOAD-HISTORY-TABLE
           PERFORM LOAD-DISPUTE-TABLE
           IF WS-HST-OVERFLOW = 'Y'
               DISPLAY 'CREDIT-BUREAU-REPORTING: BUREAU HISTORY '
                   'EXCEEDS TABLE CAPACITY - NO SUBMISSION BUILT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DISPUTE-STATUS

           PERFORM OPEN-AUDIT-FILE
           OPEN OUTPUT SUBMISSION-FILE
           PERFORM WRITE-HEADER-RECORD
           INITIALIZE TRL-BASE-COUNT TRL-CURRENT-COUNT
               TRL-DELINQUENT-COUNT TRL-CHARGED-OFF-COUNT
               TRL-CLOSED-COUNT TRL-TOTAL-BALANCE
               TRL-TOTAL-PAST-DUE TRL-TOTAL-CHARGE-OFF

           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           PERFORM REJECT-UNMATCHED-DISPUTES

           MOVE WS-TRAILER-RECORD TO SUBMISSION-RECORD
           WRITE SUBMISSION-RECORD
           CLOSE SUBMISSION-FILE
           CLOSE AUDIT-FILE

           PERFORM REWRITE-HISTORY-FILE
           IF WS-GEN-STATUS = 'G'
               PERFORM REWRITE-DISPUTE-STATUS
           END-IF

           DISPLAY 'CREDIT-BUREAU-REPORTING: REPORTED=' TRL-BASE-COUNT
               ' SUPPRESSED=' WS-SUPPRESSED-COUNT
               ' CORRECTED=' WS-CORRECTED-COUNT
               ' DISPUTES REJECTED=' WS-DISPUTES-REJECTED

           IF WS-DISPUTES-REJECTED > 0
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MASTER-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ENTRY.
           IF WS-MST-COUNT >= 5000
               DISPLAY 'CREDIT-BUREAU-REPORTING: LOAN MASTER EXCEEDS '
                   'TABLE CAPACITY - RUN ABORTED, NOTHING REPORTED'
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
           MOVE SPACES TO WS-PARSE-FIELD-7
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-ID WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7
           END-UNSTRING
           ADD 1 TO WS-MST-COUNT
           MOVE WS-PARSE-ID TO WS-MST-ID(WS-MST-COUNT)
           MOVE WS-PARSE-FIELD-2 TO WS-MST-BORROWER(WS-MST-COUNT)
           MOVE WS-PARSE-FIELD-7(1:1)
               TO WS-MST-STATUS(WS-MST-COUNT)
           MOVE 0 TO WS-MST-PRINCIPAL(WS-MST-COUNT)
           MOVE 0 TO WS-MST-TERM(WS-MST-COUNT)
           MOVE 0 TO WS-MST-ORIG-DATE(WS-MST-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-MST-PRINCIPAL(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
               COMPUTE WS-MST-TERM(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-5)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
               COMPUTE WS-MST-ORIG-DATE(WS-MST-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-6)
           END-IF.

       LOAD-BALANCE-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ BALANCE-FILE INTO BALANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
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
      * No queue file means no loan is known to be delinquent - the  *
      * whole book reports current, which the run says out loud.     *
      *****************************************************************
       LOAD-QUEUE-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT QUEUE-MASTER-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ QUEUE-MASTER-FILE INTO QUEUE-MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-QUEUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QUEUE-MASTER-FILE
           ELSE
               DISPLAY 'CREDIT-BUREAU-REPORTING: COLLECTIONS QUEUE '
                   'MISSING - NO DELINQUENCY REPORTED'
           END-IF.

       LOAD-QUEUE-ENTRY.
           IF WS-QUE-COUNT < 2000
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
               MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
               MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               MOVE SPACES TO WS-PARSE-FIELD-7 WS-PARSE-FIELD-8
               MOVE SPACES TO WS-PARSE-FIELD-9
               UNSTRING QUEUE-MASTER-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-2
                        WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                        WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
                        WS-PARSE-FIELD-7 WS-PARSE-FIELD-8
                        WS-PARSE-FIELD-9
               END-UNSTRING
               ADD 1 TO WS-QUE-COUNT
               MOVE WS-PARSE-ID TO WS-QUE-ID(WS-QUE-COUNT)
               MOVE WS-PARSE-FIELD-2 TO WS-QUE-BUCKET(WS-QUE-COUNT)
               MOVE 0 TO WS-QUE-FIRST(WS-QUE-COUNT)
               MOVE 0 TO WS-QUE-AMOUNT(WS-QUE-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-7) = 0
                   COMPUTE WS-QUE-FIRST(WS-QUE-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-7)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-9) = 0
                   COMPUTE WS-QUE-AMOUNT(WS-QUE-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-9)
               END-IF
           END-IF.

       LOAD-BILLED-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT BILLED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ BILLED-FILE INTO BILLED-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-BILLED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BILLED-FILE
           END-IF.

      *    Scheduled payment = principal and interest plus escrow;
      *    fees and arrears are not part of the contractual payment.
       LOAD-BILLED-ENTRY.
           IF WS-BIL-COUNT < 5000
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
               MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
               MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               UNSTRING BILLED-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-2
                        WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                        WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               END-UNSTRING
               ADD 1 TO WS-BIL-COUNT
               MOVE WS-PARSE-ID TO WS-BIL-ID(WS-BIL-COUNT)
               MOVE 0 TO WS-BIL-SCHEDULED(WS-BIL-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-5) = 0
                  AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
                   COMPUTE WS-BIL-SCHEDULED(WS-BIL-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-5)
                       + FUNCTION NUMVAL(WS-PARSE-FIELD-6)
               END-IF
           END-IF.

       LOAD-CHARGEOFF-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT QUALITY-FILE
           IF WS-QUALITY-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ QUALITY-FILE INTO QUALITY-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-CHARGEOFF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QUALITY-FILE
           END-IF.

       LOAD-CHARGEOFF-ENTRY.
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           UNSTRING QUALITY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-ID WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           END-UNSTRING
           IF (WS-PARSE-FIELD-3 = 'CHGOFF'
               OR WS-PARSE-FIELD-3 = 'BOOKED')
              AND WS-CHG-COUNT < 5000
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-PARSE-ID TO WS-CHG-ID(WS-CHG-COUNT)
               COMPUTE WS-CHG-AMOUNT(WS-CHG-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
           END-IF.

       LOAD-HISTORY-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *    A history file larger than the table must stop the run -
      *    rewriting a truncated file would wipe accounts' profiles.
       LOAD-HISTORY-ENTRY.
           IF WS-HST-COUNT >= 5000
               MOVE 'Y' TO WS-HST-OVERFLOW
           ELSE
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
               MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
               MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               MOVE SPACES TO WS-PARSE-PROFILE
               UNSTRING HISTORY-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-2
                        WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                        WS-PARSE-FIELD-5 WS-PARSE-PROFILE
               END-UNSTRING
               ADD 1 TO WS-HST-COUNT
               MOVE WS-PARSE-ID TO WS-HST-ID(WS-HST-COUNT)
               MOVE 0 TO WS-HST-LAST-RUN(WS-HST-COUNT)
               MOVE 0 TO WS-HST-PRIOR-RUN(WS-HST-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
                   COMPUTE WS-HST-LAST-RUN(WS-HST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               END-IF
               MOVE WS-PARSE-FIELD-3(1:2)
                   TO WS-HST-LAST-STATUS(WS-HST-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
                   COMPUTE WS-HST-PRIOR-RUN(WS-HST-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-4)
               END-IF
               MOVE WS-PARSE-FIELD-5(1:2)
                   TO WS-HST-PRIOR-STATUS(WS-HST-COUNT)
               MOVE ALL 'B' TO WS-HST-PROFILE(WS-HST-COUNT)
               IF WS-PARSE-PROFILE NOT = SPACES
                   MOVE WS-PARSE-PROFILE
                       TO WS-HST-PROFILE(WS-HST-COUNT)
               END-IF
           END-IF.

       LOAD-DISPUTE-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ DISPUTE-FILE INTO DISPUTE-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-DISPUTE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.

       LOAD-DISPUTE-ENTRY.
           IF WS-DSP-COUNT < 1000
               MOVE SPACES TO WS-PARSE-ID WS-PARSE-FIELD-2
               MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
               MOVE SPACES TO WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               UNSTRING DISPUTE-RECORD DELIMITED BY '|'
                   INTO WS-PARSE-ID WS-PARSE-FIELD-2
                        WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                        WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
               END-UNSTRING
               ADD 1 TO WS-DSP-COUNT
               MOVE WS-PARSE-ID TO WS-DSP-ID(WS-DSP-COUNT)
               MOVE WS-PARSE-FIELD-2 TO WS-DSP-ACTION(WS-DSP-COUNT)
               MOVE WS-PARSE-FIELD-3(1:2)
                   TO WS-DSP-STATUS(WS-DSP-COUNT)
               MOVE WS-PARSE-FIELD-4 TO WS-DSP-BAL-TEXT(WS-DSP-COUNT)
               MOVE WS-PARSE-FIELD-5 TO WS-DSP-USER(WS-DSP-COUNT)
               MOVE 0 TO WS-DSP-ENTERED(WS-DSP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-6) = 0
                   COMPUTE WS-DSP-ENTERED(WS-DSP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-6)
               END-IF
               MOVE 'N' TO WS-DSP-USED(WS-DSP-COUNT)
               MOVE 0 TO WS-DSP-CONSUMED(WS-DSP-COUNT)
               MOVE DISPUTE-RECORD TO WS-DSP-ROW(WS-DSP-COUNT)
           ELSE
               DISPLAY 'CREDIT-BUREAU-REPORTING: DISPUTE TABLE FULL '
                   '- DISPUTE FOR ' DISPUTE-RECORD(1:10)
                   ' NOT APPLIED'
               ADD 1 TO WS-DISPUTES-REJECTED
           END-IF.

      *****************************************************************
      * Marks each dispute with the run that took it up. A status    *
      * row is matched to a dispute row of the same text not yet     *
      * marked, so two identical rows keep a status each. A dispute  *
      * is open tonight once its entered_date has come, unless a run *
      * of an earlier month took it up.                              *
      *****************************************************************
       LOAD-DISPUTE-STATUS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT DISPUTE-STATUS-FILE
           IF WS-DSTAT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DSTAT-FOUND
               PERFORM UNTIL WS-INPUT-AT-END
                   READ DISPUTE-STATUS-FILE INTO DISPUTE-STATUS-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-DISPUTE-STATUS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-STATUS-FILE
           ELSE
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   PERFORM SEED-DISPUTE-STATUS
               END-PERFORM
           END-IF
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               MOVE 'N' TO WS-DSP-OPEN(WS-DSP-IDX)
               IF WS-DSP-ENTERED(WS-DSP-IDX) <= WS-RUN-DATE
                  AND (WS-DSP-CONSUMED(WS-DSP-IDX) = 0
                   OR WS-DSP-CONSUMED(WS-DSP-IDX)(1:6) = WS-RUN-MONTH)
                   MOVE 'Y' TO WS-DSP-OPEN(WS-DSP-IDX)
               END-IF
           END-PERFORM.

       LOAD-DISPUTE-STATUS-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELD-2
           MOVE 1 TO WS-DSTAT-PTR
           UNSTRING DISPUTE-STATUS-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD-2
               WITH POINTER WS-DSTAT-PTR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-2) = 0
              AND WS-DSTAT-PTR <= 120
               MOVE 0 TO WS-DSP-SLOT
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-COUNT
                          OR WS-DSP-SLOT > 0
                   IF WS-DSP-CONSUMED(WS-DSP-IDX) = 0
                      AND WS-DSP-ROW(WS-DSP-IDX) =
                          DISPUTE-STATUS-RECORD(WS-DSTAT-PTR:)
                       MOVE WS-DSP-IDX TO WS-DSP-SLOT
                   END-IF
               END-PERFORM
               IF WS-DSP-SLOT > 0
                   COMPUTE WS-DSP-CONSUMED(WS-DSP-SLOT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-2)
               END-IF
           END-IF.

      *    No status file yet: the account's last submission before
      *    tonight took up every dispute entered on or before it.
       SEED-DISPUTE-STATUS.
           MOVE 0 TO WS-HST-SLOT
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
                      OR WS-HST-SLOT > 0
               IF WS-HST-ID(WS-HST-IDX) = WS-DSP-ID(WS-DSP-IDX)
                   MOVE WS-HST-IDX TO WS-HST-SLOT
               END-IF
           END-PERFORM
           IF WS-HST-SLOT > 0
               IF WS-HST-LAST-RUN(WS-HST-SLOT)(1:6) = WS-RUN-MONTH
                   MOVE WS-HST-PRIOR-RUN(WS-HST-SLOT)
                       TO WS-LAST-SUBMISSION
               ELSE
                   MOVE WS-HST-LAST-RUN(WS-HST-SLOT)
                       TO WS-LAST-SUBMISSION
               END-IF
               IF WS-LAST-SUBMISSION > 0
                  AND WS-DSP-ENTERED(WS-DSP-IDX) <= WS-LAST-SUBMISSION
                   MOVE WS-LAST-SUBMISSION
                       TO WS-DSP-CONSUMED(WS-DSP-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * One account: find or open its history row, roll the profile  *
      * into the new month, work out its status, apply any dispute   *
      * and write the base segment unless suppressed.                *
      *****************************************************************
       REPORT-ONE-ACCOUNT.
           PERFORM FIND-HISTORY-SLOT
           MOVE 'N' TO WS-REPORT-ACCOUNT
           EVALUATE TRUE
               WHEN WS-MST-STATUS(WS-MST-IDX) = 'A'
                 OR WS-MST-STATUS(WS-MST-IDX) = 'N'
                 OR WS-MST-STATUS(WS-MST-IDX) = 'C'
                   MOVE 'Y' TO WS-REPORT-ACCOUNT
      *        A closed account goes out once as 13, the first month
      *        after it closed, and is not furnished again. One
      *        never furnished while open is not furnished at all.
               WHEN WS-HST-SLOT = 0
                   CONTINUE
               WHEN WS-HST-LAST-RUN(WS-HST-SLOT)(1:6) = WS-RUN-MONTH
                AND WS-HST-PRIOR-STATUS(WS-HST-SLOT) NOT = '13'
                   MOVE 'Y' TO WS-REPORT-ACCOUNT
               WHEN WS-HST-LAST-RUN(WS-HST-SLOT)(1:6) NOT =
                        WS-RUN-MONTH
                AND WS-HST-LAST-STATUS(WS-HST-SLOT) NOT = '13'
                   MOVE 'Y' TO WS-REPORT-ACCOUNT
           END-EVALUATE

           IF WS-REPORT-ACCOUNT = 'Y'
               IF WS-HST-SLOT = 0
                   PERFORM OPEN-HISTORY-ROW
               END-IF
               IF WS-HST-SLOT > 0
                   PERFORM ROLL-HISTORY-MONTH
                   PERFORM DETERMINE-ACCOUNT-STATUS
                   PERFORM APPLY-ACCOUNT-DISPUTES
                   MOVE WS-PROFILE-CHAR
                       TO WS-HST-PROFILE(WS-HST-SLOT)(1:1)
                   MOVE WS-RUN-DATE TO WS-HST-LAST-RUN(WS-HST-SLOT)
                   MOVE WS-STATUS-CODE
                       TO WS-HST-LAST-STATUS(WS-HST-SLOT)
                   IF WS-SUPPRESS = 'Y'
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       PERFORM WRITE-BASE-SEGMENT
                   END-IF
               END-IF
           END-IF.

       FIND-HISTORY-SLOT.
           MOVE 0 TO WS-HST-SLOT
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
                      OR WS-HST-SLOT > 0
               IF WS-HST-ID(WS-HST-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-HST-IDX TO WS-HST-SLOT
               END-IF
           END-PERFORM.

       OPEN-HISTORY-ROW.
           IF WS-HST-COUNT < 5000
               ADD 1 TO WS-HST-COUNT
               MOVE WS-HST-COUNT TO WS-HST-SLOT
               MOVE WS-MST-ID(WS-MST-IDX) TO WS-HST-ID(WS-HST-SLOT)
               MOVE 0 TO WS-HST-LAST-RUN(WS-HST-SLOT)
               MOVE 0 TO WS-HST-PRIOR-RUN(WS-HST-SLOT)
               MOVE SPACES TO WS-HST-LAST-STATUS(WS-HST-SLOT)
               MOVE SPACES TO WS-HST-PRIOR-STATUS(WS-HST-SLOT)
               MOVE ALL 'B' TO WS-HST-PROFILE(WS-HST-SLOT)
           ELSE
               DISPLAY 'CREDIT-BUREAU-REPORTING: HISTORY TABLE FULL '
                   '- LOAN ' WS-MST-ID(WS-MST-IDX) ' NOT REPORTED'
           END-IF.

      *    First run of a new month: last month becomes the prior
      *    submission and the profile shifts one month to the right.
      *    A rerun in the same month keeps both and overwrites the
      *    current month's character.
       ROLL-HISTORY-MONTH.
           IF WS-HST-LAST-RUN(WS-HST-SLOT)(1:6) NOT = WS-RUN-MONTH
               MOVE WS-HST-LAST-RUN(WS-HST-SLOT)
                   TO WS-HST-PRIOR-RUN(WS-HST-SLOT)
               MOVE WS-HST-LAST-STATUS(WS-HST-SLOT)
                   TO WS-HST-PRIOR-STATUS(WS-HST-SLOT)
               MOVE WS-HST-PROFILE(WS-HST-SLOT)(1:23)
                   TO WS-PARSE-FIELD-2
               MOVE SPACES TO WS-HST-PROFILE(WS-HST-SLOT)
               MOVE WS-PARSE-FIELD-2(1:23)
                   TO WS-HST-PROFILE(WS-HST-SLOT)(2:23)
           END-IF.

       DETERMINE-ACCOUNT-STATUS.
           MOVE 0 TO WS-BALANCE WS-PAST-DUE WS-CHARGE-OFF
           MOVE 0 TO WS-FIRST-DELINQ WS-LAST-PAID
           MOVE SPACES TO BSE-COMPLIANCE-CODE
           MOVE 'N' TO WS-SUPPRESS

           PERFORM FIND-BALANCE-SLOT
           IF WS-BAL-SLOT > 0
               MOVE WS-BAL-PRINCIPAL(WS-BAL-SLOT) TO WS-BALANCE
               MOVE WS-BAL-PAID-THRU(WS-BAL-SLOT) TO WS-LAST-PAID
           ELSE
               MOVE WS-MST-PRINCIPAL(WS-MST-IDX) TO WS-BALANCE
           END-IF

           EVALUATE WS-MST-STATUS(WS-MST-IDX)
               WHEN 'C'
                   MOVE '97' TO WS-STATUS-CODE
                   MOVE 'L' TO WS-PROFILE-CHAR
                   MOVE WS-BALANCE TO WS-PAST-DUE
                   PERFORM FIND-CHARGEOFF-AMOUNT
                   PERFORM FIND-QUEUE-SLOT
                   IF WS-QUE-SLOT > 0
                       MOVE WS-QUE-FIRST(WS-QUE-SLOT)
                           TO WS-FIRST-DELINQ
                   END-IF
               WHEN 'I'
               WHEN 'P'
                   MOVE '13' TO WS-STATUS-CODE
                   MOVE '0' TO WS-PROFILE-CHAR
                   MOVE 0 TO WS-BALANCE
               WHEN OTHER
                   PERFORM RATE-OPEN-ACCOUNT
           END-EVALUATE.

       RATE-OPEN-ACCOUNT.
           MOVE '11' TO WS-STATUS-CODE
           MOVE '0' TO WS-PROFILE-CHAR
           PERFORM FIND-QUEUE-SLOT
           IF WS-QUE-SLOT > 0
               EVALUATE WS-QUE-BUCKET(WS-QUE-SLOT)
                   WHEN '31-60'
                       MOVE '71' TO WS-STATUS-CODE
                       MOVE '1' TO WS-PROFILE-CHAR
                   WHEN '61-90'
                       MOVE '78' TO WS-STATUS-CODE
                       MOVE '2' TO WS-PROFILE-CHAR
                   WHEN '90+'
                       PERFORM RATE-SERIOUS-DELINQUENCY
               END-EVALUATE
               IF WS-STATUS-CODE NOT = '11'
                   MOVE WS-QUE-AMOUNT(WS-QUE-SLOT) TO WS-PAST-DUE
                   MOVE WS-QUE-FIRST(WS-QUE-SLOT) TO WS-FIRST-DELINQ
               END-IF
           END-IF.

      *    Days past due counted the way CREDIT-QUALITY-REVIEW counts
      *    them: from a month after the last posted payment, or after
      *    origination for a loan that has never paid.
       RATE-SERIOUS-DELINQUENCY.
           MOVE WS-LAST-PAID TO WS-DPD-FROM-DATE
           IF WS-DPD-FROM-DATE = 0
               MOVE WS-MST-ORIG-DATE(WS-MST-IDX) TO WS-DPD-FROM-DATE
           END-IF
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF FUNCTION INTEGER-OF-DATE(WS-DPD-FROM-DATE) > 0
               COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DPD-FROM-DATE) - 30
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 180
                   MOVE '84' TO WS-STATUS-CODE
                   MOVE '6' TO WS-PROFILE-CHAR
               WHEN WS-DAYS-PAST-DUE >= 150
                   MOVE '83' TO WS-STATUS-CODE
                   MOVE '5' TO WS-PROFILE-CHAR
               WHEN WS-DAYS-PAST-DUE >= 120
                   MOVE '82' TO WS-STATUS-CODE
                   MOVE '4' TO WS-PROFILE-CHAR
               WHEN OTHER
                   MOVE '80' TO WS-STATUS-CODE
                   MOVE '3' TO WS-PROFILE-CHAR
           END-EVALUATE.

       FIND-BALANCE-SLOT.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-BAL-SLOT > 0
               IF WS-BAL-ID(WS-BAL-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-BAL-IDX TO WS-BAL-SLOT
               END-IF
           END-PERFORM.

       FIND-QUEUE-SLOT.
           MOVE 0 TO WS-QUE-SLOT
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
                      OR WS-QUE-SLOT > 0
               IF WS-QUE-ID(WS-QUE-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-QUE-IDX TO WS-QUE-SLOT
               END-IF
           END-PERFORM.

       FIND-CHARGEOFF-AMOUNT.
           MOVE WS-BALANCE TO WS-CHARGE-OFF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-ID(WS-CHG-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-CHARGE-OFF
               END-IF
           END-PERFORM.

      *****************************************************************
      * Every dispute still open for the account applies to this     *
      * submission. When several apply, they are taken in file       *
      * order, so the latest keyed wins.                             *
      *****************************************************************
       APPLY-ACCOUNT-DISPUTES.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               IF WS-DSP-ID(WS-DSP-IDX) = WS-MST-ID(WS-MST-IDX)
                  AND WS-DSP-OPEN(WS-DSP-IDX) = 'Y'
                   MOVE 'Y' TO WS-DSP-USED(WS-DSP-IDX)
                   PERFORM APPLY-ONE-DISPUTE
               END-IF
           END-PERFORM.

       APPLY-ONE-DISPUTE.
           MOVE WS-DSP-USER(WS-DSP-IDX) TO WS-AUDIT-USER
           MOVE WS-DSP-ACTION(WS-DSP-IDX) TO WS-AUDIT-ACTION
           MOVE WS-DSP-ID(WS-DSP-IDX) TO WS-AUDIT-LOAN-ID
           MOVE SPACES TO WS-AUDIT-DETAIL
           EVALUATE TRUE
               WHEN WS-DSP-USER(WS-DSP-IDX) = SPACES
                   MOVE 'REJECTED' TO WS-AUDIT-RESULT
                   MOVE 'USER ID MISSING' TO WS-AUDIT-DETAIL
               WHEN WS-DSP-ACTION(WS-DSP-IDX) = 'SUPPRESS'
                   MOVE 'Y' TO WS-SUPPRESS
                   MOVE 'APPLIED' TO WS-AUDIT-RESULT
                   STRING 'ACCOUNT SUPPRESSED FROM SUBMISSION '
                          WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               WHEN WS-DSP-ACTION(WS-DSP-IDX) = 'CORRECT'
                AND WS-DSP-BAL-TEXT(WS-DSP-IDX) NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-DSP-BAL-TEXT(WS-DSP-IDX))
                    NOT = 0
                   MOVE 'REJECTED' TO WS-AUDIT-RESULT
                   MOVE 'NON-NUMERIC CORRECTED BALANCE'
                       TO WS-AUDIT-DETAIL
               WHEN WS-DSP-ACTION(WS-DSP-IDX) = 'CORRECT'
                AND WS-DSP-STATUS(WS-DSP-IDX) NOT = SPACES
                AND NOT WS-DSP-STATUS-VALID(WS-DSP-IDX)
                   MOVE 'REJECTED' TO WS-AUDIT-RESULT
                   MOVE 'INVALID STATUS CODE' TO WS-AUDIT-DETAIL
               WHEN WS-DSP-ACTION(WS-DSP-IDX) = 'CORRECT'
                   MOVE 1 TO WS-DETAIL-PTR
                   STRING 'STATUS ' WS-STATUS-CODE
                       DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
                   IF WS-DSP-STATUS(WS-DSP-IDX) NOT = SPACES
                       MOVE WS-DSP-STATUS(WS-DSP-IDX)
                           TO WS-STATUS-CODE
                       PERFORM MATCH-PROFILE-CHAR
                   END-IF
                   IF WS-DSP-BAL-TEXT(WS-DSP-IDX) NOT = SPACES
                       COMPUTE WS-BALANCE = FUNCTION NUMVAL(
                           WS-DSP-BAL-TEXT(WS-DSP-IDX))
                   END-IF
                   MOVE 'XH' TO BSE-COMPLIANCE-CODE
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE 'APPLIED' TO WS-AUDIT-RESULT
                   MOVE WS-BALANCE TO WS-BALANCE-EDIT
                   STRING ' CORRECTED TO ' WS-STATUS-CODE
                          ' BALANCE ' WS-BALANCE-EDIT
                       DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-AUDIT-RESULT
                   MOVE 'UNKNOWN DISPUTE ACTION' TO WS-AUDIT-DETAIL
           END-EVALUATE
           IF WS-AUDIT-RESULT = 'REJECTED'
               ADD 1 TO WS-DISPUTES-REJECTED
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *    A corrected status code carries the history character
      *    that goes with it, so the profile tells the same story.
       MATCH-PROFILE-CHAR.
           EVALUATE WS-STATUS-CODE
               WHEN '11'
               WHEN '13'
                   MOVE '0' TO WS-PROFILE-CHAR
               WHEN '71'
                   MOVE '1' TO WS-PROFILE-CHAR
               WHEN '78'
                   MOVE '2' TO WS-PROFILE-CHAR
               WHEN '80'
                   MOVE '3' TO WS-PROFILE-CHAR
               WHEN '82'
                   MOVE '4' TO WS-PROFILE-CHAR
               WHEN '83'
                   MOVE '5' TO WS-PROFILE-CHAR
               WHEN '84'
                   MOVE '6' TO WS-PROFILE-CHAR
               WHEN '97'
                   MOVE 'L' TO WS-PROFILE-CHAR
           END-EVALUATE.

      *    Open disputes naming a loan the master does not carry, or
      *    one that was not furnished this month, can never apply -
      *    they are rejected so the disputes desk can follow up, and
      *    are taken up by the rejection like any other.
       REJECT-UNMATCHED-DISPUTES.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               IF WS-DSP-USED(WS-DSP-IDX) = 'N'
                  AND WS-DSP-OPEN(WS-DSP-IDX) = 'Y'
                   PERFORM REJECT-UNMATCHED-DISPUTE
               END-IF
           END-PERFORM.

       REJECT-UNMATCHED-DISPUTE.
           MOVE 'Y' TO WS-DSP-USED(WS-DSP-IDX)
           MOVE WS-DSP-USER(WS-DSP-IDX) TO WS-AUDIT-USER
           MOVE WS-DSP-ACTION(WS-DSP-IDX) TO WS-AUDIT-ACTION
           MOVE WS-DSP-ID(WS-DSP-IDX) TO WS-AUDIT-LOAN-ID
           MOVE 'REJECTED' TO WS-AUDIT-RESULT
           MOVE 'ACCOUNT NOT FURNISHED THIS SUBMISSION'
               TO WS-AUDIT-DETAIL
           ADD 1 TO WS-DISPUTES-REJECTED
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-HEADER-RECORD.
           MOVE WS-REPORTER-ID TO HDR-REPORTER-ID
           MOVE WS-REPORTER-NAME TO HDR-REPORTER-NAME
           MOVE WS-RUN-DATE TO HDR-ACTIVITY-DATE
           MOVE WS-RUN-DATE TO HDR-CREATED-DATE
           MOVE WS-HEADER-RECORD TO SUBMISSION-RECORD
           WRITE SUBMISSION-RECORD.

       WRITE-BASE-SEGMENT.
           MOVE WS-MST-ID(WS-MST-IDX) TO BSE-ACCOUNT-NUMBER
           MOVE WS-MST-ORIG-DATE(WS-MST-IDX) TO BSE-DATE-OPENED
           MOVE WS-MST-PRINCIPAL(WS-MST-IDX) TO BSE-ORIGINAL-AMOUNT
           MOVE WS-MST-TERM(WS-MST-IDX) TO BSE-TERMS-DURATION
           MOVE 0 TO BSE-SCHEDULED-PAYMENT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
                   UNTIL WS-BIL-IDX > WS-BIL-COUNT
               IF WS-BIL-ID(WS-BIL-IDX) = WS-MST-ID(WS-MST-IDX)
                   MOVE WS-BIL-SCHEDULED(WS-BIL-IDX)
                       TO BSE-SCHEDULED-PAYMENT
               END-IF
           END-PERFORM
           MOVE WS-STATUS-CODE TO BSE-ACCOUNT-STATUS
           MOVE WS-HST-PROFILE(WS-HST-SLOT) TO BSE-PAYMENT-HISTORY
           MOVE WS-BALANCE TO BSE-CURRENT-BALANCE
           MOVE WS-PAST-DUE TO BSE-AMOUNT-PAST-DUE
           MOVE WS-CHARGE-OFF TO BSE-CHARGE-OFF-AMOUNT
           MOVE WS-RUN-DATE TO BSE-DATE-ACCOUNT-INFO
           MOVE WS-FIRST-DELINQ TO BSE-DATE-FIRST-DELINQ
           MOVE WS-LAST-PAID TO BSE-DATE-LAST-PAYMENT
           MOVE WS-MST-BORROWER(WS-MST-IDX) TO BSE-CONSUMER-NAME
           MOVE WS-BASE-SEGMENT TO SUBMISSION-RECORD
           WRITE SUBMISSION-RECORD

           ADD 1 TO TRL-BASE-COUNT
           EVALUATE WS-STATUS-CODE
               WHEN '11'
                   ADD 1 TO TRL-CURRENT-COUNT
               WHEN '97'
                   ADD 1 TO TRL-CHARGED-OFF-COUNT
               WHEN '13'
                   ADD 1 TO TRL-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO TRL-DELINQUENT-COUNT
           END-EVALUATE
           ADD BSE-CURRENT-BALANCE TO TRL-TOTAL-BALANCE
           ADD BSE-AMOUNT-PAST-DUE TO TRL-TOTAL-PAST-DUE
           ADD BSE-CHARGE-OFF-AMOUNT TO TRL-TOTAL-CHARGE-OFF.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-AUDIT-USER
                  '|' WS-AUDIT-ACTION
                  '|' WS-AUDIT-LOAN-ID
                  '|' WS-AUDIT-RESULT
                  '|' WS-AUDIT-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live history - the 24-month profiles cannot be rebuilt from  *
      * anything else.                                               *
      *****************************************************************
       REWRITE-HISTORY-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'bureau-history.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-HST-ID(WS-HST-IDX)
                      '|' WS-HST-LAST-RUN(WS-HST-IDX)
                      '|' WS-HST-LAST-STATUS(WS-HST-IDX)
                      '|' WS-HST-PRIOR-RUN(WS-HST-IDX)
                      '|' WS-HST-PRIOR-STATUS(WS-HST-IDX)
                      '|' WS-HST-PROFILE(WS-HST-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-HST-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CREDIT-BUREAU-REPORTING: HISTORY REWRITE NOT '
                   'COMMITTED - LIVE HISTORY UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Same generation discipline. A dispute taken up tonight is
      *    stamped with tonight's run; one taken up before keeps its
      *    run; one still open has no row.
       REWRITE-DISPUTE-STATUS.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'bureau-dispute-status.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-DSTAT-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               IF WS-DSP-USED(WS-DSP-IDX) = 'Y'
                   MOVE WS-RUN-DATE TO WS-DSP-CONSUMED(WS-DSP-IDX)
               END-IF
               IF WS-DSP-CONSUMED(WS-DSP-IDX) > 0
                   MOVE SPACES TO GEN-OUT-RECORD
                   STRING WS-DSP-CONSUMED(WS-DSP-IDX)
                          '|' WS-DSP-ROW(WS-DSP-IDX)
                       DELIMITED BY SIZE INTO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-DSTAT-KEPT
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-DSTAT-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CREDIT-BUREAU-REPORTING: DISPUTE STATUS '
                   'REWRITE NOT COMMITTED - LIVE STATUS UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
