       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-ORIGINATION.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Daily ACH debit origination for the loans enrolled in        *
      * autopay. Builds autopay-nacha.dat, a NACHA-format PPD debit  *
      * file for the originating bank, from the billed amount        *
      * BILLING-STATEMENTS left in billed-amounts.dat.               *
      *                                                               *
      * Runs nightly after AUTOPAY-MAINT, PAYMENT-POSTING and        *
      * BILLING-STATEMENTS. The drafts go out AUTOPAY_LEAD_DAYS      *
      * (default 1) ahead: tonight's file carries every active       *
      * enrollment whose draft date - its draft day in the month of  *
      * the billed due date - falls on or before that effective      *
      * date, and within the last 5 days (a missed night is caught   *
      * up; an enrollment newer than its draft date waits for the    *
      * next cycle). A loan is drafted once per billing cycle, and   *
      * not at all when:                                             *
      *   - it is no longer active or non-accrual on loan-master.dat *
      *   - it has no billed-amounts.dat row                         *
      *   - payments posted since the cycle date (payment-history,   *
      *     net of reversals) already cover the amount due           *
      * The draft is the amount due less those payments; a fixed-    *
      * amount enrollment drafts its fixed amount when that is more. *
      * The escrow portion billed rides on the draft so PAYMENT-     *
      * POSTING splits the settled payment the same way.             *
      *                                                               *
      * Every draft is recorded in autopay-drafts.dat, rewritten     *
      * through MASTER-GENERATIONS, which AUTOPAY-SETTLEMENT closes  *
      * out against the bank's settlement and return file:           *
      *   trace|loan_id|cycle_date|originated|effective|amount|      *
      *   escrow|status|status_date|return_code                      *
      *   status O outstanding, S settled, R returned                *
      * The NACHA file is built from the ledger rows originated      *
      * tonight, so a same-night rerun rebuilds the same file rather *
      * than drafting anyone twice. Settled and returned rows drop   *
      * off the ledger 400 days after their status date. A draft     *
      * whose enrollment is no longer active by the time the file is *
      * built (cancelled between a night's run and its rerun) is     *
      * held out of the file and reported, never sent without the    *
      * bank account it was drafted against.                         *
      *                                                               *
      * Originator identification comes from the environment:        *
      *   AUTOPAY_ODFI_ROUTING   originating bank routing (required) *
      *   AUTOPAY_COMPANY_ID     ACH company id (required)           *
      *   AUTOPAY_COMPANY_NAME   company name (default SCRM LOAN     *
      *                          SVC)                                *
      *   AUTOPAY_ODFI_NAME      originating bank name               *
      * Without the two required values no file is built.            *
      *                                                               *
      * Report autopay-origination-report.txt lists every draft and  *
      * every enrollment passed over with the reason. Condition      *
      * code 4 when a draft is held out of the file; 12 when the     *
      * originator is not configured, a table overflows or the       *
      * ledger rewrite is not committed (the NACHA file is then left *
      * empty, so last night's file cannot be sent a second time).   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO 'autopay-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTOPAY-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BILLED-FILE ASSIGN TO 'billed-amounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'payment-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT DRAFT-FILE ASSIGN TO 'autopay-drafts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.
           SELECT NACHA-FILE ASSIGN TO 'autopay-nacha.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO
               'autopay-origination-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD PIC X(120).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BILLED-FILE.
       01  BILLED-RECORD PIC X(150).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(150).

       FD  DRAFT-FILE.
       01  DRAFT-RECORD PIC X(150).

       FD  NACHA-FILE.
       01  NACHA-RECORD PIC X(94).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-AUTOPAY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BILLED-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-DRAFT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * Fixed-format NACHA records. Every record is 94 bytes; the
      * record type code in the first position tells the bank's
      * edit which layout follows.
       01  WS-FILE-HEADER.
           05  FH-RECORD-TYPE          PIC X(1) VALUE '1'.
           05  FH-PRIORITY-CODE        PIC X(2) VALUE '01'.
           05  FH-IMMEDIATE-DEST       PIC X(10).
           05  FH-IMMEDIATE-ORIGIN     PIC X(10).
           05  FH-CREATION-DATE        PIC X(6).
           05  FH-CREATION-TIME        PIC X(4).
           05  FH-FILE-ID-MODIFIER     PIC X(1) VALUE 'A'.
           05  FH-RECORD-SIZE          PIC X(3) VALUE '094'.
           05  FH-BLOCKING-FACTOR      PIC X(2) VALUE '10'.
           05  FH-FORMAT-CODE          PIC X(1) VALUE '1'.
           05  FH-DEST-NAME            PIC X(23).
           05  FH-ORIGIN-NAME          PIC X(23).
           05  FH-REFERENCE-CODE       PIC X(8) VALUE SPACES.

       01  WS-BATCH-HEADER.
           05  BH-RECORD-TYPE          PIC X(1) VALUE '5'.
           05  BH-SERVICE-CLASS        PIC X(3) VALUE '225'.
           05  BH-COMPANY-NAME         PIC X(16).
           05  BH-DISCRETIONARY        PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID           PIC X(10).
           05  BH-SEC-CODE             PIC X(3) VALUE 'PPD'.
           05  BH-ENTRY-DESCRIPTION    PIC X(10) VALUE 'LOAN PMT'.
           05  BH-DESCRIPTIVE-DATE     PIC X(6).
           05  BH-EFFECTIVE-DATE       PIC X(6).
           05  BH-SETTLEMENT-DATE      PIC X(3) VALUE SPACES.
           05  BH-ORIGINATOR-STATUS    PIC X(1) VALUE '1'.
           05  BH-ODFI-ID              PIC X(8).
           05  BH-BATCH-NUMBER         PIC 9(7) VALUE 1.

       01  WS-ENTRY-DETAIL.
           05  ED-RECORD-TYPE          PIC X(1) VALUE '6'.
           05  ED-TRANSACTION-CODE     PIC X(2).
           05  ED-RDFI-ID              PIC X(8).
           05  ED-CHECK-DIGIT          PIC X(1).
           05  ED-DFI-ACCOUNT          PIC X(17).
           05  ED-AMOUNT               PIC 9(10).
           05  ED-INDIVIDUAL-ID        PIC X(15).
           05  ED-INDIVIDUAL-NAME      PIC X(22).
           05  ED-DISCRETIONARY        PIC X(2) VALUE SPACES.
           05  ED-ADDENDA-INDICATOR    PIC X(1) VALUE '0'.
           05  ED-TRACE-NUMBER         PIC X(15).

       01  WS-BATCH-CONTROL.
           05  BC-RECORD-TYPE          PIC X(1) VALUE '8'.
           05  BC-SERVICE-CLASS        PIC X(3) VALUE '225'.
           05  BC-ENTRY-COUNT          PIC 9(6).
           05  BC-ENTRY-HASH           PIC 9(10).
           05  BC-TOTAL-DEBIT          PIC 9(12).
           05  BC-TOTAL-CREDIT         PIC 9(12) VALUE 0.
           05  BC-COMPANY-ID           PIC X(10).
           05  BC-AUTH-CODE            PIC X(19) VALUE SPACES.
           05  BC-RESERVED             PIC X(6) VALUE SPACES.
           05  BC-ODFI-ID              PIC X(8).
           05  BC-BATCH-NUMBER         PIC 9(7) VALUE 1.

       01  WS-FILE-CONTROL.
           05  FC-RECORD-TYPE          PIC X(1) VALUE '9'.
           05  FC-BATCH-COUNT          PIC 9(6).
           05  FC-BLOCK-COUNT          PIC 9(6).
           05  FC-ENTRY-COUNT          PIC 9(8).
           05  FC-ENTRY-HASH           PIC 9(10).
           05  FC-TOTAL-DEBIT          PIC 9(12).
           05  FC-TOTAL-CREDIT         PIC 9(12) VALUE 0.
           05  FC-RESERVED             PIC X(39) VALUE SPACES.

      * Originator identification - AUTOPAY_ODFI_ROUTING and
      * AUTOPAY_COMPANY_ID must be set by operations.
       01  WS-ODFI-ROUTING         PIC X(9) VALUE SPACES.
       01  WS-COMPANY-ID           PIC X(10) VALUE SPACES.
       01  WS-COMPANY-NAME         PIC X(16) VALUE 'SCRM LOAN SVC'.
       01  WS-ODFI-NAME            PIC X(23) VALUE 'ORIGINATING BANK'.
       01  WS-ENV-RAW              PIC X(30).

       01  WS-LEAD-DAYS            PIC 9(2) VALUE 1.
       01  WS-LEAD-DAYS-RAW        PIC X(4).
       01  WS-CATCH-UP-DAYS        PIC 9(2) VALUE 5.

      * Active enrollments.
       01  WS-ENROLLMENT-TABLE.
           05  WS-AP-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-AP OCCURS 5000 TIMES.
               10  WS-AP-LOAN-ID    PIC X(10).
               10  WS-AP-ROUTING    PIC X(9).
               10  WS-AP-ACCOUNT    PIC X(17).
               10  WS-AP-ACCT-TYPE  PIC X(1).
               10  WS-AP-DRAFT-DAY  PIC 9(2).
               10  WS-AP-OPTION     PIC X(1).
               10  WS-AP-FIXED      PIC 9(7)V99 COMP-3.
               10  WS-AP-ENROLLED   PIC 9(8).
       01  WS-AP-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-AP-SLOT              PIC 9(5) COMP-3 VALUE 0.

       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-BORROWER  PIC X(22).
               10  WS-MST-STATUS    PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Current cycle from billed-amounts.dat, with what has been
      * paid against it since the cycle date.
       01  WS-BILLED-TABLE.
           05  WS-BIL-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-BIL OCCURS 5000 TIMES.
               10  WS-BIL-ID        PIC X(10).
               10  WS-BIL-CYCLE     PIC 9(8).
               10  WS-BIL-DUE       PIC 9(8).
               10  WS-BIL-AMOUNT    PIC 9(9)V99 COMP-3.
               10  WS-BIL-ESCROW    PIC 9(9)V99 COMP-3.
               10  WS-BIL-PAID      PIC S9(9)V99 COMP-3.
       01  WS-BIL-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-BIL-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Draft ledger.
       01  WS-DRAFT-TABLE.
           05  WS-DR-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-DR OCCURS 20000 TIMES.
               10  WS-DR-TRACE      PIC X(15).
               10  WS-DR-LOAN-ID    PIC X(10).
               10  WS-DR-CYCLE      PIC 9(8).
               10  WS-DR-ORIGINATED PIC 9(8).
               10  WS-DR-EFFECTIVE  PIC 9(8).
               10  WS-DR-AMOUNT     PIC 9(9)V99 COMP-3.
               10  WS-DR-ESCROW     PIC 9(9)V99 COMP-3.
               10  WS-DR-STATUS     PIC X(1).
               10  WS-DR-STATUS-DATE PIC 9(8).
               10  WS-DR-RETURN-CODE PIC X(3).
               10  WS-DR-KEEP       PIC X(1).
       01  WS-DR-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-DR-SLOT              PIC 9(5) COMP-3 VALUE 0.
       01  WS-DR-KEPT              PIC 9(8) VALUE 0.

       01  WS-TRACE-SEQ            PIC 9(7) VALUE 0.
       01  WS-TRACE-WORK.
           05  WS-TRACE-ODFI       PIC X(8).
           05  WS-TRACE-SEQ-X      PIC 9(7).

      * Parse and date work.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(20) OCCURS 10 TIMES.
       01  WS-PARSE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-PARSE-DATE           PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-INT              PIC 9(8).
       01  WS-EFFECTIVE-DATE       PIC 9(8).
       01  WS-CATCH-UP-DATE        PIC 9(8).
       01  WS-RETAIN-DATE          PIC 9(8).
       01  WS-DRAFT-DATE           PIC 9(8).
       01  WS-DRAFT-DATE-X REDEFINES WS-DRAFT-DATE.
           05  WS-DRAFT-YYYYMM     PIC 9(6).
           05  WS-DRAFT-DD         PIC 9(2).
       01  WS-DRAFT-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-DRAFT-ESCROW         PIC 9(9)V99 COMP-3.
       01  WS-SKIP-REASON          PIC X(30).

      * NACHA totals.
       01  WS-ENTRY-COUNT          PIC 9(6) VALUE 0.
       01  WS-ENTRY-HASH           PIC 9(12) VALUE 0.
       01  WS-TOTAL-DEBIT          PIC 9(12) VALUE 0.
       01  WS-RECORD-COUNT         PIC 9(8) VALUE 0.
       01  WS-RDFI-NUM             PIC 9(8).

       01  WS-DRAFTED              PIC 9(6) VALUE 0.
       01  WS-PASSED-OVER          PIC 9(6) VALUE 0.
       01  WS-HELD-OUT             PIC 9(6) VALUE 0.
       01  WS-AMOUNT-D             PIC Z(8)9.99.
       01  WS-TOTAL-D              PIC Z(9)9.99.
       01  WS-LEDGER-AMOUNT-D      PIC 9(9).99.
       01  WS-LEDGER-ESCROW-D      PIC 9(9).99.

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
           PERFORM READ-ORIGINATOR-SETTINGS
           IF WS-ODFI-ROUTING IS NOT NUMERIC
              OR WS-COMPANY-ID = SPACES
               DISPLAY 'AUTOPAY-ORIGINATION: AUTOPAY_ODFI_ROUTING '
                   'AND AUTOPAY_COMPANY_ID MUST BE SET - NO FILE '
                   'BUILT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-LEAD-DAYS)
           COMPUTE WS-CATCH-UP-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT - WS-CATCH-UP-DAYS)
           COMPUTE WS-RETAIN-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT - 400)

           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-BILLED-TABLE
           PERFORM LOAD-PAYMENT-HISTORY
           PERFORM LOAD-DRAFT-LEDGER

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUTOPAY ORIGINATION - RUN ' WS-RUN-DATE
                  '  EFFECTIVE ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               PERFORM ORIGINATE-DRAFT
           END-PERFORM

           PERFORM REWRITE-DRAFT-LEDGER
           IF WS-GEN-STATUS = 'G'
               PERFORM WRITE-NACHA-FILE
           ELSE
               OPEN OUTPUT NACHA-FILE
               CLOSE NACHA-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-TOTAL-D = WS-TOTAL-DEBIT / 100
           MOVE SPACES TO REPORT-LINE
           STRING 'ENTRIES IN FILE: ' WS-ENTRY-COUNT
                  '  TOTAL DEBITS: ' WS-TOTAL-D
                  '  PASSED OVER: ' WS-PASSED-OVER
                  '  HELD OUT: ' WS-HELD-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY 'AUTOPAY-ORIGINATION: DRAFTED=' WS-DRAFTED
               ' IN FILE=' WS-ENTRY-COUNT
               ' PASSED OVER=' WS-PASSED-OVER
               ' HELD OUT=' WS-HELD-OUT
           IF RETURN-CODE = 0 AND WS-HELD-OUT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-ORIGINATOR-SETTINGS.
           MOVE SPACES TO WS-ENV-RAW
           ACCEPT WS-ENV-RAW FROM ENVIRONMENT 'AUTOPAY_ODFI_ROUTING'
           MOVE WS-ENV-RAW TO WS-ODFI-ROUTING
           MOVE SPACES TO WS-ENV-RAW
           ACCEPT WS-ENV-RAW FROM ENVIRONMENT 'AUTOPAY_COMPANY_ID'
           MOVE WS-ENV-RAW TO WS-COMPANY-ID
           MOVE SPACES TO WS-ENV-RAW
           ACCEPT WS-ENV-RAW FROM ENVIRONMENT 'AUTOPAY_COMPANY_NAME'
           IF WS-ENV-RAW NOT = SPACES
               MOVE WS-ENV-RAW TO WS-COMPANY-NAME
           END-IF
           MOVE SPACES TO WS-ENV-RAW
           ACCEPT WS-ENV-RAW FROM ENVIRONMENT 'AUTOPAY_ODFI_NAME'
           IF WS-ENV-RAW NOT = SPACES
               MOVE WS-ENV-RAW TO WS-ODFI-NAME
           END-IF
           MOVE SPACES TO WS-LEAD-DAYS-RAW
           ACCEPT WS-LEAD-DAYS-RAW FROM ENVIRONMENT 'AUTOPAY_LEAD_DAYS'
           IF WS-LEAD-DAYS-RAW NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-LEAD-DAYS-RAW) = 0
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION NUMVAL(WS-LEAD-DAYS-RAW)
           END-IF.

      *    Only active enrollments are drafted.
       LOAD-ENROLLMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUTOPAY-FILE
           IF WS-AUTOPAY-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUTOPAY-FILE INTO AUTOPAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ENROLLMENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUTOPAY-FILE
           END-IF.

       LOAD-ENROLLMENT-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING AUTOPAY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
                    WS-PARSE-FIELD(9)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
              AND WS-PARSE-FIELD(8) = 'A'
               IF WS-AP-COUNT >= 5000
                   DISPLAY 'AUTOPAY-ORIGINATION: ENROLLMENTS EXCEED '
                       'TABLE CAPACITY - RUN ABORTED'
                   CLOSE AUTOPAY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-AP-LOAN-ID(WS-AP-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-AP-ROUTING(WS-AP-COUNT)
               MOVE WS-PARSE-FIELD(3) TO WS-AP-ACCOUNT(WS-AP-COUNT)
               MOVE WS-PARSE-FIELD(4) TO WS-AP-ACCT-TYPE(WS-AP-COUNT)
               MOVE 0 TO WS-AP-DRAFT-DAY(WS-AP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(5)) = 0
                   COMPUTE WS-AP-DRAFT-DAY(WS-AP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(5))
               END-IF
               MOVE WS-PARSE-FIELD(6) TO WS-AP-OPTION(WS-AP-COUNT)
               MOVE 0 TO WS-AP-FIXED(WS-AP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(7)) = 0
                   COMPUTE WS-AP-FIXED(WS-AP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(7))
               END-IF
               MOVE 0 TO WS-AP-ENROLLED(WS-AP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(9)) = 0
                   COMPUTE WS-AP-ENROLLED(WS-AP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(9))
               END-IF
           END-IF.

       LOAD-MASTER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES AND WS-MST-COUNT < 5000
               ADD 1 TO WS-MST-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-MST-ID(WS-MST-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-MST-BORROWER(WS-MST-COUNT)
               MOVE WS-PARSE-FIELD(7) TO WS-MST-STATUS(WS-MST-COUNT)
               IF WS-MST-STATUS(WS-MST-COUNT) = SPACE
                   MOVE 'A' TO WS-MST-STATUS(WS-MST-COUNT)
               END-IF
           END-IF.

      *    loan_id|cycle_date|due_date|amount_due|principal_interest|
      *    escrow|fees|past_due
       LOAD-BILLED-TABLE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BILLED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ BILLED-FILE INTO BILLED-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-BILLED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BILLED-FILE
           END-IF.

       LOAD-BILLED-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING BILLED-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES AND WS-BIL-COUNT < 5000
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(4)) = 0
               ADD 1 TO WS-BIL-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-BIL-ID(WS-BIL-COUNT)
               COMPUTE WS-BIL-CYCLE(WS-BIL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               COMPUTE WS-BIL-DUE(WS-BIL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               COMPUTE WS-BIL-AMOUNT(WS-BIL-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(4))
               MOVE 0 TO WS-BIL-ESCROW(WS-BIL-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-BIL-ESCROW(WS-BIL-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               MOVE 0 TO WS-BIL-PAID(WS-BIL-COUNT)
           END-IF.

      *    loan_id|payment_date|amount|interest|principal|escrow|
      *    run_date|type|prior_paid_thru - P rows count toward the
      *    cycle, R rows take theirs back out.
       LOAD-PAYMENT-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-HISTORY-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
               MOVE 0 TO WS-BIL-SLOT
               PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
                       UNTIL WS-BIL-IDX > WS-BIL-COUNT
                          OR WS-BIL-SLOT > 0
                   IF WS-BIL-ID(WS-BIL-IDX) = WS-PARSE-FIELD(1)
                       MOVE WS-BIL-IDX TO WS-BIL-SLOT
                   END-IF
               END-PERFORM
               IF WS-BIL-SLOT > 0
                   COMPUTE WS-PARSE-DATE =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
                   IF WS-PARSE-DATE >= WS-BIL-CYCLE(WS-BIL-SLOT)
                       EVALUATE WS-PARSE-FIELD(8)
                           WHEN 'P'
                               ADD WS-PARSE-AMOUNT
                                   TO WS-BIL-PAID(WS-BIL-SLOT)
                           WHEN 'R'
                               SUBTRACT WS-PARSE-AMOUNT
                                   FROM WS-BIL-PAID(WS-BIL-SLOT)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       LOAD-DRAFT-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ DRAFT-FILE INTO DRAFT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-DRAFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           END-IF.

       LOAD-DRAFT-ENTRY.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING DRAFT-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
                    WS-PARSE-FIELD(9) WS-PARSE-FIELD(10)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               PERFORM CHECK-DRAFT-ROOM
               ADD 1 TO WS-DR-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-DR-TRACE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-DR-LOAN-ID(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(3) TO WS-DR-CYCLE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(4) TO WS-DR-ORIGINATED(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(5) TO WS-DR-EFFECTIVE(WS-DR-COUNT)
               MOVE 0 TO WS-DR-AMOUNT(WS-DR-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-DR-AMOUNT(WS-DR-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               MOVE 0 TO WS-DR-ESCROW(WS-DR-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(7)) = 0
                   COMPUTE WS-DR-ESCROW(WS-DR-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(7))
               END-IF
               MOVE WS-PARSE-FIELD(8) TO WS-DR-STATUS(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(9) TO WS-DR-STATUS-DATE(WS-DR-COUNT)
               MOVE WS-PARSE-FIELD(10)
                   TO WS-DR-RETURN-CODE(WS-DR-COUNT)
               MOVE 'Y' TO WS-DR-KEEP(WS-DR-COUNT)
               IF WS-DR-STATUS(WS-DR-COUNT) NOT = 'O'
                  AND WS-DR-STATUS-DATE(WS-DR-COUNT) < WS-RETAIN-DATE
                   MOVE 'N' TO WS-DR-KEEP(WS-DR-COUNT)
               END-IF
      *        Trace numbers run on from the highest one issued.
               IF WS-DR-TRACE(WS-DR-COUNT)(9:7) IS NUMERIC
                   MOVE WS-DR-TRACE(WS-DR-COUNT)(9:7) TO WS-PARSE-DATE
                   IF WS-PARSE-DATE > WS-TRACE-SEQ
                       MOVE WS-PARSE-DATE TO WS-TRACE-SEQ
                   END-IF
               END-IF
           END-IF.

       CHECK-DRAFT-ROOM.
           IF WS-DR-COUNT >= 20000
               DISPLAY 'AUTOPAY-ORIGINATION: DRAFT LEDGER EXCEEDS '
                   'TABLE CAPACITY - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * One enrollment: is it due tonight, and for how much.         *
      *****************************************************************
       ORIGINATE-DRAFT.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 0 TO WS-DRAFT-AMOUNT WS-DRAFT-ESCROW WS-DRAFT-DATE

           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-AP-LOAN-ID(WS-AP-IDX)
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BIL-SLOT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
                   UNTIL WS-BIL-IDX > WS-BIL-COUNT
                      OR WS-BIL-SLOT > 0
               IF WS-BIL-ID(WS-BIL-IDX) = WS-AP-LOAN-ID(WS-AP-IDX)
                   MOVE WS-BIL-IDX TO WS-BIL-SLOT
               END-IF
           END-PERFORM

           IF WS-BIL-SLOT > 0
               MOVE WS-BIL-DUE(WS-BIL-SLOT) TO WS-DRAFT-DATE
               MOVE WS-AP-DRAFT-DAY(WS-AP-IDX) TO WS-DRAFT-DD
           END-IF

      *    Not billed, or not due tonight, is the normal case and
      *    is not reported.
           IF WS-BIL-SLOT > 0
              AND WS-DRAFT-DATE <= WS-EFFECTIVE-DATE
              AND WS-DRAFT-DATE >= WS-CATCH-UP-DATE
              AND WS-DRAFT-DATE > WS-AP-ENROLLED(WS-AP-IDX)
               PERFORM FIND-CYCLE-DRAFT
               IF WS-DR-SLOT = 0
                   PERFORM ASSESS-DRAFT
               END-IF
           END-IF.

       ASSESS-DRAFT.
           COMPUTE WS-DRAFT-AMOUNT = WS-BIL-AMOUNT(WS-BIL-SLOT)
               - WS-BIL-PAID(WS-BIL-SLOT)
           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
                   MOVE 'LOAN NOT ON MASTER' TO WS-SKIP-REASON
               WHEN WS-MST-STATUS(WS-MST-SLOT) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'N'
                   MOVE 'LOAN NOT ACTIVE' TO WS-SKIP-REASON
               WHEN WS-DRAFT-AMOUNT <= 0
                   MOVE 'ALREADY PAID THIS CYCLE' TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-PASSED-OVER
               MOVE SPACES TO REPORT-LINE
               STRING 'PASSED OVER  ' WS-AP-LOAN-ID(WS-AP-IDX)
                      '  ' WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM RECORD-DRAFT
           END-IF.

       RECORD-DRAFT.
           IF WS-AP-OPTION(WS-AP-IDX) = 'F'
              AND WS-AP-FIXED(WS-AP-IDX) > WS-DRAFT-AMOUNT
               MOVE WS-AP-FIXED(WS-AP-IDX) TO WS-DRAFT-AMOUNT
           END-IF
           MOVE WS-BIL-ESCROW(WS-BIL-SLOT) TO WS-DRAFT-ESCROW
           IF WS-DRAFT-ESCROW > WS-DRAFT-AMOUNT
               MOVE WS-DRAFT-AMOUNT TO WS-DRAFT-ESCROW
           END-IF

           PERFORM CHECK-DRAFT-ROOM
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-ODFI-ROUTING(1:8) TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO WS-TRACE-SEQ-X
           ADD 1 TO WS-DR-COUNT
           MOVE WS-TRACE-WORK TO WS-DR-TRACE(WS-DR-COUNT)
           MOVE WS-AP-LOAN-ID(WS-AP-IDX) TO WS-DR-LOAN-ID(WS-DR-COUNT)
           MOVE WS-BIL-CYCLE(WS-BIL-SLOT) TO WS-DR-CYCLE(WS-DR-COUNT)
           MOVE WS-RUN-DATE TO WS-DR-ORIGINATED(WS-DR-COUNT)
           MOVE WS-EFFECTIVE-DATE TO WS-DR-EFFECTIVE(WS-DR-COUNT)
           MOVE WS-DRAFT-AMOUNT TO WS-DR-AMOUNT(WS-DR-COUNT)
           MOVE WS-DRAFT-ESCROW TO WS-DR-ESCROW(WS-DR-COUNT)
           MOVE 'O' TO WS-DR-STATUS(WS-DR-COUNT)
           MOVE WS-RUN-DATE TO WS-DR-STATUS-DATE(WS-DR-COUNT)
           MOVE SPACES TO WS-DR-RETURN-CODE(WS-DR-COUNT)
           MOVE 'Y' TO WS-DR-KEEP(WS-DR-COUNT)
           ADD 1 TO WS-DRAFTED

           MOVE WS-DRAFT-AMOUNT TO WS-AMOUNT-D
           MOVE SPACES TO REPORT-LINE
           STRING 'DRAFTED      ' WS-AP-LOAN-ID(WS-AP-IDX)
                  '  TRACE ' WS-TRACE-WORK
                  '  DUE ' WS-BIL-DUE(WS-BIL-SLOT)
                  '  AMOUNT ' WS-AMOUNT-D
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Any draft already made for this loan's current cycle -
      *    outstanding, settled or returned - stops a second one.
       FIND-CYCLE-DRAFT.
           MOVE 0 TO WS-DR-SLOT
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
                      OR WS-DR-SLOT > 0
               IF WS-DR-LOAN-ID(WS-DR-IDX) = WS-AP-LOAN-ID(WS-AP-IDX)
                  AND WS-DR-CYCLE(WS-DR-IDX) =
                      WS-BIL-CYCLE(WS-BIL-SLOT)
                   MOVE WS-DR-IDX TO WS-DR-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live ledger - never an OPEN OUTPUT over the only copy.       *
      *****************************************************************
       REWRITE-DRAFT-LEDGER.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'autopay-drafts.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-DR-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-KEEP(WS-DR-IDX) = 'Y'
                   MOVE WS-DR-AMOUNT(WS-DR-IDX) TO WS-LEDGER-AMOUNT-D
                   MOVE WS-DR-ESCROW(WS-DR-IDX) TO WS-LEDGER-ESCROW-D
                   MOVE SPACES TO GEN-OUT-RECORD
                   STRING WS-DR-TRACE(WS-DR-IDX)
                          '|' FUNCTION TRIM(WS-DR-LOAN-ID(WS-DR-IDX))
                          '|' WS-DR-CYCLE(WS-DR-IDX)
                          '|' WS-DR-ORIGINATED(WS-DR-IDX)
                          '|' WS-DR-EFFECTIVE(WS-DR-IDX)
                          '|' WS-LEDGER-AMOUNT-D
                          '|' WS-LEDGER-ESCROW-D
                          '|' WS-DR-STATUS(WS-DR-IDX)
                          '|' WS-DR-STATUS-DATE(WS-DR-IDX)
                          '|' WS-DR-RETURN-CODE(WS-DR-IDX)
                       DELIMITED BY SIZE INTO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-DR-KEPT
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-DR-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'AUTOPAY-ORIGINATION: DRAFT LEDGER REWRITE '
                   'NOT COMMITTED - NACHA FILE LEFT EMPTY'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * File header, one PPD debit batch holding every outstanding   *
      * draft originated tonight, batch and file control, then all-  *
      * nines filler records out to the blocking factor of ten.      *
      *****************************************************************
       WRITE-NACHA-FILE.
           OPEN OUTPUT NACHA-FILE
           MOVE SPACES TO FH-IMMEDIATE-DEST FH-IMMEDIATE-ORIGIN
           STRING ' ' WS-ODFI-ROUTING
               DELIMITED BY SIZE INTO FH-IMMEDIATE-DEST
           MOVE WS-COMPANY-ID TO FH-IMMEDIATE-ORIGIN
           MOVE WS-RUN-DATE(3:6) TO FH-CREATION-DATE
           MOVE WS-RUN-TIME(1:4) TO FH-CREATION-TIME
           MOVE WS-ODFI-NAME TO FH-DEST-NAME
           MOVE WS-COMPANY-NAME TO FH-ORIGIN-NAME
           MOVE WS-FILE-HEADER TO NACHA-RECORD
           WRITE NACHA-RECORD
           ADD 1 TO WS-RECORD-COUNT

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-ORIGINATED(WS-DR-IDX) = WS-RUN-DATE
                  AND WS-DR-STATUS(WS-DR-IDX) = 'O'
                   PERFORM FIND-ENROLLMENT-SLOT
                   IF WS-AP-SLOT = 0
                       PERFORM REPORT-HELD-DRAFT
                   ELSE
                       IF WS-ENTRY-COUNT = 0
                           PERFORM WRITE-BATCH-HEADER
                       END-IF
                       PERFORM WRITE-ENTRY-DETAIL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ENTRY-COUNT > 0
               MOVE WS-ENTRY-COUNT TO BC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH TO BC-ENTRY-HASH
               MOVE WS-TOTAL-DEBIT TO BC-TOTAL-DEBIT
               MOVE WS-COMPANY-ID TO BC-COMPANY-ID
               MOVE WS-ODFI-ROUTING(1:8) TO BC-ODFI-ID
               MOVE WS-BATCH-CONTROL TO NACHA-RECORD
               WRITE NACHA-RECORD
               ADD 1 TO WS-RECORD-COUNT
               MOVE 1 TO FC-BATCH-COUNT
           ELSE
               MOVE 0 TO FC-BATCH-COUNT
           END-IF

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE FC-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH
           MOVE WS-TOTAL-DEBIT TO FC-TOTAL-DEBIT
           MOVE WS-FILE-CONTROL TO NACHA-RECORD
           WRITE NACHA-RECORD

           MOVE ALL '9' TO NACHA-RECORD
           PERFORM UNTIL FUNCTION MOD(WS-RECORD-COUNT, 10) = 0
               WRITE NACHA-RECORD
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE NACHA-FILE.

       WRITE-BATCH-HEADER.
           MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE WS-COMPANY-ID TO BH-COMPANY-ID
           MOVE WS-RUN-DATE(3:6) TO BH-DESCRIPTIVE-DATE
           MOVE WS-EFFECTIVE-DATE(3:6) TO BH-EFFECTIVE-DATE
           MOVE WS-ODFI-ROUTING(1:8) TO BH-ODFI-ID
           MOVE WS-BATCH-HEADER TO NACHA-RECORD
           WRITE NACHA-RECORD
           ADD 1 TO WS-RECORD-COUNT.

      *    The receiving account comes from the active enrollment;
      *    a draft whose enrollment has gone has nowhere to be sent.
       FIND-ENROLLMENT-SLOT.
           MOVE 0 TO WS-AP-SLOT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
                      OR WS-AP-SLOT > 0
               IF WS-AP-LOAN-ID(WS-AP-IDX) = WS-DR-LOAN-ID(WS-DR-IDX)
                   MOVE WS-AP-IDX TO WS-AP-SLOT
               END-IF
           END-PERFORM.

      *    Left outstanding on the ledger for operations to cancel
      *    or send by hand; it is not in tonight's file or totals.
       REPORT-HELD-DRAFT.
           ADD 1 TO WS-HELD-OUT
           MOVE WS-DR-AMOUNT(WS-DR-IDX) TO WS-AMOUNT-D
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD OUT     ' WS-DR-LOAN-ID(WS-DR-IDX)
                  '  TRACE ' WS-DR-TRACE(WS-DR-IDX)
                  '  AMOUNT ' WS-AMOUNT-D
                  '  ENROLLMENT NO LONGER ACTIVE'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Entry hash is the sum of the eight-digit receiving bank
      *    ids, kept to its rightmost ten digits.
       WRITE-ENTRY-DETAIL.
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-DR-LOAN-ID(WS-DR-IDX)
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM
           IF WS-AP-ACCT-TYPE(WS-AP-SLOT) = 'S'
               MOVE '37' TO ED-TRANSACTION-CODE
           ELSE
               MOVE '27' TO ED-TRANSACTION-CODE
           END-IF
           MOVE WS-AP-ROUTING(WS-AP-SLOT)(1:8) TO ED-RDFI-ID
           MOVE WS-AP-ROUTING(WS-AP-SLOT)(9:1) TO ED-CHECK-DIGIT
           MOVE WS-AP-ACCOUNT(WS-AP-SLOT) TO ED-DFI-ACCOUNT
           MOVE WS-AP-ROUTING(WS-AP-SLOT)(1:8) TO WS-RDFI-NUM
           ADD WS-RDFI-NUM TO WS-ENTRY-HASH
           IF WS-ENTRY-HASH > 9999999999
               SUBTRACT 10000000000 FROM WS-ENTRY-HASH
           END-IF
           COMPUTE ED-AMOUNT = WS-DR-AMOUNT(WS-DR-IDX) * 100
           MOVE WS-DR-LOAN-ID(WS-DR-IDX) TO ED-INDIVIDUAL-ID
           MOVE SPACES TO ED-INDIVIDUAL-NAME
           IF WS-MST-SLOT > 0
               MOVE WS-MST-BORROWER(WS-MST-SLOT) TO ED-INDIVIDUAL-NAME
           END-IF
           MOVE WS-DR-TRACE(WS-DR-IDX) TO ED-TRACE-NUMBER
           MOVE WS-ENTRY-DETAIL TO NACHA-RECORD
           WRITE NACHA-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD ED-AMOUNT TO WS-TOTAL-DEBIT.
