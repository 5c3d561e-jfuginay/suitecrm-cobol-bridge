       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-MAINT.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Maintains autopay-master.dat, the automatic-debit enrollment *
      * AUTOPAY-ORIGINATION drafts from, with the same transaction-  *
      * driven, audited treatment loan-master.dat and                *
      * currency-rates.dat get.                                      *
      *                                                               *
      * Enrollment row:                                              *
      *   loan_id|routing|account|account_type|draft_day|            *
      *   amount_option|fixed_amount|status|enrolled_date|           *
      *   status_date|user                                           *
      *   account_type   C checking, S savings                       *
      *   draft_day      1-28, the day of the due month drafted      *
      *   amount_option  B the billed amount due; F a fixed amount   *
      *                  (never less than the billed amount due)     *
      *   status         A active, S suspended, X cancelled          *
      *                                                               *
      * Transactions are keyed to autopay-trans.dat:                 *
      *   ENROLL|loan_id|routing|account|account_type|draft_day|     *
      *          amount_option|fixed_amount|user                     *
      *   CHANGE|(as ENROLL - a blank field keeps the value on file) *
      *   SUSPEND|loan_id|reason|user                                *
      *   RESUME|loan_id|reason|user                                 *
      *   CANCEL|loan_id|reason|user                                 *
      * ENROLL takes a loan that is active or non-accrual on         *
      * loan-master.dat and not already enrolled (a cancelled        *
      * enrollment may be enrolled again). The routing number must   *
      * pass the ABA check digit.                                    *
      *                                                               *
      * AUTOPAY-SETTLEMENT writes the SUSPEND rows for enrollments   *
      * with repeated or account-level returns to                    *
      * autopay-return-trans.dat (user ACH-RETURN); they are applied *
      * after the keyed rows, so run this program after              *
      * AUTOPAY-SETTLEMENT and before AUTOPAY-ORIGINATION.           *
      *                                                               *
      * Every transaction - applied or rejected - is appended to     *
      * autopay-audit.log (date|time|user|action|loan_id|result|     *
      * detail); bank accounts appear there only by their last four  *
      * digits. The master is rewritten through MASTER-GENERATIONS.  *
      * Ends with condition code 4 when any transaction was          *
      * rejected, 12 when the master is over capacity or the rewrite *
      * was not committed.                                           *
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
           SELECT TRANS-FILE ASSIGN TO 'autopay-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT RETURN-TRANS-FILE ASSIGN TO
               'autopay-return-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'autopay-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD PIC X(120).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(120).

       FD  RETURN-TRANS-FILE.
       01  RETURN-TRANS-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AUTOPAY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RETURN-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * In-memory image of the enrollment master, applied-to in
      * place and rewritten at end of job.
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
               10  WS-AP-STATUS     PIC X(1).
               10  WS-AP-ENROLLED   PIC 9(8).
               10  WS-AP-STATUS-DATE PIC 9(8).
               10  WS-AP-USER       PIC X(10).
       01  WS-AP-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-AP-SLOT              PIC 9(5) COMP-3 VALUE 0.

      * Loan id and status from loan-master.dat, for the ENROLL
      * eligibility check.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
               10  WS-MST-STATUS    PIC X(1).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Parsed fields of the row being loaded or the transaction
      * being applied.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(20) OCCURS 11 TIMES.
       01  WS-TRN-ACTION           PIC X(8).
       01  WS-TRN-LOAN-ID          PIC X(10).
       01  WS-TRN-ROUTING          PIC X(9).
       01  WS-TRN-ACCOUNT          PIC X(17).
       01  WS-TRN-ACCT-TYPE        PIC X(1).
       01  WS-TRN-DRAFT-DAY-TEXT   PIC X(20).
       01  WS-TRN-OPTION           PIC X(1).
       01  WS-TRN-FIXED-TEXT       PIC X(20).
       01  WS-TRN-REASON           PIC X(20).
       01  WS-TRN-USER-ID          PIC X(10).
       01  WS-TRN-DRAFT-DAY        PIC 9(2).
       01  WS-TRN-FIXED            PIC 9(7)V99 COMP-3.

       01  WS-TRN-RESULT           PIC X(8).
       01  WS-OLD-STATUS           PIC X(1).
       01  WS-TRN-DETAIL           PIC X(80).

      * ABA routing check digit: 3, 7, 1 weights across the nine
      * digits must sum to a multiple of ten.
       01  WS-ROUTING-NUM          PIC 9(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUM.
           05  WS-ROUTING-DIGIT    PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM          PIC 9(4) VALUE 0.
       01  WS-ROUTING-OK           PIC X VALUE 'N'.

      * Last four digits of an account, for the audit trail.
       01  WS-MASK-ACCOUNT         PIC X(17).
       01  WS-ACCOUNT-LEN          PIC 9(2) VALUE 0.
       01  WS-ACCOUNT-LAST4        PIC X(4).
       01  WS-OLD-LAST4            PIC X(4).

       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-FIXED-D              PIC 9(7).99.

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

           PERFORM LOAD-ENROLLMENT-TABLE
           PERFORM LOAD-MASTER-TABLE
           PERFORM OPEN-AUDIT-FILE

      *    Keyed maintenance first, then the returns-driven
      *    suspensions AUTOPAY-SETTLEMENT wrote.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANS-FILE INTO TRANS-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RETURN-TRANS-FILE
           IF WS-RETURN-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-TRANS-FILE INTO RETURN-TRANS-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE RETURN-TRANS-RECORD TO TRANS-RECORD
                           PERFORM APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE RETURN-TRANS-FILE
           END-IF

           CLOSE AUDIT-FILE

           PERFORM REWRITE-ENROLLMENT-FILE

           DISPLAY 'AUTOPAY-MAINT: READ=' WS-TRANS-READ
               ' APPLIED=' WS-TRANS-APPLIED
               ' REJECTED=' WS-TRANS-REJECTED

           IF WS-TRANS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing enrollment master is a valid first-ever run: the   *
      * master starts empty and ENROLL transactions build it up.     *
      *****************************************************************
       LOAD-ENROLLMENT-TABLE.
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
           IF WS-AP-COUNT >= 5000
               DISPLAY 'AUTOPAY-MAINT: ENROLLMENT MASTER EXCEEDS '
                   'CAPACITY - RUN ABORTED, MASTER UNTOUCHED'
               CLOSE AUTOPAY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING AUTOPAY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
                    WS-PARSE-FIELD(9) WS-PARSE-FIELD(10)
                    WS-PARSE-FIELD(11)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
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
               MOVE WS-PARSE-FIELD(8) TO WS-AP-STATUS(WS-AP-COUNT)
               MOVE 0 TO WS-AP-ENROLLED(WS-AP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(9)) = 0
                   COMPUTE WS-AP-ENROLLED(WS-AP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(9))
               END-IF
               MOVE 0 TO WS-AP-STATUS-DATE(WS-AP-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(10)) = 0
                   COMPUTE WS-AP-STATUS-DATE(WS-AP-COUNT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(10))
               END-IF
               MOVE WS-PARSE-FIELD(11) TO WS-AP-USER(WS-AP-COUNT)
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
               MOVE WS-PARSE-FIELD(7) TO WS-MST-STATUS(WS-MST-COUNT)
               IF WS-MST-STATUS(WS-MST-COUNT) = SPACE
                   MOVE 'A' TO WS-MST-STATUS(WS-MST-COUNT)
               END-IF
           END-IF.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-LOAN-ID
           MOVE SPACES TO WS-TRN-ROUTING WS-TRN-ACCOUNT
           MOVE SPACES TO WS-TRN-ACCT-TYPE WS-TRN-DRAFT-DAY-TEXT
           MOVE SPACES TO WS-TRN-OPTION WS-TRN-FIXED-TEXT
           MOVE SPACES TO WS-TRN-REASON WS-TRN-USER-ID
           MOVE SPACES TO WS-TRN-DETAIL
           MOVE 0 TO WS-TRN-DRAFT-DAY WS-TRN-FIXED

           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-LOAN-ID
           END-UNSTRING
           IF WS-TRN-ACTION = 'ENROLL' OR WS-TRN-ACTION = 'CHANGE'
               UNSTRING TRANS-RECORD DELIMITED BY '|'
                   INTO WS-TRN-ACTION WS-TRN-LOAN-ID
                        WS-TRN-ROUTING WS-TRN-ACCOUNT
                        WS-TRN-ACCT-TYPE WS-TRN-DRAFT-DAY-TEXT
                        WS-TRN-OPTION WS-TRN-FIXED-TEXT
                        WS-TRN-USER-ID
               END-UNSTRING
           ELSE
               UNSTRING TRANS-RECORD DELIMITED BY '|'
                   INTO WS-TRN-ACTION WS-TRN-LOAN-ID
                        WS-TRN-REASON WS-TRN-USER-ID
               END-UNSTRING
           END-IF

           PERFORM FIND-ENROLLMENT-SLOT

           MOVE 'APPLIED' TO WS-TRN-RESULT
           EVALUATE TRUE
               WHEN WS-TRN-USER-ID = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'USER ID MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-LOAN-ID = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN ID MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'ENROLL'
                   PERFORM APPLY-ENROLL-TRANSACTION
               WHEN WS-TRN-ACTION = 'CHANGE'
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN WS-TRN-ACTION = 'SUSPEND'
                 OR WS-TRN-ACTION = 'RESUME'
                 OR WS-TRN-ACTION = 'CANCEL'
                   PERFORM APPLY-STATUS-TRANSACTION
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
           END-EVALUATE

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF

           PERFORM WRITE-AUDIT-RECORD.

       FIND-ENROLLMENT-SLOT.
           MOVE 0 TO WS-AP-SLOT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
                      OR WS-AP-SLOT > 0
               IF WS-AP-LOAN-ID(WS-AP-IDX) = WS-TRN-LOAN-ID
                   MOVE WS-AP-IDX TO WS-AP-SLOT
               END-IF
           END-PERFORM.

       FIND-MASTER-SLOT.
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-TRN-LOAN-ID
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Shared field edits for ENROLL and CHANGE: a nine-digit       *
      * routing number with a good ABA check digit, an account       *
      * number, account type C or S, a draft day 1-28 (every month   *
      * has one) and amount option B or F, F with a positive fixed   *
      * amount. Sets WS-TRN-RESULT to REJECTED on the first failure. *
      *****************************************************************
       VALIDATE-BANK-FIELDS.
           PERFORM CHECK-ROUTING-NUMBER
           EVALUATE TRUE
               WHEN WS-ROUTING-OK NOT = 'Y'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'BAD ROUTING NUMBER' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACCOUNT = SPACES
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ACCOUNT NUMBER MISSING' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACCT-TYPE NOT = 'C'
                AND WS-TRN-ACCT-TYPE NOT = 'S'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'BAD ACCOUNT TYPE' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-DRAFT-DAY-TEXT)
                    NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'BAD DRAFT DAY' TO WS-TRN-DETAIL
               WHEN FUNCTION NUMVAL(WS-TRN-DRAFT-DAY-TEXT) < 1
                 OR FUNCTION NUMVAL(WS-TRN-DRAFT-DAY-TEXT) > 28
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'DRAFT DAY NOT 1-28' TO WS-TRN-DETAIL
               WHEN WS-TRN-OPTION NOT = 'B'
                AND WS-TRN-OPTION NOT = 'F'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'BAD AMOUNT OPTION' TO WS-TRN-DETAIL
               WHEN WS-TRN-OPTION = 'F'
                AND FUNCTION TEST-NUMVAL(WS-TRN-FIXED-TEXT) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC FIXED AMOUNT' TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-DRAFT-DAY =
                       FUNCTION NUMVAL(WS-TRN-DRAFT-DAY-TEXT)
                   IF WS-TRN-OPTION = 'F'
                       COMPUTE WS-TRN-FIXED =
                           FUNCTION NUMVAL(WS-TRN-FIXED-TEXT)
                       IF WS-TRN-FIXED = 0
                           MOVE 'REJECTED' TO WS-TRN-RESULT
                           MOVE 'ZERO FIXED AMOUNT' TO WS-TRN-DETAIL
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-OK
           IF WS-TRN-ROUTING IS NUMERIC
               MOVE WS-TRN-ROUTING TO WS-ROUTING-NUM
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                 + WS-ROUTING-DIGIT(9)
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                  AND WS-ROUTING-NUM > 0
                   MOVE 'Y' TO WS-ROUTING-OK
               END-IF
           END-IF.

       APPLY-ENROLL-TRANSACTION.
           PERFORM FIND-MASTER-SLOT
           EVALUATE TRUE
               WHEN WS-MST-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ON MASTER' TO WS-TRN-DETAIL
               WHEN WS-MST-STATUS(WS-MST-SLOT) NOT = 'A'
                AND WS-MST-STATUS(WS-MST-SLOT) NOT = 'N'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'LOAN NOT ACTIVE' TO WS-TRN-DETAIL
               WHEN WS-AP-SLOT > 0
                AND WS-AP-STATUS(WS-AP-SLOT) NOT = 'X'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ALREADY ENROLLED' TO WS-TRN-DETAIL
               WHEN WS-AP-SLOT = 0 AND WS-AP-COUNT >= 5000
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ENROLLMENT MASTER FULL' TO WS-TRN-DETAIL
               WHEN OTHER
                   PERFORM VALIDATE-BANK-FIELDS
                   IF WS-TRN-RESULT NOT = 'REJECTED'
                       IF WS-AP-SLOT = 0
                           ADD 1 TO WS-AP-COUNT
                           MOVE WS-AP-COUNT TO WS-AP-SLOT
                       END-IF
                       MOVE WS-TRN-LOAN-ID TO WS-AP-LOAN-ID(WS-AP-SLOT)
                       PERFORM STORE-BANK-FIELDS
                       MOVE 'A' TO WS-AP-STATUS(WS-AP-SLOT)
                       MOVE WS-RUN-DATE TO WS-AP-ENROLLED(WS-AP-SLOT)
                       MOVE WS-RUN-DATE
                           TO WS-AP-STATUS-DATE(WS-AP-SLOT)
                       MOVE WS-TRN-USER-ID TO WS-AP-USER(WS-AP-SLOT)
                       MOVE WS-TRN-ACCOUNT TO WS-MASK-ACCOUNT
                       PERFORM SET-ACCOUNT-LAST4
                       MOVE SPACES TO WS-TRN-DETAIL
                       STRING 'ACCT=****' WS-ACCOUNT-LAST4
                              ' DAY=' WS-TRN-DRAFT-DAY
                              ' OPTION=' WS-TRN-OPTION
                           DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   END-IF
           END-EVALUATE.

      *    A blank field on a CHANGE keeps the value on file, so a
      *    new draft day does not have to re-key the bank account.
       APPLY-CHANGE-TRANSACTION.
           IF WS-AP-SLOT = 0
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'NOT ENROLLED' TO WS-TRN-DETAIL
           ELSE
               IF WS-AP-STATUS(WS-AP-SLOT) = 'X'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ENROLLMENT CANCELLED' TO WS-TRN-DETAIL
               ELSE
                   IF WS-TRN-ROUTING = SPACES
                       MOVE WS-AP-ROUTING(WS-AP-SLOT) TO WS-TRN-ROUTING
                   END-IF
                   IF WS-TRN-ACCOUNT = SPACES
                       MOVE WS-AP-ACCOUNT(WS-AP-SLOT) TO WS-TRN-ACCOUNT
                   END-IF
                   IF WS-TRN-ACCT-TYPE = SPACES
                       MOVE WS-AP-ACCT-TYPE(WS-AP-SLOT)
                           TO WS-TRN-ACCT-TYPE
                   END-IF
                   IF WS-TRN-DRAFT-DAY-TEXT = SPACES
                       MOVE WS-AP-DRAFT-DAY(WS-AP-SLOT)
                           TO WS-TRN-DRAFT-DAY-TEXT
                   END-IF
                   IF WS-TRN-OPTION = SPACES
                       MOVE WS-AP-OPTION(WS-AP-SLOT) TO WS-TRN-OPTION
                   END-IF
                   IF WS-TRN-FIXED-TEXT = SPACES
                       MOVE WS-AP-FIXED(WS-AP-SLOT) TO WS-FIXED-D
                       MOVE WS-FIXED-D TO WS-TRN-FIXED-TEXT
                   END-IF
                   PERFORM VALIDATE-BANK-FIELDS
                   IF WS-TRN-RESULT NOT = 'REJECTED'
                       MOVE WS-AP-ACCOUNT(WS-AP-SLOT) TO WS-MASK-ACCOUNT
                       PERFORM SET-ACCOUNT-LAST4
                       MOVE WS-ACCOUNT-LAST4 TO WS-OLD-LAST4
                       PERFORM STORE-BANK-FIELDS
                       MOVE WS-TRN-USER-ID TO WS-AP-USER(WS-AP-SLOT)
                       MOVE WS-TRN-ACCOUNT TO WS-MASK-ACCOUNT
                       PERFORM SET-ACCOUNT-LAST4
                       MOVE SPACES TO WS-TRN-DETAIL
                       STRING 'OLD ACCT=****' WS-OLD-LAST4
                              ' NEW ACCT=****' WS-ACCOUNT-LAST4
                              ' DAY=' WS-TRN-DRAFT-DAY
                              ' OPTION=' WS-TRN-OPTION
                           DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   END-IF
               END-IF
           END-IF.

       STORE-BANK-FIELDS.
           MOVE WS-TRN-ROUTING TO WS-AP-ROUTING(WS-AP-SLOT)
           MOVE WS-TRN-ACCOUNT TO WS-AP-ACCOUNT(WS-AP-SLOT)
           MOVE WS-TRN-ACCT-TYPE TO WS-AP-ACCT-TYPE(WS-AP-SLOT)
           MOVE WS-TRN-DRAFT-DAY TO WS-AP-DRAFT-DAY(WS-AP-SLOT)
           MOVE WS-TRN-OPTION TO WS-AP-OPTION(WS-AP-SLOT)
           IF WS-TRN-OPTION = 'F'
               MOVE WS-TRN-FIXED TO WS-AP-FIXED(WS-AP-SLOT)
           ELSE
               MOVE 0 TO WS-AP-FIXED(WS-AP-SLOT)
           END-IF.

      *    Masks WS-MASK-ACCOUNT down to its last four digits.
       SET-ACCOUNT-LAST4.
           MOVE SPACES TO WS-ACCOUNT-LAST4
           COMPUTE WS-ACCOUNT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-ACCOUNT))
           IF WS-ACCOUNT-LEN >= 4
               MOVE WS-MASK-ACCOUNT(WS-ACCOUNT-LEN - 3:4)
                   TO WS-ACCOUNT-LAST4
           ELSE
               MOVE WS-MASK-ACCOUNT TO WS-ACCOUNT-LAST4
           END-IF.

       APPLY-STATUS-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-AP-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT ENROLLED' TO WS-TRN-DETAIL
               WHEN WS-AP-STATUS(WS-AP-SLOT) = 'X'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'ENROLLMENT CANCELLED' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'SUSPEND'
                AND WS-AP-STATUS(WS-AP-SLOT) NOT = 'A'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT ACTIVE' TO WS-TRN-DETAIL
               WHEN WS-TRN-ACTION = 'RESUME'
                AND WS-AP-STATUS(WS-AP-SLOT) NOT = 'S'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NOT SUSPENDED' TO WS-TRN-DETAIL
               WHEN OTHER
                   MOVE WS-AP-STATUS(WS-AP-SLOT) TO WS-OLD-STATUS
                   EVALUATE WS-TRN-ACTION
                       WHEN 'SUSPEND'
                           MOVE 'S' TO WS-AP-STATUS(WS-AP-SLOT)
                       WHEN 'RESUME'
                           MOVE 'A' TO WS-AP-STATUS(WS-AP-SLOT)
                       WHEN 'CANCEL'
                           MOVE 'X' TO WS-AP-STATUS(WS-AP-SLOT)
                   END-EVALUATE
                   MOVE WS-RUN-DATE TO WS-AP-STATUS-DATE(WS-AP-SLOT)
                   MOVE WS-TRN-USER-ID TO WS-AP-USER(WS-AP-SLOT)
                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'OLD STATUS=' WS-OLD-STATUS
                          ' NEW STATUS=' WS-AP-STATUS(WS-AP-SLOT)
                          ' REASON=' WS-TRN-REASON
                       DELIMITED BY SIZE INTO WS-TRN-DETAIL
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-USER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-LOAN-ID
                  '|' WS-TRN-RESULT
                  '|' WS-TRN-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live master - never an OPEN OUTPUT over the only copy.       *
      *****************************************************************
       REWRITE-ENROLLMENT-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'autopay-master.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-FIXED(WS-AP-IDX) TO WS-FIXED-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING FUNCTION TRIM(WS-AP-LOAN-ID(WS-AP-IDX))
                      '|' WS-AP-ROUTING(WS-AP-IDX)
                      '|' FUNCTION TRIM(WS-AP-ACCOUNT(WS-AP-IDX))
                      '|' WS-AP-ACCT-TYPE(WS-AP-IDX)
                      '|' WS-AP-DRAFT-DAY(WS-AP-IDX)
                      '|' WS-AP-OPTION(WS-AP-IDX)
                      '|' WS-FIXED-D
                      '|' WS-AP-STATUS(WS-AP-IDX)
                      '|' WS-AP-ENROLLED(WS-AP-IDX)
                      '|' WS-AP-STATUS-DATE(WS-AP-IDX)
                      '|' FUNCTION TRIM(WS-AP-USER(WS-AP-IDX))
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-AP-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'AUTOPAY-MAINT: ENROLLMENT MASTER REWRITE '
                   'NOT COMMITTED - LIVE MASTER UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
