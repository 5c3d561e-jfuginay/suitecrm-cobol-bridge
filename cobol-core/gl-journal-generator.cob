      * interest/payment hash totals) before anything may be        *
      * posted. Emits balanced debit/credit journal pairs to        *
      * gl-journal.dat:                                              *
      *   late-fee results   DR 1220 fees receivable                 *
      *                      CR 4020 late fee income                 *
      *                      (late fee plus penalty interest)        *
      *   escrow portion     DR 1010 servicing cash clearing         *
      *                      CR 2300 escrow liability                *
      *                      (monthly escrow on loan results)        *
      *   recoveries         DR 1010 servicing cash clearing         *
      *                      CR 1290 allowance for loan losses       *
      *                      (rows PAYMENT-POSTING added to          *
      *                      loan-recoveries.dat tonight; a          *
      *                      reversed recovery, type R, posts        *
      *                      the pair the other way round as         *
      *                      RECOV-REV)                              *
      *                                                               *
      * Loan interest is not booked from this feed: the results      *
      * carry total interest over the life of each loan, not what    *
      * it has earned. INTEREST-ACCRUAL books the interest actually  *
      * earned at month end (DR 1210 / CR 4010, source ACCRUAL).     *
      * The results' interest still counts toward the hash-total     *
      * proof - the trailer covers every result written.             *
      *                                                               *
      * Journal row: date|account|D/C|amount|source|loan_id          *
      * The file ends with a batch control row -                     *
      * here. Condition code 8 when the feed fails verification or   *
      * the batch does not balance - the posting file is not to be   *
      * imported that night.                                         *
      *                                                               *
      * This program starts the night's gl-journal.dat. Jobs that    *
      * run after it (INTEREST-ACCRUAL, the monthly                  *
      * CREDIT-QUALITY-REVIEW) append their own balanced batch, each *
      * closed by its own TOTAL row, so every batch in the file ties *
      * out on its own.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-FILE ASSIGN TO 'loan-recoveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(100).

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-RECOVERY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RECOVERY-EOF         PIC X VALUE 'N'.
           88  WS-RECOVERY-AT-END      VALUE 'Y'.

       01  WS-MATCH-COUNT          PIC 9(4) VALUE 0.

      * Recovery row being read - loan_id|payment_date|amount|
      * run_date|P or R.
       01  WS-REC-LOAN-ID          PIC X(10).
       01  WS-REC-DATE-TEXT        PIC X(10).
       01  WS-REC-AMOUNT-TEXT      PIC X(15).
       01  WS-REC-RUN-DATE-TEXT    PIC X(10).
       01  WS-REC-TYPE             PIC X(1).
       01  WS-RECOVERIES-POSTED    PIC 9(6) VALUE 0.

       01  WS-LOAN-ID              PIC X(10).
       01  WS-AMOUNT-TEXT          PIC X(20).
       01  WS-POST-AMOUNT          PIC 9(12)V99 COMP-3.
               PERFORM VERIFY-CONTROL-TRAILER
           END-IF

           PERFORM POST-RECOVERIES

      *    The batch must balance to the cent - an unbalanced
      *    posting file is worse than no posting file.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
           CLOSE JOURNAL-FILE

           DISPLAY 'GL-JOURNAL-GENERATOR: LINES=' WS-JOURNAL-LINES
               ' RECOVERIES=' WS-RECOVERIES-POSTED

           IF WS-VERIFY-FAILED = 'Y'
               DISPLAY 'GL-JOURNAL-GENERATOR: POSTING FILE NOT '
               INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
                   FOR ALL '"total_interest":'
               IF WS-MATCH-COUNT > 0
                   PERFORM ACCUMULATE-HASH-TOTALS
                   PERFORM POST-ESCROW-LIABILITY
               END-IF
               MOVE 0 TO WS-MATCH-COUNT
           END-IF.

      *****************************************************************
      * Interest and payment totals from the loan-bearing results    *
      * feed only the hash-total proof. Foreign-currency loans count *
      * their USD-equivalent figures - the ones the trailer hashes.  *
      *****************************************************************
       ACCUMULATE-HASH-TOTALS.
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
               FOR ALL '"usd_total_interest":'
               COMPUTE WS-POST-AMOUNT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
               ADD WS-POST-AMOUNT TO WS-SUM-INTEREST
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
               FOR ALL '"usd_total_payment":'
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

      *****************************************************************
      * Recoveries PAYMENT-POSTING took tonight on charged-off loans *
      * go back to the allowance they were charged against. Only     *
      * rows stamped with tonight's run date are posted, so a rerun  *
      * of posting history never books a recovery twice.             *
      *****************************************************************
       POST-RECOVERIES.
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-FILE-STATUS = '00'
               PERFORM UNTIL WS-RECOVERY-AT-END
                   READ RECOVERY-FILE INTO RECOVERY-RECORD
                       AT END
                           MOVE 'Y' TO WS-RECOVERY-EOF
                       NOT AT END
                           PERFORM POST-RECOVERY-ROW
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-FILE
           END-IF.

       POST-RECOVERY-ROW.
           MOVE SPACES TO WS-REC-LOAN-ID WS-REC-DATE-TEXT
           MOVE SPACES TO WS-REC-AMOUNT-TEXT WS-REC-RUN-DATE-TEXT
           MOVE SPACES TO WS-REC-TYPE
           UNSTRING RECOVERY-RECORD DELIMITED BY '|'
               INTO WS-REC-LOAN-ID WS-REC-DATE-TEXT
                    WS-REC-AMOUNT-TEXT WS-REC-RUN-DATE-TEXT
                    WS-REC-TYPE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-REC-RUN-DATE-TEXT) = 0
              AND FUNCTION TEST-NUMVAL(WS-REC-AMOUNT-TEXT) = 0
               IF FUNCTION NUMVAL(WS-REC-RUN-DATE-TEXT) = WS-RUN-DATE
                   COMPUTE WS-POST-AMOUNT =
                       FUNCTION NUMVAL(WS-REC-AMOUNT-TEXT)
                   MOVE WS-REC-LOAN-ID TO WS-LOAN-ID
                   IF WS-REC-TYPE = 'R'
                       MOVE 'RECOV-REV' TO WS-SOURCE-TYPE
                       MOVE '1290' TO WS-DEBIT-ACCOUNT
                       MOVE '1010' TO WS-CREDIT-ACCOUNT
                   ELSE
                       MOVE 'RECOVERY' TO WS-SOURCE-TYPE
                       MOVE '1010' TO WS-DEBIT-ACCOUNT
                       MOVE '1290' TO WS-CREDIT-ACCOUNT
                   END-IF
                   IF WS-POST-AMOUNT > 0
                       ADD 1 TO WS-RECOVERIES-POSTED
                       PERFORM WRITE-JOURNAL-PAIR
                   END-IF
               END-IF
           END-IF.

       WRITE-JOURNAL-PAIR.
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-D

