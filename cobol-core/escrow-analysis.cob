      * per-loan escrow ledger PAYMENT-POSTING appends collections   *
      * to and the payables interface appends tax and insurance      *
      * disbursements to (loan_id|date|COLL/DISB|category|amount).   *
      * A COLL row of category REVERSAL is PAYMENT-POSTING backing   *
      * out the escrow of a returned payment and counts against the  *
      * collections it offsets.                                      *
      *                                                               *
      * For every loan on the ledger: the account balance (all       *
      * collections less all disbursements), the next twelve months  *
      *   new monthly = projected / 12, plus a twelfth of any        *
      *   shortage, less a twelfth of any surplus (floored at        *
      *   zero).                                                     *
      * A loan paid in full (master status P) is not analyzed - its  *
      * account was refunded and closed by PAYOFF-POSTING.           *
      * Replaces the once-a-year spreadsheet exercise that kept      *
      * finding accounts badly under-collected.                      *
      *****************************************************************
       01  LEDGER-RECORD PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(100).
               10  WS-ACCT-BALANCE  PIC S9(10)V99 COMP-3.
               10  WS-ACCT-DISB-12M PIC 9(10)V99 COMP-3.
               10  WS-ACCT-COLL-12M PIC 9(10)V99 COMP-3.
               10  WS-ACCT-CLOSED   PIC X.
       01  WS-ACCT-IDX             PIC 9(5) COMP-3 VALUE 0.
       01  WS-ACCT-SLOT            PIC 9(5) COMP-3 VALUE 0.

       01  WS-LDG-AMOUNT           PIC 9(10)V99 COMP-3.
       01  WS-LDG-DATE-INT         PIC 9(8) COMP-3.

      * Parsed master row (borrower and status lookup only)
       01  WS-MST-ID               PIC X(10).
       01  WS-MST-BORROWER         PIC X(30).
       01  WS-MST-SKIP             PIC X(15).
       01  WS-MST-STATUS           PIC X(1).

      * Per-account analysis figures
       01  WS-PROJECTED-12M        PIC 9(10)V99 COMP-3.
       01  WS-WINDOW-INT           PIC 9(8) COMP-3.

       01  WS-ACCTS-ANALYZED       PIC 9(6) VALUE 0.
       01  WS-ACCTS-CLOSED         PIC 9(6) VALUE 0.
       01  WS-SHORTAGE-COUNT       PIC 9(6) VALUE 0.
       01  WS-SURPLUS-COUNT        PIC 9(6) VALUE 0.


           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-CLOSED(WS-ACCT-IDX) = 'Y'
                   ADD 1 TO WS-ACCTS-CLOSED
               ELSE
                   PERFORM ANALYZE-ONE-ACCOUNT
               END-IF
           END-PERFORM

           PERFORM WRITE-CONTROL-SUMMARY
           IF WS-ACCT-SLOT = 0
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-LDG-TYPE = 'COLL'
                        AND WS-LDG-CATEGORY = 'REVERSAL'
                       SUBTRACT WS-LDG-AMOUNT
                           FROM WS-ACCT-BALANCE(WS-ACCT-SLOT)
                       IF WS-LDG-DATE-INT >= WS-WINDOW-INT
                          AND WS-ACCT-COLL-12M(WS-ACCT-SLOT) >=
                              WS-LDG-AMOUNT
                           SUBTRACT WS-LDG-AMOUNT
                               FROM WS-ACCT-COLL-12M(WS-ACCT-SLOT)
                       END-IF
                   WHEN WS-LDG-TYPE = 'COLL'
                       ADD WS-LDG-AMOUNT
                           TO WS-ACCT-BALANCE(WS-ACCT-SLOT)
                       IF WS-LDG-DATE-INT >= WS-WINDOW-INT
                           ADD WS-LDG-AMOUNT
                               TO WS-ACCT-COLL-12M(WS-ACCT-SLOT)
                       END-IF
                   WHEN WS-LDG-TYPE = 'DISB'
                       SUBTRACT WS-LDG-AMOUNT
                           FROM WS-ACCT-BALANCE(WS-ACCT-SLOT)
                       IF WS-LDG-DATE-INT >= WS-WINDOW-INT
                           ADD WS-LDG-AMOUNT
                               TO WS-ACCT-DISB-12M(WS-ACCT-SLOT)
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-ACCOUNT-SLOT.
                   MOVE 0 TO WS-ACCT-BALANCE(WS-ACCT-SLOT)
                   MOVE 0 TO WS-ACCT-DISB-12M(WS-ACCT-SLOT)
                   MOVE 0 TO WS-ACCT-COLL-12M(WS-ACCT-SLOT)
                   MOVE 'N' TO WS-ACCT-CLOSED(WS-ACCT-SLOT)
               ELSE
                   DISPLAY 'ESCROW-ANALYSIS: ACCOUNT TABLE FULL - '
                       'LOAN ' WS-LDG-LOAN-ID ' NOT ANALYZED'

      *****************************************************************
      * One pass over the loan master fills in borrower names for    *
      * the statements and flags the accounts of paid-in-full loans; *
      * an account with no master row (loan since removed) keeps a   *
      * blank name rather than losing its analysis.                  *
      *****************************************************************
       RESOLVE-BORROWER-NAMES.
           OPEN INPUT MASTER-FILE
           END-IF.

       MATCH-BORROWER-NAME.
           MOVE SPACES TO WS-MST-ID WS-MST-BORROWER WS-MST-STATUS
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-MST-ID WS-MST-BORROWER
                    WS-MST-SKIP WS-MST-SKIP WS-MST-SKIP WS-MST-SKIP
                    WS-MST-STATUS
           END-UNSTRING
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-ID(WS-ACCT-IDX) = WS-MST-ID
                   MOVE WS-MST-BORROWER
                       TO WS-ACCT-BORROWER(WS-ACCT-IDX)
                   IF WS-MST-STATUS = 'P'
                       MOVE 'Y' TO WS-ACCT-CLOSED(WS-ACCT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'WITH SURPLUS       ' WS-COUNT-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-ACCTS-CLOSED TO WS-COUNT-D
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PAID IN FULL       ' WS-COUNT-D
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
