      *                                                               *
      * Rate row: FROM|TO|RATE|YYYYMMDD                              *
      *                                                               *
      * Transactions are keyed to currency-rates-trans.dat:          *
      *   action|from|to|rate|effective_date|user                    *
      *   ADD      - new currency pair (duplicate pair rejected)     *
      *   CHANGE   - new rate/date for an existing pair              *
      *              daily tolerance (a devaluation), where both     *
      *              legs of a pair are resubmitted deliberately     *
      *                                                               *
      * Dual control: a keyed row waits in MAINT-APPROVAL's pending  *
      * file until a second user approves it; this program reads     *
      * only the approved rows, from currency-rates-approved.dat:    *
      *   pending_id|maker|checker|<transaction as keyed above>      *
      * and rejects, unapplied, a row whose checker is missing or    *
      * is the maker.                                                *
      *                                                               *
      * Each rate is validated before it is applied: numeric and     *
      * positive, a real calendar effective date, no more than 10    *
      * percent away from the pair's prior value on a CHANGE, and    *
      * consistent with the inverse pair when one is on file (new    *
      * rate times inverse rate must sit near 1). Every transaction  *
      * - applied or rejected - is appended to                       *
      * currency-rates-audit.log with the maker and checker user ids *
      * (date|time|maker|checker|action|pair|result|detail), and a   *
      * superseded rate row is appended to                           *
      * currency-rates-history.dat instead of being lost on the      *
      * overwrite. Ends with condition code 4 when any transaction   *
      * was rejected.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT RATE-FILE ASSIGN TO 'currency-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'currency-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'currency-rates-audit.log'
       01  RATE-RECORD PIC X(40).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

      * Parsed fields of the row being loaded or the transaction
      * being applied.
       01  WS-TRN-PENDING-ID       PIC X(13).
       01  WS-TRN-MAKER-ID         PIC X(10).
       01  WS-TRN-CHECKER-ID       PIC X(10).
       01  WS-TRN-PTR              PIC 9(3) VALUE 0.
       01  WS-TRANS-TEXT           PIC X(80).
       01  WS-TRN-ACTION           PIC X(6).
       01  WS-TRN-FROM             PIC X(3).
       01  WS-TRN-TO               PIC X(3).
           MOVE SPACES TO WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT
           MOVE SPACES TO WS-TRN-USER-ID WS-TRN-DETAIL
           MOVE 0 TO WS-TRN-RATE WS-TRN-DATE
           MOVE SPACES TO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
           MOVE SPACES TO WS-TRN-CHECKER-ID WS-TRANS-TEXT

      *    Approval prefix first, then the transaction as keyed.
           MOVE 1 TO WS-TRN-PTR
           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-TRN-PENDING-ID WS-TRN-MAKER-ID
                    WS-TRN-CHECKER-ID
               WITH POINTER WS-TRN-PTR
           END-UNSTRING
           IF WS-TRN-PTR <= 120
               MOVE TRANS-RECORD(WS-TRN-PTR:) TO WS-TRANS-TEXT
           END-IF

           UNSTRING WS-TRANS-TEXT DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-FROM WS-TRN-TO
                    WS-TRN-RATE-TEXT WS-TRN-DATE-TEXT WS-TRN-USER-ID
           END-UNSTRING
           PERFORM FIND-RATE-SLOT

           MOVE 'N' TO WS-SKIP-SANITY-GATES
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
                   WHEN 'OVERRIDE'
                       MOVE 'Y' TO WS-SKIP-SANITY-GATES
                       PERFORM APPLY-CHANGE-TRANSACTION
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
               END-EVALUATE
           END-IF

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-MAKER-ID
                  '|' WS-TRN-CHECKER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-FROM '/' WS-TRN-TO
                  '|' WS-TRN-RESULT
