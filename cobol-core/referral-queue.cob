      *   - written to referral-audit.log with the user id;          *
      *   - appended to the keyed applicant history                  *
      *     (applicant-history.idx) as a Y/N decision row, so the    *
      *     repeat-decline check and the history inquiry see it -    *
      *     stamped with the credit policy version in effect on the  *
      *     decision date (CREDIT-POLICY-LOOKUP);                    *
      *   - written to referral-decisions-results.dat in the calc    *
      *     output's JSON shape with a control trailer, which        *
      *     CREDIT-DECISION-LETTERS consumes so the borrower gets a  *
      *     real approval or adverse-action letter, and LOAN-        *
      *     BOARDING boards the approvals from (the decision_date    *
      *     on each row keys the approval in its cross-reference).   *
      * referral-queue-report.txt lists what is still pending with   *
      * its age. Condition code 8 when the feed cannot be trusted    *
      * (queue master untouched), else 4 when any decision           *
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Credit policy lookup request block - layout must stay in step
      * with CREDIT-POLICY-LOOKUP's LK-POLICY-REQUEST. Only the
      * version is used here, for the history row.
       01  WS-POLICY-REQUEST.
           05  WS-POLICY-AS-OF         PIC 9(8).
           05  WS-POLICY-VERSION       PIC X(8).
           05  WS-POLICY-EFFECTIVE     PIC 9(8).
           05  WS-POLICY-STATUS        PIC X.
           05  WS-POLICY-VALUES.
               10  WS-POLICY-VALUE     PIC 9(7)V99
                                       OCCURS 18 TIMES.

       01  WS-REFERRALS-TONIGHT    PIC 9(6) VALUE 0.
       01  WS-DECISIONS-APPLIED    PIC 9(6) VALUE 0.
       01  WS-DECISIONS-REJECTED   PIC 9(6) VALUE 0.
           MOVE WS-RUN-TIME TO HIX-TIME
           MOVE 0 TO HIX-SEQ

           MOVE WS-RUN-DATE TO WS-POLICY-AS-OF
           CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST

           MOVE WS-DEC-LIMIT TO WS-DEC-LIMIT-D
           MOVE WS-DEC-RATE TO WS-DEC-RATE-D
           MOVE SPACES TO HIX-DATA
                  '|' WS-DEC-LIMIT-D
                  '|' WS-RUN-DATE
                  '|' WS-RUN-TIME
                  '|' WS-POLICY-VERSION
               DELIMITED BY SIZE INTO HIX-DATA

           MOVE 'N' TO WS-WRITE-DONE
                  ',"credit_approval_reason":"'
                      FUNCTION TRIM(WS-DEC-REASON) '"'
                  ',"credit_limit":' WS-DEC-LIMIT-D
                  ',"interest_rate":' WS-DEC-RATE-D
                  ',"decision_date":' WS-RUN-DATE '}}'
               DELIMITED BY SIZE INTO LETTER-FEED-RECORD
           WRITE LETTER-FEED-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN.
