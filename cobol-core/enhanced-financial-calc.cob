      *   (output, monitor, schedule, checkpoint, rejects, audit,    *
      *   report) to its shard; BATCH-SHARD-MERGE reassembles the    *
      *   shard outputs in original record order afterward.          *
      * - Non-accrual loans (master status N) are still calculated:  *
      *   they are serviced, billed and charged late fees as before. *
      *   Only charged-off (C) and inactive loans are rejected as    *
      *   LOAN-INACTIVE.                                             *
      * - Risk assessment credit-score tiers and their points come   *
      *   from the credit policy in effect on the business date      *
      *   (CREDIT-POLICY-LOOKUP over credit-policy.dat) instead of   *
      *   literals.                                                  *
      * - CREDIT-RISK-COMBINED passes the risk score and risk level  *
      *   it scored to CREDIT-CALCULATOR, which records them on the  *
      *   applicant's history row for the allowance and back-testing *
      *   runs.                                                      *
      * - The loan master is read at its widened record length: ARM  *
      *   loans now carry their reset terms on the end of the row.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  CONTROL-REPORT-RECORD PIC X(100).

       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
      * Performance Monitoring Fields
           05  CC-CREDIT-AMOUNT    PIC 9(8)V99.
           05  CC-CREDIT-TERM      PIC 9(3).
           05  CC-EXISTING-DEBT    PIC 9(8)V99.
           05  CC-RISK-SCORE       PIC 9(3).
           05  CC-RISK-LEVEL       PIC X(10).
       01  WS-CREDIT-CALC-RESULT.
           05  CC-DEBT-TO-INCOME   PIC 9(3)V99.
           05  CC-INTEREST-RATE    PIC 9(2)V99.
           05  CC-APPROVED         PIC X(1).
           05  CC-APPROVAL-REASON  PIC X(50).

      * Credit policy lookup request block - layout must stay in step
      * with CREDIT-POLICY-LOOKUP's LK-POLICY-REQUEST.
       01  WS-POLICY-REQUEST.
           05  WS-POLICY-AS-OF         PIC 9(8).
           05  WS-POLICY-VERSION       PIC X(8).
           05  WS-POLICY-EFFECTIVE     PIC 9(8).
           05  WS-POLICY-STATUS        PIC X.
           05  WS-POLICY-VALUES.
               10  WS-POL-DTI-BAND-1       PIC 9(7)V99.
               10  WS-POL-DTI-BAND-2       PIC 9(7)V99.
               10  WS-POL-DTI-BAND-3       PIC 9(7)V99.
               10  WS-POL-RATE-1           PIC 9(7)V99.
               10  WS-POL-RATE-2           PIC 9(7)V99.
               10  WS-POL-RATE-3           PIC 9(7)V99.
               10  WS-POL-RATE-4           PIC 9(7)V99.
               10  WS-POL-DECLINE-DTI      PIC 9(7)V99.
               10  WS-POL-DECLINE-PMT-PCT  PIC 9(7)V99.
               10  WS-POL-MIN-INCOME       PIC 9(7)V99.
               10  WS-POL-REFER-DTI        PIC 9(7)V99.
               10  WS-POL-REFER-PMT-PCT    PIC 9(7)V99.
               10  WS-POL-REPEAT-DAYS      PIC 9(7)V99.
               10  WS-POL-SCORE-HIGH       PIC 9(7)V99.
               10  WS-POL-SCORE-MID        PIC 9(7)V99.
               10  WS-POL-POINTS-HIGH      PIC 9(7)V99.
               10  WS-POL-POINTS-MID       PIC 9(7)V99.
               10  WS-POL-POINTS-LOW       PIC 9(7)V99.

      * Business Rule Metadata
       01  WS-RULE-MARKERS.
           05  WS-RULE-COUNT       PIC 9(3) VALUE 0.
                   MOVE 'Y' TO WS-RECORD-REJECT-FLAG
                   MOVE 'LOAN-NOT-ON-MASTER' TO WS-REJECT-REASON
               WHEN WS-MASTER-REC-STATUS NOT = 'A'
                AND WS-MASTER-REC-STATUS NOT = 'N'
                   MOVE 'Y' TO WS-RECORD-REJECT-FLAG
                   MOVE 'LOAN-INACTIVE' TO WS-REJECT-REASON
               WHEN OTHER
           IF WS-MASTER-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN WS-MASTER-REC-STATUS NOT = 'A'
                    AND WS-MASTER-REC-STATUS NOT = 'N'
                       MOVE 'Y' TO WS-RECORD-REJECT-FLAG
                       MOVE 'LOAN-INACTIVE' TO WS-REJECT-REASON
                   WHEN WS-PRINCIPAL NOT = WS-MASTER-PRINCIPAL

           COMPUTE WS-RISK-SCORE = 0

      *    Score tiers and points are the credit policy in effect on
      *    the business date.
           MOVE WS-BUSINESS-DATE TO WS-POLICY-AS-OF
           CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST

           IF WS-CREDIT-SCORE > WS-POL-SCORE-HIGH
               ADD WS-POL-POINTS-HIGH TO WS-RISK-SCORE
           ELSE IF WS-CREDIT-SCORE > WS-POL-SCORE-MID
               ADD WS-POL-POINTS-MID TO WS-RISK-SCORE
           ELSE
               ADD WS-POL-POINTS-LOW TO WS-RISK-SCORE
           END-IF.

      *    Rule Marker: Income Risk Rules
               MOVE WS-LIABILITIES TO CC-EXISTING-DEBT
           END-IF

      *    The risk grade scored above goes onto the decision's
      *    history row with it.
           MOVE WS-RISK-SCORE TO CC-RISK-SCORE
           MOVE WS-RISK-LEVEL TO CC-RISK-LEVEL

           CALL 'CREDIT-CALCULATOR' USING
               WS-CREDIT-CALC-INPUT WS-CREDIT-CALC-RESULT.

