      *   that kept CREDIT-RISK-COMBINED batches out of parallel      *
      *   shards. APPLICANT-HISTORY-CONVERT migrates the old          *
      *   sequential file once, legacy no-id rows included.           *
      * - DTI pricing bands, band rates, decline/refer cutoffs and    *
      *   the repeat-decline window now come from the credit policy   *
      *   in effect on the decision date (CREDIT-POLICY-LOOKUP over   *
      *   credit-policy.dat) instead of literals, and every history   *
      *   row carries the policy version it was decided under.       *
      * - The caller's risk score and risk level (CREDIT-RISK-       *
      *   COMBINED grading) are taken on the customer data and       *
      *   appended to the history row after the policy version, so   *
      *   the loan's origination risk grade can be read back by key. *
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 WS-CREDIT-AMOUNT       PIC 9(8)V99.
          05 WS-CREDIT-TERM         PIC 9(3).
          05 WS-EXISTING-DEBT       PIC 9(8)V99.
          05 WS-RISK-SCORE          PIC 9(3).
          05 WS-RISK-LEVEL          PIC X(10).

       01 WS-CALCULATIONS.
          05 WS-DEBT-TO-INCOME      PIC 9(3)V99.
       01 WS-DECLINE-AGE-DAYS        PIC S9(9) COMP-3.
       01 WS-LOOKBACK-DAYS           PIC 9(3) VALUE 30.

      * Policy lookup request block - layout must stay in step with
      * CREDIT-POLICY-LOOKUP's LK-POLICY-REQUEST.
       01 WS-POLICY-REQUEST.
          05 WS-POLICY-AS-OF         PIC 9(8).
          05 WS-POLICY-VERSION       PIC X(8).
          05 WS-POLICY-EFFECTIVE     PIC 9(8).
          05 WS-POLICY-STATUS        PIC X.
          05 WS-POLICY-VALUES.
             10 WS-POL-DTI-BAND-1       PIC 9(7)V99.
             10 WS-POL-DTI-BAND-2       PIC 9(7)V99.
             10 WS-POL-DTI-BAND-3       PIC 9(7)V99.
             10 WS-POL-RATE-1           PIC 9(7)V99.
             10 WS-POL-RATE-2           PIC 9(7)V99.
             10 WS-POL-RATE-3           PIC 9(7)V99.
             10 WS-POL-RATE-4           PIC 9(7)V99.
             10 WS-POL-DECLINE-DTI      PIC 9(7)V99.
             10 WS-POL-DECLINE-PMT-PCT  PIC 9(7)V99.
             10 WS-POL-MIN-INCOME       PIC 9(7)V99.
             10 WS-POL-REFER-DTI        PIC 9(7)V99.
             10 WS-POL-REFER-PMT-PCT    PIC 9(7)V99.
             10 WS-POL-REPEAT-DAYS      PIC 9(7)V99.
             10 WS-POL-SCORE-HIGH       PIC 9(7)V99.
             10 WS-POL-SCORE-MID        PIC 9(7)V99.
             10 WS-POL-POINTS-HIGH      PIC 9(7)V99.
             10 WS-POL-POINTS-MID       PIC 9(7)V99.
             10 WS-POL-POINTS-LOW       PIC 9(7)V99.

       LINKAGE SECTION.
       01 LK-CUSTOMER-DATA.
          05 LK-APPLICANT-ID         PIC X(10).
          05 LK-CREDIT-AMOUNT        PIC 9(8)V99.
          05 LK-CREDIT-TERM          PIC 9(3).
          05 LK-EXISTING-DEBT        PIC 9(8)V99.
          05 LK-RISK-SCORE           PIC 9(3).
          05 LK-RISK-LEVEL           PIC X(10).

       01 LK-RESULTS.
          05 LK-DEBT-TO-INCOME       PIC 9(3)V99.
           ACCEPT WS-HISTORY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HISTORY-TIME FROM TIME

      *    The policy in effect on the decision date drives every
      *    cutoff below and is named on the history row.
           MOVE WS-HISTORY-DATE TO WS-POLICY-AS-OF
           CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST
           MOVE WS-POL-REPEAT-DAYS TO WS-LOOKBACK-DAYS

           PERFORM VALIDATE-INPUT-DATA
           IF WS-INPUT-VALID
               PERFORM CALCULATE-MONTHLY-INCOME
       
       DETERMINE-INTEREST-RATE.
           EVALUATE TRUE
               WHEN WS-DEBT-TO-INCOME < WS-POL-DTI-BAND-1
                   MOVE WS-POL-RATE-1 TO WS-INTEREST-RATE
               WHEN WS-DEBT-TO-INCOME < WS-POL-DTI-BAND-2
                   MOVE WS-POL-RATE-2 TO WS-INTEREST-RATE
               WHEN WS-DEBT-TO-INCOME < WS-POL-DTI-BAND-3
                   MOVE WS-POL-RATE-3 TO WS-INTEREST-RATE
               WHEN OTHER
                   MOVE WS-POL-RATE-4 TO WS-INTEREST-RATE
           END-EVALUATE.
       
       CALCULATE-MONTHLY-PAYMENT.
               (WS-CREDIT-AMOUNT * (1 + WS-INTEREST-RATE / 100))
               / WS-CREDIT-TERM.
       
      *    Cutoffs are the policy in effect; the payment cutoffs are
      *    held as a percent of monthly income.
       EVALUATE-CREDIT-APPROVAL.
           EVALUATE TRUE
               WHEN WS-DEBT-TO-INCOME > WS-POL-DECLINE-DTI
                   MOVE 'N' TO WS-APPROVED
                   MOVE 'Debt-to-income ratio too high'
                       TO WS-APPROVAL-REASON
               WHEN WS-MONTHLY-PAYMENT >
                    (WS-MONTHLY-INCOME * WS-POL-DECLINE-PMT-PCT / 100)
                   MOVE 'N' TO WS-APPROVED
                   MOVE 'Monthly payment exceeds policy share of income'
                       TO WS-APPROVAL-REASON
               WHEN WS-CUSTOMER-INCOME < WS-POL-MIN-INCOME
                   MOVE 'N' TO WS-APPROVED
                   MOVE 'Income below minimum requirement'
                       TO WS-APPROVAL-REASON
               WHEN WS-DEBT-TO-INCOME > WS-POL-REFER-DTI
                   MOVE 'R' TO WS-APPROVED
                   MOVE 'Refer: debt-to-income near limit, needs review'
                       TO WS-APPROVAL-REASON
               WHEN WS-MONTHLY-PAYMENT >
                    (WS-MONTHLY-INCOME * WS-POL-REFER-PMT-PCT / 100)
                   MOVE 'R' TO WS-APPROVED
                   MOVE 'Refer: payment near income limit, needs review'
                       TO WS-APPROVAL-REASON

      *****************************************************************
      * Reads the applicant's prior decisions by key: a decline      *
      * recorded within the policy's repeat window (REPEAT-DAYS, 30  *
      * under the original policy) turns a new approval or           *
      * refer into a refer flagged as a repeat application, so a     *
      * declined applicant cannot come straight back with a slightly *
      * changed amount and be approved without review. Legacy rows   *
      * into the keyed history so underwriting can answer disputes   *
      * on a decline without having to rerun the calculation. The    *
      * row keeps the classic pipe layout in the data portion, so    *
      * every existing parser of a history row still works; the      *
      * credit policy version, then the caller's risk score and      *
      * risk level, are appended as trailing fields. An anonymous    *
      * decision (no applicant id) is keyed under *NOID* with the    *
      * date/time - retained for audit, never matched by the         *
      * repeat-decline read.                                         *
      *****************************************************************
      *    A fresh deployment has no indexed file yet - the OPEN I-O
      *    fails with status 35 and the first call creates the file
                  '|' WS-DEBT-TO-INCOME '|' WS-INTEREST-RATE
                  '|' WS-APPROVED '|' WS-APPROVAL-REASON
                  '|' WS-CREDIT-LIMIT '|' WS-HISTORY-DATE
                  '|' WS-HISTORY-TIME '|' WS-POLICY-VERSION
                  '|' WS-RISK-SCORE '|' WS-RISK-LEVEL
               DELIMITED BY SIZE INTO HIX-DATA

      *    Two decisions for one applicant in the same second are a
