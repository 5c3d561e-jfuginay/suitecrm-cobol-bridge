      *                                                               *
      * History row (data portion, unchanged pipe layout):           *
      *   applicant_id|income|amount|term|debt|dti|rate|approved|    *
      *   reason|limit|date|time|policy_version|risk_score|          *
      *   risk_level                                                 *
      * The policy version (the CREDIT-POLICY-LOOKUP version the     *
      * decision was made under) is printed as POLICY=; rows written *
      * before the policy table existed carry none and were decided  *
      * under the built-in cutoffs, so they print as BUILTIN.        *
      * Rows written before the applicant id was added sit under     *
      * the *LEGACY* key and match no real applicant id.             *
      *                                                               *
           05  HIX-DATA             PIC X(200).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD PIC X(200).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD PIC X(80).
       01  WS-HIST-LIMIT           PIC X(15).
       01  WS-HIST-DATE            PIC X(10).
       01  WS-HIST-TIME            PIC X(10).
       01  WS-HIST-POLICY          PIC X(8).

       01  WS-REQUESTS-PROCESSED   PIC 9(6) VALUE 0.
       01  WS-DEC-COUNT-D          PIC ZZZ9.
           MOVE SPACES TO WS-HIST-AMOUNT WS-HIST-TERM WS-HIST-DEBT
           MOVE SPACES TO WS-HIST-DTI WS-HIST-RATE WS-HIST-APPROVED
           MOVE SPACES TO WS-HIST-REASON WS-HIST-LIMIT
           MOVE SPACES TO WS-HIST-DATE WS-HIST-TIME WS-HIST-POLICY
           UNSTRING WS-HISTORY-LINE DELIMITED BY '|'
               INTO WS-HIST-APPLICANT-ID WS-HIST-INCOME
                    WS-HIST-AMOUNT WS-HIST-TERM WS-HIST-DEBT
                    WS-HIST-DTI WS-HIST-RATE WS-HIST-APPROVED
                    WS-HIST-REASON WS-HIST-LIMIT
                    WS-HIST-DATE WS-HIST-TIME WS-HIST-POLICY
           END-UNSTRING
           IF WS-HIST-POLICY = SPACES
               MOVE 'BUILTIN' TO WS-HIST-POLICY
           END-IF.

       PRINT-APPLICANT-DECISIONS.
           MOVE WS-DEC-COUNT TO WS-DEC-COUNT-D
                  '  AMOUNT=' WS-AMOUNT-D
                  '  RATE=' WS-RATE-D
                  '  LIMIT=' WS-LIMIT-D
                  '  POLICY=' WS-HIST-POLICY
                  '  ' FUNCTION TRIM(WS-HIST-REASON)
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.
