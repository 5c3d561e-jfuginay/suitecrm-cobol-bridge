       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOARDING.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Boards approved credit decisions onto the loan master, so    *
      * nobody re-keys an approved loan - rate and limit included -  *
      * into loan-master-trans.dat by hand.                          *
      *                                                               *
      * Approvals are taken from:                                    *
      *   output.json                    CREDIT-RISK-COMBINED        *
      *                                  results with                *
      *                                  credit_approved Y and       *
      *                                  status SUCCESS              *
      *   referral-decisions-results.dat underwriter approvals       *
      *                                  REFERRAL-QUEUE emitted      *
      *                                  (optional - no referral run *
      *                                  tonight is normal)          *
      * Each feed's control trailer is verified before anything is   *
      * boarded from it; a feed that fails is boarded from not at    *
      * all and the run ends with condition code 8.                  *
      *                                                               *
      * For every approval a ready-to-run LOAN-MASTER-MAINT ADD is   *
      * written to loan-boarding-trans.dat (the ESCROW-ANALYSIS      *
      * pattern, user LN-BOARD):                                     *
      *   loan_id    next LNnnnnnnnn number above every id already   *
      *              on the master or the cross-reference            *
      *   borrower   the applicant id (the CRM key)                  *
      *   principal  the decided credit limit, held to the amount    *
      *              the applicant asked for when that is lower      *
      *   rate       the decided rate, percent converted to the      *
      *              master's fraction                               *
      *   term       the term on the applicant's application, from   *
      *              applicant-history.idx                           *
      *   orig_date  today                                           *
      *                                                               *
      * loan-boarding-xref.dat ties every boarded loan back to the   *
      * decision that created it:                                    *
      *   applicant_id|loan_id|source|approval_ref|board_date|       *
      *   principal|rate|term                                        *
      *   source CALC (approval_ref = the result's execution_id) or  *
      *   REFERRAL (approval_ref = the underwriter decision date)    *
      * An approval whose applicant/source/reference is already on   *
      * the cross-reference is refused, never boarded twice. A rerun *
      * on the boarding day re-issues the ADD of any loan boarded    *
      * today that the master does not carry yet, so the rerun's     *
      * transaction file loses nothing.                              *
      *                                                               *
      * loan-boarding-report.txt lists what was boarded, refused and *
      * held. An approval is held (not boarded, retried next run)    *
      * when it carries no credit limit or no term can be found.     *
      * Condition code 4 when anything was held.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO 'output.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT REFERRAL-FEED-FILE ASSIGN TO
               'referral-decisions-results.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO 'loan-boarding-xref.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT TRANS-OUT-FILE ASSIGN TO 'loan-boarding-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'loan-boarding-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO 'applicant-history.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULTS-RECORD PIC X(1000).

       FD  REFERRAL-FEED-FILE.
       01  REFERRAL-FEED-RECORD PIC X(300).

       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  XREF-FILE.
       01  XREF-RECORD PIC X(150).

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  HISTORY-FILE.
       01  HISTORY-IDX-RECORD.
           05  HIX-KEY.
               10  HIX-APPLICANT-ID PIC X(10).
               10  HIX-DATE         PIC 9(8).
               10  HIX-TIME         PIC 9(8).
               10  HIX-SEQ          PIC 9(4).
           05  HIX-DATA             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-REFERRAL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-INPUT-EOF            PIC X VALUE 'N'.
           88  WS-INPUT-AT-END         VALUE 'Y'.
       01  WS-HIST-DONE            PIC X VALUE 'N'.

       01  WS-MATCH-COUNT          PIC 9(4) VALUE 0.
       01  WS-USER-ID              PIC X(10) VALUE 'LN-BOARD'.

      * Approvals read from the two feeds, held until the feed's
      * trailer has been verified.
       01  WS-APPROVAL-TABLE.
           05  WS-APR-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-APR OCCURS 2000 TIMES.
               10  WS-APR-SOURCE    PIC X(8).
               10  WS-APR-APPLICANT PIC X(10).
               10  WS-APR-REF       PIC X(45).
               10  WS-APR-LIMIT     PIC 9(8)V99 COMP-3.
               10  WS-APR-RATE      PIC 9(2)V99 COMP-3.
       01  WS-APR-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-FEED-START           PIC 9(5) COMP-3 VALUE 0.
       01  WS-APR-OVERFLOW         PIC X VALUE 'N'.

      * Loan ids already on the master.
       01  WS-MASTER-TABLE.
           05  WS-MST-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-MST OCCURS 5000 TIMES.
               10  WS-MST-ID        PIC X(10).
       01  WS-MST-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-MST-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Cross-reference of everything ever boarded.
       01  WS-XREF-TABLE.
           05  WS-XRF-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-XRF OCCURS 5000 TIMES.
               10  WS-XRF-APPLICANT PIC X(10).
               10  WS-XRF-LOAN-ID   PIC X(10).
               10  WS-XRF-SOURCE    PIC X(8).
               10  WS-XRF-REF       PIC X(45).
               10  WS-XRF-DATE      PIC 9(8).
               10  WS-XRF-PRINCIPAL PIC X(13).
               10  WS-XRF-RATE      PIC X(8).
               10  WS-XRF-TERM      PIC X(5).
       01  WS-XRF-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-XRF-SLOT             PIC 9(5) COMP-3 VALUE 0.

      * Loan number assignment
       01  WS-LAST-LOAN-NUMBER     PIC 9(8) VALUE 0.
       01  WS-CANDIDATE-ID         PIC X(10).
       01  WS-NEW-LOAN-ID.
           05  FILLER              PIC X(2) VALUE 'LN'.
           05  WS-NEW-LOAN-NUMBER  PIC 9(8).

      * Parse work
       01  WS-PARSE-FIELD-1        PIC X(10).
       01  WS-PARSE-FIELD-2        PIC X(10).
       01  WS-PARSE-FIELD-3        PIC X(15).
       01  WS-PARSE-FIELD-4        PIC X(15).
       01  WS-PARSE-FIELD-5        PIC X(45).
       01  WS-PARSE-FIELD-6        PIC X(15).
       01  WS-PARSE-FIELD-7        PIC X(15).
       01  WS-PARSE-FIELD-8        PIC X(15).

      * The approval being boarded
       01  WS-REQUESTED-AMOUNT     PIC 9(8)V99 COMP-3.
       01  WS-REQUESTED-TERM       PIC 9(5) COMP-3.
       01  WS-BOARD-PRINCIPAL      PIC 9(8)V99 COMP-3.
       01  WS-BOARD-RATE           PIC 9V9(6) COMP-3.
       01  WS-HOLD-REASON          PIC X(60).
       01  WS-REPORT-ACTION        PIC X(10).

      * Display-edited fields for the transaction, xref and report
       01  WS-PRINCIPAL-D          PIC 9(10).99.
       01  WS-RATE-D               PIC 9.999999.
       01  WS-TERM-D               PIC 9(5).
       01  WS-LIMIT-D              PIC ZZZZZZZ9.99.
       01  WS-RATE-PCT-D           PIC Z9.99.
       01  WS-COUNT-D              PIC ZZZZZ9.

      * Control-trailer verification (same convention as the other
      * consumers of the calc engine's batch output), kept per feed
      * so the two feeds cannot mask each other's damage.
       01  WS-DETAIL-COUNT         PIC 9(8) VALUE 0.
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01  WS-TRL-RECORD-COUNT     PIC 9(8) VALUE 0.
       01  WS-VERIFY-FAILED        PIC X VALUE 'N'.
       01  WS-FEED-FAILED          PIC X VALUE 'N'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-TEXT        PIC X(8).

       01  WS-APPROVALS-READ       PIC 9(6) VALUE 0.
       01  WS-BOARDED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(6) VALUE 0.
       01  WS-REISSUED-COUNT       PIC 9(6) VALUE 0.

      * JSON Field Extraction Scratch Area (same technique as
      * ENHANCED-FINANCIAL-CALC-V2's EXTRACT-JSON-*-FIELD paragraphs).
       01  WS-JSON-KEY             PIC X(40).
       01  WS-JSON-SCRATCH         PIC X(1000).
       01  WS-JSON-REMAINDER       PIC X(1000).
       01  WS-JSON-VALUE           PIC X(200).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT

           PERFORM LOAD-MASTER-IDS
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-CALC-APPROVALS
           PERFORM LOAD-REFERRAL-APPROVALS
           IF WS-APR-OVERFLOW = 'Y'
               DISPLAY 'LOAN-BOARDING: MORE APPROVALS THAN TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING BOARDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TRANS-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM OPEN-XREF-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
               PERFORM REISSUE-UNAPPLIED-BOARDING
           END-PERFORM

           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               PERFORM BOARD-ONE-APPROVAL
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE XREF-FILE
           CLOSE REPORT-FILE
           CLOSE TRANS-OUT-FILE

           DISPLAY 'LOAN-BOARDING: APPROVALS=' WS-APPROVALS-READ
               ' BOARDED=' WS-BOARDED-COUNT
               ' REFUSED=' WS-REFUSED-COUNT
               ' HELD=' WS-HELD-COUNT
               ' REISSUED=' WS-REISSUED-COUNT

           EVALUATE TRUE
               WHEN WS-VERIFY-FAILED = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * Master ids guard the numbering: no assigned id may collide   *
      * with a loan keyed by hand. A missing master is a first run.  *
      *****************************************************************
       LOAD-MASTER-IDS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-MASTER-ID
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ID.
           MOVE SPACES TO WS-PARSE-FIELD-1
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD-1
           END-UNSTRING
           IF WS-MST-COUNT < 5000
               ADD 1 TO WS-MST-COUNT
               MOVE WS-PARSE-FIELD-1 TO WS-MST-ID(WS-MST-COUNT)
           END-IF
           MOVE WS-PARSE-FIELD-1 TO WS-CANDIDATE-ID
           PERFORM NOTE-LOAN-NUMBER.

      *    Keeps the highest LNnnnnnnnn number seen on either file.
       NOTE-LOAN-NUMBER.
           IF WS-CANDIDATE-ID(1:2) = 'LN'
              AND WS-CANDIDATE-ID(3:8) IS NUMERIC
               MOVE WS-CANDIDATE-ID(3:8) TO WS-NEW-LOAN-NUMBER
               IF WS-NEW-LOAN-NUMBER > WS-LAST-LOAN-NUMBER
                   MOVE WS-NEW-LOAN-NUMBER TO WS-LAST-LOAN-NUMBER
               END-IF
           END-IF.

      *    The cross-reference is the only thing standing between a
      *    rerun and a second loan for one approval - a file larger
      *    than the table stops the run rather than check half of it.
       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ XREF-FILE INTO XREF-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM LOAD-XREF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       LOAD-XREF-ENTRY.
           IF WS-XRF-COUNT >= 5000
               DISPLAY 'LOAN-BOARDING: CROSS-REFERENCE EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING BOARDED'
               CLOSE XREF-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XRF-COUNT
           MOVE SPACES TO WS-PARSE-FIELD-6 WS-PARSE-FIELD-7
           MOVE SPACES TO WS-PARSE-FIELD-8
           UNSTRING XREF-RECORD DELIMITED BY '|'
               INTO WS-XRF-APPLICANT(WS-XRF-COUNT)
                    WS-XRF-LOAN-ID(WS-XRF-COUNT)
                    WS-XRF-SOURCE(WS-XRF-COUNT)
                    WS-XRF-REF(WS-XRF-COUNT)
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-6
                    WS-PARSE-FIELD-7
                    WS-PARSE-FIELD-8
           END-UNSTRING
           MOVE 0 TO WS-XRF-DATE(WS-XRF-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
               COMPUTE WS-XRF-DATE(WS-XRF-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-3)
           END-IF
           MOVE WS-PARSE-FIELD-6 TO WS-XRF-PRINCIPAL(WS-XRF-COUNT)
           MOVE WS-PARSE-FIELD-7 TO WS-XRF-RATE(WS-XRF-COUNT)
           MOVE WS-PARSE-FIELD-8 TO WS-XRF-TERM(WS-XRF-COUNT)
           MOVE WS-XRF-LOAN-ID(WS-XRF-COUNT) TO WS-CANDIDATE-ID
           PERFORM NOTE-LOAN-NUMBER.

      *****************************************************************
      * CREDIT-RISK-COMBINED approvals from the calc output. A       *
      * missing results file means the job stream ran out of order   *
      * - a verification failure, like every other consumer.         *
      *****************************************************************
       LOAD-CALC-APPROVALS.
           MOVE WS-APR-COUNT TO WS-FEED-START
           MOVE 0 TO WS-DETAIL-COUNT WS-TRL-RECORD-COUNT
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-VERIFY-FAILED
               DISPLAY 'LOAN-BOARDING: RESULTS FILE MISSING - '
                   'WAS THE CALC BATCH RUN?'
           ELSE
               PERFORM UNTIL WS-INPUT-AT-END
                   READ RESULTS-FILE INTO RESULTS-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM TAKE-CALC-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
               PERFORM VERIFY-FEED-TRAILER
               IF WS-FEED-FAILED = 'Y'
                   DISPLAY 'LOAN-BOARDING: RESULTS FILE NOT TRUSTED '
                       '- NOTHING BOARDED FROM IT'
               END-IF
           END-IF.

       TAKE-CALC-RESULT.
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
               FOR ALL '"trailer":'
           IF WS-MATCH-COUNT > 0
               PERFORM PARSE-CONTROL-TRAILER
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               MOVE 0 TO WS-MATCH-COUNT
               INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
                   FOR ALL '"calculation_type":"CREDIT-RISK-COMBINED"'
               IF WS-MATCH-COUNT > 0
                   MOVE '"status":"' TO WS-JSON-KEY
                   PERFORM EXTRACT-JSON-STRING-FIELD
                   IF WS-JSON-VALUE = 'SUCCESS'
                       MOVE '"execution_id":"' TO WS-JSON-KEY
                       PERFORM EXTRACT-JSON-STRING-FIELD
                       MOVE 'CALC' TO WS-PARSE-FIELD-1
                       MOVE WS-JSON-VALUE TO WS-PARSE-FIELD-5
                       PERFORM TAKE-APPROVAL
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Underwriter approvals of referrals. No feed tonight is       *
      * normal; a feed that IS present must verify like the main     *
      * one. The decision date keys the approval - a feed from       *
      * before it carried one is keyed by today.                     *
      *****************************************************************
       LOAD-REFERRAL-APPROVALS.
           MOVE WS-APR-COUNT TO WS-FEED-START
           MOVE 0 TO WS-DETAIL-COUNT WS-TRL-RECORD-COUNT
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT REFERRAL-FEED-FILE
           IF WS-REFERRAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-INPUT-AT-END
                   READ REFERRAL-FEED-FILE INTO RESULTS-RECORD
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM TAKE-REFERRAL-RESULT
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FEED-FILE
               PERFORM VERIFY-FEED-TRAILER
               IF WS-FEED-FAILED = 'Y'
                   DISPLAY 'LOAN-BOARDING: REFERRAL FEED NOT TRUSTED '
                       '- NOTHING BOARDED FROM IT'
               END-IF
           END-IF.

       TAKE-REFERRAL-RESULT.
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT RESULTS-RECORD TALLYING WS-MATCH-COUNT
               FOR ALL '"trailer":'
           IF WS-MATCH-COUNT > 0
               PERFORM PARSE-CONTROL-TRAILER
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               MOVE '"decision_date":' TO WS-JSON-KEY
               PERFORM EXTRACT-JSON-NUMERIC-FIELD
               IF WS-JSON-VALUE = SPACES
                   MOVE WS-RUN-DATE-TEXT TO WS-JSON-VALUE
               END-IF
               MOVE 'REFERRAL' TO WS-PARSE-FIELD-1
               MOVE WS-JSON-VALUE TO WS-PARSE-FIELD-5
               PERFORM TAKE-APPROVAL
           END-IF.

      *    Common to both feeds: only a Y decision is an approval.
       TAKE-APPROVAL.
           MOVE '"credit_approved":"' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-STRING-FIELD
           IF WS-JSON-VALUE(1:1) = 'Y'
               IF WS-APR-COUNT >= 2000
                   MOVE 'Y' TO WS-APR-OVERFLOW
               ELSE
                   ADD 1 TO WS-APR-COUNT
                   MOVE WS-PARSE-FIELD-1 TO WS-APR-SOURCE(WS-APR-COUNT)
                   MOVE WS-PARSE-FIELD-5 TO WS-APR-REF(WS-APR-COUNT)
                   MOVE '"applicant_id":"' TO WS-JSON-KEY
                   PERFORM EXTRACT-JSON-STRING-FIELD
                   MOVE WS-JSON-VALUE TO WS-APR-APPLICANT(WS-APR-COUNT)
                   MOVE 0 TO WS-APR-LIMIT(WS-APR-COUNT)
                   MOVE 0 TO WS-APR-RATE(WS-APR-COUNT)
                   MOVE '"credit_limit":' TO WS-JSON-KEY
                   PERFORM EXTRACT-JSON-NUMERIC-FIELD
                   IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
                       COMPUTE WS-APR-LIMIT(WS-APR-COUNT) =
                           FUNCTION NUMVAL(WS-JSON-VALUE)
                   END-IF
                   MOVE '"interest_rate":' TO WS-JSON-KEY
                   PERFORM EXTRACT-JSON-NUMERIC-FIELD
                   IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
                       COMPUTE WS-APR-RATE(WS-APR-COUNT) =
                           FUNCTION NUMVAL(WS-JSON-VALUE)
                   END-IF
               END-IF
           END-IF.

       PARSE-CONTROL-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE '"record_count":' TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-NUMERIC-FIELD
           IF FUNCTION TEST-NUMVAL(WS-JSON-VALUE) = 0
               COMPUTE WS-TRL-RECORD-COUNT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

      *    A feed that fails has its approvals dropped from the table
      *    again - nothing is boarded from a feed that cannot be
      *    trusted.
       VERIFY-FEED-TRAILER.
           MOVE 'N' TO WS-FEED-FAILED
           IF WS-TRAILER-SEEN = 'N'
               MOVE 'Y' TO WS-FEED-FAILED
               DISPLAY 'LOAN-BOARDING: CONTROL TRAILER MISSING'
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'Y' TO WS-FEED-FAILED
                   DISPLAY 'LOAN-BOARDING: RECORD COUNT MISMATCH '
                       'TRAILER=' WS-TRL-RECORD-COUNT
                       ' READ=' WS-DETAIL-COUNT
               END-IF
           END-IF
           IF WS-FEED-FAILED = 'Y'
               MOVE 'Y' TO WS-VERIFY-FAILED
               MOVE WS-FEED-START TO WS-APR-COUNT
           END-IF.

      *****************************************************************
      * A loan boarded today that the master does not carry yet has  *
      * its ADD written again - its first transaction file was       *
      * replaced by this rerun's.                                    *
      *****************************************************************
       REISSUE-UNAPPLIED-BOARDING.
           IF WS-XRF-DATE(WS-XRF-IDX) = WS-RUN-DATE
               MOVE WS-XRF-LOAN-ID(WS-XRF-IDX) TO WS-CANDIDATE-ID
               PERFORM FIND-MASTER-SLOT
               IF WS-MST-SLOT = 0
                   MOVE SPACES TO TRANS-OUT-RECORD
                   STRING 'ADD|' WS-XRF-LOAN-ID(WS-XRF-IDX)
                          '|' WS-XRF-APPLICANT(WS-XRF-IDX)
                              DELIMITED BY SPACE
                          '|' WS-XRF-PRINCIPAL(WS-XRF-IDX)
                          '|' WS-XRF-RATE(WS-XRF-IDX)
                          '|' WS-XRF-TERM(WS-XRF-IDX)
                          '|' WS-RUN-DATE
                          '|' WS-USER-ID
                              DELIMITED BY SIZE
                       INTO TRANS-OUT-RECORD
                   WRITE TRANS-OUT-RECORD
                   ADD 1 TO WS-REISSUED-COUNT
               END-IF
           END-IF.

       FIND-MASTER-SLOT.
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                      OR WS-MST-SLOT > 0
               IF WS-MST-ID(WS-MST-IDX) = WS-CANDIDATE-ID
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM.

       BOARD-ONE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM FIND-XREF-SLOT
           EVALUATE TRUE
               WHEN WS-XRF-SLOT > 0
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'REFUSED' TO WS-REPORT-ACTION
                   STRING 'ALREADY BOARDED AS '
                          WS-XRF-LOAN-ID(WS-XRF-SLOT)
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-APR-APPLICANT(WS-APR-IDX) = SPACES
                   MOVE 'NO APPLICANT ID' TO WS-HOLD-REASON
               WHEN WS-APR-LIMIT(WS-APR-IDX) = 0
                   MOVE 'NO CREDIT LIMIT' TO WS-HOLD-REASON
               WHEN WS-XRF-COUNT >= 5000
                   MOVE 'CROSS-REFERENCE FULL' TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM FIND-APPLICATION-TERMS
                   IF WS-REQUESTED-TERM = 0
                       MOVE 'NO TERM ON APPLICANT HISTORY'
                           TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-XRF-SLOT > 0
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-HOLD-REASON NOT = SPACES
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD' TO WS-REPORT-ACTION
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM BOARD-NEW-LOAN
           END-EVALUATE.

       FIND-XREF-SLOT.
           MOVE 0 TO WS-XRF-SLOT
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                      OR WS-XRF-SLOT > 0
               IF WS-XRF-APPLICANT(WS-XRF-IDX)
                      = WS-APR-APPLICANT(WS-APR-IDX)
                  AND WS-XRF-SOURCE(WS-XRF-IDX)
                      = WS-APR-SOURCE(WS-APR-IDX)
                  AND WS-XRF-REF(WS-XRF-IDX) = WS-APR-REF(WS-APR-IDX)
                   MOVE WS-XRF-IDX TO WS-XRF-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * The decision feeds carry the outcome, not the application.   *
      * The amount asked for and the term come from the applicant's  *
      * latest history row that carries a term - CREDIT-CALCULATOR's *
      * row for the application (REFERRAL-QUEUE's final-decision     *
      * rows carry zero terms and are passed over).                  *
      *   applicant|income|amount|term|debt|dti|rate|approved|...    *
      *****************************************************************
       FIND-APPLICATION-TERMS.
           MOVE 0 TO WS-REQUESTED-AMOUNT WS-REQUESTED-TERM
           MOVE 'N' TO WS-HIST-DONE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE WS-APR-APPLICANT(WS-APR-IDX) TO HIX-APPLICANT-ID
               MOVE 0 TO HIX-DATE
               MOVE 0 TO HIX-TIME
               MOVE 0 TO HIX-SEQ
               START HISTORY-FILE KEY >= HIX-KEY
               END-START
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-HIST-DONE
               END-IF
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           IF HIX-APPLICANT-ID
                                  = WS-APR-APPLICANT(WS-APR-IDX)
                               PERFORM TAKE-APPLICATION-TERMS
                           ELSE
                               MOVE 'Y' TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       TAKE-APPLICATION-TERMS.
           MOVE SPACES TO WS-PARSE-FIELD-1 WS-PARSE-FIELD-2
           MOVE SPACES TO WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           UNSTRING HIX-DATA DELIMITED BY '|'
               INTO WS-PARSE-FIELD-1 WS-PARSE-FIELD-2
                    WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-4) = 0
              AND FUNCTION NUMVAL(WS-PARSE-FIELD-4) > 0
               COMPUTE WS-REQUESTED-TERM =
                   FUNCTION NUMVAL(WS-PARSE-FIELD-4)
               MOVE 0 TO WS-REQUESTED-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD-3) = 0
                   COMPUTE WS-REQUESTED-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD-3)
               END-IF
           END-IF.

       BOARD-NEW-LOAN.
           PERFORM ASSIGN-LOAN-ID

           MOVE WS-APR-LIMIT(WS-APR-IDX) TO WS-BOARD-PRINCIPAL
           IF WS-REQUESTED-AMOUNT > 0
              AND WS-REQUESTED-AMOUNT < WS-BOARD-PRINCIPAL
               MOVE WS-REQUESTED-AMOUNT TO WS-BOARD-PRINCIPAL
           END-IF
           COMPUTE WS-BOARD-RATE = WS-APR-RATE(WS-APR-IDX) / 100
           MOVE WS-BOARD-PRINCIPAL TO WS-PRINCIPAL-D
           MOVE WS-BOARD-RATE TO WS-RATE-D
           MOVE WS-REQUESTED-TERM TO WS-TERM-D

           MOVE SPACES TO TRANS-OUT-RECORD
           STRING 'ADD|' WS-NEW-LOAN-ID
                  '|' FUNCTION TRIM(WS-APR-APPLICANT(WS-APR-IDX))
                  '|' WS-PRINCIPAL-D
                  '|' WS-RATE-D
                  '|' WS-TERM-D
                  '|' WS-RUN-DATE
                  '|' WS-USER-ID
               DELIMITED BY SIZE INTO TRANS-OUT-RECORD
           WRITE TRANS-OUT-RECORD

           MOVE SPACES TO XREF-RECORD
           STRING WS-APR-APPLICANT(WS-APR-IDX)
                  '|' WS-NEW-LOAN-ID
                  '|' FUNCTION TRIM(WS-APR-SOURCE(WS-APR-IDX))
                  '|' FUNCTION TRIM(WS-APR-REF(WS-APR-IDX))
                  '|' WS-RUN-DATE
                  '|' WS-PRINCIPAL-D
                  '|' WS-RATE-D
                  '|' WS-TERM-D
               DELIMITED BY SIZE INTO XREF-RECORD
           WRITE XREF-RECORD

      *    Held in the table too, so a second approval for the same
      *    decision later in tonight's feeds is refused as well.
           ADD 1 TO WS-XRF-COUNT
           MOVE WS-APR-APPLICANT(WS-APR-IDX)
               TO WS-XRF-APPLICANT(WS-XRF-COUNT)
           MOVE WS-NEW-LOAN-ID TO WS-XRF-LOAN-ID(WS-XRF-COUNT)
           MOVE WS-APR-SOURCE(WS-APR-IDX)
               TO WS-XRF-SOURCE(WS-XRF-COUNT)
           MOVE WS-APR-REF(WS-APR-IDX) TO WS-XRF-REF(WS-XRF-COUNT)
           MOVE WS-RUN-DATE TO WS-XRF-DATE(WS-XRF-COUNT)

           ADD 1 TO WS-BOARDED-COUNT
           MOVE 'BOARDED' TO WS-REPORT-ACTION
           MOVE SPACES TO WS-HOLD-REASON
           STRING 'LOAN ' WS-NEW-LOAN-ID
                  ' PRINCIPAL ' WS-PRINCIPAL-D
                  ' TERM ' WS-TERM-D
               DELIMITED BY SIZE INTO WS-HOLD-REASON
           PERFORM WRITE-REPORT-LINE.

      *    Next number up, stepping over any id that is somehow on
      *    the master already.
       ASSIGN-LOAN-ID.
           MOVE 1 TO WS-MST-SLOT
           PERFORM UNTIL WS-MST-SLOT = 0
               ADD 1 TO WS-LAST-LOAN-NUMBER
               MOVE WS-LAST-LOAN-NUMBER TO WS-NEW-LOAN-NUMBER
               MOVE WS-NEW-LOAN-ID TO WS-CANDIDATE-ID
               PERFORM FIND-MASTER-SLOT
           END-PERFORM.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-XREF-FILE.
           OPEN EXTEND XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               OPEN OUTPUT XREF-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE 'LOAN BOARDING - APPROVED DECISIONS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACTION     SOURCE   APPLICANT        LIMIT  RATE  '
                  'DETAIL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-LINE.
           MOVE WS-APR-LIMIT(WS-APR-IDX) TO WS-LIMIT-D
           MOVE WS-APR-RATE(WS-APR-IDX) TO WS-RATE-PCT-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-REPORT-ACTION
                  ' ' WS-APR-SOURCE(WS-APR-IDX)
                  ' ' WS-APR-APPLICANT(WS-APR-IDX)
                  ' ' WS-LIMIT-D
                  ' ' WS-RATE-PCT-D
                  ' ' WS-HOLD-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BOARDED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'BOARDED   ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'REFUSED   ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'HELD      ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REISSUED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING 'REISSUED  ' WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       EXTRACT-JSON-STRING-FIELD.
           MOVE SPACES TO WS-JSON-SCRATCH WS-JSON-REMAINDER
           MOVE SPACES TO WS-JSON-VALUE
           UNSTRING RESULTS-RECORD
                   DELIMITED BY FUNCTION TRIM(WS-JSON-KEY)
               INTO WS-JSON-SCRATCH WS-JSON-REMAINDER
           END-UNSTRING
           IF WS-JSON-REMAINDER NOT = SPACES
               UNSTRING WS-JSON-REMAINDER DELIMITED BY '"'
                   INTO WS-JSON-VALUE
               END-UNSTRING
           END-IF.

       EXTRACT-JSON-NUMERIC-FIELD.
           MOVE SPACES TO WS-JSON-SCRATCH WS-JSON-REMAINDER
           MOVE SPACES TO WS-JSON-VALUE
           UNSTRING RESULTS-RECORD
                   DELIMITED BY FUNCTION TRIM(WS-JSON-KEY)
               INTO WS-JSON-SCRATCH WS-JSON-REMAINDER
           END-UNSTRING
           IF WS-JSON-REMAINDER NOT = SPACES
               UNSTRING WS-JSON-REMAINDER DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               END-UNSTRING
           END-IF.
