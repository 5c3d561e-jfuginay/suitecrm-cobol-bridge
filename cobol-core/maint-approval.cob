       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-APPROVAL.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Dual control (maker-checker) for master file maintenance.    *
      * A transaction keyed into loan-master-trans.dat,              *
      * currency-rates-trans.dat, loss-rates-trans.dat or            *
      * index-rates-trans.dat used to be live that night on one      *
      * person's say-so; it now waits in a pending-approval file     *
      * until a second, different user id approves it, and only      *
      * then reaches LOAN-MASTER-MAINT / CURRENCY-RATES-MAINT /      *
      * LOSS-RATE-MAINT / INDEX-RATES-MAINT. Runs nightly ahead of   *
      * all four maintenance programs.                               *
      *                                                               *
      * Pending file (maint-approval-pending.dat):                   *
      *   pending_id|target|status|submitted|maker|checker|decided|  *
      *   note|transaction                                           *
      *   pending_id is YYYYMMDD-nnnn (intake date and sequence),    *
      *   target LOAN, RATE, LOSS or INDX, status PENDING /          *
      *   APPROVED / REJECTED / EXPIRED, and transaction the         *
      *   submitted row exactly as keyed (it may itself contain      *
      *   pipes, so it is always last).                              *
      *                                                               *
      * Each run:                                                    *
      *   1. Intake - every row of the submission files becomes      *
      *      a PENDING entry; the maker is the user id the row       *
      *      carries for its action. A row without one is recorded   *
      *      as REJECTED. Once the pending file is committed the     *
      *      submission files are emptied, so nothing is taken in    *
      *      twice; an identical row already taken in today (a rerun *
      *      after a failure between the two steps) is skipped.      *
      *   2. Decisions from maint-approvals.dat:                     *
      *        APPROVE|pending_id|checker|note                       *
      *        REJECT|pending_id|checker|note                        *
      *      A decision is refused when the entry is not PENDING,    *
      *      the checker id is missing, or the checker is the maker. *
      *      The decisions file is emptied along with the            *
      *      submission files once the pending file is committed.    *
      *   3. Expiry - a PENDING entry older than the expiry window   *
      *      (MAINT_APPROVAL_EXPIRY_DAYS, default 5 days) is marked  *
      *      EXPIRED and must be resubmitted.                        *
      *   4. Release - entries approved today are written to         *
      *      loan-master-approved.dat / currency-rates-approved.dat  *
      *      / loss-rates-approved.dat / index-rates-approved.dat as *
      *      pending_id|maker|checker|transaction, the input the     *
      *      maintenance programs now read (rewritten whole each     *
      *      run, so a same-day rerun releases the same set again    *
      *      rather than losing or doubling it). They are written    *
      *      only once the pending file is committed, and left empty *
      *      on a night it is not.                                   *
      * Every intake, decision and expiry is appended to             *
      * maint-approval-audit.log; maint-approval-report.txt lists    *
      * what is still pending and what was approved, rejected or     *
      * expired today. Decided entries stay on the pending file for  *
      * 30 days after the decision, then live on in the audit log    *
      * only. Condition code 4 when any row or decision was refused, *
      * 12 when the pending file cannot be loaded or committed (the  *
      * submission files are then left as they were).                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'maint-approval-pending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT LOAN-SUBMIT-FILE ASSIGN TO 'loan-master-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-SUBMIT-STATUS.
           SELECT RATE-SUBMIT-FILE ASSIGN TO
               'currency-rates-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-SUBMIT-STATUS.
           SELECT LOSS-SUBMIT-FILE ASSIGN TO 'loss-rates-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-SUBMIT-STATUS.
           SELECT INDEX-SUBMIT-FILE ASSIGN TO 'index-rates-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-SUBMIT-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'maint-approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT LOAN-RELEASE-FILE ASSIGN TO
               'loan-master-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-RELEASE-FILE ASSIGN TO
               'currency-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOSS-RELEASE-FILE ASSIGN TO
               'loss-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDEX-RELEASE-FILE ASSIGN TO
               'index-rates-approved.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'maint-approval-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'maint-approval-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD PIC X(320).

       FD  LOAN-SUBMIT-FILE.
       01  LOAN-SUBMIT-RECORD PIC X(200).

       FD  RATE-SUBMIT-FILE.
       01  RATE-SUBMIT-RECORD PIC X(80).

       FD  LOSS-SUBMIT-FILE.
       01  LOSS-SUBMIT-RECORD PIC X(80).

       FD  INDEX-SUBMIT-FILE.
       01  INDEX-SUBMIT-RECORD PIC X(80).

       FD  DECISION-FILE.
       01  DECISION-RECORD PIC X(120).

       FD  LOAN-RELEASE-FILE.
       01  LOAN-RELEASE-RECORD PIC X(240).

       FD  RATE-RELEASE-FILE.
       01  RATE-RELEASE-RECORD PIC X(120).

       FD  LOSS-RELEASE-FILE.
       01  LOSS-RELEASE-RECORD PIC X(120).

       FD  INDEX-RELEASE-FILE.
       01  INDEX-RELEASE-RECORD PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-LOAN-SUBMIT-STATUS   PIC XX VALUE SPACES.
       01  WS-RATE-SUBMIT-STATUS   PIC XX VALUE SPACES.
       01  WS-LOSS-SUBMIT-STATUS   PIC XX VALUE SPACES.
       01  WS-INDEX-SUBMIT-STATUS  PIC XX VALUE SPACES.
       01  WS-DECISION-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-PENDING-EOF          PIC X VALUE 'N'.
           88  WS-PENDING-AT-END       VALUE 'Y'.
       01  WS-SUBMIT-EOF           PIC X VALUE 'N'.
           88  WS-SUBMIT-AT-END        VALUE 'Y'.
       01  WS-DECISION-EOF         PIC X VALUE 'N'.
           88  WS-DECISION-AT-END      VALUE 'Y'.

      * In-memory image of the pending file, applied-to in place and
      * rewritten at end of job.
       01  WS-PENDING-TABLE.
           05  WS-PND-COUNT        PIC 9(5) COMP-3 VALUE 0.
           05  WS-PND OCCURS 5000 TIMES.
               10  WS-PND-ID        PIC X(13).
               10  WS-PND-TARGET    PIC X(4).
               10  WS-PND-STATUS    PIC X(8).
               10  WS-PND-SUBMITTED PIC 9(8).
               10  WS-PND-MAKER     PIC X(10).
               10  WS-PND-CHECKER   PIC X(10).
               10  WS-PND-DECIDED   PIC 9(8).
               10  WS-PND-NOTE      PIC X(40).
               10  WS-PND-TRANS     PIC X(200).
       01  WS-PND-IDX              PIC 9(5) COMP-3 VALUE 0.
       01  WS-PND-SLOT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-PND-KEPT             PIC 9(5) COMP-3 VALUE 0.

      * Parsed fields of the pending row being loaded.
       01  WS-ROW-SUBMITTED-TEXT   PIC X(10).
       01  WS-ROW-DECIDED-TEXT     PIC X(10).
       01  WS-ROW-PTR              PIC 9(3) VALUE 0.

      * The submission row being taken in, split into its fields
      * only to find the maker's user id for its action.
       01  WS-SUB-TARGET           PIC X(4).
       01  WS-SUB-TEXT             PIC X(200).
       01  WS-SUB-FIELDS.
           05  WS-SUB-FIELD        PIC X(30) OCCURS 10 TIMES.
       01  WS-SUB-MAKER            PIC X(10).
       01  WS-NEXT-SEQ             PIC 9(4) VALUE 0.
       01  WS-SEQ-TEXT             PIC 9(4).
       01  WS-DUPLICATE            PIC X VALUE 'N'.

      * The decision transaction being applied.
       01  WS-DEC-ACTION           PIC X(8).
       01  WS-DEC-PENDING-ID       PIC X(13).
       01  WS-DEC-CHECKER          PIC X(10).
       01  WS-DEC-NOTE             PIC X(40).

       01  WS-AUD-USER             PIC X(10).
       01  WS-AUD-ACTION           PIC X(8).
       01  WS-AUD-KEY              PIC X(13).
       01  WS-AUD-RESULT           PIC X(8).
       01  WS-AUD-DETAIL           PIC X(120).

      * Expiry window; MAINT_APPROVAL_EXPIRY_DAYS overrides it.
       01  WS-EXPIRY-RAW           PIC X(10) VALUE SPACES.
       01  WS-EXPIRY-DAYS          PIC 9(3) VALUE 5.
       01  WS-RETAIN-DAYS          PIC 9(3) VALUE 30.
       01  WS-AGE-DAYS             PIC S9(9) COMP-3.
       01  WS-RUN-DAY-NUM          PIC S9(9) COMP-3.
       01  WS-ENTRY-DAY-NUM        PIC S9(9) COMP-3.
       01  WS-EXPIRES-ON           PIC 9(8).

       01  WS-INTAKE-COUNT         PIC 9(6) VALUE 0.
       01  WS-INTAKE-REJECTED      PIC 9(6) VALUE 0.
       01  WS-DUPLICATES-SKIPPED   PIC 9(6) VALUE 0.
       01  WS-DECISIONS-READ       PIC 9(6) VALUE 0.
       01  WS-DECISIONS-REFUSED    PIC 9(6) VALUE 0.
       01  WS-APPROVED-TODAY       PIC 9(6) VALUE 0.
       01  WS-REJECTED-TODAY       PIC 9(6) VALUE 0.
       01  WS-EXPIRED-TODAY        PIC 9(6) VALUE 0.
       01  WS-STILL-PENDING        PIC 9(6) VALUE 0.
       01  WS-LOAN-RELEASED        PIC 9(6) VALUE 0.
       01  WS-RATE-RELEASED        PIC 9(6) VALUE 0.
       01  WS-LOSS-RELEASED        PIC 9(6) VALUE 0.
       01  WS-INDEX-RELEASED       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-COMMITTED            PIC X VALUE 'N'.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Report work fields.
       01  WS-REPORT-STATUS        PIC X(8).
       01  WS-AGE-D                PIC ZZ9.
       01  WS-COUNT-D              PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM RESOLVE-EXPIRY-DAYS

           PERFORM LOAD-PENDING-TABLE
           PERFORM OPEN-AUDIT-FILE

           PERFORM INTAKE-LOAN-SUBMISSIONS
           PERFORM INTAKE-RATE-SUBMISSIONS
           PERFORM INTAKE-LOSS-SUBMISSIONS
           PERFORM INTAKE-INDEX-SUBMISSIONS
           PERFORM APPLY-DECISIONS
           PERFORM EXPIRE-STALE-ENTRIES
           CLOSE AUDIT-FILE

           PERFORM REWRITE-PENDING-FILE
           IF WS-COMMITTED = 'Y'
               PERFORM WRITE-RELEASE-FILES
               PERFORM CLEAR-SUBMISSION-FILES
           ELSE
               PERFORM EMPTY-RELEASE-FILES
           END-IF
           PERFORM WRITE-APPROVAL-REPORT

           DISPLAY 'MAINT-APPROVAL: TAKEN-IN=' WS-INTAKE-COUNT
               ' APPROVED=' WS-APPROVED-TODAY
               ' REJECTED=' WS-REJECTED-TODAY
               ' EXPIRED=' WS-EXPIRED-TODAY
               ' PENDING=' WS-STILL-PENDING

           IF RETURN-CODE = 0
              AND (WS-INTAKE-REJECTED > 0 OR WS-DECISIONS-REFUSED > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-EXPIRY-DAYS.
           ACCEPT WS-EXPIRY-RAW
               FROM ENVIRONMENT 'MAINT_APPROVAL_EXPIRY_DAYS'
           IF WS-EXPIRY-RAW NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-EXPIRY-RAW) = 0
               IF FUNCTION NUMVAL(WS-EXPIRY-RAW) > 0
                  AND FUNCTION NUMVAL(WS-EXPIRY-RAW) < 1000
                   COMPUTE WS-EXPIRY-DAYS =
                       FUNCTION NUMVAL(WS-EXPIRY-RAW)
               END-IF
           END-IF.

      *****************************************************************
      * A missing pending file is a valid first-ever run. A file     *
      * larger than the table stops the job before anything is       *
      * taken in - rewriting a truncated file would silently drop    *
      * pending work.                                                *
      *****************************************************************
       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-PENDING-AT-END
                   READ PENDING-FILE INTO PENDING-RECORD
                       AT END
                           MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           PERFORM LOAD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       LOAD-PENDING-ENTRY.
           IF WS-PND-COUNT >= 5000
               DISPLAY 'MAINT-APPROVAL: PENDING FILE EXCEEDS TABLE '
                   'CAPACITY - RUN ABORTED, NOTHING TAKEN IN'
               CLOSE PENDING-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE SPACES TO WS-ROW-SUBMITTED-TEXT WS-ROW-DECIDED-TEXT
           MOVE SPACES TO WS-PND-TRANS(WS-PND-COUNT)
           MOVE 1 TO WS-ROW-PTR
           UNSTRING PENDING-RECORD DELIMITED BY '|'
               INTO WS-PND-ID(WS-PND-COUNT)
                    WS-PND-TARGET(WS-PND-COUNT)
                    WS-PND-STATUS(WS-PND-COUNT)
                    WS-ROW-SUBMITTED-TEXT
                    WS-PND-MAKER(WS-PND-COUNT)
                    WS-PND-CHECKER(WS-PND-COUNT)
                    WS-ROW-DECIDED-TEXT
                    WS-PND-NOTE(WS-PND-COUNT)
               WITH POINTER WS-ROW-PTR
           END-UNSTRING
           IF WS-ROW-PTR <= 320
               MOVE PENDING-RECORD(WS-ROW-PTR:)
                   TO WS-PND-TRANS(WS-PND-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ROW-SUBMITTED-TEXT) = 0
               COMPUTE WS-PND-SUBMITTED(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-ROW-SUBMITTED-TEXT)
           ELSE
               MOVE 0 TO WS-PND-SUBMITTED(WS-PND-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ROW-DECIDED-TEXT) = 0
               COMPUTE WS-PND-DECIDED(WS-PND-COUNT) =
                   FUNCTION NUMVAL(WS-ROW-DECIDED-TEXT)
           ELSE
               MOVE 0 TO WS-PND-DECIDED(WS-PND-COUNT)
           END-IF

      *    Today's ids continue from the highest sequence already
      *    issued today.
           IF WS-PND-ID(WS-PND-COUNT)(1:8) = WS-RUN-DATE
              AND WS-PND-ID(WS-PND-COUNT)(10:4) IS NUMERIC
               MOVE WS-PND-ID(WS-PND-COUNT)(10:4) TO WS-SEQ-TEXT
               IF WS-SEQ-TEXT > WS-NEXT-SEQ
                   MOVE WS-SEQ-TEXT TO WS-NEXT-SEQ
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

       INTAKE-LOAN-SUBMISSIONS.
           MOVE 'N' TO WS-SUBMIT-EOF
           OPEN INPUT LOAN-SUBMIT-FILE
           IF WS-LOAN-SUBMIT-STATUS = '00'
               PERFORM UNTIL WS-SUBMIT-AT-END
                   READ LOAN-SUBMIT-FILE INTO LOAN-SUBMIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SUBMIT-EOF
                       NOT AT END
                           MOVE 'LOAN' TO WS-SUB-TARGET
                           MOVE LOAN-SUBMIT-RECORD TO WS-SUB-TEXT
                           PERFORM TAKE-IN-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE LOAN-SUBMIT-FILE
           END-IF.

       INTAKE-RATE-SUBMISSIONS.
           MOVE 'N' TO WS-SUBMIT-EOF
           OPEN INPUT RATE-SUBMIT-FILE
           IF WS-RATE-SUBMIT-STATUS = '00'
               PERFORM UNTIL WS-SUBMIT-AT-END
                   READ RATE-SUBMIT-FILE INTO RATE-SUBMIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SUBMIT-EOF
                       NOT AT END
                           MOVE 'RATE' TO WS-SUB-TARGET
                           MOVE RATE-SUBMIT-RECORD TO WS-SUB-TEXT
                           PERFORM TAKE-IN-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE RATE-SUBMIT-FILE
           END-IF.

       INTAKE-LOSS-SUBMISSIONS.
           MOVE 'N' TO WS-SUBMIT-EOF
           OPEN INPUT LOSS-SUBMIT-FILE
           IF WS-LOSS-SUBMIT-STATUS = '00'
               PERFORM UNTIL WS-SUBMIT-AT-END
                   READ LOSS-SUBMIT-FILE INTO LOSS-SUBMIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SUBMIT-EOF
                       NOT AT END
                           MOVE 'LOSS' TO WS-SUB-TARGET
                           MOVE LOSS-SUBMIT-RECORD TO WS-SUB-TEXT
                           PERFORM TAKE-IN-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE LOSS-SUBMIT-FILE
           END-IF.

       INTAKE-INDEX-SUBMISSIONS.
           MOVE 'N' TO WS-SUBMIT-EOF
           OPEN INPUT INDEX-SUBMIT-FILE
           IF WS-INDEX-SUBMIT-STATUS = '00'
               PERFORM UNTIL WS-SUBMIT-AT-END
                   READ INDEX-SUBMIT-FILE INTO INDEX-SUBMIT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SUBMIT-EOF
                       NOT AT END
                           MOVE 'INDX' TO WS-SUB-TARGET
                           MOVE INDEX-SUBMIT-RECORD TO WS-SUB-TEXT
                           PERFORM TAKE-IN-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE INDEX-SUBMIT-FILE
           END-IF.

      *****************************************************************
      * The maker is the user id the row already carries - where it  *
      * sits depends on the layout: field 6 of a rate row; field 5   *
      * of a loss-rate or index-rate row; on a loan row field 4 for  *
      * ESCROW, field 3 for the short status actions                 *
      * (NONACC/CHGOFF/ACCRUE/PAYOFF), field 10 for ARM, field 6 for *
      * RESET and field 8 for ADD/CHANGE/INACT.                      *
      * The content is not validated here - the maintenance program  *
      * still does that when the approved row reaches it.            *
      *****************************************************************
       TAKE-IN-SUBMISSION.
           IF WS-SUB-TEXT NOT = SPACES
               PERFORM CHECK-DUPLICATE-SUBMISSION
               IF WS-DUPLICATE = 'Y'
                   ADD 1 TO WS-DUPLICATES-SKIPPED
               ELSE
                   PERFORM FIND-SUBMISSION-MAKER
                   PERFORM ADD-PENDING-ENTRY
               END-IF
           END-IF.

       CHECK-DUPLICATE-SUBMISSION.
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-DUPLICATE = 'Y'
               IF WS-PND-SUBMITTED(WS-PND-IDX) = WS-RUN-DATE
                  AND WS-PND-TARGET(WS-PND-IDX) = WS-SUB-TARGET
                  AND WS-PND-TRANS(WS-PND-IDX) = WS-SUB-TEXT
                   MOVE 'Y' TO WS-DUPLICATE
               END-IF
           END-PERFORM.

       FIND-SUBMISSION-MAKER.
           MOVE SPACES TO WS-SUB-FIELDS WS-SUB-MAKER
           UNSTRING WS-SUB-TEXT DELIMITED BY '|'
               INTO WS-SUB-FIELD(1) WS-SUB-FIELD(2) WS-SUB-FIELD(3)
                    WS-SUB-FIELD(4) WS-SUB-FIELD(5) WS-SUB-FIELD(6)
                    WS-SUB-FIELD(7) WS-SUB-FIELD(8) WS-SUB-FIELD(9)
                    WS-SUB-FIELD(10)
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-SUB-TARGET = 'RATE'
                   MOVE WS-SUB-FIELD(6) TO WS-SUB-MAKER
               WHEN WS-SUB-TARGET = 'LOSS'
                 OR WS-SUB-TARGET = 'INDX'
                   MOVE WS-SUB-FIELD(5) TO WS-SUB-MAKER
               WHEN WS-SUB-FIELD(1) = 'ARM'
                   MOVE WS-SUB-FIELD(10) TO WS-SUB-MAKER
               WHEN WS-SUB-FIELD(1) = 'RESET'
                   MOVE WS-SUB-FIELD(6) TO WS-SUB-MAKER
               WHEN WS-SUB-FIELD(1) = 'ESCROW'
                   MOVE WS-SUB-FIELD(4) TO WS-SUB-MAKER
               WHEN WS-SUB-FIELD(1) = 'NONACC'
                 OR WS-SUB-FIELD(1) = 'CHGOFF'
                 OR WS-SUB-FIELD(1) = 'ACCRUE'
                 OR WS-SUB-FIELD(1) = 'PAYOFF'
                   MOVE WS-SUB-FIELD(3) TO WS-SUB-MAKER
               WHEN OTHER
                   MOVE WS-SUB-FIELD(8) TO WS-SUB-MAKER
           END-EVALUATE.

       ADD-PENDING-ENTRY.
           IF WS-PND-COUNT >= 5000 OR WS-NEXT-SEQ >= 9999
               DISPLAY 'MAINT-APPROVAL: PENDING TABLE FULL - RUN '
                   'ABORTED, NOTHING TAKEN IN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-COUNT
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO WS-SEQ-TEXT
           MOVE SPACES TO WS-PND-ID(WS-PND-COUNT)
           STRING WS-RUN-DATE '-' WS-SEQ-TEXT
               DELIMITED BY SIZE INTO WS-PND-ID(WS-PND-COUNT)
           MOVE WS-SUB-TARGET TO WS-PND-TARGET(WS-PND-COUNT)
           MOVE WS-RUN-DATE TO WS-PND-SUBMITTED(WS-PND-COUNT)
           MOVE WS-SUB-MAKER TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE SPACES TO WS-PND-CHECKER(WS-PND-COUNT)
           MOVE SPACES TO WS-PND-NOTE(WS-PND-COUNT)
           MOVE WS-SUB-TEXT TO WS-PND-TRANS(WS-PND-COUNT)
           ADD 1 TO WS-INTAKE-COUNT

           MOVE WS-SUB-MAKER TO WS-AUD-USER
           MOVE 'SUBMIT' TO WS-AUD-ACTION
           MOVE WS-PND-ID(WS-PND-COUNT) TO WS-AUD-KEY
           IF WS-SUB-MAKER = SPACES
               MOVE 'REJECTED' TO WS-PND-STATUS(WS-PND-COUNT)
               MOVE WS-RUN-DATE TO WS-PND-DECIDED(WS-PND-COUNT)
               MOVE 'NO MAKER USER ID' TO WS-PND-NOTE(WS-PND-COUNT)
               ADD 1 TO WS-INTAKE-REJECTED
               ADD 1 TO WS-REJECTED-TODAY
               MOVE 'REJECTED' TO WS-AUD-RESULT
           ELSE
               MOVE 'PENDING' TO WS-PND-STATUS(WS-PND-COUNT)
               MOVE 0 TO WS-PND-DECIDED(WS-PND-COUNT)
               MOVE 'PENDING' TO WS-AUD-RESULT
           END-IF
           MOVE SPACES TO WS-AUD-DETAIL
           STRING WS-SUB-TARGET ' '
                  WS-PND-TRANS(WS-PND-COUNT)(1:100)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           PERFORM WRITE-AUDIT-RECORD.

      *****************************************************************
      * A checker decision applies only to a PENDING entry and only  *
      * from a user id other than the maker's - the whole point of   *
      * the control. Refused decisions are audited like applied ones *
      * and leave the entry as it was.                               *
      *****************************************************************
       APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DECISION-EOF
           END-IF
           PERFORM UNTIL WS-DECISION-AT-END
               READ DECISION-FILE INTO DECISION-RECORD
                   AT END
                       MOVE 'Y' TO WS-DECISION-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           IF WS-DECISION-FILE-STATUS NOT = '35'
               CLOSE DECISION-FILE
           END-IF.

       APPLY-ONE-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           MOVE SPACES TO WS-DEC-ACTION WS-DEC-PENDING-ID
           MOVE SPACES TO WS-DEC-CHECKER WS-DEC-NOTE
           UNSTRING DECISION-RECORD DELIMITED BY '|'
               INTO WS-DEC-ACTION WS-DEC-PENDING-ID
                    WS-DEC-CHECKER WS-DEC-NOTE
           END-UNSTRING

           MOVE 0 TO WS-PND-SLOT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-SLOT > 0
               IF WS-PND-ID(WS-PND-IDX) = WS-DEC-PENDING-ID
                   MOVE WS-PND-IDX TO WS-PND-SLOT
               END-IF
           END-PERFORM

           MOVE WS-DEC-CHECKER TO WS-AUD-USER
           MOVE WS-DEC-ACTION TO WS-AUD-ACTION
           MOVE WS-DEC-PENDING-ID TO WS-AUD-KEY
           MOVE 'REJECTED' TO WS-AUD-RESULT
           MOVE SPACES TO WS-AUD-DETAIL
           EVALUATE TRUE
               WHEN WS-DEC-ACTION NOT = 'APPROVE'
                AND WS-DEC-ACTION NOT = 'REJECT'
                   MOVE 'UNKNOWN ACTION' TO WS-AUD-DETAIL
               WHEN WS-PND-SLOT = 0
                   MOVE 'NOT ON PENDING FILE' TO WS-AUD-DETAIL
               WHEN WS-PND-STATUS(WS-PND-SLOT) NOT = 'PENDING'
                   STRING 'NOT PENDING - STATUS '
                          WS-PND-STATUS(WS-PND-SLOT)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
               WHEN WS-DEC-CHECKER = SPACES
                   MOVE 'CHECKER USER ID MISSING' TO WS-AUD-DETAIL
               WHEN WS-DEC-CHECKER = WS-PND-MAKER(WS-PND-SLOT)
                   MOVE 'CHECKER IS THE MAKER' TO WS-AUD-DETAIL
               WHEN OTHER
                   MOVE 'APPLIED' TO WS-AUD-RESULT
                   MOVE WS-DEC-CHECKER TO WS-PND-CHECKER(WS-PND-SLOT)
                   MOVE WS-RUN-DATE TO WS-PND-DECIDED(WS-PND-SLOT)
                   MOVE WS-DEC-NOTE TO WS-PND-NOTE(WS-PND-SLOT)
                   IF WS-DEC-ACTION = 'APPROVE'
                       MOVE 'APPROVED' TO WS-PND-STATUS(WS-PND-SLOT)
                       ADD 1 TO WS-APPROVED-TODAY
                   ELSE
                       MOVE 'REJECTED' TO WS-PND-STATUS(WS-PND-SLOT)
                       ADD 1 TO WS-REJECTED-TODAY
                   END-IF
                   STRING 'MAKER=' WS-PND-MAKER(WS-PND-SLOT)
                          ' ' WS-PND-TARGET(WS-PND-SLOT)
                          ' ' WS-PND-TRANS(WS-PND-SLOT)(1:80)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-EVALUATE
           IF WS-AUD-RESULT = 'REJECTED'
               ADD 1 TO WS-DECISIONS-REFUSED
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       EXPIRE-STALE-ENTRIES.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-IDX) = 'PENDING'
                   PERFORM COMPUTE-ENTRY-AGE
                   IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                       MOVE 'EXPIRED' TO WS-PND-STATUS(WS-PND-IDX)
                       MOVE WS-RUN-DATE TO WS-PND-DECIDED(WS-PND-IDX)
                       MOVE 'NOT APPROVED IN TIME'
                           TO WS-PND-NOTE(WS-PND-IDX)
                       ADD 1 TO WS-EXPIRED-TODAY
                       MOVE WS-PND-MAKER(WS-PND-IDX) TO WS-AUD-USER
                       MOVE 'EXPIRE' TO WS-AUD-ACTION
                       MOVE WS-PND-ID(WS-PND-IDX) TO WS-AUD-KEY
                       MOVE 'APPLIED' TO WS-AUD-RESULT
                       MOVE SPACES TO WS-AUD-DETAIL
                       STRING 'UNAPPROVED AFTER ' WS-EXPIRY-DAYS
                              ' DAYS'
                           DELIMITED BY SIZE INTO WS-AUD-DETAIL
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       ADD 1 TO WS-STILL-PENDING
                   END-IF
               END-IF
           END-PERFORM.

      *    Age in days since intake of entry WS-PND-IDX; an entry
      *    with an unreadable intake date counts as brand new.
       COMPUTE-ENTRY-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-PND-SUBMITTED(WS-PND-IDX) > 0
               COMPUTE WS-ENTRY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-PND-SUBMITTED(WS-PND-IDX))
               IF WS-ENTRY-DAY-NUM > 0
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DAY-NUM - WS-ENTRY-DAY-NUM
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-AUD-USER
                  '|' WS-AUD-ACTION
                  '|' WS-AUD-KEY
                  '|' WS-AUD-RESULT
                  '|' WS-AUD-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *****************************************************************
      * Release rows carry both user ids ahead of the transaction as *
      * keyed, so the maintenance programs can record the maker and  *
      * the checker on their own audit logs.                         *
      *****************************************************************
       WRITE-RELEASE-FILES.
           OPEN OUTPUT LOAN-RELEASE-FILE
           OPEN OUTPUT RATE-RELEASE-FILE
           OPEN OUTPUT LOSS-RELEASE-FILE
           OPEN OUTPUT INDEX-RELEASE-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-IDX) = 'APPROVED'
                  AND WS-PND-DECIDED(WS-PND-IDX) = WS-RUN-DATE
                   EVALUATE WS-PND-TARGET(WS-PND-IDX)
                       WHEN 'RATE'
                           MOVE SPACES TO RATE-RELEASE-RECORD
                           STRING WS-PND-ID(WS-PND-IDX)
                                  '|' WS-PND-MAKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-CHECKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-TRANS(WS-PND-IDX)
                                      DELIMITED BY SIZE
                               INTO RATE-RELEASE-RECORD
                           WRITE RATE-RELEASE-RECORD
                           ADD 1 TO WS-RATE-RELEASED
                       WHEN 'LOSS'
                           MOVE SPACES TO LOSS-RELEASE-RECORD
                           STRING WS-PND-ID(WS-PND-IDX)
                                  '|' WS-PND-MAKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-CHECKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-TRANS(WS-PND-IDX)
                                      DELIMITED BY SIZE
                               INTO LOSS-RELEASE-RECORD
                           WRITE LOSS-RELEASE-RECORD
                           ADD 1 TO WS-LOSS-RELEASED
                       WHEN 'INDX'
                           MOVE SPACES TO INDEX-RELEASE-RECORD
                           STRING WS-PND-ID(WS-PND-IDX)
                                  '|' WS-PND-MAKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-CHECKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-TRANS(WS-PND-IDX)
                                      DELIMITED BY SIZE
                               INTO INDEX-RELEASE-RECORD
                           WRITE INDEX-RELEASE-RECORD
                           ADD 1 TO WS-INDEX-RELEASED
                       WHEN OTHER
                           MOVE SPACES TO LOAN-RELEASE-RECORD
                           STRING WS-PND-ID(WS-PND-IDX)
                                  '|' WS-PND-MAKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-CHECKER(WS-PND-IDX)
                                      DELIMITED BY SPACE
                                  '|' WS-PND-TRANS(WS-PND-IDX)
                                      DELIMITED BY SIZE
                               INTO LOAN-RELEASE-RECORD
                           WRITE LOAN-RELEASE-RECORD
                           ADD 1 TO WS-LOAN-RELEASED
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LOAN-RELEASE-FILE
           CLOSE RATE-RELEASE-FILE
           CLOSE LOSS-RELEASE-FILE
           CLOSE INDEX-RELEASE-FILE.

      *    Nothing is released on a night the decisions were not
      *    committed - they would stay PENDING and go out again.
       EMPTY-RELEASE-FILES.
           OPEN OUTPUT LOAN-RELEASE-FILE
           CLOSE LOAN-RELEASE-FILE
           OPEN OUTPUT RATE-RELEASE-FILE
           CLOSE RATE-RELEASE-FILE
           OPEN OUTPUT LOSS-RELEASE-FILE
           CLOSE LOSS-RELEASE-FILE
           OPEN OUTPUT INDEX-RELEASE-FILE
           CLOSE INDEX-RELEASE-FILE.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live file. Decided entries past the retention window are     *
      * left out (the audit log keeps them).                         *
      *****************************************************************
       REWRITE-PENDING-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'maint-approval-pending.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-PND-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               MOVE 0 TO WS-AGE-DAYS
               IF WS-PND-STATUS(WS-PND-IDX) NOT = 'PENDING'
                  AND WS-PND-DECIDED(WS-PND-IDX) > 0
                   COMPUTE WS-ENTRY-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                       WS-PND-DECIDED(WS-PND-IDX))
                   IF WS-ENTRY-DAY-NUM > 0
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-DAY-NUM - WS-ENTRY-DAY-NUM
                   END-IF
               END-IF
               IF WS-AGE-DAYS <= WS-RETAIN-DAYS
                   MOVE SPACES TO GEN-OUT-RECORD
                   STRING WS-PND-ID(WS-PND-IDX)
                          '|' WS-PND-TARGET(WS-PND-IDX)
                          '|' FUNCTION TRIM(WS-PND-STATUS(WS-PND-IDX))
                          '|' WS-PND-SUBMITTED(WS-PND-IDX)
                          '|' FUNCTION TRIM(WS-PND-MAKER(WS-PND-IDX))
                          '|' FUNCTION TRIM(WS-PND-CHECKER(WS-PND-IDX))
                          '|' WS-PND-DECIDED(WS-PND-IDX)
                          '|' FUNCTION TRIM(WS-PND-NOTE(WS-PND-IDX))
                          '|' WS-PND-TRANS(WS-PND-IDX)
                       DELIMITED BY SIZE INTO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-PND-KEPT
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-PND-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'MAINT-APPROVAL: PENDING FILE REWRITE NOT '
                   'COMMITTED - SUBMISSIONS LEFT IN PLACE'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-COMMITTED
           END-IF.

      *    Every submitted row and every decision is now on the
      *    committed pending file.
       CLEAR-SUBMISSION-FILES.
           OPEN OUTPUT LOAN-SUBMIT-FILE
           CLOSE LOAN-SUBMIT-FILE
           OPEN OUTPUT RATE-SUBMIT-FILE
           CLOSE RATE-SUBMIT-FILE
           OPEN OUTPUT LOSS-SUBMIT-FILE
           CLOSE LOSS-SUBMIT-FILE
           OPEN OUTPUT INDEX-SUBMIT-FILE
           CLOSE INDEX-SUBMIT-FILE
           OPEN OUTPUT DECISION-FILE
           CLOSE DECISION-FILE.

      *****************************************************************
      * Daily report: what still waits for a checker (with its age   *
      * and the date it will expire), then what was approved,        *
      * rejected and expired today.                                  *
      *****************************************************************
       WRITE-APPROVAL-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'MAINTENANCE APPROVAL REPORT - RUN DATE '
                  WS-RUN-DATE
                  '  EXPIRY ' WS-EXPIRY-DAYS ' DAYS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'PENDING' TO WS-REPORT-STATUS
           PERFORM WRITE-REPORT-SECTION
           MOVE 'APPROVED' TO WS-REPORT-STATUS
           PERFORM WRITE-REPORT-SECTION
           MOVE 'REJECTED' TO WS-REPORT-STATUS
           PERFORM WRITE-REPORT-SECTION
           MOVE 'EXPIRED' TO WS-REPORT-STATUS
           PERFORM WRITE-REPORT-SECTION

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TAKEN IN ' WS-INTAKE-COUNT
                  '  APPROVED ' WS-APPROVED-TODAY
                  '  REJECTED ' WS-REJECTED-TODAY
                  '  EXPIRED ' WS-EXPIRED-TODAY
                  '  STILL PENDING ' WS-STILL-PENDING
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RELEASED LOAN ' WS-LOAN-RELEASED
                  '  RATE ' WS-RATE-RELEASED
                  '  LOSS ' WS-LOSS-RELEASED
                  '  INDEX ' WS-INDEX-RELEASED
                  '  DECISIONS REFUSED ' WS-DECISIONS-REFUSED
                  '  DUPLICATES SKIPPED ' WS-DUPLICATES-SKIPPED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *    Pending entries are listed whatever their age; the other
      *    statuses only when decided today.
       WRITE-REPORT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-REPORT-STATUS = 'PENDING'
               MOVE 'PENDING APPROVAL' TO REPORT-RECORD
           ELSE
               STRING FUNCTION TRIM(WS-REPORT-STATUS) ' TODAY'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-IDX) = WS-REPORT-STATUS
                  AND (WS-REPORT-STATUS = 'PENDING'
                       OR WS-PND-DECIDED(WS-PND-IDX) = WS-RUN-DATE)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD
           IF WS-REPORT-STATUS = 'PENDING'
               PERFORM COMPUTE-ENTRY-AGE
               MOVE WS-AGE-DAYS TO WS-AGE-D
               MOVE 0 TO WS-EXPIRES-ON
               IF WS-PND-SUBMITTED(WS-PND-IDX) > 0
                   COMPUTE WS-EXPIRES-ON = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           WS-PND-SUBMITTED(WS-PND-IDX))
                       + WS-EXPIRY-DAYS + 1)
               END-IF
               STRING '  ' WS-PND-ID(WS-PND-IDX)
                      ' ' WS-PND-TARGET(WS-PND-IDX)
                      ' MAKER=' WS-PND-MAKER(WS-PND-IDX)
                      ' AGE=' WS-AGE-D
                      ' EXPIRES=' WS-EXPIRES-ON
                      ' ' WS-PND-TRANS(WS-PND-IDX)(1:60)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING '  ' WS-PND-ID(WS-PND-IDX)
                      ' ' WS-PND-TARGET(WS-PND-IDX)
                      ' MAKER=' WS-PND-MAKER(WS-PND-IDX)
                      ' CHECKER=' WS-PND-CHECKER(WS-PND-IDX)
                      ' ' WS-PND-TRANS(WS-PND-IDX)(1:50)
                      ' ' WS-PND-NOTE(WS-PND-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.
