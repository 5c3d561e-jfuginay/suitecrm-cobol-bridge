       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRM-CHANGE-FEED.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Nightly change-data feed back to SuiteCRM. The CRM used to   *
      * learn nothing from the batch - reps called borrowers without *
      * knowing the loan had gone delinquent, a referral had been    *
      * decided or a payment had bounced. This run sends the CRM     *
      * only what changed since the values it was last sent.         *
      *                                                               *
      * Runs last in the nightly schedule, after LOAN-MASTER-MAINT,  *
      * PAYMENT-POSTING, COLLECTIONS-WORK-QUEUE and REFERRAL-QUEUE.  *
      *                                                               *
      * What is compared, per loan (CRM key = the loan's borrower,   *
      * the applicant id the loan was boarded for):                  *
      *   status             loan-master.dat                         *
      *   principal_balance  loan-balance.dat (the master principal  *
      *   paid_thru_date      while the loan has no balance row)     *
      *   bucket             collections-queue-master.dat (CURRENT   *
      *   broken_promise      when the loan is off the queue; Y when *
      *                       its promise to pay is BROKEN)          *
      * and per decided referral (CRM key = applicant id):           *
      *   status|decision|reason|decision_date                       *
      *                       referral-queue-master.dat              *
      * The values last sent are kept in crm-feed-state.dat          *
      * (SEQ|last_seq control row, then entity|key|crm_key|values),  *
      * so the first run sends everything once as the initial load.  *
      *                                                               *
      * Outbound file crm-change-feed.dat:                           *
      *   HEADER|run_date|watermark|first_seq|last_seq|rows          *
      *   seq|watermark|LOAN|loan_id|crm_key|run_date|status|        *
      *     principal_balance|paid_thru_date|bucket|broken_promise   *
      *   seq|watermark|REFERRAL|applicant_id|crm_key|run_date|      *
      *     status|decision|reason|decision_date                     *
      *   TRAILER|rows                                               *
      * Sequence numbers rise by one per change, across runs, and    *
      * are never reused. The CRM loader records the highest         *
      * sequence it has applied in crm-feed-ack.dat                  *
      * (last_applied_seq|date); that is the watermark. Every row    *
      * above it is kept in crm-feed-pending.dat and sent again,     *
      * under its original sequence number, until it is              *
      * acknowledged - a failed or lost send is simply replayed by   *
      * the next feed, and the loader skips any row at or below its  *
      * own watermark, so nothing is applied twice.                  *
      *                                                               *
      * Both files are rewritten through MASTER-GENERATIONS, the     *
      * pending rows first; if that commit fails the state is not    *
      * committed either, so tonight's changes are found again on    *
      * the next run. crm-change-feed.dat is written only once both  *
      * have committed. Should the state commit fail behind a        *
      * committed pending file, the next run numbers on from the     *
      * higher of the state's SEQ row and the highest pending        *
      * sequence, so no number is issued twice - the changes found   *
      * again go out under new numbers, and as they carry the same   *
      * values the second application changes nothing in the CRM.    *
      * Condition code 12 when a commit fails, or when a table       *
      * overflows; 4 when the acknowledgement is ahead of anything   *
      * ever sent (it is ignored).                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'loan-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO
               'collections-queue-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO 'referral-queue-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.
           SELECT STATE-FILE ASSIGN TO 'crm-feed-state.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'crm-feed-pending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO 'crm-feed-ack.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO 'crm-change-feed.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD PIC X(150).

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD PIC X(150).

       FD  STATE-FILE.
       01  STATE-RECORD PIC X(200).

       FD  PENDING-FILE.
       01  PENDING-RECORD PIC X(220).

       FD  ACK-FILE.
       01  ACK-RECORD PIC X(40).

       FD  FEED-FILE.
       01  FEED-RECORD PIC X(240).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-COLLECTIONS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-REFERRAL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-STATE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACK-FILE-STATUS      PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * Tonight's loan values, assembled from the four sources.
       01  WS-LOAN-TABLE.
           05  WS-LN-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-LN OCCURS 5000 TIMES.
               10  WS-LN-ID         PIC X(10).
               10  WS-LN-CRM-KEY    PIC X(30).
               10  WS-LN-STATUS     PIC X(1).
               10  WS-LN-PRINCIPAL  PIC X(13).
               10  WS-LN-PAID-THRU  PIC X(8).
               10  WS-LN-BUCKET     PIC X(8).
               10  WS-LN-BROKEN     PIC X(1).
       01  WS-LN-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-LN-SLOT              PIC 9(5) COMP-3 VALUE 0.

      * Values last sent, one entry per entity.
       01  WS-STATE-TABLE.
           05  WS-ST-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-ST OCCURS 8000 TIMES.
               10  WS-ST-ENTITY     PIC X(8).
               10  WS-ST-KEY        PIC X(10).
               10  WS-ST-CRM-KEY    PIC X(30).
               10  WS-ST-VALUES     PIC X(120).
               10  WS-ST-SEEN       PIC X(1).
       01  WS-ST-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-ST-SLOT              PIC 9(5) COMP-3 VALUE 0.

      * Rows issued and not yet acknowledged, in sequence order.
       01  WS-PENDING-TABLE.
           05  WS-PD-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-PD OCCURS 10000 TIMES.
               10  WS-PD-SEQ        PIC 9(9).
               10  WS-PD-BODY       PIC X(200).
       01  WS-PD-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-PD-KEPT              PIC 9(5) COMP-3 VALUE 0.

       01  WS-LAST-SEQ             PIC 9(9) VALUE 0.
       01  WS-ACK-SEQ              PIC 9(9) VALUE 0.
       01  WS-FIRST-NEW-SEQ        PIC 9(9) VALUE 0.
       01  WS-ACK-AHEAD            PIC X VALUE 'N'.

      * Parse and comparison work.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(50) OCCURS 9 TIMES.
       01  WS-PARSE-PTR            PIC 9(3) VALUE 0.
       01  WS-PARSE-AMOUNT         PIC 9(12)V99 COMP-3.
       01  WS-AMOUNT-D             PIC 9(10).99.
       01  WS-CUR-ENTITY           PIC X(8).
       01  WS-CUR-KEY              PIC X(10).
       01  WS-CUR-CRM-KEY          PIC X(30).
       01  WS-CUR-VALUES           PIC X(120).

       01  WS-LOAN-CHANGES         PIC 9(6) VALUE 0.
       01  WS-REFERRAL-CHANGES     PIC 9(6) VALUE 0.
       01  WS-REPLAYED             PIC 9(6) VALUE 0.
       01  WS-KEPT                 PIC 9(8) VALUE 0.
       01  WS-SEQ-D                PIC 9(9).
       01  WS-ACK-D                PIC 9(9).
       01  WS-ROWS-D               PIC 9(6).

       01  WS-RUN-DATE             PIC 9(8).

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

           PERFORM LOAD-FEED-STATE
           PERFORM LOAD-PENDING-ROWS
           PERFORM READ-ACKNOWLEDGEMENT
           PERFORM DROP-ACKNOWLEDGED-ROWS
           COMPUTE WS-FIRST-NEW-SEQ = WS-LAST-SEQ + 1

           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-LOAN-BALANCES
           PERFORM LOAD-COLLECTIONS-QUEUE
           PERFORM COMPARE-LOANS
           PERFORM COMPARE-REFERRALS

           PERFORM REWRITE-PENDING-ROWS
           IF WS-GEN-STATUS = 'G'
               PERFORM REWRITE-FEED-STATE
           END-IF
           IF WS-GEN-STATUS = 'G'
               PERFORM WRITE-CHANGE-FEED
           ELSE
               DISPLAY 'CRM-CHANGE-FEED: NO FEED WRITTEN TONIGHT'
           END-IF

           DISPLAY 'CRM-CHANGE-FEED: LOAN CHANGES=' WS-LOAN-CHANGES
               ' REFERRAL CHANGES=' WS-REFERRAL-CHANGES
               ' REPLAYED=' WS-REPLAYED
               ' WATERMARK=' WS-ACK-SEQ
               ' LAST SEQ=' WS-LAST-SEQ

           IF RETURN-CODE = 0 AND WS-ACK-AHEAD = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing state file is the first run: everything on file    *
      * tonight goes to the CRM as the initial load.                 *
      *****************************************************************
       LOAD-FEED-STATE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ STATE-FILE INTO STATE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-STATE-ROW
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       LOAD-STATE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING STATE-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3)
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           IF WS-PARSE-FIELD(1) = 'SEQ'
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
                   COMPUTE WS-LAST-SEQ =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               END-IF
           ELSE
               IF WS-ST-COUNT >= 8000
                   DISPLAY 'CRM-CHANGE-FEED: STATE FILE EXCEEDS '
                       'TABLE CAPACITY - RUN ABORTED'
                   CLOSE STATE-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-ST-ENTITY(WS-ST-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-ST-KEY(WS-ST-COUNT)
               MOVE WS-PARSE-FIELD(3) TO WS-ST-CRM-KEY(WS-ST-COUNT)
               MOVE SPACES TO WS-ST-VALUES(WS-ST-COUNT)
               IF WS-PARSE-PTR <= 200
                   MOVE STATE-RECORD(WS-PARSE-PTR:)
                       TO WS-ST-VALUES(WS-ST-COUNT)
               END-IF
               MOVE 'N' TO WS-ST-SEEN(WS-ST-COUNT)
           END-IF.

      *    The loader's acknowledgement; none yet means nothing has
      *    been applied, so every pending row is sent.
       READ-ACKNOWLEDGEMENT.
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS = '00'
               READ ACK-FILE INTO ACK-RECORD
                   NOT AT END
                       MOVE SPACES TO WS-PARSE-FIELDS
                       UNSTRING ACK-RECORD DELIMITED BY '|'
                           INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(1)) = 0
                           COMPUTE WS-ACK-SEQ =
                               FUNCTION NUMVAL(WS-PARSE-FIELD(1))
                       END-IF
               END-READ
               CLOSE ACK-FILE
           END-IF
           IF WS-ACK-SEQ > WS-LAST-SEQ
               DISPLAY 'CRM-CHANGE-FEED: ACKNOWLEDGED SEQUENCE '
                   WS-ACK-SEQ ' IS AHEAD OF THE LAST ISSUED '
                   WS-LAST-SEQ ' - IGNORED'
               MOVE 'Y' TO WS-ACK-AHEAD
               MOVE 0 TO WS-ACK-SEQ
           END-IF.

      *    Every row still on file is loaded - the highest sequence
      *    issued may be one the state never recorded - and the
      *    acknowledged ones are dropped once the watermark is known.
       LOAD-PENDING-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ PENDING-FILE INTO PENDING-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-PENDING-ROW
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       LOAD-PENDING-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING PENDING-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1)
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(1)) = 0
               PERFORM CHECK-PENDING-ROOM
               ADD 1 TO WS-PD-COUNT
               COMPUTE WS-PD-SEQ(WS-PD-COUNT) =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(1))
               MOVE SPACES TO WS-PD-BODY(WS-PD-COUNT)
               IF WS-PARSE-PTR <= 220
                   MOVE PENDING-RECORD(WS-PARSE-PTR:)
                       TO WS-PD-BODY(WS-PD-COUNT)
               END-IF
               IF WS-PD-SEQ(WS-PD-COUNT) > WS-LAST-SEQ
                   MOVE WS-PD-SEQ(WS-PD-COUNT) TO WS-LAST-SEQ
               END-IF
           END-IF.

      *    Rows at or below the watermark have been applied; the rest
      *    close up in sequence order and go out again.
       DROP-ACKNOWLEDGED-ROWS.
           MOVE 0 TO WS-PD-KEPT
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-SEQ(WS-PD-IDX) > WS-ACK-SEQ
                   ADD 1 TO WS-PD-KEPT
                   IF WS-PD-KEPT NOT = WS-PD-IDX
                       MOVE WS-PD(WS-PD-IDX) TO WS-PD(WS-PD-KEPT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PD-KEPT TO WS-PD-COUNT
           MOVE WS-PD-COUNT TO WS-REPLAYED.

       CHECK-PENDING-ROOM.
           IF WS-PD-COUNT >= 10000
               DISPLAY 'CRM-CHANGE-FEED: UNACKNOWLEDGED ROWS EXCEED '
                   'TABLE CAPACITY - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-LOAN-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ MASTER-FILE INTO MASTER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

       LOAD-MASTER-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING MASTER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               IF WS-LN-COUNT >= 5000
                   DISPLAY 'CRM-CHANGE-FEED: LOAN MASTER EXCEEDS '
                       'TABLE CAPACITY - RUN ABORTED'
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LN-COUNT
               MOVE WS-PARSE-FIELD(1) TO WS-LN-ID(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(2) TO WS-LN-CRM-KEY(WS-LN-COUNT)
               MOVE WS-PARSE-FIELD(7) TO WS-LN-STATUS(WS-LN-COUNT)
               IF WS-LN-STATUS(WS-LN-COUNT) = SPACE
                   MOVE 'A' TO WS-LN-STATUS(WS-LN-COUNT)
               END-IF
               MOVE 0 TO WS-PARSE-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
               MOVE WS-PARSE-AMOUNT TO WS-AMOUNT-D
               MOVE WS-AMOUNT-D TO WS-LN-PRINCIPAL(WS-LN-COUNT)
               MOVE ZEROS TO WS-LN-PAID-THRU(WS-LN-COUNT)
               MOVE 'CURRENT' TO WS-LN-BUCKET(WS-LN-COUNT)
               MOVE 'N' TO WS-LN-BROKEN(WS-LN-COUNT)
           END-IF.

       FIND-LOAN-SLOT.
           MOVE 0 TO WS-LN-SLOT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
                      OR WS-LN-SLOT > 0
               IF WS-LN-ID(WS-LN-IDX) = WS-CUR-KEY
                   MOVE WS-LN-IDX TO WS-LN-SLOT
               END-IF
           END-PERFORM.

       LOAD-LOAN-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ BALANCE-FILE INTO BALANCE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-BALANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-BALANCE-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING BALANCE-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-CUR-KEY
           PERFORM FIND-LOAN-SLOT
           IF WS-LN-SLOT > 0
               MOVE 0 TO WS-PARSE-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               END-IF
               MOVE WS-PARSE-AMOUNT TO WS-AMOUNT-D
               MOVE WS-AMOUNT-D TO WS-LN-PRINCIPAL(WS-LN-SLOT)
               MOVE WS-PARSE-FIELD(4) TO WS-LN-PAID-THRU(WS-LN-SLOT)
           END-IF.

       LOAD-COLLECTIONS-QUEUE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COLLECTIONS-FILE
           IF WS-COLLECTIONS-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ COLLECTIONS-FILE INTO COLLECTIONS-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-COLLECTIONS-ROW
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF.

      *    loan_id|bucket|action|collector|promise_date|
      *    promise_status|... - promise_status B is a broken promise.
       LOAD-COLLECTIONS-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING COLLECTIONS-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-CUR-KEY
           PERFORM FIND-LOAN-SLOT
           IF WS-LN-SLOT > 0 AND WS-PARSE-FIELD(2) NOT = SPACES
               MOVE WS-PARSE-FIELD(2) TO WS-LN-BUCKET(WS-LN-SLOT)
               IF WS-PARSE-FIELD(6) = 'B'
                   MOVE 'Y' TO WS-LN-BROKEN(WS-LN-SLOT)
               END-IF
           END-IF.

       COMPARE-LOANS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE 'LOAN' TO WS-CUR-ENTITY
               MOVE WS-LN-ID(WS-LN-IDX) TO WS-CUR-KEY
               MOVE WS-LN-CRM-KEY(WS-LN-IDX) TO WS-CUR-CRM-KEY
               MOVE SPACES TO WS-CUR-VALUES
               STRING WS-LN-STATUS(WS-LN-IDX)
                      '|' WS-LN-PRINCIPAL(WS-LN-IDX)
                      '|' WS-LN-PAID-THRU(WS-LN-IDX)
                      '|' FUNCTION TRIM(WS-LN-BUCKET(WS-LN-IDX))
                      '|' WS-LN-BROKEN(WS-LN-IDX)
                   DELIMITED BY SIZE INTO WS-CUR-VALUES
               PERFORM COMPARE-WITH-STATE
           END-PERFORM.

      *    applicant_id|first_seen|last_seen|status|decision|reason|
      *    user|decision_date - only decided referrals are sent.
       COMPARE-REFERRALS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ REFERRAL-FILE INTO REFERRAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COMPARE-REFERRAL-ROW
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.

       COMPARE-REFERRAL-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING REFERRAL-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
              AND WS-PARSE-FIELD(4) = 'DECIDED'
               MOVE 'REFERRAL' TO WS-CUR-ENTITY
               MOVE WS-PARSE-FIELD(1) TO WS-CUR-KEY
               MOVE WS-PARSE-FIELD(1) TO WS-CUR-CRM-KEY
               MOVE SPACES TO WS-CUR-VALUES
               STRING FUNCTION TRIM(WS-PARSE-FIELD(4))
                      '|' FUNCTION TRIM(WS-PARSE-FIELD(5))
                      '|' FUNCTION TRIM(WS-PARSE-FIELD(6))
                      '|' FUNCTION TRIM(WS-PARSE-FIELD(8))
                   DELIMITED BY SIZE INTO WS-CUR-VALUES
               PERFORM COMPARE-WITH-STATE
           END-IF.

      *****************************************************************
      * A new entity, or one whose values differ from those last     *
      * sent, gets the next sequence number and a pending row; the   *
      * state takes the new values.                                  *
      *****************************************************************
       COMPARE-WITH-STATE.
           MOVE 0 TO WS-ST-SLOT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-ST-SLOT > 0
               IF WS-ST-ENTITY(WS-ST-IDX) = WS-CUR-ENTITY
                  AND WS-ST-KEY(WS-ST-IDX) = WS-CUR-KEY
                   MOVE WS-ST-IDX TO WS-ST-SLOT
               END-IF
           END-PERFORM
           IF WS-ST-SLOT = 0
               IF WS-ST-COUNT >= 8000
                   DISPLAY 'CRM-CHANGE-FEED: STATE TABLE FULL - RUN '
                       'ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-SLOT
               MOVE WS-CUR-ENTITY TO WS-ST-ENTITY(WS-ST-SLOT)
               MOVE WS-CUR-KEY TO WS-ST-KEY(WS-ST-SLOT)
               MOVE SPACES TO WS-ST-VALUES(WS-ST-SLOT)
           END-IF
           MOVE 'Y' TO WS-ST-SEEN(WS-ST-SLOT)
           IF WS-ST-VALUES(WS-ST-SLOT) NOT = WS-CUR-VALUES
              OR WS-ST-CRM-KEY(WS-ST-SLOT) NOT = WS-CUR-CRM-KEY
               MOVE WS-CUR-VALUES TO WS-ST-VALUES(WS-ST-SLOT)
               MOVE WS-CUR-CRM-KEY TO WS-ST-CRM-KEY(WS-ST-SLOT)
               PERFORM CHECK-PENDING-ROOM
               ADD 1 TO WS-LAST-SEQ
               ADD 1 TO WS-PD-COUNT
               MOVE WS-LAST-SEQ TO WS-PD-SEQ(WS-PD-COUNT)
               MOVE SPACES TO WS-PD-BODY(WS-PD-COUNT)
               STRING FUNCTION TRIM(WS-CUR-ENTITY)
                      '|' FUNCTION TRIM(WS-CUR-KEY)
                      '|' FUNCTION TRIM(WS-CUR-CRM-KEY)
                      '|' WS-RUN-DATE
                      '|' WS-CUR-VALUES
                   DELIMITED BY SIZE INTO WS-PD-BODY(WS-PD-COUNT)
               IF WS-CUR-ENTITY = 'LOAN'
                   ADD 1 TO WS-LOAN-CHANGES
               ELSE
                   ADD 1 TO WS-REFERRAL-CHANGES
               END-IF
           END-IF.

      *****************************************************************
      * Every unacknowledged row, replayed and new, in sequence      *
      * order, each stamped with tonight's watermark.                *
      *****************************************************************
       WRITE-CHANGE-FEED.
           OPEN OUTPUT FEED-FILE
           MOVE WS-ACK-SEQ TO WS-ACK-D
           MOVE WS-PD-COUNT TO WS-ROWS-D
           MOVE SPACES TO FEED-RECORD
           IF WS-PD-COUNT > 0
               MOVE WS-PD-SEQ(1) TO WS-SEQ-D
           ELSE
               MOVE WS-FIRST-NEW-SEQ TO WS-SEQ-D
           END-IF
           STRING 'HEADER|' WS-RUN-DATE
                  '|' WS-ACK-D
                  '|' WS-SEQ-D
               DELIMITED BY SIZE INTO FEED-RECORD
           MOVE WS-LAST-SEQ TO WS-SEQ-D
           STRING FUNCTION TRIM(FEED-RECORD)
                  '|' WS-SEQ-D
                  '|' WS-ROWS-D
               DELIMITED BY SIZE INTO FEED-RECORD
           WRITE FEED-RECORD
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               MOVE WS-PD-SEQ(WS-PD-IDX) TO WS-SEQ-D
               MOVE SPACES TO FEED-RECORD
               STRING WS-SEQ-D
                      '|' WS-ACK-D
                      '|' WS-PD-BODY(WS-PD-IDX)
                   DELIMITED BY SIZE INTO FEED-RECORD
               WRITE FEED-RECORD
           END-PERFORM
           MOVE SPACES TO FEED-RECORD
           STRING 'TRAILER|' WS-ROWS-D
               DELIMITED BY SIZE INTO FEED-RECORD
           WRITE FEED-RECORD
           CLOSE FEED-FILE.

       REWRITE-PENDING-ROWS.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'crm-feed-pending.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               MOVE WS-PD-SEQ(WS-PD-IDX) TO WS-SEQ-D
               MOVE SPACES TO GEN-OUT-RECORD
               STRING WS-SEQ-D
                      '|' WS-PD-BODY(WS-PD-IDX)
                   DELIMITED BY SIZE INTO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-PD-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CRM-CHANGE-FEED: PENDING FILE REWRITE NOT '
                   'COMMITTED - STATE LEFT AS IT WAS'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Entities no longer on file drop out of the state.
       REWRITE-FEED-STATE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'crm-feed-state.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           MOVE WS-LAST-SEQ TO WS-SEQ-D
           MOVE SPACES TO GEN-OUT-RECORD
           STRING 'SEQ|' WS-SEQ-D
               DELIMITED BY SIZE INTO GEN-OUT-RECORD
           WRITE GEN-OUT-RECORD
           ADD 1 TO WS-KEPT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-SEEN(WS-ST-IDX) = 'Y'
                   MOVE SPACES TO GEN-OUT-RECORD
                   STRING FUNCTION TRIM(WS-ST-ENTITY(WS-ST-IDX))
                          '|' FUNCTION TRIM(WS-ST-KEY(WS-ST-IDX))
                          '|' FUNCTION TRIM(WS-ST-CRM-KEY(WS-ST-IDX))
                          '|' WS-ST-VALUES(WS-ST-IDX)
                       DELIMITED BY SIZE INTO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-KEPT
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CRM-CHANGE-FEED: STATE FILE REWRITE NOT '
                   'COMMITTED'
               MOVE 12 TO RETURN-CODE
           END-IF.
