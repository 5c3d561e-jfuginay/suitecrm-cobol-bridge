       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-ROLLFORWARD.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Daily roll-forward and trial-balance proof of the loan       *
      * subledgers. LOAN-GL-RECONCILIATION matches loans one by one; *
      * this run proves the books as a whole moved correctly from    *
      * the last close to tonight's:                                 *
      *                                                               *
      *   principal  opening                                         *
      *              + new loans boarded                             *
      *              - principal posted by PAYMENT-POSTING           *
      *              + principal put back by payment reversals       *
      *              - charge-offs                                   *
      *              - payoffs                                       *
      *              = closing (sum of the book principal tonight)   *
      *   escrow     opening                                         *
      *              + collections posted                            *
      *              - collection reversals                          *
      *              - disbursements                                 *
      *              = closing (sum of escrow-ledger.dat tonight)    *
      *                                                               *
      * Runs nightly after PAYMENT-POSTING and after the payables    *
      * interface has appended the day's disbursements.              *
      *                                                               *
      * Book principal of a loan is its loan-balance.dat             *
      * principal_balance, or its loan-master.dat principal while it *
      * has no balance row yet; a charged-off loan (status C) is off *
      * the book. Movements come from sources independent of the     *
      * closing figures:                                             *
      *   boarded     - loans on the master that were not on the     *
      *                 book at the last close, at master principal  *
      *   posted /    - payment-history.dat rows stamped with        *
      *   reversals     tonight's run date (type P and R; type V     *
      *                 recoveries are on charged-off loans, already *
      *                 off the book)                                *
      *   charge-offs - loans that were on the book at the last      *
      *                 close and are status C tonight, at the       *
      *                 balance they left the book with              *
      *   payoffs     - the principal posted tonight on a loan that  *
      *                 closed at zero                               *
      *   collections - the escrow portion of tonight's type P and R *
      *   / reversals   payment-history.dat rows                     *
      *   disburse-   - DISB rows appended to escrow-ledger.dat      *
      *   ments         since the last close (the ledger is append-  *
      *                 only; the close records how many rows it     *
      *                 held)                                        *
      * Anything else that moved a balance - a hand edit, a lost     *
      * posting, a loan dropped from the files - is left over as     *
      * unexplained difference, and the loans carrying it are        *
      * listed.                                                      *
      *                                                               *
      * Both closings are then tied to the general ledger's control  *
      * accounts from gl-control-balances.dat, the GL's end-of-day   *
      * extract (account|balance|as_of_date, balance in the          *
      * account's normal direction):                                 *
      *   principal  1200 loans receivable                           *
      *   escrow     2300 escrow liability                           *
      * An extract that is missing, lacks the account or is not as   *
      * of the run date leaves that tie undone (condition code 4).   *
      *                                                               *
      * Any unexplained roll-forward difference or any difference    *
      * against a control account ends the run with condition code   *
      * 8, the difference shown on subledger-rollforward-report.txt. *
      *                                                               *
      * Close snapshot (subledger-snapshot.dat), rewritten through   *
      * MASTER-GENERATIONS every run:                                *
      *   CLOSE|close_date|opening_ledger_rows|closing_ledger_rows   *
      *   loan_id|open_status|open_principal|open_escrow|            *
      *     close_status|close_principal|close_escrow                *
      * Tonight's closing is tomorrow's opening. The opening a run   *
      * used is kept beside its closing so a rerun the same night    *
      * proves against the same opening; status - means the loan     *
      * was not on file. The first run, with no snapshot, opens at   *
      * tonight's figures and has nothing to explain. Condition code *
      * 12 when the tables overflow or the snapshot commit fails.    *
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
           SELECT HISTORY-FILE ASSIGN TO 'payment-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'escrow-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO 'gl-control-balances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'subledger-snapshot.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               'subledger-rollforward-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD PIC X(250).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(150).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(150).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD PIC X(80).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-GL-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SNAPSHOT-FILE-STATUS PIC XX VALUE SPACES.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * One entry per loan on the last close or on file tonight.
       01  WS-LOAN-TABLE.
           05  WS-RF-COUNT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-RF OCCURS 5000 TIMES.
               10  WS-RF-ID          PIC X(10).
               10  WS-RF-OPEN-STATUS PIC X(1).
               10  WS-RF-OPEN-PRIN   PIC S9(12)V99 COMP-3.
               10  WS-RF-OPEN-ESC    PIC S9(12)V99 COMP-3.
               10  WS-RF-MST-STATUS  PIC X(1).
               10  WS-RF-MST-PRIN    PIC S9(12)V99 COMP-3.
               10  WS-RF-HAS-BAL     PIC X(1).
               10  WS-RF-BAL-PRIN    PIC S9(12)V99 COMP-3.
               10  WS-RF-CLOSE-ESC   PIC S9(12)V99 COMP-3.
               10  WS-RF-IN-LEDGER   PIC X(1).
               10  WS-RF-POSTED      PIC S9(12)V99 COMP-3.
               10  WS-RF-REVERSED    PIC S9(12)V99 COMP-3.
               10  WS-RF-ESC-COLL    PIC S9(12)V99 COMP-3.
               10  WS-RF-ESC-REV     PIC S9(12)V99 COMP-3.
               10  WS-RF-ESC-DISB    PIC S9(12)V99 COMP-3.
               10  WS-RF-CLOSE-STATUS PIC X(1).
               10  WS-RF-CLOSE-PRIN  PIC S9(12)V99 COMP-3.
               10  WS-RF-PRIN-DIFF   PIC S9(12)V99 COMP-3.
               10  WS-RF-ESC-DIFF    PIC S9(12)V99 COMP-3.
       01  WS-RF-IDX               PIC 9(5) COMP-3 VALUE 0.
       01  WS-RF-SLOT              PIC 9(5) COMP-3 VALUE 0.
       01  WS-FIND-ID              PIC X(10).

      * Parse work for the input rows.
       01  WS-PARSE-FIELDS.
           05  WS-PARSE-FIELD      PIC X(20) OCCURS 10 TIMES.
       01  WS-PARSE-AMOUNT         PIC S9(12)V99 COMP-3.

      * Close control row.
       01  WS-SNAPSHOT-FOUND       PIC X VALUE 'N'.
       01  WS-SNAP-CLOSE-DATE      PIC 9(8) VALUE 0.
       01  WS-SNAP-OPEN-ROWS       PIC 9(9) VALUE 0.
       01  WS-SNAP-CLOSE-ROWS      PIC 9(9) VALUE 0.
       01  WS-SNAP-RERUN           PIC X VALUE 'N'.
       01  WS-OPEN-LEDGER-ROWS     PIC 9(9) VALUE 0.
       01  WS-LEDGER-ROWS          PIC 9(9) VALUE 0.
       01  WS-LEDGER-SHRANK        PIC X VALUE 'N'.

      * Tonight's per-loan work.
       01  WS-LOAN-OPEN-BOOK       PIC S9(12)V99 COMP-3.
       01  WS-LOAN-CLOSE-BOOK      PIC S9(12)V99 COMP-3.
       01  WS-LOAN-BOARDED         PIC S9(12)V99 COMP-3.
       01  WS-LOAN-POSTED          PIC S9(12)V99 COMP-3.
       01  WS-LOAN-CHARGEOFF       PIC S9(12)V99 COMP-3.
       01  WS-LOAN-PAYOFF          PIC S9(12)V99 COMP-3.
       01  WS-LOAN-PRIN-DIFF       PIC S9(12)V99 COMP-3.
       01  WS-LOAN-ESC-DIFF        PIC S9(12)V99 COMP-3.

      * Roll-forward totals.
       01  WS-PRIN-TOTALS.
           05  WS-TOT-OPEN-PRIN    PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-BOARDED      PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-POSTED       PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-REVERSED     PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-CHARGEOFF    PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-PAYOFF       PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-CLOSE-PRIN   PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-PRIN-DIFF    PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-ESC-TOTALS.
           05  WS-TOT-OPEN-ESC     PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-ESC-COLL     PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-ESC-REV      PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-ESC-DISB     PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-CLOSE-ESC    PIC S9(14)V99 COMP-3 VALUE 0.
           05  WS-TOT-ESC-DIFF     PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-EXPLAINED            PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-BOARDED-COUNT        PIC 9(6) VALUE 0.
       01  WS-CHARGEOFF-COUNT      PIC 9(6) VALUE 0.
       01  WS-PAYOFF-COUNT         PIC 9(6) VALUE 0.
       01  WS-UNEXPLAINED-COUNT    PIC 9(6) VALUE 0.
       01  WS-HISTORY-ROWS-USED    PIC 9(8) VALUE 0.

      * General-ledger control accounts.
       01  WS-GL-ACCOUNT           PIC X(4).
       01  WS-GL-AS-OF             PIC 9(8).
       01  WS-GL-PRIN-FOUND        PIC X VALUE 'N'.
       01  WS-GL-ESC-FOUND         PIC X VALUE 'N'.
       01  WS-GL-PRIN-BALANCE      PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-GL-ESC-BALANCE       PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-GL-PRIN-DIFF         PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-GL-ESC-DIFF          PIC S9(14)V99 COMP-3 VALUE 0.
       01  WS-GL-STALE-DATE        PIC 9(8) VALUE 0.

       01  WS-OUT-OF-BALANCE       PIC X VALUE 'N'.
       01  WS-NOT-TIED             PIC X VALUE 'N'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-SNAP-KEPT            PIC 9(8) VALUE 0.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Edited fields.
       01  WS-AMOUNT-D             PIC -(13)9.99.
       01  WS-SNAP-PRIN-D          PIC -(12)9.99.
       01  WS-SNAP-ESC-D           PIC -(12)9.99.
       01  WS-SNAP-CPRIN-D         PIC -(12)9.99.
       01  WS-SNAP-CESC-D          PIC -(12)9.99.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-REPORT-AMOUNT        PIC S9(14)V99 COMP-3.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-CLOSE-SNAPSHOT
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-LOAN-BALANCES
           PERFORM ACCUMULATE-PAYMENT-HISTORY
           PERFORM ACCUMULATE-ESCROW-LEDGER
           PERFORM LOAD-GL-CONTROL-BALANCES

           PERFORM ROLL-FORWARD-LOAN
               VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT
           PERFORM PROVE-TOTALS

           PERFORM WRITE-ROLLFORWARD-REPORT
           PERFORM REWRITE-CLOSE-SNAPSHOT

           MOVE WS-TOT-PRIN-DIFF TO WS-AMOUNT-D
           DISPLAY 'SUBLEDGER-ROLLFORWARD: LOANS=' WS-RF-COUNT
               ' PRINCIPAL DIFF=' FUNCTION TRIM(WS-AMOUNT-D)
           MOVE WS-TOT-ESC-DIFF TO WS-AMOUNT-D
           DISPLAY 'SUBLEDGER-ROLLFORWARD: ESCROW DIFF='
               FUNCTION TRIM(WS-AMOUNT-D)
               ' UNEXPLAINED LOANS=' WS-UNEXPLAINED-COUNT

           IF RETURN-CODE < 8
               IF WS-OUT-OF-BALANCE = 'Y'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NOT-TIED = 'Y'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

      *****************************************************************
      * Opening position. When the snapshot was closed on an earlier *
      * date its closing columns are tonight's opening; when it was  *
      * closed tonight already (a rerun) its opening columns are.    *
      *****************************************************************
       LOAD-CLOSE-SNAPSHOT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ SNAPSHOT-FILE INTO SNAPSHOT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

       LOAD-SNAPSHOT-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING SNAPSHOT-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) = 'CLOSE'
               MOVE 'Y' TO WS-SNAPSHOT-FOUND
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
                   COMPUTE WS-SNAP-CLOSE-DATE =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
                   COMPUTE WS-SNAP-OPEN-ROWS =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(4)) = 0
                   COMPUTE WS-SNAP-CLOSE-ROWS =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(4))
               END-IF
               IF WS-SNAP-CLOSE-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-SNAP-RERUN
                   MOVE WS-SNAP-OPEN-ROWS TO WS-OPEN-LEDGER-ROWS
               ELSE
                   MOVE WS-SNAP-CLOSE-ROWS TO WS-OPEN-LEDGER-ROWS
               END-IF
           ELSE
               IF WS-PARSE-FIELD(1) NOT = SPACES
                   MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
                   PERFORM FIND-OR-ADD-LOAN
      *            The control row is written first, so the rerun
      *            switch is already known here.
                   IF WS-SNAP-RERUN = 'Y'
                       MOVE WS-PARSE-FIELD(2)
                           TO WS-RF-OPEN-STATUS(WS-RF-SLOT)
                       MOVE WS-PARSE-FIELD(3) TO WS-PARSE-FIELD(9)
                       MOVE WS-PARSE-FIELD(4) TO WS-PARSE-FIELD(10)
                   ELSE
                       MOVE WS-PARSE-FIELD(5)
                           TO WS-RF-OPEN-STATUS(WS-RF-SLOT)
                       MOVE WS-PARSE-FIELD(6) TO WS-PARSE-FIELD(9)
                       MOVE WS-PARSE-FIELD(7) TO WS-PARSE-FIELD(10)
                   END-IF
                   IF WS-RF-OPEN-STATUS(WS-RF-SLOT) = SPACE
                       MOVE '-' TO WS-RF-OPEN-STATUS(WS-RF-SLOT)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(9)) = 0
                       COMPUTE WS-RF-OPEN-PRIN(WS-RF-SLOT) =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(9))
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(10)) = 0
                       COMPUTE WS-RF-OPEN-ESC(WS-RF-SLOT) =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(10))
                   END-IF
               END-IF
           END-IF.

      *    Locates WS-FIND-ID in the loan table, adding an empty
      *    entry (not on file at the last close) when it is new.
       FIND-OR-ADD-LOAN.
           MOVE 0 TO WS-RF-SLOT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
                      OR WS-RF-SLOT > 0
               IF WS-RF-ID(WS-RF-IDX) = WS-FIND-ID
                   MOVE WS-RF-IDX TO WS-RF-SLOT
               END-IF
           END-PERFORM
           IF WS-RF-SLOT = 0
               IF WS-RF-COUNT >= 5000
                   DISPLAY 'SUBLEDGER-ROLLFORWARD: LOAN TABLE '
                       'CAPACITY EXCEEDED - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RF-COUNT
               MOVE WS-RF-COUNT TO WS-RF-SLOT
               MOVE WS-FIND-ID TO WS-RF-ID(WS-RF-SLOT)
               MOVE '-' TO WS-RF-OPEN-STATUS(WS-RF-SLOT)
               MOVE '-' TO WS-RF-MST-STATUS(WS-RF-SLOT)
               MOVE 'N' TO WS-RF-HAS-BAL(WS-RF-SLOT)
               MOVE 'N' TO WS-RF-IN-LEDGER(WS-RF-SLOT)
               MOVE '-' TO WS-RF-CLOSE-STATUS(WS-RF-SLOT)
               MOVE 0 TO WS-RF-OPEN-PRIN(WS-RF-SLOT)
               MOVE 0 TO WS-RF-OPEN-ESC(WS-RF-SLOT)
               MOVE 0 TO WS-RF-MST-PRIN(WS-RF-SLOT)
               MOVE 0 TO WS-RF-BAL-PRIN(WS-RF-SLOT)
               MOVE 0 TO WS-RF-CLOSE-ESC(WS-RF-SLOT)
               MOVE 0 TO WS-RF-POSTED(WS-RF-SLOT)
               MOVE 0 TO WS-RF-REVERSED(WS-RF-SLOT)
               MOVE 0 TO WS-RF-ESC-COLL(WS-RF-SLOT)
               MOVE 0 TO WS-RF-ESC-REV(WS-RF-SLOT)
               MOVE 0 TO WS-RF-ESC-DISB(WS-RF-SLOT)
               MOVE 0 TO WS-RF-CLOSE-PRIN(WS-RF-SLOT)
               MOVE 0 TO WS-RF-PRIN-DIFF(WS-RF-SLOT)
               MOVE 0 TO WS-RF-ESC-DIFF(WS-RF-SLOT)
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
               MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
               PERFORM FIND-OR-ADD-LOAN
               MOVE WS-PARSE-FIELD(7) TO WS-RF-MST-STATUS(WS-RF-SLOT)
               IF WS-RF-MST-STATUS(WS-RF-SLOT) = SPACE
                   MOVE 'A' TO WS-RF-MST-STATUS(WS-RF-SLOT)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
                   COMPUTE WS-RF-MST-PRIN(WS-RF-SLOT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
           END-IF.

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
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
               PERFORM FIND-OR-ADD-LOAN
               MOVE 'Y' TO WS-RF-HAS-BAL(WS-RF-SLOT)
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
                   COMPUTE WS-RF-BAL-PRIN(WS-RF-SLOT) =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(2))
               END-IF
           END-IF.

      *****************************************************************
      * Tonight's postings: payment-history.dat rows stamped with    *
      * the run date. P takes principal and adds escrow; R puts      *
      * both back the other way; V (recoveries) is off the book.     *
      *****************************************************************
       ACCUMULATE-PAYMENT-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       TALLY-HISTORY-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5) WS-PARSE-FIELD(6)
                    WS-PARSE-FIELD(7) WS-PARSE-FIELD(8)
           END-UNSTRING
           IF WS-PARSE-FIELD(7)(1:8) = WS-RUN-DATE
              AND (WS-PARSE-FIELD(8) = 'P' OR WS-PARSE-FIELD(8) = 'R')
              AND WS-PARSE-FIELD(1) NOT = SPACES
               MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
               PERFORM FIND-OR-ADD-LOAN
               ADD 1 TO WS-HISTORY-ROWS-USED
               MOVE 0 TO WS-PARSE-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(5)) = 0
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(5))
               END-IF
               IF WS-PARSE-FIELD(8) = 'P'
                   ADD WS-PARSE-AMOUNT TO WS-RF-POSTED(WS-RF-SLOT)
               ELSE
                   ADD WS-PARSE-AMOUNT TO WS-RF-REVERSED(WS-RF-SLOT)
               END-IF
               MOVE 0 TO WS-PARSE-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) = 0
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(6))
               END-IF
               IF WS-PARSE-FIELD(8) = 'P'
                   ADD WS-PARSE-AMOUNT TO WS-RF-ESC-COLL(WS-RF-SLOT)
               ELSE
                   ADD WS-PARSE-AMOUNT TO WS-RF-ESC-REV(WS-RF-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      * The escrow closing is the whole ledger, row by row:          *
      * COLL ESCROW in, COLL REVERSAL and DISB out. DISB rows past   *
      * the row count at the last close are tonight's disbursements. *
      *****************************************************************
       ACCUMULATE-ESCROW-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ LEDGER-FILE INTO LEDGER-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF WS-SNAPSHOT-FOUND = 'N'
               MOVE WS-LEDGER-ROWS TO WS-OPEN-LEDGER-ROWS
           END-IF
           IF WS-LEDGER-ROWS < WS-OPEN-LEDGER-ROWS
               MOVE 'Y' TO WS-LEDGER-SHRANK
           END-IF.

       TALLY-LEDGER-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3) WS-PARSE-FIELD(4)
                    WS-PARSE-FIELD(5)
           END-UNSTRING
           IF WS-PARSE-FIELD(1) NOT = SPACES
               ADD 1 TO WS-LEDGER-ROWS
               MOVE WS-PARSE-FIELD(1) TO WS-FIND-ID
               PERFORM FIND-OR-ADD-LOAN
               MOVE 'Y' TO WS-RF-IN-LEDGER(WS-RF-SLOT)
               MOVE 0 TO WS-PARSE-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(5)) = 0
                   COMPUTE WS-PARSE-AMOUNT =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(5))
               END-IF
               EVALUATE TRUE
                   WHEN WS-PARSE-FIELD(3) = 'COLL'
                    AND WS-PARSE-FIELD(4) = 'REVERSAL'
                       SUBTRACT WS-PARSE-AMOUNT
                           FROM WS-RF-CLOSE-ESC(WS-RF-SLOT)
                   WHEN WS-PARSE-FIELD(3) = 'COLL'
                       ADD WS-PARSE-AMOUNT
                           TO WS-RF-CLOSE-ESC(WS-RF-SLOT)
                   WHEN WS-PARSE-FIELD(3) = 'DISB'
                       SUBTRACT WS-PARSE-AMOUNT
                           FROM WS-RF-CLOSE-ESC(WS-RF-SLOT)
                       IF WS-LEDGER-ROWS > WS-OPEN-LEDGER-ROWS
                           ADD WS-PARSE-AMOUNT
                               TO WS-RF-ESC-DISB(WS-RF-SLOT)
                       END-IF
               END-EVALUATE
           END-IF.

       LOAD-GL-CONTROL-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-FILE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ GL-CONTROL-FILE INTO GL-CONTROL-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-GL-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

      *    A control account is used only when the extract row is
      *    as of tonight's run date.
       LOAD-GL-CONTROL-ROW.
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING GL-CONTROL-RECORD DELIMITED BY '|'
               INTO WS-PARSE-FIELD(1) WS-PARSE-FIELD(2)
                    WS-PARSE-FIELD(3)
           END-UNSTRING
           MOVE WS-PARSE-FIELD(1) TO WS-GL-ACCOUNT
           MOVE 0 TO WS-GL-AS-OF
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = 0
               COMPUTE WS-GL-AS-OF = FUNCTION NUMVAL(WS-PARSE-FIELD(3))
           END-IF
           IF (WS-GL-ACCOUNT = '1200' OR WS-GL-ACCOUNT = '2300')
              AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2)) = 0
               IF WS-GL-AS-OF NOT = WS-RUN-DATE
                   MOVE WS-GL-AS-OF TO WS-GL-STALE-DATE
               ELSE
                   IF WS-GL-ACCOUNT = '1200'
                       MOVE 'Y' TO WS-GL-PRIN-FOUND
                       COMPUTE WS-GL-PRIN-BALANCE =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(2))
                   ELSE
                       MOVE 'Y' TO WS-GL-ESC-FOUND
                       COMPUTE WS-GL-ESC-BALANCE =
                           FUNCTION NUMVAL(WS-PARSE-FIELD(2))
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * One loan's principal and escrow roll-forward. On the first   *
      * run there is no last close: the loan opens at tonight's      *
      * figures with nothing to explain.                             *
      *****************************************************************
       ROLL-FORWARD-LOAN.
           MOVE WS-RF-MST-STATUS(WS-RF-IDX)
               TO WS-RF-CLOSE-STATUS(WS-RF-IDX)
           IF WS-RF-CLOSE-STATUS(WS-RF-IDX) = '-'
              AND WS-RF-HAS-BAL(WS-RF-IDX) = 'Y'
      *        A balance row with no master row stays on the book.
               MOVE 'A' TO WS-RF-CLOSE-STATUS(WS-RF-IDX)
           END-IF
           IF WS-RF-HAS-BAL(WS-RF-IDX) = 'Y'
               MOVE WS-RF-BAL-PRIN(WS-RF-IDX)
                   TO WS-RF-CLOSE-PRIN(WS-RF-IDX)
           ELSE
               MOVE WS-RF-MST-PRIN(WS-RF-IDX)
                   TO WS-RF-CLOSE-PRIN(WS-RF-IDX)
           END-IF

           IF WS-SNAPSHOT-FOUND = 'N'
               MOVE WS-RF-CLOSE-STATUS(WS-RF-IDX)
                   TO WS-RF-OPEN-STATUS(WS-RF-IDX)
               MOVE WS-RF-CLOSE-PRIN(WS-RF-IDX)
                   TO WS-RF-OPEN-PRIN(WS-RF-IDX)
               MOVE WS-RF-CLOSE-ESC(WS-RF-IDX)
                   TO WS-RF-OPEN-ESC(WS-RF-IDX)
               MOVE 0 TO WS-RF-POSTED(WS-RF-IDX)
               MOVE 0 TO WS-RF-REVERSED(WS-RF-IDX)
               MOVE 0 TO WS-RF-ESC-COLL(WS-RF-IDX)
               MOVE 0 TO WS-RF-ESC-REV(WS-RF-IDX)
               MOVE 0 TO WS-RF-ESC-DISB(WS-RF-IDX)
           END-IF

           MOVE 0 TO WS-LOAN-OPEN-BOOK WS-LOAN-CLOSE-BOOK
           MOVE 0 TO WS-LOAN-BOARDED WS-LOAN-CHARGEOFF
           MOVE 0 TO WS-LOAN-PAYOFF
           IF WS-RF-OPEN-STATUS(WS-RF-IDX) NOT = '-'
              AND WS-RF-OPEN-STATUS(WS-RF-IDX) NOT = 'C'
               MOVE WS-RF-OPEN-PRIN(WS-RF-IDX) TO WS-LOAN-OPEN-BOOK
           END-IF
           IF WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = '-'
              AND WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = 'C'
               MOVE WS-RF-CLOSE-PRIN(WS-RF-IDX) TO WS-LOAN-CLOSE-BOOK
           END-IF
           COMPUTE WS-LOAN-POSTED = WS-RF-POSTED(WS-RF-IDX)
               - WS-RF-REVERSED(WS-RF-IDX)

      *    Boarded: on the book tonight, not on file at the close.
           IF WS-RF-OPEN-STATUS(WS-RF-IDX) = '-'
              AND WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = '-'
              AND WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = 'C'
               IF WS-RF-MST-STATUS(WS-RF-IDX) NOT = '-'
                   MOVE WS-RF-MST-PRIN(WS-RF-IDX) TO WS-LOAN-BOARDED
               ELSE
                   COMPUTE WS-LOAN-BOARDED =
                       WS-RF-CLOSE-PRIN(WS-RF-IDX) + WS-LOAN-POSTED
               END-IF
               ADD 1 TO WS-BOARDED-COUNT
           END-IF

      *    Charged off: on the book at the close, status C tonight -
      *    whatever was left after tonight's postings left the book.
           IF WS-RF-OPEN-STATUS(WS-RF-IDX) NOT = '-'
              AND WS-RF-OPEN-STATUS(WS-RF-IDX) NOT = 'C'
              AND WS-RF-CLOSE-STATUS(WS-RF-IDX) = 'C'
               COMPUTE WS-LOAN-CHARGEOFF =
                   WS-LOAN-OPEN-BOOK - WS-LOAN-POSTED
               ADD 1 TO WS-CHARGEOFF-COUNT
           END-IF

      *    Paid off: the loan closed at zero on tonight's postings.
           IF WS-LOAN-CLOSE-BOOK = 0
              AND WS-LOAN-CHARGEOFF = 0
              AND WS-LOAN-POSTED > 0
              AND WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = '-'
               MOVE WS-LOAN-POSTED TO WS-LOAN-PAYOFF
               MOVE 0 TO WS-LOAN-POSTED
               ADD 1 TO WS-PAYOFF-COUNT
           END-IF

           IF WS-LOAN-CHARGEOFF NOT = 0
               MOVE 0 TO WS-LOAN-POSTED
           END-IF

           COMPUTE WS-LOAN-PRIN-DIFF = WS-LOAN-CLOSE-BOOK
               - (WS-LOAN-OPEN-BOOK + WS-LOAN-BOARDED - WS-LOAN-POSTED
                  - WS-LOAN-CHARGEOFF - WS-LOAN-PAYOFF)
           COMPUTE WS-LOAN-ESC-DIFF = WS-RF-CLOSE-ESC(WS-RF-IDX)
               - (WS-RF-OPEN-ESC(WS-RF-IDX) + WS-RF-ESC-COLL(WS-RF-IDX)
                  - WS-RF-ESC-REV(WS-RF-IDX)
                  - WS-RF-ESC-DISB(WS-RF-IDX))

           ADD WS-LOAN-OPEN-BOOK TO WS-TOT-OPEN-PRIN
           ADD WS-LOAN-BOARDED TO WS-TOT-BOARDED
           IF WS-LOAN-CHARGEOFF = 0 AND WS-LOAN-PAYOFF = 0
               ADD WS-RF-POSTED(WS-RF-IDX) TO WS-TOT-POSTED
               ADD WS-RF-REVERSED(WS-RF-IDX) TO WS-TOT-REVERSED
           END-IF
           ADD WS-LOAN-CHARGEOFF TO WS-TOT-CHARGEOFF
           ADD WS-LOAN-PAYOFF TO WS-TOT-PAYOFF
           ADD WS-LOAN-CLOSE-BOOK TO WS-TOT-CLOSE-PRIN
           ADD WS-RF-OPEN-ESC(WS-RF-IDX) TO WS-TOT-OPEN-ESC
           ADD WS-RF-ESC-COLL(WS-RF-IDX) TO WS-TOT-ESC-COLL
           ADD WS-RF-ESC-REV(WS-RF-IDX) TO WS-TOT-ESC-REV
           ADD WS-RF-ESC-DISB(WS-RF-IDX) TO WS-TOT-ESC-DISB
           ADD WS-RF-CLOSE-ESC(WS-RF-IDX) TO WS-TOT-CLOSE-ESC
           MOVE WS-LOAN-PRIN-DIFF TO WS-RF-PRIN-DIFF(WS-RF-IDX)
           MOVE WS-LOAN-ESC-DIFF TO WS-RF-ESC-DIFF(WS-RF-IDX)
           IF WS-LOAN-PRIN-DIFF NOT = 0 OR WS-LOAN-ESC-DIFF NOT = 0
               ADD 1 TO WS-UNEXPLAINED-COUNT
           END-IF.

       PROVE-TOTALS.
           COMPUTE WS-EXPLAINED = WS-TOT-OPEN-PRIN + WS-TOT-BOARDED
               - WS-TOT-POSTED + WS-TOT-REVERSED
               - WS-TOT-CHARGEOFF - WS-TOT-PAYOFF
           COMPUTE WS-TOT-PRIN-DIFF = WS-TOT-CLOSE-PRIN - WS-EXPLAINED
           COMPUTE WS-EXPLAINED = WS-TOT-OPEN-ESC + WS-TOT-ESC-COLL
               - WS-TOT-ESC-REV - WS-TOT-ESC-DISB
           COMPUTE WS-TOT-ESC-DIFF = WS-TOT-CLOSE-ESC - WS-EXPLAINED
           IF WS-TOT-PRIN-DIFF NOT = 0 OR WS-TOT-ESC-DIFF NOT = 0
              OR WS-UNEXPLAINED-COUNT > 0 OR WS-LEDGER-SHRANK = 'Y'
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF

           IF WS-GL-PRIN-FOUND = 'Y'
               COMPUTE WS-GL-PRIN-DIFF =
                   WS-TOT-CLOSE-PRIN - WS-GL-PRIN-BALANCE
               IF WS-GL-PRIN-DIFF NOT = 0
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
               END-IF
           ELSE
               MOVE 'Y' TO WS-NOT-TIED
           END-IF
           IF WS-GL-ESC-FOUND = 'Y'
               COMPUTE WS-GL-ESC-DIFF =
                   WS-TOT-CLOSE-ESC - WS-GL-ESC-BALANCE
               IF WS-GL-ESC-DIFF NOT = 0
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
               END-IF
           ELSE
               MOVE 'Y' TO WS-NOT-TIED
           END-IF.

      *****************************************************************
      * Report: each roll-forward with its difference, the control-  *
      * account ties, then every loan whose own movement does not    *
      * explain its balance.                                         *
      *****************************************************************
       WRITE-ROLLFORWARD-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOAN SUBLEDGER ROLL-FORWARD - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-FOUND = 'N'
                   STRING 'NO PRIOR CLOSE ON FILE - OPENING TAKEN '
                          'FROM TONIGHT''S CLOSE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN WS-SNAP-RERUN = 'Y'
                   STRING 'RERUN - OPENING IS THE CLOSE BEFORE '
                          WS-RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING 'OPENING IS THE CLOSE OF ' WS-SNAP-CLOSE-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PRINCIPAL' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  OPENING PRINCIPAL' TO WS-REPORT-LABEL
           MOVE WS-TOT-OPEN-PRIN TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING '  + NEW LOANS BOARDED (' WS-BOARDED-COUNT ')'
               DELIMITED BY SIZE INTO WS-REPORT-LABEL
           MOVE WS-TOT-BOARDED TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  - PRINCIPAL POSTED' TO WS-REPORT-LABEL
           MOVE WS-TOT-POSTED TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  + PAYMENT REVERSALS' TO WS-REPORT-LABEL
           MOVE WS-TOT-REVERSED TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING '  - CHARGE-OFFS (' WS-CHARGEOFF-COUNT ')'
               DELIMITED BY SIZE INTO WS-REPORT-LABEL
           MOVE WS-TOT-CHARGEOFF TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING '  - PAYOFFS (' WS-PAYOFF-COUNT ')'
               DELIMITED BY SIZE INTO WS-REPORT-LABEL
           MOVE WS-TOT-PAYOFF TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  = CLOSING PRINCIPAL' TO WS-REPORT-LABEL
           MOVE WS-TOT-CLOSE-PRIN TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '    UNEXPLAINED DIFFERENCE' TO WS-REPORT-LABEL
           MOVE WS-TOT-PRIN-DIFF TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-GL-PRIN-FOUND = 'Y'
               MOVE '    GL 1200 LOANS RECEIVABLE' TO WS-REPORT-LABEL
               MOVE WS-GL-PRIN-BALANCE TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '    DIFFERENCE TO GL' TO WS-REPORT-LABEL
               MOVE WS-GL-PRIN-DIFF TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING '    GL 1200 NOT TIED - NO CONTROL BALANCE AS OF '
                      'THE RUN DATE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ESCROW' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  OPENING ESCROW' TO WS-REPORT-LABEL
           MOVE WS-TOT-OPEN-ESC TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  + COLLECTIONS POSTED' TO WS-REPORT-LABEL
           MOVE WS-TOT-ESC-COLL TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  - COLLECTION REVERSALS' TO WS-REPORT-LABEL
           MOVE WS-TOT-ESC-REV TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  - DISBURSEMENTS' TO WS-REPORT-LABEL
           MOVE WS-TOT-ESC-DISB TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  = CLOSING ESCROW' TO WS-REPORT-LABEL
           MOVE WS-TOT-CLOSE-ESC TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '    UNEXPLAINED DIFFERENCE' TO WS-REPORT-LABEL
           MOVE WS-TOT-ESC-DIFF TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-GL-ESC-FOUND = 'Y'
               MOVE '    GL 2300 ESCROW LIABILITY' TO WS-REPORT-LABEL
               MOVE WS-GL-ESC-BALANCE TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '    DIFFERENCE TO GL' TO WS-REPORT-LABEL
               MOVE WS-GL-ESC-DIFF TO WS-REPORT-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING '    GL 2300 NOT TIED - NO CONTROL BALANCE AS OF '
                      'THE RUN DATE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-GL-STALE-DATE > 0
               MOVE SPACES TO REPORT-RECORD
               STRING '    GL EXTRACT ROWS AS OF ' WS-GL-STALE-DATE
                      ' IGNORED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-LEDGER-SHRANK = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING '    ESCROW LEDGER HOLDS ' WS-LEDGER-ROWS
                      ' ROWS, FEWER THAN THE ' WS-OPEN-LEDGER-ROWS
                      ' AT THE LAST CLOSE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS WITH UNEXPLAINED MOVEMENT: '
                  WS-UNEXPLAINED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNEXPLAINED-COUNT > 0
               PERFORM WRITE-UNEXPLAINED-LOANS
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE 'RESULT: OUT OF BALANCE' TO REPORT-RECORD
           ELSE
               IF WS-NOT-TIED = 'Y'
                   MOVE 'RESULT: ROLLS FORWARD - NOT TIED TO THE GL'
                       TO REPORT-RECORD
               ELSE
                   MOVE 'RESULT: IN BALANCE' TO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-AMOUNT-LINE.
           MOVE WS-REPORT-AMOUNT TO WS-AMOUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING WS-REPORT-LABEL WS-AMOUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-UNEXPLAINED-LOANS.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
               IF WS-RF-PRIN-DIFF(WS-RF-IDX) NOT = 0
                  OR WS-RF-ESC-DIFF(WS-RF-IDX) NOT = 0
                   MOVE WS-RF-PRIN-DIFF(WS-RF-IDX) TO WS-SNAP-PRIN-D
                   MOVE WS-RF-ESC-DIFF(WS-RF-IDX) TO WS-SNAP-ESC-D
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  ' WS-RF-ID(WS-RF-IDX)
                          '  STATUS ' WS-RF-OPEN-STATUS(WS-RF-IDX)
                          '->' WS-RF-CLOSE-STATUS(WS-RF-IDX)
                          '  PRINCIPAL DIFF ' WS-SNAP-PRIN-D
                          '  ESCROW DIFF ' WS-SNAP-ESC-D
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      * Tonight's closing, beside the opening it was proven from,    *
      * through MASTER-GENERATIONS. Loans gone from every file at    *
      * both ends are dropped.                                       *
      *****************************************************************
       REWRITE-CLOSE-SNAPSHOT.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'subledger-snapshot.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           MOVE 0 TO WS-SNAP-KEPT
           OPEN OUTPUT GEN-OUT-FILE
           MOVE SPACES TO GEN-OUT-RECORD
           STRING 'CLOSE|' WS-RUN-DATE
                  '|' WS-OPEN-LEDGER-ROWS
                  '|' WS-LEDGER-ROWS
               DELIMITED BY SIZE INTO GEN-OUT-RECORD
           WRITE GEN-OUT-RECORD
           ADD 1 TO WS-SNAP-KEPT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
               IF WS-RF-OPEN-STATUS(WS-RF-IDX) NOT = '-'
                  OR WS-RF-CLOSE-STATUS(WS-RF-IDX) NOT = '-'
                  OR WS-RF-IN-LEDGER(WS-RF-IDX) = 'Y'
                   PERFORM WRITE-SNAPSHOT-ROW
               END-IF
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-SNAP-KEPT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'SUBLEDGER-ROLLFORWARD: SNAPSHOT REWRITE NOT '
                   'COMMITTED - TOMORROW OPENS FROM THE PRIOR CLOSE'
               MOVE 12 TO RETURN-CODE
           END-IF.

       WRITE-SNAPSHOT-ROW.
           MOVE WS-RF-OPEN-PRIN(WS-RF-IDX) TO WS-SNAP-PRIN-D
           MOVE WS-RF-OPEN-ESC(WS-RF-IDX) TO WS-SNAP-ESC-D
           MOVE WS-RF-CLOSE-PRIN(WS-RF-IDX) TO WS-SNAP-CPRIN-D
           MOVE WS-RF-CLOSE-ESC(WS-RF-IDX) TO WS-SNAP-CESC-D
           MOVE SPACES TO GEN-OUT-RECORD
           STRING WS-RF-ID(WS-RF-IDX)
                  '|' WS-RF-OPEN-STATUS(WS-RF-IDX)
                  '|' FUNCTION TRIM(WS-SNAP-PRIN-D)
                  '|' FUNCTION TRIM(WS-SNAP-ESC-D)
                  '|' WS-RF-CLOSE-STATUS(WS-RF-IDX)
                  '|' FUNCTION TRIM(WS-SNAP-CPRIN-D)
                  '|' FUNCTION TRIM(WS-SNAP-CESC-D)
               DELIMITED BY SIZE INTO GEN-OUT-RECORD
           WRITE GEN-OUT-RECORD
           ADD 1 TO WS-SNAP-KEPT.
