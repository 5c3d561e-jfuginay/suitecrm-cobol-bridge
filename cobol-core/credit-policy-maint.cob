       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-POLICY-MAINT.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Maintains credit-policy.dat, the effective-dated credit      *
      * policy CREDIT-POLICY-LOOKUP serves to CREDIT-CALCULATOR,     *
      * REFERRAL-QUEUE and the risk scoring in ENHANCED-FINANCIAL-   *
      * CALC-V2 - the same transaction-and-audit treatment           *
      * currency-rates.dat got, so a cutoff change is an audited     *
      * data change instead of a code release.                       *
      *                                                               *
      * Policy row (see CREDIT-POLICY-LOOKUP for the 18 values):     *
      *   version|effective_date|entered_by|entered_date|v1|..|v18   *
      *                                                               *
      * Transactions are read from credit-policy-trans.dat:          *
      *   action|version|field_a|field_b|user                        *
      *   NEW    - version|effective_date|base_version: a new        *
      *            version starting as a copy of base_version (or    *
      *            of the latest version on file when base is blank, *
      *            or of the built-in policy on an empty table)      *
      *   SET    - version|parameter_name|value: one value of a      *
      *            version that is not yet in effect                 *
      *   CANCEL - version: withdraws a version not yet in effect    *
      *                                                               *
      * A version in effect (effective date on or before the run     *
      * date) is frozen: decisions already carry its version id on   *
      * their history rows, so changing it would rewrite the terms   *
      * those decisions were made under. Policy changes are made by  *
      * adding a NEW version with a future effective date and        *
      * SETting its values. Each SET is checked against the rest of  *
      * the version - DTI bands ascending, the refer cutoffs inside  *
      * the decline cutoffs, the middle score tier below the high    *
      * one - and backed out when it would leave the version         *
      * inconsistent. Every transaction - applied or rejected - is   *
      * appended to credit-policy-audit.log with the user id and the *
      * old and new value; a cancelled version is appended to        *
      * credit-policy-history.dat. Ends with condition code 4 when   *
      * any transaction was rejected.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO 'credit-policy.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'credit-policy-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'credit-policy-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'credit-policy-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT GEN-OUT-FILE ASSIGN DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD PIC X(300).

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(320).

       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE SPACES.

       01  WS-POLICY-EOF           PIC X VALUE 'N'.
           88  WS-POLICY-AT-END        VALUE 'Y'.
       01  WS-TRANS-EOF            PIC X VALUE 'N'.
           88  WS-TRANS-AT-END         VALUE 'Y'.

      * In-memory image of the policy table, applied-to in place and
      * rewritten at end of job - same capacity as the table
      * CREDIT-POLICY-LOOKUP loads.
       01  WS-POLICY-TABLE.
           05  WS-PV-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-PV OCCURS 200 TIMES.
               10  WS-PV-VERSION   PIC X(8).
               10  WS-PV-EFFECTIVE PIC 9(8).
               10  WS-PV-ENTERED-BY
                                   PIC X(10).
               10  WS-PV-ENTERED-DATE
                                   PIC 9(8).
               10  WS-PV-VALUE     PIC 9(7)V99 COMP-3
                                   OCCURS 18 TIMES.
       01  WS-PV-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-PV-SLOT              PIC 9(3) COMP-3 VALUE 0.
       01  WS-PV-BASE-SLOT         PIC 9(3) COMP-3 VALUE 0.
       01  WS-VAL-IDX              PIC 9(2) VALUE 0.
       01  WS-PARAM-SLOT           PIC 9(2) VALUE 0.

      * Parameter names a SET may address, in value order.
       01  WS-PARAM-NAME-VALUES.
           05  FILLER              PIC X(16) VALUE 'DTI-BAND-1'.
           05  FILLER              PIC X(16) VALUE 'DTI-BAND-2'.
           05  FILLER              PIC X(16) VALUE 'DTI-BAND-3'.
           05  FILLER              PIC X(16) VALUE 'RATE-1'.
           05  FILLER              PIC X(16) VALUE 'RATE-2'.
           05  FILLER              PIC X(16) VALUE 'RATE-3'.
           05  FILLER              PIC X(16) VALUE 'RATE-4'.
           05  FILLER              PIC X(16) VALUE 'DECLINE-DTI'.
           05  FILLER              PIC X(16) VALUE 'DECLINE-PMT-PCT'.
           05  FILLER              PIC X(16) VALUE 'MIN-INCOME'.
           05  FILLER              PIC X(16) VALUE 'REFER-DTI'.
           05  FILLER              PIC X(16) VALUE 'REFER-PMT-PCT'.
           05  FILLER              PIC X(16) VALUE 'REPEAT-DAYS'.
           05  FILLER              PIC X(16) VALUE 'SCORE-HIGH'.
           05  FILLER              PIC X(16) VALUE 'SCORE-MID'.
           05  FILLER              PIC X(16) VALUE 'POINTS-HIGH'.
           05  FILLER              PIC X(16) VALUE 'POINTS-MID'.
           05  FILLER              PIC X(16) VALUE 'POINTS-LOW'.
       01  WS-PARAM-NAME-TABLE REDEFINES WS-PARAM-NAME-VALUES.
           05  WS-PARAM-NAME       PIC X(16) OCCURS 18 TIMES.

      * Parsed fields of the row being loaded or the transaction
      * being applied.
       01  WS-ROW-EFFECTIVE-TEXT   PIC X(10).
       01  WS-ROW-ENTERED-BY       PIC X(10).
       01  WS-ROW-ENTERED-DATE     PIC X(10).
       01  WS-ROW-VALUE-TEXTS.
           05  WS-ROW-VALUE-TEXT   PIC X(12) OCCURS 18 TIMES.

       01  WS-TRN-ACTION           PIC X(6).
       01  WS-TRN-VERSION          PIC X(8).
       01  WS-TRN-FIELD-A          PIC X(16).
       01  WS-TRN-FIELD-B          PIC X(12).
       01  WS-TRN-USER-ID          PIC X(10).
       01  WS-TRN-DATE             PIC 9(8).
       01  WS-TRN-VALUE            PIC 9(7)V99.
       01  WS-OLD-VALUE            PIC 9(7)V99.

       01  WS-TRN-RESULT           PIC X(8).
       01  WS-TRN-DETAIL           PIC X(80).
       01  WS-CONSISTENCY-ERROR    PIC X(40).

       01  WS-TRANS-READ           PIC 9(6) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(6) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * Policy lookup request block - layout must stay in step with
      * CREDIT-POLICY-LOOKUP's LK-POLICY-REQUEST. Used only to seed a
      * first version from the built-in policy.
       01  WS-POLICY-REQUEST.
           05  WS-POLICY-AS-OF         PIC 9(8).
           05  WS-POLICY-VERSION       PIC X(8).
           05  WS-POLICY-EFFECTIVE     PIC 9(8).
           05  WS-POLICY-STATUS        PIC X.
           05  WS-POLICY-VALUES.
               10  WS-POLICY-VALUE     PIC 9(7)V99
                                       OCCURS 18 TIMES.

      * Generation-managed rewrite request block - layout must stay
      * in step with MASTER-GENERATIONS' LK-GEN-REQUEST.
       01  WS-GEN-REQUEST.
           05  WS-GEN-OP           PIC X.
           05  WS-GEN-BASE-NAME    PIC X(40).
           05  WS-GEN-EXPECTED     PIC 9(8).
           05  WS-GEN-FILE-NAME    PIC X(40).
           05  WS-GEN-STATUS       PIC X.

      * Display-edited mirrors for the table rewrite and audit trail.
       01  WS-VALUE-D              PIC 9(7).99.
       01  WS-OLD-VALUE-D          PIC 9(7).99.
       01  WS-ROW-TEXT             PIC X(300).
       01  WS-ROW-PTR              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-POLICY-TABLE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-HISTORY-FILE

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRANS-EOF
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM APPLY-TRANSACTION UNTIL WS-TRANS-AT-END

           IF WS-TRANS-FILE-STATUS NOT = '35'
               CLOSE TRANS-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE

           PERFORM REWRITE-POLICY-FILE

           DISPLAY 'CREDIT-POLICY-MAINT: READ=' WS-TRANS-READ
               ' APPLIED=' WS-TRANS-APPLIED
               ' REJECTED=' WS-TRANS-REJECTED

           IF WS-TRANS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * A missing policy table is a valid first-ever run: the table  *
      * starts empty and the first NEW seeds from the built-in       *
      * policy. A row that will not parse stops the run - rewriting  *
      * the table without it would silently drop a version.          *
      *****************************************************************
       LOAD-POLICY-TABLE.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               PERFORM UNTIL WS-POLICY-AT-END
                   READ POLICY-FILE INTO POLICY-RECORD
                       AT END
                           MOVE 'Y' TO WS-POLICY-EOF
                       NOT AT END
                           PERFORM LOAD-POLICY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       LOAD-POLICY-ENTRY.
           IF WS-PV-COUNT >= 200
               DISPLAY 'CREDIT-POLICY-MAINT: POLICY TABLE EXCEEDS '
                   'CAPACITY - RUN ABORTED, TABLE UNTOUCHED'
               CLOSE POLICY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PV-COUNT
           MOVE SPACES TO WS-ROW-EFFECTIVE-TEXT WS-ROW-ENTERED-BY
           MOVE SPACES TO WS-ROW-ENTERED-DATE WS-ROW-VALUE-TEXTS
           UNSTRING POLICY-RECORD DELIMITED BY '|'
               INTO WS-PV-VERSION(WS-PV-COUNT) WS-ROW-EFFECTIVE-TEXT
                    WS-ROW-ENTERED-BY WS-ROW-ENTERED-DATE
                    WS-ROW-VALUE-TEXT(1) WS-ROW-VALUE-TEXT(2)
                    WS-ROW-VALUE-TEXT(3) WS-ROW-VALUE-TEXT(4)
                    WS-ROW-VALUE-TEXT(5) WS-ROW-VALUE-TEXT(6)
                    WS-ROW-VALUE-TEXT(7) WS-ROW-VALUE-TEXT(8)
                    WS-ROW-VALUE-TEXT(9) WS-ROW-VALUE-TEXT(10)
                    WS-ROW-VALUE-TEXT(11) WS-ROW-VALUE-TEXT(12)
                    WS-ROW-VALUE-TEXT(13) WS-ROW-VALUE-TEXT(14)
                    WS-ROW-VALUE-TEXT(15) WS-ROW-VALUE-TEXT(16)
                    WS-ROW-VALUE-TEXT(17) WS-ROW-VALUE-TEXT(18)
           END-UNSTRING
           MOVE WS-ROW-ENTERED-BY TO WS-PV-ENTERED-BY(WS-PV-COUNT)

           IF FUNCTION TEST-NUMVAL(WS-ROW-EFFECTIVE-TEXT) NOT = 0
               PERFORM ABORT-UNREADABLE-ROW
           END-IF
           COMPUTE WS-PV-EFFECTIVE(WS-PV-COUNT) =
               FUNCTION NUMVAL(WS-ROW-EFFECTIVE-TEXT)
           IF FUNCTION TEST-NUMVAL(WS-ROW-ENTERED-DATE) = 0
               COMPUTE WS-PV-ENTERED-DATE(WS-PV-COUNT) =
                   FUNCTION NUMVAL(WS-ROW-ENTERED-DATE)
           ELSE
               MOVE 0 TO WS-PV-ENTERED-DATE(WS-PV-COUNT)
           END-IF
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 18
               IF FUNCTION TEST-NUMVAL(WS-ROW-VALUE-TEXT(WS-VAL-IDX))
                   NOT = 0
                   PERFORM ABORT-UNREADABLE-ROW
               END-IF
               COMPUTE WS-PV-VALUE(WS-PV-COUNT, WS-VAL-IDX) =
                   FUNCTION NUMVAL(WS-ROW-VALUE-TEXT(WS-VAL-IDX))
           END-PERFORM.

       ABORT-UNREADABLE-ROW.
           DISPLAY 'CREDIT-POLICY-MAINT: UNREADABLE POLICY ROW '
               'VERSION ' WS-PV-VERSION(WS-PV-COUNT)
               ' - RUN ABORTED, TABLE UNTOUCHED'
           CLOSE POLICY-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *    GnuCOBOL aborts OPEN EXTEND against a file that doesn't
      *    exist yet unless FILE STATUS is monitored, so the first
      *    run in a fresh deployment falls back to OPEN OUTPUT.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       READ-NEXT-TRANSACTION.
           IF NOT WS-TRANS-AT-END
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
               END-READ
           END-IF.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-VERSION
           MOVE SPACES TO WS-TRN-FIELD-A WS-TRN-FIELD-B
           MOVE SPACES TO WS-TRN-USER-ID WS-TRN-DETAIL
           MOVE 0 TO WS-TRN-DATE WS-TRN-VALUE

           UNSTRING TRANS-RECORD DELIMITED BY '|'
               INTO WS-TRN-ACTION WS-TRN-VERSION WS-TRN-FIELD-A
                    WS-TRN-FIELD-B WS-TRN-USER-ID
           END-UNSTRING

           PERFORM FIND-VERSION-SLOT

           EVALUATE WS-TRN-ACTION
               WHEN 'NEW'
                   PERFORM APPLY-NEW-TRANSACTION
               WHEN 'SET'
                   PERFORM APPLY-SET-TRANSACTION
               WHEN 'CANCEL'
                   PERFORM APPLY-CANCEL-TRANSACTION
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN ACTION' TO WS-TRN-DETAIL
           END-EVALUATE

           IF WS-TRN-RESULT = 'REJECTED'
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF

           PERFORM WRITE-AUDIT-RECORD
           PERFORM READ-NEXT-TRANSACTION.

       FIND-VERSION-SLOT.
           MOVE 0 TO WS-PV-SLOT
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-VERSION(WS-PV-IDX) = WS-TRN-VERSION
                   MOVE WS-PV-IDX TO WS-PV-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * NEW: the effective date must be a real date strictly after   *
      * the run date (today's decisions are already being made under *
      * the version in effect) and must not collide with another     *
      * version's date, so the lookup never has two candidates for   *
      * one day.                                                     *
      *****************************************************************
       APPLY-NEW-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           EVALUATE TRUE
               WHEN WS-TRN-VERSION = SPACES
                  OR WS-TRN-VERSION = 'BUILTIN'
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION ID MISSING OR RESERVED'
                       TO WS-TRN-DETAIL
               WHEN WS-PV-SLOT > 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION ALREADY ON TABLE' TO WS-TRN-DETAIL
               WHEN WS-PV-COUNT >= 200
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'POLICY TABLE FULL' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-FIELD-A) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC EFFECTIVE DATE' TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-DATE =
                       FUNCTION NUMVAL(WS-TRN-FIELD-A)
                   PERFORM VALIDATE-NEW-VERSION
                   IF WS-TRN-RESULT NOT = 'REJECTED'
                       PERFORM ADD-POLICY-VERSION
                   END-IF
           END-EVALUATE.

       VALIDATE-NEW-VERSION.
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-OF-DATE(WS-TRN-DATE) = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-TRN-DETAIL
               WHEN WS-TRN-DATE NOT > WS-RUN-DATE
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'EFFECTIVE DATE NOT IN THE FUTURE'
                       TO WS-TRN-DETAIL
               WHEN OTHER
                   PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                           UNTIL WS-PV-IDX > WS-PV-COUNT
                       IF WS-PV-EFFECTIVE(WS-PV-IDX) = WS-TRN-DATE
                           MOVE 'REJECTED' TO WS-TRN-RESULT
                           MOVE 'EFFECTIVE DATE ALREADY TAKEN'
                               TO WS-TRN-DETAIL
                       END-IF
                   END-PERFORM
           END-EVALUATE

      *    The base is the named version, else the latest on file.
           MOVE 0 TO WS-PV-BASE-SLOT
           IF WS-TRN-RESULT NOT = 'REJECTED'
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PV-COUNT
                   IF WS-TRN-FIELD-B NOT = SPACES
                       IF WS-PV-VERSION(WS-PV-IDX) = WS-TRN-FIELD-B
                           MOVE WS-PV-IDX TO WS-PV-BASE-SLOT
                       END-IF
                   ELSE
                       IF WS-PV-BASE-SLOT = 0
                           MOVE WS-PV-IDX TO WS-PV-BASE-SLOT
                       ELSE
                           IF WS-PV-EFFECTIVE(WS-PV-IDX) >
                               WS-PV-EFFECTIVE(WS-PV-BASE-SLOT)
                               MOVE WS-PV-IDX TO WS-PV-BASE-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TRN-FIELD-B NOT = SPACES
                  AND WS-PV-BASE-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'BASE VERSION NOT ON TABLE' TO WS-TRN-DETAIL
               END-IF
           END-IF.

       ADD-POLICY-VERSION.
           ADD 1 TO WS-PV-COUNT
           MOVE WS-TRN-VERSION TO WS-PV-VERSION(WS-PV-COUNT)
           MOVE WS-TRN-DATE TO WS-PV-EFFECTIVE(WS-PV-COUNT)
           MOVE WS-TRN-USER-ID TO WS-PV-ENTERED-BY(WS-PV-COUNT)
           MOVE WS-RUN-DATE TO WS-PV-ENTERED-DATE(WS-PV-COUNT)
           IF WS-PV-BASE-SLOT > 0
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 18
                   MOVE WS-PV-VALUE(WS-PV-BASE-SLOT, WS-VAL-IDX)
                       TO WS-PV-VALUE(WS-PV-COUNT, WS-VAL-IDX)
               END-PERFORM
               MOVE SPACES TO WS-TRN-DETAIL
               STRING 'EFF=' WS-TRN-DATE
                      ' BASE=' WS-PV-VERSION(WS-PV-BASE-SLOT)
                   DELIMITED BY SIZE INTO WS-TRN-DETAIL
           ELSE
               MOVE 0 TO WS-POLICY-AS-OF
               CALL 'CREDIT-POLICY-LOOKUP' USING WS-POLICY-REQUEST
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 18
                   MOVE WS-POLICY-VALUE(WS-VAL-IDX)
                       TO WS-PV-VALUE(WS-PV-COUNT, WS-VAL-IDX)
               END-PERFORM
               MOVE SPACES TO WS-TRN-DETAIL
               STRING 'EFF=' WS-TRN-DATE ' BASE=BUILTIN'
                   DELIMITED BY SIZE INTO WS-TRN-DETAIL
           END-IF.

      *****************************************************************
      * SET: the new value is applied, the whole version re-checked, *
      * and the old value put back if the check fails - so a pair of *
      * related cutoffs is moved one SET at a time in an order that  *
      * keeps the version consistent throughout.                     *
      *****************************************************************
       APPLY-SET-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           MOVE 0 TO WS-PARAM-SLOT
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 18
               IF WS-PARAM-NAME(WS-VAL-IDX) = WS-TRN-FIELD-A
                   MOVE WS-VAL-IDX TO WS-PARAM-SLOT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PV-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION NOT ON TABLE' TO WS-TRN-DETAIL
               WHEN WS-PV-EFFECTIVE(WS-PV-SLOT) NOT > WS-RUN-DATE
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION ALREADY IN EFFECT' TO WS-TRN-DETAIL
               WHEN WS-PARAM-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'UNKNOWN PARAMETER' TO WS-TRN-DETAIL
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-FIELD-B) NOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NON-NUMERIC VALUE' TO WS-TRN-DETAIL
               WHEN FUNCTION NUMVAL(WS-TRN-FIELD-B) < 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'NEGATIVE VALUE' TO WS-TRN-DETAIL
               WHEN OTHER
                   COMPUTE WS-TRN-VALUE =
                       FUNCTION NUMVAL(WS-TRN-FIELD-B)
                   MOVE WS-PV-VALUE(WS-PV-SLOT, WS-PARAM-SLOT)
                       TO WS-OLD-VALUE
                   MOVE WS-TRN-VALUE
                       TO WS-PV-VALUE(WS-PV-SLOT, WS-PARAM-SLOT)
                   PERFORM CHECK-VERSION-CONSISTENCY
                   IF WS-CONSISTENCY-ERROR NOT = SPACES
                       MOVE WS-OLD-VALUE
                           TO WS-PV-VALUE(WS-PV-SLOT, WS-PARAM-SLOT)
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE WS-CONSISTENCY-ERROR TO WS-TRN-DETAIL
                   ELSE
                       MOVE WS-OLD-VALUE TO WS-OLD-VALUE-D
                       MOVE WS-TRN-VALUE TO WS-VALUE-D
                       MOVE SPACES TO WS-TRN-DETAIL
                       STRING FUNCTION TRIM(WS-TRN-FIELD-A)
                              ' OLD=' WS-OLD-VALUE-D
                              ' NEW=' WS-VALUE-D
                           DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   END-IF
           END-EVALUATE.

      *    The calculators hold the rate in 9(2)V99, the lookback in
      *    9(3) and the risk points in a 9(3) score - values past
      *    those widths would truncate silently at decision time.
       CHECK-VERSION-CONSISTENCY.
           MOVE SPACES TO WS-CONSISTENCY-ERROR
           EVALUATE TRUE
               WHEN WS-PV-VALUE(WS-PV-SLOT, 1) NOT <
                    WS-PV-VALUE(WS-PV-SLOT, 2)
                 OR WS-PV-VALUE(WS-PV-SLOT, 2) NOT <
                    WS-PV-VALUE(WS-PV-SLOT, 3)
                   MOVE 'DTI BANDS NOT ASCENDING'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 4) > 99.99
                 OR WS-PV-VALUE(WS-PV-SLOT, 5) > 99.99
                 OR WS-PV-VALUE(WS-PV-SLOT, 6) > 99.99
                 OR WS-PV-VALUE(WS-PV-SLOT, 7) > 99.99
                   MOVE 'RATE ABOVE 99.99 PERCENT'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 11) >
                    WS-PV-VALUE(WS-PV-SLOT, 8)
                   MOVE 'REFER DTI ABOVE DECLINE DTI'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 12) >
                    WS-PV-VALUE(WS-PV-SLOT, 9)
                 OR WS-PV-VALUE(WS-PV-SLOT, 9) > 100
                   MOVE 'PAYMENT PERCENT CUTOFFS INCONSISTENT'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 13) > 999
                   MOVE 'REPEAT WINDOW ABOVE 999 DAYS'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 15) NOT <
                    WS-PV-VALUE(WS-PV-SLOT, 14)
                   MOVE 'SCORE-MID NOT BELOW SCORE-HIGH'
                       TO WS-CONSISTENCY-ERROR
               WHEN WS-PV-VALUE(WS-PV-SLOT, 16) > 100
                 OR WS-PV-VALUE(WS-PV-SLOT, 17) > 100
                 OR WS-PV-VALUE(WS-PV-SLOT, 18) > 100
                   MOVE 'RISK POINTS ABOVE 100'
                       TO WS-CONSISTENCY-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * CANCEL: the withdrawn version goes to the history file -     *
      * stamped with the run date - before it leaves the table, so   *
      * what was once scheduled stays on record.                     *
      *****************************************************************
       APPLY-CANCEL-TRANSACTION.
           MOVE 'APPLIED' TO WS-TRN-RESULT
           EVALUATE TRUE
               WHEN WS-PV-SLOT = 0
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION NOT ON TABLE' TO WS-TRN-DETAIL
               WHEN WS-PV-EFFECTIVE(WS-PV-SLOT) NOT > WS-RUN-DATE
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'VERSION ALREADY IN EFFECT' TO WS-TRN-DETAIL
               WHEN OTHER
                   MOVE WS-PV-SLOT TO WS-PV-IDX
                   PERFORM BUILD-POLICY-ROW
                   MOVE SPACES TO HISTORY-RECORD
                   STRING FUNCTION TRIM(WS-ROW-TEXT TRAILING)
                          '|CANCELLED|' WS-RUN-DATE
                       DELIMITED BY SIZE INTO HISTORY-RECORD
                   WRITE HISTORY-RECORD

                   MOVE SPACES TO WS-TRN-DETAIL
                   STRING 'EFF=' WS-PV-EFFECTIVE(WS-PV-SLOT)
                          ' WITHDRAWN'
                       DELIMITED BY SIZE INTO WS-TRN-DETAIL
                   PERFORM VARYING WS-PV-IDX FROM WS-PV-SLOT BY 1
                           UNTIL WS-PV-IDX >= WS-PV-COUNT
                       MOVE WS-PV(WS-PV-IDX + 1) TO WS-PV(WS-PV-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PV-COUNT
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-RUN-DATE '|' WS-RUN-TIME
                  '|' WS-TRN-USER-ID
                  '|' WS-TRN-ACTION
                  '|' WS-TRN-VERSION
                  '|' WS-TRN-RESULT
                  '|' WS-TRN-DETAIL
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *    Formats table entry WS-PV-IDX as a policy row in
      *    WS-ROW-TEXT.
       BUILD-POLICY-ROW.
           MOVE SPACES TO WS-ROW-TEXT
           MOVE 1 TO WS-ROW-PTR
           STRING FUNCTION TRIM(WS-PV-VERSION(WS-PV-IDX))
                  '|' WS-PV-EFFECTIVE(WS-PV-IDX)
                  '|' FUNCTION TRIM(WS-PV-ENTERED-BY(WS-PV-IDX))
                  '|' WS-PV-ENTERED-DATE(WS-PV-IDX)
               DELIMITED BY SIZE INTO WS-ROW-TEXT
               WITH POINTER WS-ROW-PTR
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 18
               MOVE WS-PV-VALUE(WS-PV-IDX, WS-VAL-IDX) TO WS-VALUE-D
               STRING '|' WS-VALUE-D
                   DELIMITED BY SIZE INTO WS-ROW-TEXT
                   WITH POINTER WS-ROW-PTR
           END-PERFORM.

      *****************************************************************
      * The rewrite lands in the next generation file, is count-     *
      * verified by MASTER-GENERATIONS, and only then replaces the   *
      * live table - never an OPEN OUTPUT over the only copy.        *
      *****************************************************************
       REWRITE-POLICY-FILE.
           MOVE 'N' TO WS-GEN-OP
           MOVE 'credit-policy.dat' TO WS-GEN-BASE-NAME
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST

           OPEN OUTPUT GEN-OUT-FILE
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               PERFORM BUILD-POLICY-ROW
               MOVE WS-ROW-TEXT TO GEN-OUT-RECORD
               WRITE GEN-OUT-RECORD
           END-PERFORM
           CLOSE GEN-OUT-FILE

           MOVE 'C' TO WS-GEN-OP
           MOVE WS-PV-COUNT TO WS-GEN-EXPECTED
           CALL 'MASTER-GENERATIONS' USING WS-GEN-REQUEST
           IF WS-GEN-STATUS NOT = 'G'
               DISPLAY 'CREDIT-POLICY-MAINT: POLICY TABLE REWRITE '
                   'NOT COMMITTED - LIVE TABLE UNCHANGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
