       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-POLICY-LOOKUP.
       AUTHOR. SUITECRM-COBOL-BRIDGE-TEAM.

      *****************************************************************
      * Returns the credit policy in force on a given date from      *
      * credit-policy.dat, the effective-dated table CREDIT-POLICY-  *
      * MAINT keeps. Underwriting cutoffs used to be literals inside *
      * CREDIT-CALCULATOR and ENHANCED-FINANCIAL-CALC-V2, so every   *
      * change was a code change with no record of which decisions   *
      * were made under which numbers.                               *
      *                                                               *
      * Policy row:                                                  *
      *   version|effective_date|entered_by|entered_date|v1|..|v18   *
      * Values, in order (every value 9(7).99):                      *
      *    1-3  DTI-BAND-1..3   DTI upper bounds of pricing bands    *
      *    4-7  RATE-1..4       rate (percent) for each band, the    *
      *                         last band being above DTI-BAND-3     *
      *    8    DECLINE-DTI     DTI above this declines              *
      *    9    DECLINE-PMT-PCT payment above this percent of        *
      *                         monthly income declines              *
      *   10    MIN-INCOME      annual income below this declines    *
      *   11    REFER-DTI       DTI above this refers                *
      *   12    REFER-PMT-PCT   payment above this percent refers    *
      *   13    REPEAT-DAYS     repeat-decline lookback window       *
      *   14-15 SCORE-HIGH/MID  credit score thresholds              *
      *   16-18 POINTS-HIGH/MID/LOW  risk points for each tier       *
      *                                                               *
      * Callable subprogram on LK-POLICY-REQUEST: the caller sets    *
      * LK-POLICY-AS-OF and gets back the version with the latest    *
      * effective date on or before it, its effective date and its   *
      * values. The table is loaded on the first call only and held  *
      * for the rest of the run unit - a batch of thousands of       *
      * decisions reads the file once.                               *
      * LK-POLICY-STATUS: 'F' found on file, 'D' built-in defaults.  *
      * Defaults (version BUILTIN, the pre-table literals) are       *
      * returned when the file is missing or no version is in        *
      * effect yet, with one warning per run; an AS-OF of zero asks  *
      * for the defaults outright (CREDIT-POLICY-MAINT seeds a first *
      * version from them). A row with a non-numeric value or date   *
      * is skipped with a warning rather than read as a zero cutoff. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO 'credit-policy.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-POLICY-EOF           PIC X VALUE 'N'.
           88  WS-POLICY-AT-END        VALUE 'Y'.
       01  WS-POLICY-LOADED        PIC X VALUE 'N'.
       01  WS-DEFAULT-WARNED       PIC X VALUE 'N'.

      * Every version on file, in file order - the lookup picks by
      * effective date, so the order on disk does not matter.
       01  WS-POLICY-TABLE.
           05  WS-PV-COUNT         PIC 9(3) COMP-3 VALUE 0.
           05  WS-PV OCCURS 200 TIMES.
               10  WS-PV-VERSION   PIC X(8).
               10  WS-PV-EFFECTIVE PIC 9(8).
               10  WS-PV-VALUE     PIC 9(7)V99 COMP-3
                                   OCCURS 18 TIMES.
       01  WS-PV-IDX               PIC 9(3) COMP-3 VALUE 0.
       01  WS-PV-SLOT              PIC 9(3) COMP-3 VALUE 0.
       01  WS-VAL-IDX              PIC 9(2) VALUE 0.
       01  WS-ROW-BAD              PIC X VALUE 'N'.

      * Built-in policy - the cutoffs the calculators carried as
      * literals before the table existed.
       01  WS-BUILTIN-VALUES.
           05  FILLER              PIC 9(7)V99 VALUE 20.
           05  FILLER              PIC 9(7)V99 VALUE 30.
           05  FILLER              PIC 9(7)V99 VALUE 40.
           05  FILLER              PIC 9(7)V99 VALUE 5.5.
           05  FILLER              PIC 9(7)V99 VALUE 7.5.
           05  FILLER              PIC 9(7)V99 VALUE 9.5.
           05  FILLER              PIC 9(7)V99 VALUE 12.5.
           05  FILLER              PIC 9(7)V99 VALUE 45.
           05  FILLER              PIC 9(7)V99 VALUE 30.
           05  FILLER              PIC 9(7)V99 VALUE 25000.
           05  FILLER              PIC 9(7)V99 VALUE 40.
           05  FILLER              PIC 9(7)V99 VALUE 25.
           05  FILLER              PIC 9(7)V99 VALUE 30.
           05  FILLER              PIC 9(7)V99 VALUE 750.
           05  FILLER              PIC 9(7)V99 VALUE 650.
           05  FILLER              PIC 9(7)V99 VALUE 25.
           05  FILLER              PIC 9(7)V99 VALUE 15.
           05  FILLER              PIC 9(7)V99 VALUE 5.

      * Parsed fields of the policy row being loaded.
       01  WS-ROW-VERSION          PIC X(8).
       01  WS-ROW-EFFECTIVE-TEXT   PIC X(10).
       01  WS-ROW-ENTERED-BY       PIC X(10).
       01  WS-ROW-ENTERED-DATE     PIC X(10).
       01  WS-ROW-VALUE-TEXTS.
           05  WS-ROW-VALUE-TEXT   PIC X(12) OCCURS 18 TIMES.

       LINKAGE SECTION.
       01  LK-POLICY-REQUEST.
           05  LK-POLICY-AS-OF         PIC 9(8).
           05  LK-POLICY-VERSION       PIC X(8).
           05  LK-POLICY-EFFECTIVE     PIC 9(8).
           05  LK-POLICY-STATUS        PIC X.
           05  LK-POLICY-VALUES.
               10  LK-POL-DTI-BAND-1       PIC 9(7)V99.
               10  LK-POL-DTI-BAND-2       PIC 9(7)V99.
               10  LK-POL-DTI-BAND-3       PIC 9(7)V99.
               10  LK-POL-RATE-1           PIC 9(7)V99.
               10  LK-POL-RATE-2           PIC 9(7)V99.
               10  LK-POL-RATE-3           PIC 9(7)V99.
               10  LK-POL-RATE-4           PIC 9(7)V99.
               10  LK-POL-DECLINE-DTI      PIC 9(7)V99.
               10  LK-POL-DECLINE-PMT-PCT  PIC 9(7)V99.
               10  LK-POL-MIN-INCOME       PIC 9(7)V99.
               10  LK-POL-REFER-DTI        PIC 9(7)V99.
               10  LK-POL-REFER-PMT-PCT    PIC 9(7)V99.
               10  LK-POL-REPEAT-DAYS      PIC 9(7)V99.
               10  LK-POL-SCORE-HIGH       PIC 9(7)V99.
               10  LK-POL-SCORE-MID        PIC 9(7)V99.
               10  LK-POL-POINTS-HIGH      PIC 9(7)V99.
               10  LK-POL-POINTS-MID       PIC 9(7)V99.
               10  LK-POL-POINTS-LOW       PIC 9(7)V99.
           05  LK-POLICY-VALUE-TABLE REDEFINES LK-POLICY-VALUES.
               10  LK-POLICY-VALUE         PIC 9(7)V99
                                           OCCURS 18 TIMES.

       PROCEDURE DIVISION USING LK-POLICY-REQUEST.

       MAIN-PROCEDURE.
           IF WS-POLICY-LOADED NOT = 'Y'
               PERFORM LOAD-POLICY-TABLE
               MOVE 'Y' TO WS-POLICY-LOADED
           END-IF

           PERFORM FIND-POLICY-IN-EFFECT
           IF WS-PV-SLOT > 0
               MOVE 'F' TO LK-POLICY-STATUS
               MOVE WS-PV-VERSION(WS-PV-SLOT) TO LK-POLICY-VERSION
               MOVE WS-PV-EFFECTIVE(WS-PV-SLOT)
                   TO LK-POLICY-EFFECTIVE
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 18
                   MOVE WS-PV-VALUE(WS-PV-SLOT, WS-VAL-IDX)
                       TO LK-POLICY-VALUE(WS-VAL-IDX)
               END-PERFORM
           ELSE
               PERFORM RETURN-BUILTIN-POLICY
           END-IF
           GOBACK.

      *****************************************************************
      * A missing policy file is not fatal - decisions fall back to  *
      * the built-in policy and say so on every history row (version *
      * BUILTIN) - but a table past capacity is: silently dropping   *
      * the newest versions would price on a superseded policy.      *
      *****************************************************************
       LOAD-POLICY-TABLE.
           MOVE 0 TO WS-PV-COUNT
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
           MOVE SPACES TO WS-ROW-VERSION WS-ROW-EFFECTIVE-TEXT
           MOVE SPACES TO WS-ROW-ENTERED-BY WS-ROW-ENTERED-DATE
           MOVE SPACES TO WS-ROW-VALUE-TEXTS
           UNSTRING POLICY-RECORD DELIMITED BY '|'
               INTO WS-ROW-VERSION WS-ROW-EFFECTIVE-TEXT
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

           MOVE 'N' TO WS-ROW-BAD
           IF WS-ROW-VERSION = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ROW-EFFECTIVE-TEXT) NOT = 0
               MOVE 'Y' TO WS-ROW-BAD
           END-IF
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 18
               IF FUNCTION TEST-NUMVAL(WS-ROW-VALUE-TEXT(WS-VAL-IDX))
                   NOT = 0
                   MOVE 'Y' TO WS-ROW-BAD
               END-IF
           END-PERFORM

           IF WS-ROW-BAD = 'Y'
               DISPLAY 'CREDIT-POLICY-LOOKUP: UNREADABLE POLICY ROW '
                   'SKIPPED - VERSION ' WS-ROW-VERSION
           ELSE
               IF WS-PV-COUNT >= 200
                   DISPLAY 'CREDIT-POLICY-LOOKUP: POLICY TABLE '
                       'EXCEEDS CAPACITY - RUN ABORTED'
                   CLOSE POLICY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PV-COUNT
               MOVE WS-ROW-VERSION TO WS-PV-VERSION(WS-PV-COUNT)
               COMPUTE WS-PV-EFFECTIVE(WS-PV-COUNT) =
                   FUNCTION NUMVAL(WS-ROW-EFFECTIVE-TEXT)
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 18
                   COMPUTE WS-PV-VALUE(WS-PV-COUNT, WS-VAL-IDX) =
                       FUNCTION NUMVAL(WS-ROW-VALUE-TEXT(WS-VAL-IDX))
               END-PERFORM
           END-IF.

      *    Latest effective date on or before the as-of date; an
      *    as-of of zero matches nothing and so yields the defaults.
       FIND-POLICY-IN-EFFECT.
           MOVE 0 TO WS-PV-SLOT
           IF LK-POLICY-AS-OF > 0
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PV-COUNT
                   IF WS-PV-EFFECTIVE(WS-PV-IDX) <= LK-POLICY-AS-OF
                       IF WS-PV-SLOT = 0
                           MOVE WS-PV-IDX TO WS-PV-SLOT
                       ELSE
                           IF WS-PV-EFFECTIVE(WS-PV-IDX)
                               > WS-PV-EFFECTIVE(WS-PV-SLOT)
                               MOVE WS-PV-IDX TO WS-PV-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       RETURN-BUILTIN-POLICY.
           MOVE 'D' TO LK-POLICY-STATUS
           MOVE 'BUILTIN' TO LK-POLICY-VERSION
           MOVE 0 TO LK-POLICY-EFFECTIVE
           MOVE WS-BUILTIN-VALUES TO LK-POLICY-VALUES
           IF LK-POLICY-AS-OF > 0 AND WS-DEFAULT-WARNED = 'N'
               DISPLAY 'CREDIT-POLICY-LOOKUP: NO POLICY IN EFFECT ON '
                   LK-POLICY-AS-OF ' - BUILT-IN POLICY USED'
               MOVE 'Y' TO WS-DEFAULT-WARNED
           END-IF.
