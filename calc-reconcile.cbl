      *                     TRANSACTION ID PLUS RECORD NUMBER,
      *                     TIMESTAMP ALTERNATE KEY) IN PLACE OF THE
      *                     RETIRED SEQUENTIAL CALCAUD.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     SUBMITTING DEPARTMENT AND BATCH NUMBER
      *                     NOW FOLLOW THE REVERSAL FLAG.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     CURRENCY, RATE TO BASE AND BASE-CURRENCY
      *                     EQUIVALENTS FOLLOW THE BATCH NUMBER. THE
      *                     BASE AMOUNTS ARE PROVED FROM THE RECOMPUTED
      *                     RESULTS AT THE STORED RATE, AND THE DERIVED
      *                     CONTROL TOTALS ARE NOW IN BASE CURRENCY TO
      *                     MATCH THE CALCRPT TRAILER.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     SEQUENCE NUMBER AND CHAIN CHECK VALUES
      *                     FOLLOW THE FILLER, AND THE SEQUENCE NUMBER
      *                     IS A SECOND ALTERNATE KEY.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     BATCH CREATE DATE FOLLOWS THE FILLER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CALC-AUD-KEY
               ALTERNATE RECORD KEY IS CALC-AUD-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-AUD-SEQ-NO
                   WITH DUPLICATES
               FILE STATUS IS RCN-AUDIT-STATUS.

           SELECT CALC-TRANS-FILE
           05  CALC-AUD-PCT-SKIP       PIC X(01).
           05  CALC-AUD-REV-SW         PIC X(01).
               88  CALC-AUD-IS-REVERSAL         VALUE 'R'.
           05  CALC-AUD-DEPARTMENT     PIC X(08).
           05  CALC-AUD-BATCH-NO       PIC 9(06).
           05  CALC-AUD-CURRENCY       PIC X(03).
           05  CALC-AUD-FX-RATE        PIC 9(05)V9(06).
           05  CALC-AUD-BASE-X         PIC S9(14)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-BASE-Y         PIC S9(14)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-BASE-TOTAL     PIC S9(15)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-BASE-DIFF      PIC S9(15)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-BASE-PRODUCT   PIC S9(23)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-BASE-REM       PIC S9(14)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-FILLER         PIC X(03).
      *    CREATE DATE OFF THE CALCTRAN HEADER, WHICH WITH THE
      *    DEPARTMENT AND BATCH NUMBER KEYS THE BATCH IN CALCBREG AND
      *    CALCHOLD. ZERO FOR INTERACTIVE WORK, REPAIRED SUSPENSE
      *    ITEMS AND RECORDS WRITTEN BEFORE THE FIELD EXISTED.
           05  CALC-AUD-BATCH-DATE     PIC 9(08).
           05  CALC-AUD-SEQ-NO         PIC 9(09).
           05  CALC-AUD-PREV-CHAIN     PIC 9(09).
           05  CALC-AUD-CHAIN          PIC 9(09).

      *----------------------------------------------------------------
      *    CALC-TRANS-FILE - ONLY THE RECORD TYPE BYTE AND THE
           01  RCN-CALC-REM-WORK           PIC S9(11) VALUE ZERO.
           01  RCN-CALC-PCT-WORK           PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    RECOMPUTED BASE-CURRENCY EQUIVALENTS. A RECORD WRITTEN
      *    BEFORE THE CURRENCY FIELDS EXISTED IS IN BASE CURRENCY AND
      *    HAS NO STORED EQUIVALENTS TO PROVE.
      *----------------------------------------------------------------
           01  RCN-FX-SW                   PIC X(01) VALUE 'N'.
               88  RCN-FX-PRESENT              VALUE 'Y'.
           01  RCN-BASE-X                  PIC S9(14)V99 VALUE ZERO.
           01  RCN-BASE-Y                  PIC S9(14)V99 VALUE ZERO.
           01  RCN-BASE-TOTAL              PIC S9(15)V99 VALUE ZERO.
           01  RCN-BASE-DIFF               PIC S9(15)V99 VALUE ZERO.
           01  RCN-BASE-PRODUCT            PIC S9(23)V99 VALUE ZERO.
           01  RCN-BASE-REM                PIC S9(14)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    RE-DERIVED CONTROL TOTALS, SAME WIDTHS AS THE ONES KEPT BY
      *    FIRST-CALCULATOR.
           01  RCN-EDIT-FIELDS.
               05  RCN-ED-RECORD-NO        PIC ZZZZZZZZ9.
               05  RCN-ED-COUNT            PIC ZZZZZZZZ9.
               05  RCN-ED-STORED           PIC -(23)9.99.
               05  RCN-ED-DERIVED          PIC -(23)9.99.
               05  RCN-ED-STORED-CNT       PIC ZZZZZZZZ9.
               05  RCN-ED-DERIVED-CNT      PIC ZZZZZZZZ9.
      *    NAME OF THE FIELD OR TOTAL BEING PROVED, SET BEFORE EACH
                               PERFORM 2250-NEGATE-FOR-REVERSAL
                                   THRU 2250-EXIT
                           END-IF
                           PERFORM 2260-RECOMPUTE-BASE THRU 2260-EXIT
                           PERFORM 2300-COMPARE-RESULTS
                               THRU 2300-EXIT
                           PERFORM 2400-ACCUMULATE-DERIVED
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2260-RECOMPUTE-BASE - BASE-CURRENCY EQUIVALENTS OF X, Y AND
      *    THE RECOMPUTED AMOUNT RESULTS AT THE RATE STORED ON THE
      *    RECORD, ROUNDED AS FIRST-CALCULATOR ROUNDS THEM. A RECORD
      *    WITHOUT A CURRENCY IS IN BASE CURRENCY AT A RATE OF ONE.
      *----------------------------------------------------------------
       2260-RECOMPUTE-BASE.

           IF CALC-AUD-CURRENCY = SPACES
               OR CALC-AUD-FX-RATE IS NOT NUMERIC
               OR CALC-AUD-FX-RATE = ZERO
               MOVE 'N' TO RCN-FX-SW
               MOVE CALC-AUD-X TO RCN-BASE-X
               MOVE CALC-AUD-Y TO RCN-BASE-Y
               MOVE RCN-CALC-TOTAL TO RCN-BASE-TOTAL
               MOVE RCN-CALC-DIFFERENCE TO RCN-BASE-DIFF
               MOVE RCN-CALC-PRODUCT TO RCN-BASE-PRODUCT
               MOVE RCN-CALC-REMAINDER TO RCN-BASE-REM
           ELSE
               MOVE 'Y' TO RCN-FX-SW
               MULTIPLY CALC-AUD-X BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-X ROUNDED
               MULTIPLY CALC-AUD-Y BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-Y ROUNDED
               MULTIPLY RCN-CALC-TOTAL BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-TOTAL ROUNDED
               MULTIPLY RCN-CALC-DIFFERENCE BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-DIFF ROUNDED
               MULTIPLY RCN-CALC-PRODUCT BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-PRODUCT ROUNDED
               MULTIPLY RCN-CALC-REMAINDER BY CALC-AUD-FX-RATE
                   GIVING RCN-BASE-REM ROUNDED
           END-IF.

       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-COMPARE-RESULTS - ONE EXCEPTION LINE PER RESULT FIELD
      *    THAT DOES NOT PROVE AGAINST THE STORED VALUE.
                   PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
               END-IF
           END-IF.
           IF RCN-FX-PRESENT
               PERFORM 2320-COMPARE-BASE THRU 2320-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2320-COMPARE-BASE - THE STORED BASE-CURRENCY EQUIVALENTS
      *    AGAINST THE ONES RECOMPUTED AT THE STORED RATE. A SKIPPED
      *    OPERATION HAS ZERO ON BOTH SIDES.
      *----------------------------------------------------------------
       2320-COMPARE-BASE.

           IF RCN-BASE-X NOT = CALC-AUD-BASE-X
               MOVE 'BASE X' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-X TO RCN-ED-STORED
               MOVE RCN-BASE-X TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.
           IF RCN-BASE-Y NOT = CALC-AUD-BASE-Y
               MOVE 'BASE Y' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-Y TO RCN-ED-STORED
               MOVE RCN-BASE-Y TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.
           IF RCN-BASE-TOTAL NOT = CALC-AUD-BASE-TOTAL
               MOVE 'BASE TOTAL' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-TOTAL TO RCN-ED-STORED
               MOVE RCN-BASE-TOTAL TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.
           IF RCN-BASE-DIFF NOT = CALC-AUD-BASE-DIFF
               MOVE 'BASE DIFF' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-DIFF TO RCN-ED-STORED
               MOVE RCN-BASE-DIFF TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.
           IF RCN-BASE-PRODUCT NOT = CALC-AUD-BASE-PRODUCT
               MOVE 'BASE PRODUCT' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-PRODUCT TO RCN-ED-STORED
               MOVE RCN-BASE-PRODUCT TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.
           IF RCN-BASE-REM NOT = CALC-AUD-BASE-REM
               MOVE 'BASE REMAINDER' TO RCN-ED-FIELD-NAME
               MOVE CALC-AUD-BASE-REM TO RCN-ED-STORED
               MOVE RCN-BASE-REM TO RCN-ED-DERIVED
               PERFORM 2350-WRITE-RECORD-EXCEPTION THRU 2350-EXIT
           END-IF.

       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2350-WRITE-RECORD-EXCEPTION - RCN-ED-FIELD-NAME,
      *    RCN-ED-STORED AND RCN-ED-DERIVED MUST BE SET BEFORE THE
      *    2400-ACCUMULATE-DERIVED - MIRRORS THE CONTROL-TOTAL
      *    ACCUMULATION IN FIRST-CALCULATOR: EVERY POSTED RECORD
      *    COUNTS ONCE AND THE RECOMPUTED RESULTS (ZERO WHEN THE
      *    OPERATION WAS SKIPPED) FEED THE SUMS - THE AMOUNTS IN BASE
      *    CURRENCY, THE QUOTIENT AND PERCENTAGE AS THEY STAND.
      *----------------------------------------------------------------
       2400-ACCUMULATE-DERIVED.

           ADD 1 TO RCN-CT-COUNT.
           ADD RCN-BASE-TOTAL TO RCN-CT-TOTAL-SUM.
           ADD RCN-BASE-PRODUCT TO RCN-CT-PRODUCT-SUM.
           ADD RCN-CALC-QUOTIENT TO RCN-CT-QUOTIENT-SUM.
           ADD RCN-BASE-REM TO RCN-CT-REM-SUM.
           ADD RCN-CALC-PCT TO RCN-CT-PCT-SUM.

       2400-EXIT.
