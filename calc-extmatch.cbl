      *                     RETURN CODE 8 WHEN ANYTHING IS
      *                     UNMATCHED OR REJECTED, SO THE CLOSE
      *                     CHECKLIST CAN RELY ON IT.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     SUBMITTING DEPARTMENT AND BATCH NUMBER
      *                     NOW FOLLOW THE REVERSAL FLAG.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     CURRENCY, RATE TO BASE AND BASE-CURRENCY
      *                     EQUIVALENTS FOLLOW THE BATCH NUMBER. THE
      *                     EXTRACT RECORD IS NOW UP TO 400 BYTES WITH
      *                     THE BASE-CURRENCY FIELDS AFTER THE
      *                     TRANSACTION ID, WHICH STAYS THE ELEVENTH
      *                     FIELD.
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
               FILE STATUS IS EXM-AUDIT-STATUS.

           SELECT EXM-MATCH-REPORT

      *----------------------------------------------------------------
      *    CALC-EXTRACT-IN - THE SEMICOLON-DELIMITED INTERFACE FILE
      *    AS WRITTEN BY FIRST-CALCULATOR. THE ELEVENTH FIELD IS THE
      *    TRANSACTION ID; THE BASE-CURRENCY FIELDS AFTER IT ARE NOT
      *    NEEDED HERE.
      *----------------------------------------------------------------
       FD  CALC-EXTRACT-IN.
       01  CALC-EXTRACT-IN-RECORD      PIC X(400).

      *----------------------------------------------------------------
      *    EXM-RESPONSE-FILE - ONE RECORD PER TRANSACTION FINANCE
           05  CALC-AUD-REM-SKIP       PIC X(01).
           05  CALC-AUD-PCT-SKIP       PIC X(01).
           05  CALC-AUD-REV-SW         PIC X(01).
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
      *    EXM-MATCH-REPORT - THE PRINTED TWO-WAY EXCEPTIONS REPORT.
