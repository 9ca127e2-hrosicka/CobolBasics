       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALC-OUTLIER.
      *    NEXT-MORNING EXCEPTIONS REPORT OF NEWLY POSTED
      *    CALCULATIONS THAT FALL FAR OUTSIDE THEIR DEPARTMENT'S NORM.
       AUTHOR. D-CIHLAR.
       INSTALLATION. FINANCE-BATCH-CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15 DC    NEW PROGRAM, IN THE STYLE OF
      *                     CALC-AUDVERIFY. BUILDS A ROLLING 90-DAY
      *                     PROFILE FOR EACH DEPARTMENT AND OPERATION
      *                     CODE FROM THE CALCARCH.YYYYMM GENERATIONS
      *                     AND THE LIVE CALCAUDX LOG - COUNT, MEAN,
      *                     STANDARD DEVIATION AND TYPICAL (MEAN
      *                     ABSOLUTE) MAGNITUDE OF X, Y AND EACH
      *                     RESULT, IN BASE CURRENCY WHERE THE RECORD
      *                     CARRIES A RATE - AND THEN CHECKS EVERY
      *                     CALCULATION POSTED ON OR AFTER THE ENTERED
      *                     POSTING DATE AGAINST IT. AN ITEM MORE THAN
      *                     OLR-LIMIT-SD STANDARD DEVIATIONS FROM ITS
      *                     DEPARTMENT'S MEAN ON ANY MEASURE IS LISTED
      *                     ON CALCOUTL WITH ITS TRANSACTION ID,
      *                     DEPARTMENT, HOW MANY STANDARD DEVIATIONS
      *                     OFF IT IS AND HOW MANY TIMES THE TYPICAL
      *                     MAGNITUDE. REJECTED ITEMS AND REVERSALS
      *                     ARE LEFT OUT. RETURN CODE 4 WHEN ANYTHING
      *                     WAS FLAGGED, 8 WHEN CALCAUDX CANNOT BE
      *                     READ.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     BATCH CREATE DATE FOLLOWS THE FILLER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CALC-AUDIT-LOG
               ASSIGN TO "CALCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUD-KEY
               ALTERNATE RECORD KEY IS CALC-AUD-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-AUD-SEQ-NO
                   WITH DUPLICATES
               FILE STATUS IS OLR-AUDIT-STATUS.

           SELECT CALC-ARCHIVE-FILE
               ASSIGN TO DYNAMIC OLR-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLR-ARCH-STATUS.

           SELECT OLR-OUTLIER-REPORT
               ASSIGN TO "CALCOUTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLR-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------
      *    CALC-AUDIT-LOG - SAME LAYOUT AS IN FIRST-CALCULATOR.
      *----------------------------------------------------------------
       FD  CALC-AUDIT-LOG.
       01  CALC-AUDIT-RECORD.
           05  CALC-AUD-KEY.
               10  CALC-AUD-TRAN-ID    PIC X(12).
               10  CALC-AUD-RECORD-NO  PIC 9(09).
           05  CALC-AUD-TIMESTAMP      PIC X(14).
           05  CALC-AUD-OPERATOR       PIC X(08).
           05  CALC-AUD-X              PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-Y              PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-TOTAL          PIC S9(10)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-DIFFERENCE     PIC S9(10)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-PRODUCT        PIC S9(18)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-QUOTIENT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-OPERATION      PIC X(01).
           05  CALC-AUD-ADD-SKIP       PIC X(01).
           05  CALC-AUD-SUB-SKIP       PIC X(01).
           05  CALC-AUD-MUL-SKIP       PIC X(01).
           05  CALC-AUD-DIVIDE-SKIP    PIC X(01).
           05  CALC-AUD-REJECT-SW      PIC X(01).
           05  CALC-AUD-REMAINDER      PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUD-PCT            PIC S9(13)V99
                                       SIGN LEADING SEPARATE CHARACTER.
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
      *    CALC-ARCHIVE-FILE - ONE CALCARCH.YYYYMM GENERATION; EACH
      *    RECORD IS AN IMAGE OF CALC-AUDIT-RECORD.
      *----------------------------------------------------------------
       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD         PIC X(400).


      *----------------------------------------------------------------
      *    OLR-OUTLIER-REPORT - THE PRINTED EXCEPTIONS REPORT.
      *----------------------------------------------------------------
       FD  OLR-OUTLIER-REPORT.
       01  OLR-OUTLIER-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    PROGRAM SWITCHES
      *----------------------------------------------------------------
           01  OLR-SWITCHES.
               05  OLR-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
                   88  OLR-AUDIT-EOF            VALUE 'Y'.
               05  OLR-ARCH-EOF-SW         PIC X(01) VALUE 'N'.
                   88  OLR-ARCH-EOF             VALUE 'Y'.
               05  OLR-ELIGIBLE-SW         PIC X(01) VALUE 'N'.
                   88  OLR-ELIGIBLE             VALUE 'Y'.
               05  OLR-PRF-FOUND-SW        PIC X(01) VALUE 'N'.
                   88  OLR-PRF-FOUND            VALUE 'Y'.
               05  OLR-SLOT-STOP-SW        PIC X(01) VALUE 'N'.
                   88  OLR-SLOT-STOP            VALUE 'Y'.
               05  OLR-FINISHED-SW         PIC X(01) VALUE 'N'.
                   88  OLR-PROFILES-FINISHED    VALUE 'Y'.
               05  OLR-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
                   88  OLR-TABLE-FULL-NOTED     VALUE 'Y'.
               05  OLR-ITEM-FLAGGED-SW     PIC X(01) VALUE 'N'.
                   88  OLR-ITEM-FLAGGED         VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS FIELDS
      *----------------------------------------------------------------
           01  OLR-FILE-STATUSES.
               05  OLR-AUDIT-STATUS        PIC X(02) VALUE '00'.
               05  OLR-ARCH-STATUS         PIC X(02) VALUE '00'.
               05  OLR-REPORT-STATUS       PIC X(02) VALUE '00'.

           01  OLR-ARCHIVE-NAME            PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------
      *    HOW FAR OUT IS TOO FAR, AND HOW MUCH HISTORY A PROFILE
      *    NEEDS BEFORE IT IS TRUSTED. A PROFILE WITH LESS THAN
      *    OLR-MIN-HISTORY POSTINGS OF A MEASURE FLAGS NOTHING ON IT.
      *    THE SPREAD USED IS NEVER LESS THAN ONE PERCENT OF THE
      *    TYPICAL MAGNITUDE, NOR LESS THAN ONE CENT, SO A DEPARTMENT
      *    THAT POSTS THE SAME FIGURE EVERY DAY IS NOT FLAGGED FOR
      *    A ROUNDING DIFFERENCE.
      *----------------------------------------------------------------
           01  OLR-RULES.
               05  OLR-WINDOW-DAYS         PIC 9(03) VALUE 90.
               05  OLR-LIMIT-SD            PIC 9(02)V99 VALUE 4.00.
               05  OLR-MIN-HISTORY         PIC 9(03) VALUE 10.
               05  OLR-MIN-SPREAD          PIC 9(01)V99 VALUE 0.01.

      *----------------------------------------------------------------
      *    DATES. THE POSTING DATE IS THE FIRST DAY WHOSE POSTINGS
      *    ARE CHECKED; THE PROFILE IS BUILT FROM THE OLR-WINDOW-DAYS
      *    DAYS BEFORE IT. ANY GENERATION OR LOG RECORD FROM THE
      *    START MONTH ON MAY FALL IN THE WINDOW.
      *----------------------------------------------------------------
           01  OLR-DATE-FIELDS.
               05  OLR-POST-TEXT           PIC X(08) VALUE SPACES.
               05  OLR-POST-DATE           PIC 9(08) VALUE ZERO.
               05  OLR-POST-DATE-R REDEFINES OLR-POST-DATE.
                   10  OLR-POST-YYYY       PIC 9(04).
                   10  OLR-POST-MM         PIC 9(02).
                   10  OLR-POST-DD         PIC 9(02).
               05  OLR-POST-DAY            PIC 9(07) VALUE ZERO COMP.
               05  OLR-FIRST-DAY           PIC 9(07) VALUE ZERO COMP.
               05  OLR-REC-DAY             PIC 9(07) VALUE ZERO COMP.
               05  OLR-POST-MONTH          PIC 9(06) VALUE ZERO.
               05  OLR-GEN-MONTH           PIC 9(06) VALUE ZERO.
               05  OLR-GEN-MONTH-R REDEFINES OLR-GEN-MONTH.
                   10  OLR-GEN-YYYY        PIC 9(04).
                   10  OLR-GEN-MM          PIC 9(02).
               05  OLR-START-STAMP         PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      *    THE PROFILES, ONE ENTRY PER DEPARTMENT AND OPERATION CODE,
      *    KEPT IN KEY ORDER. EACH HOLDS EIGHT MEASURES - X, Y AND
      *    THE SIX RESULTS, IN THE ORDER OF OLR-MEASURE-NAME. SUMS
      *    ARE FLOATING POINT: THE SQUARE OF A PRODUCT WILL NOT FIT
      *    A DECIMAL FIELD.
      *----------------------------------------------------------------
           01  OLR-PROFILE-TABLE.
               05  OLR-PRF-USED            PIC 9(04) VALUE ZERO COMP.
               05  OLR-PRF-ENTRY           OCCURS 500 TIMES.
                   10  OLR-PRF-KEY.
                       15  OLR-PRF-DEPT    PIC X(08).
                       15  OLR-PRF-OP      PIC X(01).
                   10  OLR-PRF-MEASURE     OCCURS 8 TIMES.
                       15  OLR-PRF-COUNT   PIC 9(07) COMP.
                       15  OLR-PRF-SUM     COMP-2.
                       15  OLR-PRF-SUMSQ   COMP-2.
                       15  OLR-PRF-SUMABS  COMP-2.
                       15  OLR-PRF-MEAN    COMP-2.
                       15  OLR-PRF-SD      COMP-2.
                       15  OLR-PRF-MAG     COMP-2.
           77  OLR-PRF-IX                  PIC 9(04) VALUE ZERO COMP.
           77  OLR-PRF-JX                  PIC 9(04) VALUE ZERO COMP.
           77  OLR-MS-IX                   PIC 9(02) VALUE ZERO COMP.

           01  OLR-SEARCH-KEY.
               05  OLR-SRCH-DEPT           PIC X(08) VALUE SPACES.
               05  OLR-SRCH-OP             PIC X(01) VALUE SPACE.

           01  OLR-MEASURE-NAME-LIST       PIC X(80) VALUE
               'X         Y         TOTAL     DIFFERENCEPRODUCT   QUOTIE
      -        'NT  REMAINDER PCT OF Y  '.
           01  OLR-MEASURE-NAME-TAB REDEFINES OLR-MEASURE-NAME-LIST.
               05  OLR-MEASURE-NAME        PIC X(10) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      *    THE MEASURES OF THE AUDIT RECORD IN HAND (7000).
      *----------------------------------------------------------------
           01  OLR-RECORD-MEASURES.
               05  OLR-REC-MEASURE         OCCURS 8 TIMES.
                   10  OLR-REC-HAS-SW      PIC X(01).
                       88  OLR-REC-HAS          VALUE 'Y'.
                   10  OLR-REC-VALUE       COMP-2.
           01  OLR-BASE-SW                 PIC X(01) VALUE 'N'.
               88  OLR-USE-BASE                 VALUE 'Y'.

      *----------------------------------------------------------------
      *    STATISTICS WORK FIELDS
      *----------------------------------------------------------------
           01  OLR-STAT-FIELDS.
               05  OLR-ST-ABS              COMP-2.
               05  OLR-ST-SQUARE           COMP-2.
               05  OLR-ST-VAR              COMP-2.
               05  OLR-ST-DEGREES          PIC 9(07) COMP.
               05  OLR-ST-SPREAD           COMP-2.
               05  OLR-ST-DEVS             COMP-2.
               05  OLR-ST-ABS-DEVS         COMP-2.
               05  OLR-ST-TIMES            COMP-2.

      *----------------------------------------------------------------
      *    DAY-NUMBER WORK FIELDS, AS IN FIRST-CALCULATOR
      *----------------------------------------------------------------
           01  OLR-DAYS-FIELDS.
               05  OLR-DAYS-DATE           PIC 9(08) VALUE ZERO.
               05  OLR-DAYS-DATE-R REDEFINES OLR-DAYS-DATE.
                   10  OLR-DAYS-YYYY       PIC 9(04).
                   10  OLR-DAYS-MM         PIC 9(02).
                   10  OLR-DAYS-DD         PIC 9(02).
               05  OLR-DAYS-NUMBER         PIC 9(07) VALUE ZERO COMP.
               05  OLR-DAYS-OK-SW          PIC X(01) VALUE 'N'.
                   88  OLR-DAYS-OK              VALUE 'Y'.
               05  OLR-DAYS-PRIOR-YEARS    PIC 9(04) VALUE ZERO COMP.
               05  OLR-DAYS-QUOT           PIC 9(04) VALUE ZERO COMP.
               05  OLR-DAYS-REM-4          PIC 9(04) VALUE ZERO COMP.
               05  OLR-DAYS-REM-100        PIC 9(04) VALUE ZERO COMP.
               05  OLR-DAYS-REM-400        PIC 9(04) VALUE ZERO COMP.
               05  OLR-DAYS-LEAP-SW        PIC X(01) VALUE 'N'.
                   88  OLR-DAYS-LEAP-YEAR       VALUE 'Y'.
               05  OLR-DAYS-CUM-LIST       PIC X(36)
                   VALUE '000031059090120151181212243273304334'.
               05  OLR-DAYS-CUM-TAB REDEFINES OLR-DAYS-CUM-LIST.
                   10  OLR-DAYS-CUM        PIC 9(03) OCCURS 12 TIMES.
               05  OLR-DAYS-LEN-LIST       PIC X(24)
                   VALUE '312831303130313130313031'.
               05  OLR-DAYS-LEN-TAB REDEFINES OLR-DAYS-LEN-LIST.
                   10  OLR-DAYS-LEN        PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    COUNTS
      *----------------------------------------------------------------
           01  OLR-ARCH-HISTORY-COUNT      PIC 9(09) VALUE ZERO COMP.
           01  OLR-LIVE-HISTORY-COUNT      PIC 9(09) VALUE ZERO COMP.
           01  OLR-GEN-COUNT               PIC 9(09) VALUE ZERO COMP.
           01  OLR-GENERATIONS-READ        PIC 9(09) VALUE ZERO COMP.
           01  OLR-NOT-PROFILED-COUNT      PIC 9(09) VALUE ZERO COMP.
           01  OLR-EXAMINED-COUNT          PIC 9(09) VALUE ZERO COMP.
           01  OLR-NO-HISTORY-COUNT        PIC 9(09) VALUE ZERO COMP.
           01  OLR-FLAGGED-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  OLR-FLAG-LINE-COUNT         PIC 9(09) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    PRINT-LINE AND EDITED REPORT FIELDS
      *----------------------------------------------------------------
           01  OLR-PRINT-LINE              PIC X(132) VALUE SPACES.

           01  OLR-EDIT-FIELDS.
               05  OLR-ED-COUNT            PIC ZZZZZZZZ9.
               05  OLR-ED-DAYS             PIC ZZ9.
               05  OLR-ED-LIMIT            PIC Z9.99.
               05  OLR-ED-BATCH-NO         PIC 9(06).
               05  OLR-ED-VALUE            PIC -(18)9.99.
               05  OLR-ED-MEAN             PIC -(18)9.99.
               05  OLR-ED-SD               PIC -(18)9.99.
               05  OLR-ED-MAG              PIC -(18)9.99.
               05  OLR-ED-DEVS             PIC -(5)9.99.
               05  OLR-ED-TIMES            PIC Z(6)9.9.
               05  OLR-ED-DEPT             PIC X(10).
               05  OLR-ED-LABEL            PIC X(50).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROFILE-GENERATIONS THRU 2000-EXIT.
           PERFORM 3000-SCAN-LIVE-LOG THRU 3000-EXIT.
           PERFORM 6000-WRITE-PROFILES THRU 6000-EXIT.
           PERFORM 6500-WRITE-SUMMARY THRU 6500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF OLR-AUDIT-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF OLR-FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INITIALIZE - ASKS FOR THE POSTING DATE AND OPENS THE
      *    REPORT. A BLANK DATE MEANS YESTERDAY, SO THE MORNING RUN
      *    CHECKS EVERYTHING POSTED SINCE THE START OF THE LAST
      *    DAY'S BUSINESS. A DATE THAT CANNOT BE A DATE ENDS THE RUN.
      *----------------------------------------------------------------
       1000-INITIALIZE.

           DISPLAY 'CALC-OUTLIER - ENTER FIRST POSTING DATE TO CHECK '.
           DISPLAY '(YYYYMMDD), OR BLANK FOR YESTERDAY: '.
           ACCEPT OLR-POST-TEXT.

           OPEN OUTPUT OLR-OUTLIER-REPORT.
           IF OLR-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCOUTL, FILE STATUS '
                        OLR-REPORT-STATUS
               DISPLAY 'CALC-OUTLIER TERMINATING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF OLR-POST-TEXT = SPACES
               ACCEPT OLR-POST-DATE FROM DATE YYYYMMDD
               PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
           ELSE
               IF OLR-POST-TEXT IS NUMERIC
                   MOVE OLR-POST-TEXT TO OLR-POST-DATE
               ELSE
                   MOVE ZERO TO OLR-POST-DATE
               END-IF
           END-IF.
           MOVE OLR-POST-DATE TO OLR-DAYS-DATE.
           PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT.
           IF NOT OLR-DAYS-OK
               DISPLAY 'NOT A VALID POSTING DATE: ' OLR-POST-TEXT
               DISPLAY 'CALC-OUTLIER TERMINATING'
               CLOSE OLR-OUTLIER-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OLR-DAYS-NUMBER TO OLR-POST-DAY.
           SUBTRACT OLR-WINDOW-DAYS FROM OLR-POST-DAY
               GIVING OLR-FIRST-DAY.

      *    NINETY DAYS NEVER REACH BACK MORE THAN THREE MONTHS BEFORE
      *    THE POSTING MONTH.
           MOVE OLR-POST-DATE(1:6) TO OLR-POST-MONTH.
           MOVE OLR-POST-MONTH TO OLR-GEN-MONTH.
           IF OLR-GEN-MM > 3
               SUBTRACT 3 FROM OLR-GEN-MM
           ELSE
               ADD 9 TO OLR-GEN-MM
               SUBTRACT 1 FROM OLR-GEN-YYYY
           END-IF.
           MOVE SPACES TO OLR-START-STAMP.
           STRING OLR-GEN-MONTH DELIMITED BY SIZE
                   '01000000' DELIMITED BY SIZE
               INTO OLR-START-STAMP
           END-STRING.

           MOVE SPACES TO OLR-PRINT-LINE.
           STRING 'CALC-OUTLIER - POSTED CALCULATIONS OUTSIDE THEIR '
                   DELIMITED BY SIZE
                   'DEPARTMENT NORM' DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.
           MOVE OLR-WINDOW-DAYS TO OLR-ED-DAYS.
           MOVE OLR-LIMIT-SD TO OLR-ED-LIMIT.
           MOVE SPACES TO OLR-PRINT-LINE.
           STRING 'POSTINGS FROM ' DELIMITED BY SIZE
                   OLR-POST-DATE DELIMITED BY SIZE
                   ' CHECKED AGAINST THE ' DELIMITED BY SIZE
                   OLR-ED-DAYS DELIMITED BY SIZE
                   ' DAYS BEFORE - FLAGGED AT ' DELIMITED BY SIZE
                   OLR-ED-LIMIT DELIMITED BY SIZE
                   ' STANDARD DEVIATIONS' DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.
           MOVE SPACES TO OLR-OUTLIER-RECORD.
           WRITE OLR-OUTLIER-RECORD.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-STEP-BACK-ONE-DAY - OLR-POST-DATE BECOMES THE DAY
      *    BEFORE, ACROSS A MONTH OR YEAR END.
      *----------------------------------------------------------------
       1100-STEP-BACK-ONE-DAY.

           IF OLR-POST-DD > 1
               SUBTRACT 1 FROM OLR-POST-DD
           ELSE
               IF OLR-POST-MM > 1
                   SUBTRACT 1 FROM OLR-POST-MM
               ELSE
                   MOVE 12 TO OLR-POST-MM
                   SUBTRACT 1 FROM OLR-POST-YYYY
               END-IF
               MOVE 1 TO OLR-POST-DD
               MOVE OLR-POST-DATE TO OLR-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
               MOVE OLR-DAYS-LEN(OLR-POST-MM) TO OLR-POST-DD
               IF OLR-POST-MM = 2 AND OLR-DAYS-LEAP-YEAR
                   ADD 1 TO OLR-POST-DD
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-PROFILE-GENERATIONS - EACH ARCHIVE GENERATION FROM THE
      *    START MONTH THROUGH THE POSTING MONTH. A MONTH NEVER
      *    ARCHIVED, OR ONE RETIRED, SIMPLY HAS NO FILE.
      *----------------------------------------------------------------
       2000-PROFILE-GENERATIONS.

           PERFORM 2100-PROFILE-ONE-GENERATION THRU 2100-EXIT
               UNTIL OLR-GEN-MONTH > OLR-POST-MONTH.

       2000-EXIT.
           EXIT.

       2100-PROFILE-ONE-GENERATION.

           MOVE SPACES TO OLR-ARCHIVE-NAME.
           STRING 'CALCARCH.' DELIMITED BY SIZE
                   OLR-GEN-MONTH DELIMITED BY SIZE
               INTO OLR-ARCHIVE-NAME
           END-STRING.
           MOVE ZERO TO OLR-GEN-COUNT.
           MOVE 'N' TO OLR-ARCH-EOF-SW.

           OPEN INPUT CALC-ARCHIVE-FILE.
           IF OLR-ARCH-STATUS = '00'
               PERFORM 2200-PROFILE-ONE-ARCHIVED THRU 2200-EXIT
                   UNTIL OLR-ARCH-EOF
               CLOSE CALC-ARCHIVE-FILE
               ADD 1 TO OLR-GENERATIONS-READ
               MOVE OLR-GEN-COUNT TO OLR-ED-COUNT
               MOVE SPACES TO OLR-PRINT-LINE
               STRING 'GENERATION ' DELIMITED BY SIZE
                       OLR-ARCHIVE-NAME DELIMITED BY SIZE
                       ' POSTINGS IN THE PROFILE WINDOW '
                       DELIMITED BY SIZE
                       OLR-ED-COUNT DELIMITED BY SIZE
                   INTO OLR-PRINT-LINE
               END-STRING
               WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
           END-IF.

           IF OLR-GEN-MM < 12
               ADD 1 TO OLR-GEN-MM
           ELSE
               MOVE 1 TO OLR-GEN-MM
               ADD 1 TO OLR-GEN-YYYY
           END-IF.

       2100-EXIT.
           EXIT.

       2200-PROFILE-ONE-ARCHIVED.

           READ CALC-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO OLR-ARCH-EOF-SW
               NOT AT END
                   MOVE CALC-ARCHIVE-RECORD TO CALC-AUDIT-RECORD
                   PERFORM 7000-EXTRACT-MEASURES THRU 7000-EXIT
                   IF OLR-ELIGIBLE
                       AND OLR-REC-DAY NOT < OLR-FIRST-DAY
                       AND OLR-REC-DAY < OLR-POST-DAY
                       PERFORM 7100-ACCUMULATE-RECORD THRU 7100-EXIT
                       ADD 1 TO OLR-GEN-COUNT
                       ADD 1 TO OLR-ARCH-HISTORY-COUNT
                   END-IF
           END-READ.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-SCAN-LIVE-LOG - THE KEYED LOG ALONG THE TIMESTAMP KEY
      *    FROM THE START MONTH. IN TIMESTAMP ORDER EVERY POSTING IN
      *    THE WINDOW COMES BEFORE THE FIRST ONE TO BE CHECKED, SO
      *    THE PROFILES ARE FINISHED THERE AND THE SAME PASS GOES ON
      *    TO CHECK THE NEW POSTINGS.
      *----------------------------------------------------------------
       3000-SCAN-LIVE-LOG.

           MOVE 'N' TO OLR-AUDIT-EOF-SW.
           OPEN INPUT CALC-AUDIT-LOG.
           IF OLR-AUDIT-STATUS NOT = '00'
               MOVE SPACES TO OLR-PRINT-LINE
               STRING '*** UNABLE TO OPEN CALCAUDX, FILE STATUS '
                       DELIMITED BY SIZE
                       OLR-AUDIT-STATUS DELIMITED BY SIZE
                       ' - NO POSTINGS CHECKED ***' DELIMITED BY SIZE
                   INTO OLR-PRINT-LINE
               END-STRING
               WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
               DISPLAY 'UNABLE TO OPEN CALCAUDX, FILE STATUS '
                        OLR-AUDIT-STATUS
           ELSE
               MOVE SPACES TO OLR-OUTLIER-RECORD
               WRITE OLR-OUTLIER-RECORD
               MOVE SPACES TO OLR-PRINT-LINE
               STRING 'TRAN ID      BATCH  DEPARTMENT OP MEASURE   '
                       DELIMITED BY SIZE
                       '                 VALUE       DEPARTMENT MEAN'
                       DELIMITED BY SIZE
                       '  STD DEVS   TIMES TYPICAL' DELIMITED BY SIZE
                   INTO OLR-PRINT-LINE
               END-STRING
               WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
               MOVE OLR-START-STAMP TO CALC-AUD-TIMESTAMP
               START CALC-AUDIT-LOG
                   KEY IS NOT LESS THAN CALC-AUD-TIMESTAMP
                   INVALID KEY
                       MOVE 'Y' TO OLR-AUDIT-EOF-SW
               END-START
               PERFORM 3100-SCAN-ONE-LIVE THRU 3100-EXIT
                   UNTIL OLR-AUDIT-EOF
               CLOSE CALC-AUDIT-LOG
               IF OLR-FLAGGED-COUNT = ZERO
                   MOVE SPACES TO OLR-PRINT-LINE
                   STRING 'NO POSTING FALLS OUTSIDE ITS DEPARTMENT '
                           DELIMITED BY SIZE
                           'NORM' DELIMITED BY SIZE
                       INTO OLR-PRINT-LINE
                   END-STRING
                   WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
               END-IF
           END-IF.

           IF NOT OLR-PROFILES-FINISHED
               PERFORM 4000-FINISH-PROFILES THRU 4000-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-LIVE.

           READ CALC-AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO OLR-AUDIT-EOF-SW
               NOT AT END
                   PERFORM 7000-EXTRACT-MEASURES THRU 7000-EXIT
                   IF OLR-ELIGIBLE
                       AND OLR-REC-DAY NOT < OLR-FIRST-DAY
                       IF OLR-REC-DAY < OLR-POST-DAY
                           PERFORM 7100-ACCUMULATE-RECORD
                               THRU 7100-EXIT
                           ADD 1 TO OLR-LIVE-HISTORY-COUNT
                       ELSE
                           IF NOT OLR-PROFILES-FINISHED
                               PERFORM 4000-FINISH-PROFILES
                                   THRU 4000-EXIT
                           END-IF
                           PERFORM 5000-CHECK-NEW-POSTING
                               THRU 5000-EXIT
                       END-IF
                   END-IF
           END-READ.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-FINISH-PROFILES - MEAN, STANDARD DEVIATION (SAMPLE)
      *    AND TYPICAL MAGNITUDE OF EVERY MEASURE OF EVERY PROFILE.
      *----------------------------------------------------------------
       4000-FINISH-PROFILES.

           MOVE 1 TO OLR-PRF-IX.
           PERFORM 4100-FINISH-ONE-PROFILE THRU 4100-EXIT
               UNTIL OLR-PRF-IX > OLR-PRF-USED.
           MOVE 'Y' TO OLR-FINISHED-SW.

       4000-EXIT.
           EXIT.

       4100-FINISH-ONE-PROFILE.

           MOVE 1 TO OLR-MS-IX.
           PERFORM 4110-FINISH-ONE-MEASURE THRU 4110-EXIT
               UNTIL OLR-MS-IX > 8.
           ADD 1 TO OLR-PRF-IX.

       4100-EXIT.
           EXIT.

       4110-FINISH-ONE-MEASURE.

           MOVE ZERO TO OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-SD(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX).
           IF OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX) > ZERO
               COMPUTE OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX) =
                   OLR-PRF-SUM(OLR-PRF-IX, OLR-MS-IX)
                 / OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
               COMPUTE OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX) =
                   OLR-PRF-SUMABS(OLR-PRF-IX, OLR-MS-IX)
                 / OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
           END-IF.
           IF OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX) > 1
               MULTIPLY OLR-PRF-SUM(OLR-PRF-IX, OLR-MS-IX)
                   BY OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX)
                   GIVING OLR-ST-SQUARE
               SUBTRACT OLR-ST-SQUARE
                   FROM OLR-PRF-SUMSQ(OLR-PRF-IX, OLR-MS-IX)
                   GIVING OLR-ST-VAR
               SUBTRACT 1 FROM OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
                   GIVING OLR-ST-DEGREES
               DIVIDE OLR-ST-DEGREES INTO OLR-ST-VAR
               IF OLR-ST-VAR > ZERO
                   COMPUTE OLR-PRF-SD(OLR-PRF-IX, OLR-MS-IX) =
                       OLR-ST-VAR ** 0.5
               END-IF
           END-IF.
           ADD 1 TO OLR-MS-IX.

       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-CHECK-NEW-POSTING - A POSTING WHOSE DEPARTMENT AND
      *    OPERATION HAVE NO PROFILE, OR TOO LITTLE HISTORY, CANNOT
      *    BE JUDGED AND IS ONLY COUNTED.
      *----------------------------------------------------------------
       5000-CHECK-NEW-POSTING.

           ADD 1 TO OLR-EXAMINED-COUNT.
           MOVE CALC-AUD-DEPARTMENT TO OLR-SRCH-DEPT.
           MOVE CALC-AUD-OPERATION TO OLR-SRCH-OP.
           PERFORM 7200-FIND-PROFILE THRU 7200-EXIT.

           IF NOT OLR-PRF-FOUND
               ADD 1 TO OLR-NO-HISTORY-COUNT
           ELSE
               IF OLR-PRF-COUNT(OLR-PRF-IX, 1) < OLR-MIN-HISTORY
                   ADD 1 TO OLR-NO-HISTORY-COUNT
               ELSE
                   MOVE 'N' TO OLR-ITEM-FLAGGED-SW
                   MOVE 1 TO OLR-MS-IX
                   PERFORM 5100-CHECK-ONE-MEASURE THRU 5100-EXIT
                       UNTIL OLR-MS-IX > 8
                   IF OLR-ITEM-FLAGGED
                       ADD 1 TO OLR-FLAGGED-COUNT
                   END-IF
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5100-CHECK-ONE-MEASURE - DISTANCE FROM THE MEAN IN
      *    STANDARD DEVIATIONS, WITH THE FLOOR ON THE SPREAD
      *    DESCRIBED UNDER OLR-RULES.
      *----------------------------------------------------------------
       5100-CHECK-ONE-MEASURE.

           IF OLR-REC-HAS(OLR-MS-IX)
               AND OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
                   NOT < OLR-MIN-HISTORY
               MOVE OLR-PRF-SD(OLR-PRF-IX, OLR-MS-IX) TO OLR-ST-SPREAD
               IF OLR-ST-SPREAD
                   < OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX) / 100
                   COMPUTE OLR-ST-SPREAD =
                       OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX) / 100
               END-IF
               IF OLR-ST-SPREAD < OLR-MIN-SPREAD
                   MOVE OLR-MIN-SPREAD TO OLR-ST-SPREAD
               END-IF
               COMPUTE OLR-ST-DEVS =
                   (OLR-REC-VALUE(OLR-MS-IX)
                  - OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX))
                 / OLR-ST-SPREAD
               IF OLR-ST-DEVS < ZERO
                   COMPUTE OLR-ST-ABS-DEVS = ZERO - OLR-ST-DEVS
               ELSE
                   MOVE OLR-ST-DEVS TO OLR-ST-ABS-DEVS
               END-IF
               IF OLR-ST-ABS-DEVS > OLR-LIMIT-SD
                   PERFORM 5200-WRITE-EXCEPTION-LINE THRU 5200-EXIT
               END-IF
           END-IF.
           ADD 1 TO OLR-MS-IX.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5200-WRITE-EXCEPTION-LINE - ONE LINE PER MEASURE OUT OF
      *    LINE, SO AN ITEM FAR OFF ON X AND ON ITS RESULT SHOWS
      *    TWICE. THE TIMES-TYPICAL FIGURE IS THE ITEM'S SIZE OVER
      *    THE DEPARTMENT'S MEAN ABSOLUTE SIZE FOR THE MEASURE.
      *----------------------------------------------------------------
       5200-WRITE-EXCEPTION-LINE.

           MOVE 'Y' TO OLR-ITEM-FLAGGED-SW.
           ADD 1 TO OLR-FLAG-LINE-COUNT.

           IF CALC-AUD-DEPARTMENT = SPACES
               MOVE 'UNASSIGNED' TO OLR-ED-DEPT
           ELSE
               MOVE CALC-AUD-DEPARTMENT TO OLR-ED-DEPT
           END-IF.
           IF CALC-AUD-BATCH-NO IS NUMERIC
               MOVE CALC-AUD-BATCH-NO TO OLR-ED-BATCH-NO
           ELSE
               MOVE ZERO TO OLR-ED-BATCH-NO
           END-IF.
           MOVE OLR-REC-VALUE(OLR-MS-IX) TO OLR-ED-VALUE.
           MOVE OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX) TO OLR-ED-MEAN.
           IF OLR-ST-ABS-DEVS > 99999
               IF OLR-ST-DEVS < ZERO
                   MOVE -99999.99 TO OLR-ED-DEVS
               ELSE
                   MOVE 99999.99 TO OLR-ED-DEVS
               END-IF
           ELSE
               MOVE OLR-ST-DEVS TO OLR-ED-DEVS
           END-IF.

           IF OLR-REC-VALUE(OLR-MS-IX) < ZERO
               COMPUTE OLR-ST-ABS = ZERO - OLR-REC-VALUE(OLR-MS-IX)
           ELSE
               MOVE OLR-REC-VALUE(OLR-MS-IX) TO OLR-ST-ABS
           END-IF.
           IF OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX) > OLR-MIN-SPREAD
               COMPUTE OLR-ST-TIMES =
                   OLR-ST-ABS / OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX)
           ELSE
               COMPUTE OLR-ST-TIMES = OLR-ST-ABS / OLR-MIN-SPREAD
           END-IF.
           IF OLR-ST-TIMES > 9999999
               MOVE 9999999.9 TO OLR-ED-TIMES
           ELSE
               MOVE OLR-ST-TIMES TO OLR-ED-TIMES
           END-IF.

           MOVE SPACES TO OLR-PRINT-LINE.
           STRING CALC-AUD-TRAN-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OLR-ED-BATCH-NO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OLR-ED-DEPT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CALC-AUD-OPERATION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   OLR-MEASURE-NAME(OLR-MS-IX) DELIMITED BY SIZE
                   OLR-ED-VALUE DELIMITED BY SIZE
                   OLR-ED-MEAN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OLR-ED-DEVS DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   OLR-ED-TIMES DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-WRITE-PROFILES - THE NORMS THE POSTINGS WERE JUDGED
      *    AGAINST, FOR THE DESK TO QUOTE WHEN IT QUERIES A
      *    DEPARTMENT.
      *----------------------------------------------------------------
       6000-WRITE-PROFILES.

           MOVE SPACES TO OLR-OUTLIER-RECORD.
           WRITE OLR-OUTLIER-RECORD.
           MOVE OLR-WINDOW-DAYS TO OLR-ED-DAYS.
           MOVE SPACES TO OLR-PRINT-LINE.
           STRING 'DEPARTMENT NORMS OVER THE ' DELIMITED BY SIZE
                   OLR-ED-DAYS DELIMITED BY SIZE
                   ' DAYS BEFORE ' DELIMITED BY SIZE
                   OLR-POST-DATE DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.
           MOVE SPACES TO OLR-PRINT-LINE.
           STRING 'DEPARTMENT OP MEASURE        COUNT' DELIMITED BY SIZE
                   '                   MEAN     STANDARD DEVIATION'
                   DELIMITED BY SIZE
                   '      TYPICAL MAGNITUDE' DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.

           MOVE 1 TO OLR-PRF-IX.
           PERFORM 6100-WRITE-ONE-PROFILE THRU 6100-EXIT
               UNTIL OLR-PRF-IX > OLR-PRF-USED.

       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-PROFILE.

           MOVE 1 TO OLR-MS-IX.
           PERFORM 6110-WRITE-ONE-NORM THRU 6110-EXIT
               UNTIL OLR-MS-IX > 8.
           ADD 1 TO OLR-PRF-IX.

       6100-EXIT.
           EXIT.

       6110-WRITE-ONE-NORM.

           IF OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX) > ZERO
               IF OLR-PRF-DEPT(OLR-PRF-IX) = SPACES
                   MOVE 'UNASSIGNED' TO OLR-ED-DEPT
               ELSE
                   MOVE OLR-PRF-DEPT(OLR-PRF-IX) TO OLR-ED-DEPT
               END-IF
               MOVE OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
                   TO OLR-ED-COUNT
               MOVE OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX) TO OLR-ED-MEAN
               MOVE OLR-PRF-SD(OLR-PRF-IX, OLR-MS-IX) TO OLR-ED-SD
               MOVE OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX) TO OLR-ED-MAG
               MOVE SPACES TO OLR-PRINT-LINE
               STRING OLR-ED-DEPT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       OLR-PRF-OP(OLR-PRF-IX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       OLR-MEASURE-NAME(OLR-MS-IX) DELIMITED BY SIZE
                       OLR-ED-COUNT DELIMITED BY SIZE
                       OLR-ED-MEAN DELIMITED BY SIZE
                       OLR-ED-SD DELIMITED BY SIZE
                       OLR-ED-MAG DELIMITED BY SIZE
                   INTO OLR-PRINT-LINE
               END-STRING
               WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
           END-IF.
           ADD 1 TO OLR-MS-IX.

       6110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6500-WRITE-SUMMARY
      *----------------------------------------------------------------
       6500-WRITE-SUMMARY.

           MOVE SPACES TO OLR-OUTLIER-RECORD.
           WRITE OLR-OUTLIER-RECORD.

           MOVE 'ARCHIVE GENERATIONS READ' TO OLR-ED-LABEL.
           MOVE OLR-GENERATIONS-READ TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'HISTORY POSTINGS FROM ARCHIVE GENERATIONS'
               TO OLR-ED-LABEL.
           MOVE OLR-ARCH-HISTORY-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'HISTORY POSTINGS FROM CALCAUDX' TO OLR-ED-LABEL.
           MOVE OLR-LIVE-HISTORY-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'HISTORY POSTINGS NOT PROFILED (TABLE FULL)'
               TO OLR-ED-LABEL.
           MOVE OLR-NOT-PROFILED-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'DEPARTMENT/OPERATION PROFILES' TO OLR-ED-LABEL.
           MOVE OLR-PRF-USED TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'NEW POSTINGS CHECKED' TO OLR-ED-LABEL.
           MOVE OLR-EXAMINED-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'NEW POSTINGS WITH TOO LITTLE HISTORY TO JUDGE'
               TO OLR-ED-LABEL.
           MOVE OLR-NO-HISTORY-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'NEW POSTINGS FLAGGED' TO OLR-ED-LABEL.
           MOVE OLR-FLAGGED-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.
           MOVE 'EXCEPTION LINES WRITTEN' TO OLR-ED-LABEL.
           MOVE OLR-FLAG-LINE-COUNT TO OLR-ED-COUNT.
           PERFORM 6600-WRITE-COUNT-LINE THRU 6600-EXIT.

           DISPLAY 'CALC-OUTLIER POSTINGS FLAGGED: ' OLR-FLAGGED-COUNT.

       6500-EXIT.
           EXIT.

       6600-WRITE-COUNT-LINE.

           MOVE SPACES TO OLR-PRINT-LINE.
           STRING OLR-ED-LABEL DELIMITED BY SIZE
                   OLR-ED-COUNT DELIMITED BY SIZE
               INTO OLR-PRINT-LINE
           END-STRING.
           WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE.

       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-EXTRACT-MEASURES - WHETHER THE AUDIT RECORD IN HAND
      *    IS A POSTED CALCULATION (NOT A REJECT, NOT A REVERSAL,
      *    A KNOWN OPERATION, A READABLE DATE), ITS DAY NUMBER, AND
      *    THE MEASURES IT CARRIES. AMOUNTS ARE TAKEN IN BASE
      *    CURRENCY WHEN THE RECORD CARRIES A RATE, SO A DEPARTMENT
      *    POSTING IN SEVERAL CURRENCIES HAS ONE NORM; QUOTIENT AND
      *    PERCENTAGE ARE RATIOS AND TAKEN AS POSTED.
      *----------------------------------------------------------------
       7000-EXTRACT-MEASURES.

           MOVE 'N' TO OLR-ELIGIBLE-SW.
           MOVE ZERO TO OLR-REC-DAY.
           MOVE 1 TO OLR-MS-IX.
           PERFORM 7010-CLEAR-ONE-MEASURE THRU 7010-EXIT
               UNTIL OLR-MS-IX > 8.

           IF CALC-AUD-REJECT-SW NOT = 'Y'
               AND CALC-AUD-REV-SW NOT = 'R'
               AND CALC-AUD-OPERATION >= '1'
               AND CALC-AUD-OPERATION <= '7'
               MOVE CALC-AUD-TIMESTAMP(1:8) TO OLR-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
               IF OLR-DAYS-OK
                   MOVE OLR-DAYS-NUMBER TO OLR-REC-DAY
                   MOVE 'Y' TO OLR-ELIGIBLE-SW
               END-IF
           END-IF.
           IF OLR-ELIGIBLE
               PERFORM 7020-TAKE-MEASURES THRU 7020-EXIT
           END-IF.

       7000-EXIT.
           EXIT.

       7010-CLEAR-ONE-MEASURE.

           MOVE 'N' TO OLR-REC-HAS-SW(OLR-MS-IX).
           MOVE ZERO TO OLR-REC-VALUE(OLR-MS-IX).
           ADD 1 TO OLR-MS-IX.

       7010-EXIT.
           EXIT.

       7020-TAKE-MEASURES.

           MOVE 'N' TO OLR-BASE-SW.
           IF CALC-AUD-FX-RATE IS NUMERIC
               IF CALC-AUD-FX-RATE > ZERO
                   MOVE 'Y' TO OLR-BASE-SW
               END-IF
           END-IF.

           IF OLR-USE-BASE
               IF CALC-AUD-BASE-X IS NUMERIC
                   MOVE CALC-AUD-BASE-X TO OLR-REC-VALUE(1)
                   MOVE 'Y' TO OLR-REC-HAS-SW(1)
               END-IF
               IF CALC-AUD-BASE-Y IS NUMERIC
                   MOVE CALC-AUD-BASE-Y TO OLR-REC-VALUE(2)
                   MOVE 'Y' TO OLR-REC-HAS-SW(2)
               END-IF
           ELSE
               IF CALC-AUD-X IS NUMERIC
                   MOVE CALC-AUD-X TO OLR-REC-VALUE(1)
                   MOVE 'Y' TO OLR-REC-HAS-SW(1)
               END-IF
               IF CALC-AUD-Y IS NUMERIC
                   MOVE CALC-AUD-Y TO OLR-REC-VALUE(2)
                   MOVE 'Y' TO OLR-REC-HAS-SW(2)
               END-IF
           END-IF.

           IF CALC-AUD-ADD-SKIP = 'N'
               IF OLR-USE-BASE AND CALC-AUD-BASE-TOTAL IS NUMERIC
                   MOVE CALC-AUD-BASE-TOTAL TO OLR-REC-VALUE(3)
                   MOVE 'Y' TO OLR-REC-HAS-SW(3)
               END-IF
               IF NOT OLR-USE-BASE AND CALC-AUD-TOTAL IS NUMERIC
                   MOVE CALC-AUD-TOTAL TO OLR-REC-VALUE(3)
                   MOVE 'Y' TO OLR-REC-HAS-SW(3)
               END-IF
           END-IF.

           IF CALC-AUD-SUB-SKIP = 'N'
               IF OLR-USE-BASE AND CALC-AUD-BASE-DIFF IS NUMERIC
                   MOVE CALC-AUD-BASE-DIFF TO OLR-REC-VALUE(4)
                   MOVE 'Y' TO OLR-REC-HAS-SW(4)
               END-IF
               IF NOT OLR-USE-BASE AND CALC-AUD-DIFFERENCE IS NUMERIC
                   MOVE CALC-AUD-DIFFERENCE TO OLR-REC-VALUE(4)
                   MOVE 'Y' TO OLR-REC-HAS-SW(4)
               END-IF
           END-IF.

           IF CALC-AUD-MUL-SKIP = 'N'
               IF OLR-USE-BASE AND CALC-AUD-BASE-PRODUCT IS NUMERIC
                   MOVE CALC-AUD-BASE-PRODUCT TO OLR-REC-VALUE(5)
                   MOVE 'Y' TO OLR-REC-HAS-SW(5)
               END-IF
               IF NOT OLR-USE-BASE AND CALC-AUD-PRODUCT IS NUMERIC
                   MOVE CALC-AUD-PRODUCT TO OLR-REC-VALUE(5)
                   MOVE 'Y' TO OLR-REC-HAS-SW(5)
               END-IF
           END-IF.

           IF CALC-AUD-DIVIDE-SKIP = 'N'
               AND CALC-AUD-QUOTIENT IS NUMERIC
               MOVE CALC-AUD-QUOTIENT TO OLR-REC-VALUE(6)
               MOVE 'Y' TO OLR-REC-HAS-SW(6)
           END-IF.

           IF CALC-AUD-REM-SKIP = 'N'
               IF OLR-USE-BASE AND CALC-AUD-BASE-REM IS NUMERIC
                   MOVE CALC-AUD-BASE-REM TO OLR-REC-VALUE(7)
                   MOVE 'Y' TO OLR-REC-HAS-SW(7)
               END-IF
               IF NOT OLR-USE-BASE AND CALC-AUD-REMAINDER IS NUMERIC
                   MOVE CALC-AUD-REMAINDER TO OLR-REC-VALUE(7)
                   MOVE 'Y' TO OLR-REC-HAS-SW(7)
               END-IF
           END-IF.

           IF CALC-AUD-PCT-SKIP = 'N'
               AND CALC-AUD-PCT IS NUMERIC
               MOVE CALC-AUD-PCT TO OLR-REC-VALUE(8)
               MOVE 'Y' TO OLR-REC-HAS-SW(8)
           END-IF.

       7020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7100-ACCUMULATE-RECORD - ADDS THE RECORD IN HAND TO ITS
      *    PROFILE, OPENING ONE IN KEY ORDER WHEN IT IS THE FIRST.
      *----------------------------------------------------------------
       7100-ACCUMULATE-RECORD.

           MOVE CALC-AUD-DEPARTMENT TO OLR-SRCH-DEPT.
           MOVE CALC-AUD-OPERATION TO OLR-SRCH-OP.
           PERFORM 7200-FIND-PROFILE THRU 7200-EXIT.

           IF NOT OLR-PRF-FOUND
               IF OLR-PRF-USED NOT < 500
                   ADD 1 TO OLR-NOT-PROFILED-COUNT
                   IF NOT OLR-TABLE-FULL-NOTED
                       MOVE 'Y' TO OLR-TABLE-FULL-SW
                       MOVE SPACES TO OLR-PRINT-LINE
                       STRING '*** PROFILE TABLE FULL - DEPARTMENT '
                               DELIMITED BY SIZE
                               OLR-SRCH-DEPT DELIMITED BY SIZE
                               ' AND LATER ONES NOT PROFILED ***'
                               DELIMITED BY SIZE
                           INTO OLR-PRINT-LINE
                       END-STRING
                       WRITE OLR-OUTLIER-RECORD FROM OLR-PRINT-LINE
                   END-IF
               ELSE
                   MOVE OLR-PRF-USED TO OLR-PRF-JX
                   PERFORM 7220-SHIFT-ONE-PROFILE THRU 7220-EXIT
                       UNTIL OLR-PRF-JX < OLR-PRF-IX
                   ADD 1 TO OLR-PRF-USED
                   MOVE OLR-SEARCH-KEY TO OLR-PRF-KEY(OLR-PRF-IX)
                   MOVE 1 TO OLR-MS-IX
                   PERFORM 7230-OPEN-ONE-MEASURE THRU 7230-EXIT
                       UNTIL OLR-MS-IX > 8
                   MOVE 'Y' TO OLR-PRF-FOUND-SW
               END-IF
           END-IF.

           IF OLR-PRF-FOUND
               MOVE 1 TO OLR-MS-IX
               PERFORM 7110-ADD-ONE-MEASURE THRU 7110-EXIT
                   UNTIL OLR-MS-IX > 8
           END-IF.

       7100-EXIT.
           EXIT.

       7110-ADD-ONE-MEASURE.

           IF OLR-REC-HAS(OLR-MS-IX)
               ADD 1 TO OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX)
               ADD OLR-REC-VALUE(OLR-MS-IX)
                   TO OLR-PRF-SUM(OLR-PRF-IX, OLR-MS-IX)
               MULTIPLY OLR-REC-VALUE(OLR-MS-IX)
                   BY OLR-REC-VALUE(OLR-MS-IX) GIVING OLR-ST-SQUARE
               ADD OLR-ST-SQUARE TO OLR-PRF-SUMSQ(OLR-PRF-IX, OLR-MS-IX)
               IF OLR-REC-VALUE(OLR-MS-IX) < ZERO
                   SUBTRACT OLR-REC-VALUE(OLR-MS-IX)
                       FROM OLR-PRF-SUMABS(OLR-PRF-IX, OLR-MS-IX)
               ELSE
                   ADD OLR-REC-VALUE(OLR-MS-IX)
                       TO OLR-PRF-SUMABS(OLR-PRF-IX, OLR-MS-IX)
               END-IF
           END-IF.
           ADD 1 TO OLR-MS-IX.

       7110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7200-FIND-PROFILE - OLR-SEARCH-KEY MUST BE SET BEFORE THE
      *    PERFORM. LEAVES OLR-PRF-IX ON THE ENTRY WHEN FOUND, OR ON
      *    THE SLOT WHERE IT BELONGS WHEN NOT.
      *----------------------------------------------------------------
       7200-FIND-PROFILE.

           MOVE 'N' TO OLR-PRF-FOUND-SW.
           MOVE 'N' TO OLR-SLOT-STOP-SW.
           MOVE 1 TO OLR-PRF-IX.
           PERFORM 7210-STEP-PROFILE-SLOT THRU 7210-EXIT
               UNTIL OLR-SLOT-STOP OR OLR-PRF-IX > OLR-PRF-USED.
           IF OLR-PRF-IX NOT > OLR-PRF-USED
               IF OLR-PRF-KEY(OLR-PRF-IX) = OLR-SEARCH-KEY
                   MOVE 'Y' TO OLR-PRF-FOUND-SW
               END-IF
           END-IF.

       7200-EXIT.
           EXIT.

       7210-STEP-PROFILE-SLOT.

           IF OLR-PRF-KEY(OLR-PRF-IX) < OLR-SEARCH-KEY
               ADD 1 TO OLR-PRF-IX
           ELSE
               MOVE 'Y' TO OLR-SLOT-STOP-SW
           END-IF.

       7210-EXIT.
           EXIT.

       7220-SHIFT-ONE-PROFILE.

           MOVE OLR-PRF-ENTRY(OLR-PRF-JX)
               TO OLR-PRF-ENTRY(OLR-PRF-JX + 1).
           SUBTRACT 1 FROM OLR-PRF-JX.

       7220-EXIT.
           EXIT.

       7230-OPEN-ONE-MEASURE.

           MOVE ZERO TO OLR-PRF-COUNT(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-SUM(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-SUMSQ(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-SUMABS(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-MEAN(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-SD(OLR-PRF-IX, OLR-MS-IX).
           MOVE ZERO TO OLR-PRF-MAG(OLR-PRF-IX, OLR-MS-IX).
           ADD 1 TO OLR-MS-IX.

       7230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.

           CLOSE OLR-OUTLIER-REPORT.

       9000-EXIT.
           EXIT.


      *----------------------------------------------------------------
      *    9300-DATE-TO-DAYS - TURNS OLR-DAYS-DATE (YYYYMMDD) INTO A
      *    DAY NUMBER THE SAME WAY AS FIRST-CALCULATOR, AND NOTES
      *    WHETHER THE YEAR IS A LEAP YEAR. OLR-DAYS-OK IS OFF FOR
      *    A DATE THAT CANNOT BE A DATE.
      *----------------------------------------------------------------
       9300-DATE-TO-DAYS.

           MOVE 'N' TO OLR-DAYS-OK-SW.
           MOVE 'N' TO OLR-DAYS-LEAP-SW.
           MOVE ZERO TO OLR-DAYS-NUMBER.
           IF OLR-DAYS-DATE IS NUMERIC
               AND OLR-DAYS-YYYY > ZERO
               AND OLR-DAYS-MM >= 1 AND OLR-DAYS-MM <= 12
               AND OLR-DAYS-DD >= 1 AND OLR-DAYS-DD <= 31
               MOVE 'Y' TO OLR-DAYS-OK-SW
               DIVIDE OLR-DAYS-YYYY BY 4
                   GIVING OLR-DAYS-QUOT REMAINDER OLR-DAYS-REM-4
               DIVIDE OLR-DAYS-YYYY BY 100
                   GIVING OLR-DAYS-QUOT REMAINDER OLR-DAYS-REM-100
               DIVIDE OLR-DAYS-YYYY BY 400
                   GIVING OLR-DAYS-QUOT REMAINDER OLR-DAYS-REM-400
               IF OLR-DAYS-REM-400 = ZERO
                   OR (OLR-DAYS-REM-4 = ZERO
                       AND OLR-DAYS-REM-100 NOT = ZERO)
                   MOVE 'Y' TO OLR-DAYS-LEAP-SW
               END-IF
               SUBTRACT 1 FROM OLR-DAYS-YYYY
                   GIVING OLR-DAYS-PRIOR-YEARS
               COMPUTE OLR-DAYS-NUMBER =
                   OLR-DAYS-PRIOR-YEARS * 365
                 + OLR-DAYS-CUM(OLR-DAYS-MM) + OLR-DAYS-DD
               DIVIDE OLR-DAYS-PRIOR-YEARS BY 4
                   GIVING OLR-DAYS-QUOT
               ADD OLR-DAYS-QUOT TO OLR-DAYS-NUMBER
               DIVIDE OLR-DAYS-PRIOR-YEARS BY 100
                   GIVING OLR-DAYS-QUOT
               SUBTRACT OLR-DAYS-QUOT FROM OLR-DAYS-NUMBER
               DIVIDE OLR-DAYS-PRIOR-YEARS BY 400
                   GIVING OLR-DAYS-QUOT
               ADD OLR-DAYS-QUOT TO OLR-DAYS-NUMBER
               IF OLR-DAYS-MM > 2 AND OLR-DAYS-LEAP-YEAR
                   ADD 1 TO OLR-DAYS-NUMBER
               END-IF
           END-IF.

       9300-EXIT.
           EXIT.
