       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALC-STDGEN.
      *    BUILDS THE RECURRING CALCTRAN BATCHES OF THE DESKS'
      *    STANDING CALCULATION INSTRUCTIONS FOR ONE CYCLE DATE.
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
      *                     CALC-RECONCILE. READS THE CALCSTDI
      *                     STANDING-INSTRUCTION MASTER (DEPARTMENT,
      *                     TRANSACTION ID PREFIX, X, Y, OPERATION
      *                     CODE, DAILY/WEEKLY/MONTHLY FREQUENCY,
      *                     START AND END DATE), PICKS THE
      *                     INSTRUCTIONS DUE ON THE ENTERED CYCLE
      *                     DATE, AND APPENDS ONE PROPER BATCH PER
      *                     DEPARTMENT TO CALCTRAN - 'H' HEADER,
      *                     THE DETAIL RECORDS, AND A 'T' TRAILER
      *                     WHOSE COUNT AND X/Y HASH TOTALS ARE
      *                     ADDED UP HERE - FOR THE NORMAL BATCH RUN
      *                     TO POST, REGISTER AND ACKNOWLEDGE. THE
      *                     BATCH NUMBER IS THE CYCLE DATE AS
      *                     YYMMDD AND EACH TRANSACTION ID IS THE
      *                     PREFIX FOLLOWED BY THE SAME SIX DIGITS,
      *                     SO A SECOND GENERATION FOR THE SAME
      *                     CYCLE IS REFUSED AS A DUPLICATE BY THE
      *                     BATCH REGISTER. THE CALCSGEN LISTING
      *                     SHOWS EVERY BATCH WRITTEN AND EVERY
      *                     INSTRUCTION REFUSED. RETURN CODE 4 WHEN
      *                     AN INSTRUCTION WAS REFUSED, 8 WHEN
      *                     NOTHING COULD BE WRITTEN.
      *    2026-10-15 DC    HEADER LAYOUT FOLLOWS FIRST-CALCULATOR:
      *                     CURRENCY CODE. GENERATED BATCHES LEAVE IT
      *                     BLANK AND ARE POSTED IN BASE CURRENCY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CALC-STDI-FILE
               ASSIGN TO "CALCSTDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SGN-STDI-STATUS.

           SELECT CALC-TRANS-FILE
               ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SGN-TRANS-STATUS.

           SELECT SGN-GEN-REPORT
               ASSIGN TO "CALCSGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SGN-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------
      *    CALC-STDI-FILE - ONE STANDING INSTRUCTION PER RECORD. X
      *    AND Y ARE KEPT EXACTLY AS THEY GO ON THE CALCTRAN DETAIL
      *    (LEADING SIGN, UP TO NINE DIGITS, OPTIONAL TWO DECIMALS).
      *    A BLANK OR ZERO END DATE LEAVES THE INSTRUCTION OPEN.
      *    A WEEKLY INSTRUCTION FALLS ON THE WEEKDAY OF ITS START
      *    DATE, A MONTHLY ONE ON THE DAY OF THE MONTH OF ITS START
      *    DATE, OR THE LAST DAY OF A SHORTER MONTH.
      *----------------------------------------------------------------
       FD  CALC-STDI-FILE.
       01  CALC-STDI-RECORD.
           05  CALC-STI-DEPARTMENT     PIC X(08).
           05  CALC-STI-TRAN-PREFIX    PIC X(06).
           05  CALC-STI-X              PIC X(10).
           05  CALC-STI-Y              PIC X(10).
           05  CALC-STI-OP-CODE        PIC X(01).
               88  CALC-STI-OP-VALID
                   VALUES '1' '2' '3' '4' '5' '6' '7'.
           05  CALC-STI-FREQUENCY      PIC X(01).
               88  CALC-STI-DAILY          VALUE 'D'.
               88  CALC-STI-WEEKLY         VALUE 'W'.
               88  CALC-STI-MONTHLY        VALUE 'M'.
           05  CALC-STI-START-DATE     PIC X(08).
           05  CALC-STI-END-DATE       PIC X(08).
           05  FILLER                  PIC X(28).

      *----------------------------------------------------------------
      *    CALC-TRANS-FILE - SAME LAYOUTS AS IN FIRST-CALCULATOR.
      *----------------------------------------------------------------
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD.
           05  CALC-TRANS-X            PIC X(10).
           05  CALC-TRANS-Y            PIC X(10).
           05  CALC-TRANS-OP-CODE      PIC X(01).
           05  CALC-TRANS-TRAN-ID      PIC X(12).
           05  FILLER                  PIC X(47).

       01  CALC-TRANS-HEADER-REC.
           05  CALC-HDR-REC-TYPE       PIC X(01).
           05  CALC-HDR-DEPARTMENT     PIC X(08).
           05  CALC-HDR-CREATE-DATE    PIC 9(08).
           05  CALC-HDR-BATCH-NO       PIC 9(06).
           05  CALC-HDR-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(54).

       01  CALC-TRANS-TRAILER-REC.
           05  CALC-TRL-REC-TYPE       PIC X(01).
           05  CALC-TRL-REC-COUNT      PIC 9(09).
           05  CALC-TRL-HASH-X         PIC S9(12)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-TRL-HASH-Y         PIC S9(12)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------------
      *    SGN-GEN-REPORT - THE PRINTED GENERATION LISTING.
      *----------------------------------------------------------------
       FD  SGN-GEN-REPORT.
       01  SGN-GEN-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    PROGRAM SWITCHES
      *----------------------------------------------------------------
           01  SGN-SWITCHES.
               05  SGN-STDI-EOF-SW         PIC X(01) VALUE 'N'.
                   88  SGN-STDI-EOF             VALUE 'Y'.
               05  SGN-VALID-SW            PIC X(01) VALUE 'N'.
                   88  SGN-INSTR-VALID          VALUE 'Y'.
               05  SGN-DUE-SW              PIC X(01) VALUE 'N'.
                   88  SGN-INSTR-DUE            VALUE 'Y'.
               05  SGN-DUP-SW              PIC X(01) VALUE 'N'.
                   88  SGN-PREFIX-DUP           VALUE 'Y'.
               05  SGN-FULL-SW             PIC X(01) VALUE 'N'.
                   88  SGN-TABLE-FULL           VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS FIELDS
      *----------------------------------------------------------------
           01  SGN-FILE-STATUSES.
               05  SGN-STDI-STATUS         PIC X(02) VALUE '00'.
               05  SGN-TRANS-STATUS        PIC X(02) VALUE '00'.
               05  SGN-REPORT-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    CYCLE SELECTION - BLANK GENERATES FOR TODAY.
      *----------------------------------------------------------------
           01  SGN-CYCLE-TEXT              PIC X(08) VALUE SPACES.
           01  SGN-CYCLE-DATE              PIC 9(08) VALUE ZERO.
           01  SGN-CYCLE-DATE-R REDEFINES SGN-CYCLE-DATE.
               05  SGN-CYCLE-CC            PIC 9(02).
               05  SGN-CYCLE-YYMMDD.
                   10  SGN-CYCLE-YY        PIC 9(02).
                   10  SGN-CYCLE-MM        PIC 9(02).
                   10  SGN-CYCLE-DD        PIC 9(02).
           01  SGN-CYCLE-DAY               PIC 9(07) VALUE ZERO COMP.
           01  SGN-CYCLE-LAST-DD           PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      *    DUE-DATE WORK FIELDS FOR THE INSTRUCTION IN HAND
      *----------------------------------------------------------------
           01  SGN-DUE-FIELDS.
               05  SGN-START-DATE          PIC 9(08) VALUE ZERO.
               05  SGN-START-DATE-R REDEFINES SGN-START-DATE.
                   10  FILLER              PIC 9(06).
                   10  SGN-START-DD        PIC 9(02).
               05  SGN-END-DATE            PIC 9(08) VALUE ZERO.
               05  SGN-START-DAY           PIC 9(07) VALUE ZERO COMP.
               05  SGN-DIFF-DAYS           PIC 9(07) VALUE ZERO COMP.
               05  SGN-WEEK-QUOT           PIC 9(07) VALUE ZERO COMP.
               05  SGN-WEEK-REM            PIC 9(01) VALUE ZERO COMP.
               05  SGN-X-VALUE             PIC S9(9)V99 VALUE ZERO.
               05  SGN-Y-VALUE             PIC S9(9)V99 VALUE ZERO.
               05  SGN-REFUSE-TEXT         PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      *    DUE INSTRUCTIONS, HELD UNTIL THE MASTER HAS BEEN READ SO
      *    EACH DEPARTMENT'S INSTRUCTIONS GO OUT AS ONE BATCH
      *    WHATEVER ORDER THE MASTER IS IN.
      *----------------------------------------------------------------
           01  SGN-DUE-TABLE.
               05  SGN-DUE-USED            PIC 9(04) VALUE ZERO COMP.
               05  SGN-DUE-ENTRY           OCCURS 1000 TIMES.
                   10  SGN-DUE-DEPT        PIC X(08).
                   10  SGN-DUE-PREFIX      PIC X(06).
                   10  SGN-DUE-X           PIC X(10).
                   10  SGN-DUE-Y           PIC X(10).
                   10  SGN-DUE-OP          PIC X(01).
                   10  SGN-DUE-X-VALUE     PIC S9(9)V99.
                   10  SGN-DUE-Y-VALUE     PIC S9(9)V99.
                   10  SGN-DUE-DONE-SW     PIC X(01).
                       88  SGN-DUE-DONE         VALUE 'Y'.
           77  SGN-DUE-IX                  PIC 9(04) VALUE ZERO COMP.
           77  SGN-DUE-JX                  PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CONTROLS OF THE BATCH BEING WRITTEN
      *----------------------------------------------------------------
           01  SGN-BATCH-CONTROLS.
               05  SGN-BT-DEPARTMENT       PIC X(08) VALUE SPACES.
               05  SGN-BT-COUNT            PIC 9(09) VALUE ZERO COMP.
               05  SGN-BT-HASH-X           PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  SGN-BT-HASH-Y           PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
           01  SGN-TRAN-ID.
               05  SGN-TRAN-PREFIX         PIC X(06).
               05  SGN-TRAN-YYMMDD         PIC X(06).

      *----------------------------------------------------------------
      *    RUN COUNTS AND RETURN CODE
      *----------------------------------------------------------------
           01  SGN-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
           01  SGN-NOT-DUE-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  SGN-REFUSED-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  SGN-BATCH-COUNT             PIC 9(09) VALUE ZERO COMP.
           01  SGN-DETAIL-COUNT            PIC 9(09) VALUE ZERO COMP.
           01  SGN-RUN-RC                  PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      *    SIGNED-VALUE PARSER WORK FIELDS - THE SAME RULES AS THE
      *    BATCH RUN APPLIES TO A CALCTRAN DETAIL, SO AN INSTRUCTION
      *    THAT PASSES HERE IS NEVER SUSPENDED FOR ITS FORMAT.
      *----------------------------------------------------------------
           01  SGN-PARSE-FIELDS.
               05  SGN-PARSE-TEXT          PIC X(13) VALUE SPACES.
               05  SGN-PARSE-VALUE         PIC S9(9)V99 VALUE ZERO.
               05  SGN-PARSE-OK-SW         PIC X(01) VALUE 'N'.
                   88  SGN-PARSE-OK             VALUE 'Y'.
               05  SGN-PARSE-BAD-SW        PIC X(01) VALUE 'N'.
               05  SGN-PARSE-NEG-SW        PIC X(01) VALUE 'N'.
               05  SGN-PARSE-DEC-SW        PIC X(01) VALUE 'N'.
               05  SGN-PARSE-END-SW        PIC X(01) VALUE 'N'.
               05  SGN-PARSE-INT           PIC 9(11) VALUE ZERO.
               05  SGN-PARSE-INT-CT        PIC 9(02) VALUE ZERO.
               05  SGN-PARSE-DECS          PIC 9(01) VALUE ZERO.
               05  SGN-PARSE-DIGIT         PIC 9(01) VALUE ZERO.
           77  SGN-PARSE-IX                PIC 9(02) VALUE 1 COMP.

      *----------------------------------------------------------------
      *    DAY-NUMBER WORK FIELDS, AS IN FIRST-CALCULATOR
      *----------------------------------------------------------------
           01  SGN-DAYS-FIELDS.
               05  SGN-DAYS-DATE           PIC 9(08) VALUE ZERO.
               05  SGN-DAYS-DATE-R REDEFINES SGN-DAYS-DATE.
                   10  SGN-DAYS-YYYY       PIC 9(04).
                   10  SGN-DAYS-MM         PIC 9(02).
                   10  SGN-DAYS-DD         PIC 9(02).
               05  SGN-DAYS-NUMBER         PIC 9(07) VALUE ZERO COMP.
               05  SGN-DAYS-OK-SW          PIC X(01) VALUE 'N'.
                   88  SGN-DAYS-OK              VALUE 'Y'.
               05  SGN-DAYS-PRIOR-YEARS    PIC 9(04) VALUE ZERO COMP.
               05  SGN-DAYS-QUOT           PIC 9(04) VALUE ZERO COMP.
               05  SGN-DAYS-REM-4          PIC 9(04) VALUE ZERO COMP.
               05  SGN-DAYS-REM-100        PIC 9(04) VALUE ZERO COMP.
               05  SGN-DAYS-REM-400        PIC 9(04) VALUE ZERO COMP.
               05  SGN-DAYS-LEAP-SW        PIC X(01) VALUE 'N'.
                   88  SGN-DAYS-LEAP-YEAR       VALUE 'Y'.
               05  SGN-DAYS-CUM-LIST       PIC X(36)
                   VALUE '000031059090120151181212243273304334'.
               05  SGN-DAYS-CUM-TAB REDEFINES SGN-DAYS-CUM-LIST.
                   10  SGN-DAYS-CUM        PIC 9(03) OCCURS 12 TIMES.
               05  SGN-DAYS-LEN-LIST       PIC X(24)
                   VALUE '312831303130313130313031'.
               05  SGN-DAYS-LEN-TAB REDEFINES SGN-DAYS-LEN-LIST.
                   10  SGN-DAYS-LEN        PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    PRINT-LINE AND EDITED REPORT FIELDS
      *----------------------------------------------------------------
           01  SGN-PRINT-LINE              PIC X(132) VALUE SPACES.

           01  SGN-EDIT-FIELDS.
               05  SGN-ED-COUNT            PIC ZZZZZZZZ9.
               05  SGN-ED-HASH-X           PIC -(12)9.99.
               05  SGN-ED-HASH-Y           PIC -(12)9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-DUE-INSTRUCTIONS THRU 2000-EXIT.
           PERFORM 3000-WRITE-BATCHES THRU 3000-EXIT.
           PERFORM 4000-WRITE-RUN-TOTALS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           MOVE SGN-RUN-RC TO RETURN-CODE.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INITIALIZE - ASKS FOR THE CYCLE DATE AND OPENS THE
      *    LISTING. A BLANK DATE GENERATES FOR TODAY; A DATE THAT
      *    CANNOT BE A DATE ENDS THE RUN WITH NOTHING WRITTEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.

           DISPLAY 'CALC-STDGEN - ENTER CYCLE DATE (YYYYMMDD), '.
           DISPLAY 'OR BLANK FOR TODAY: '.
           ACCEPT SGN-CYCLE-TEXT.

           OPEN OUTPUT SGN-GEN-REPORT.
           IF SGN-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCSGEN, FILE STATUS '
                        SGN-REPORT-STATUS
               DISPLAY 'CALC-STDGEN TERMINATING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SGN-CYCLE-TEXT = SPACES
               ACCEPT SGN-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               IF SGN-CYCLE-TEXT IS NUMERIC
                   MOVE SGN-CYCLE-TEXT TO SGN-CYCLE-DATE
               ELSE
                   MOVE ZERO TO SGN-CYCLE-DATE
               END-IF
           END-IF.
           MOVE SGN-CYCLE-DATE TO SGN-DAYS-DATE.
           PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT.
           MOVE SGN-DAYS-NUMBER TO SGN-CYCLE-DAY.

           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'CALC-STDGEN - STANDING INSTRUCTION BATCH '
                   DELIMITED BY SIZE
                   'GENERATION' DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           IF NOT SGN-DAYS-OK
               MOVE SPACES TO SGN-PRINT-LINE
               STRING '*** CYCLE DATE IS NOT A VALID YYYYMMDD: '
                       DELIMITED BY SIZE
                       SGN-CYCLE-TEXT DELIMITED BY SIZE
                       ' - NOTHING GENERATED ***' DELIMITED BY SIZE
                   INTO SGN-PRINT-LINE
               END-STRING
               WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
               CLOSE SGN-GEN-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    LAST DAY OF THE CYCLE MONTH, FOR MONTHLY INSTRUCTIONS
      *    STARTED ON A DAY THE MONTH DOES NOT HAVE.
           MOVE SGN-DAYS-LEN(SGN-CYCLE-MM) TO SGN-CYCLE-LAST-DD.
           IF SGN-CYCLE-MM = 2 AND SGN-DAYS-LEAP-YEAR
               MOVE 29 TO SGN-CYCLE-LAST-DD
           END-IF.

           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'CYCLE DATE: ' DELIMITED BY SIZE
                   SGN-CYCLE-DATE DELIMITED BY SIZE
                   '   BATCH NUMBER: ' DELIMITED BY SIZE
                   SGN-CYCLE-YYMMDD DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           MOVE SPACES TO SGN-GEN-RECORD.
           WRITE SGN-GEN-RECORD.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-LOAD-DUE-INSTRUCTIONS - ONE PASS OF CALCSTDI. EVERY
      *    INSTRUCTION IS EDITED, WHETHER DUE OR NOT, SO A BAD ONE
      *    IS REPORTED BEFORE THE DAY IT WOULD HAVE RUN.
      *----------------------------------------------------------------
       2000-LOAD-DUE-INSTRUCTIONS.

           MOVE 'N' TO SGN-STDI-EOF-SW.
           OPEN INPUT CALC-STDI-FILE.
           IF SGN-STDI-STATUS NOT = '00'
               MOVE SPACES TO SGN-PRINT-LINE
               STRING '*** UNABLE TO OPEN CALCSTDI, FILE STATUS '
                       DELIMITED BY SIZE
                       SGN-STDI-STATUS DELIMITED BY SIZE
                       ' - NOTHING GENERATED ***' DELIMITED BY SIZE
                   INTO SGN-PRINT-LINE
               END-STRING
               WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
               MOVE 8 TO SGN-RUN-RC
           ELSE
               PERFORM 2100-LOAD-ONE-INSTRUCTION THRU 2100-EXIT
                   UNTIL SGN-STDI-EOF
               CLOSE CALC-STDI-FILE
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-LOAD-ONE-INSTRUCTION
      *----------------------------------------------------------------
       2100-LOAD-ONE-INSTRUCTION.

           READ CALC-STDI-FILE
               AT END
                   MOVE 'Y' TO SGN-STDI-EOF-SW
               NOT AT END
                   ADD 1 TO SGN-READ-COUNT
                   PERFORM 2200-EDIT-INSTRUCTION THRU 2200-EXIT
                   IF NOT SGN-INSTR-VALID
                       PERFORM 2500-REPORT-REFUSED THRU 2500-EXIT
                   ELSE
                       PERFORM 2300-CHECK-DUE THRU 2300-EXIT
                       IF SGN-INSTR-DUE
                           PERFORM 2400-ADD-DUE-ENTRY THRU 2400-EXIT
                       ELSE
                           ADD 1 TO SGN-NOT-DUE-COUNT
                       END-IF
                   END-IF
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-EDIT-INSTRUCTION - THE FIRST FAULT FOUND IS THE ONE
      *    REPORTED.
      *----------------------------------------------------------------
       2200-EDIT-INSTRUCTION.

           MOVE 'Y' TO SGN-VALID-SW.
           MOVE SPACES TO SGN-REFUSE-TEXT.
           MOVE ZERO TO SGN-START-DATE.
           MOVE ZERO TO SGN-END-DATE.

           EVALUATE TRUE
               WHEN CALC-STI-DEPARTMENT = SPACES
                   MOVE 'DEPARTMENT MISSING' TO SGN-REFUSE-TEXT
               WHEN CALC-STI-TRAN-PREFIX = SPACES
                   MOVE 'TRANSACTION ID PREFIX MISSING'
                       TO SGN-REFUSE-TEXT
               WHEN NOT CALC-STI-OP-VALID
                   MOVE 'OPERATION CODE NOT 1 THRU 7'
                       TO SGN-REFUSE-TEXT
               WHEN NOT CALC-STI-DAILY AND NOT CALC-STI-WEEKLY
                   AND NOT CALC-STI-MONTHLY
                   MOVE 'FREQUENCY NOT D, W OR M' TO SGN-REFUSE-TEXT
               WHEN CALC-STI-START-DATE IS NOT NUMERIC
                   MOVE 'START DATE INVALID' TO SGN-REFUSE-TEXT
               WHEN CALC-STI-END-DATE NOT = SPACES
                   AND CALC-STI-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE INVALID' TO SGN-REFUSE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF SGN-REFUSE-TEXT = SPACES
               MOVE CALC-STI-START-DATE TO SGN-START-DATE
               MOVE SGN-START-DATE TO SGN-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
               MOVE SGN-DAYS-NUMBER TO SGN-START-DAY
               IF NOT SGN-DAYS-OK
                   MOVE 'START DATE INVALID' TO SGN-REFUSE-TEXT
               END-IF
           END-IF.

           IF SGN-REFUSE-TEXT = SPACES
               AND CALC-STI-END-DATE NOT = SPACES
               MOVE CALC-STI-END-DATE TO SGN-END-DATE
               IF SGN-END-DATE NOT = ZERO
                   MOVE SGN-END-DATE TO SGN-DAYS-DATE
                   PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
                   IF NOT SGN-DAYS-OK
                       OR SGN-END-DATE < SGN-START-DATE
                       MOVE 'END DATE INVALID' TO SGN-REFUSE-TEXT
                   END-IF
               END-IF
           END-IF.

           IF SGN-REFUSE-TEXT = SPACES
               MOVE CALC-STI-X TO SGN-PARSE-TEXT
               PERFORM 9100-PARSE-SIGNED-VALUE THRU 9100-EXIT
               IF SGN-PARSE-OK
                   MOVE SGN-PARSE-VALUE TO SGN-X-VALUE
               ELSE
                   MOVE 'X VALUE INVALID' TO SGN-REFUSE-TEXT
               END-IF
           END-IF.

           IF SGN-REFUSE-TEXT = SPACES
               MOVE CALC-STI-Y TO SGN-PARSE-TEXT
               PERFORM 9100-PARSE-SIGNED-VALUE THRU 9100-EXIT
               IF SGN-PARSE-OK
                   MOVE SGN-PARSE-VALUE TO SGN-Y-VALUE
               ELSE
                   MOVE 'Y VALUE INVALID' TO SGN-REFUSE-TEXT
               END-IF
           END-IF.

           IF SGN-REFUSE-TEXT NOT = SPACES
               MOVE 'N' TO SGN-VALID-SW
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-CHECK-DUE - INSIDE THE START/END WINDOW, THEN BY
      *    FREQUENCY: EVERY CYCLE, EVERY SEVENTH DAY FROM THE START
      *    DATE, OR THE START DATE'S DAY OF THE MONTH.
      *----------------------------------------------------------------
       2300-CHECK-DUE.

           MOVE 'N' TO SGN-DUE-SW.

           IF SGN-CYCLE-DATE NOT < SGN-START-DATE
               AND (SGN-END-DATE = ZERO
                    OR SGN-CYCLE-DATE NOT > SGN-END-DATE)
               EVALUATE TRUE
                   WHEN CALC-STI-DAILY
                       MOVE 'Y' TO SGN-DUE-SW
                   WHEN CALC-STI-WEEKLY
                       SUBTRACT SGN-START-DAY FROM SGN-CYCLE-DAY
                           GIVING SGN-DIFF-DAYS
                       DIVIDE SGN-DIFF-DAYS BY 7
                           GIVING SGN-WEEK-QUOT
                           REMAINDER SGN-WEEK-REM
                       IF SGN-WEEK-REM = ZERO
                           MOVE 'Y' TO SGN-DUE-SW
                       END-IF
                   WHEN CALC-STI-MONTHLY
                       IF SGN-CYCLE-DD = SGN-START-DD
                           OR (SGN-START-DD > SGN-CYCLE-LAST-DD
                               AND SGN-CYCLE-DD = SGN-CYCLE-LAST-DD)
                           MOVE 'Y' TO SGN-DUE-SW
                       END-IF
               END-EVALUATE
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-ADD-DUE-ENTRY - A PREFIX ALREADY DUE THIS CYCLE
      *    WOULD GIVE TWO POSTINGS ONE TRANSACTION ID, SO THE LATER
      *    INSTRUCTION IS REFUSED. A FULL TABLE STOPS THE WHOLE
      *    GENERATION RATHER THAN SEND A PART OF THE CYCLE.
      *----------------------------------------------------------------
       2400-ADD-DUE-ENTRY.

           MOVE 'N' TO SGN-DUP-SW.
           MOVE 1 TO SGN-DUE-IX.
           PERFORM 2410-MATCH-ONE-PREFIX THRU 2410-EXIT
               UNTIL SGN-PREFIX-DUP OR SGN-DUE-IX > SGN-DUE-USED.

           EVALUATE TRUE
               WHEN SGN-PREFIX-DUP
                   MOVE 'DUPLICATE TRANSACTION ID PREFIX'
                       TO SGN-REFUSE-TEXT
                   PERFORM 2500-REPORT-REFUSED THRU 2500-EXIT
               WHEN SGN-DUE-USED NOT < 1000
                   MOVE 'Y' TO SGN-FULL-SW
               WHEN OTHER
                   ADD 1 TO SGN-DUE-USED
                   MOVE CALC-STI-DEPARTMENT
                       TO SGN-DUE-DEPT(SGN-DUE-USED)
                   MOVE CALC-STI-TRAN-PREFIX
                       TO SGN-DUE-PREFIX(SGN-DUE-USED)
                   MOVE CALC-STI-X TO SGN-DUE-X(SGN-DUE-USED)
                   MOVE CALC-STI-Y TO SGN-DUE-Y(SGN-DUE-USED)
                   MOVE CALC-STI-OP-CODE TO SGN-DUE-OP(SGN-DUE-USED)
                   MOVE SGN-X-VALUE TO SGN-DUE-X-VALUE(SGN-DUE-USED)
                   MOVE SGN-Y-VALUE TO SGN-DUE-Y-VALUE(SGN-DUE-USED)
                   MOVE 'N' TO SGN-DUE-DONE-SW(SGN-DUE-USED)
           END-EVALUATE.

       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-PREFIX.

           IF SGN-DUE-PREFIX(SGN-DUE-IX) = CALC-STI-TRAN-PREFIX
               MOVE 'Y' TO SGN-DUP-SW
           ELSE
               ADD 1 TO SGN-DUE-IX
           END-IF.

       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-REPORT-REFUSED
      *----------------------------------------------------------------
       2500-REPORT-REFUSED.

           ADD 1 TO SGN-REFUSED-COUNT.
           IF SGN-RUN-RC < 4
               MOVE 4 TO SGN-RUN-RC
           END-IF.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING '*** INSTRUCTION REFUSED - DEPT ' DELIMITED BY SIZE
                   CALC-STI-DEPARTMENT DELIMITED BY SIZE
                   ' PREFIX ' DELIMITED BY SIZE
                   CALC-STI-TRAN-PREFIX DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   SGN-REFUSE-TEXT DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-WRITE-BATCHES - APPENDS TO THE NIGHT'S CALCTRAN SO
      *    THE GENERATED BATCHES FOLLOW WHATEVER THE DEPARTMENTS
      *    HAVE ALREADY SENT. EACH PASS OF 3100 TAKES THE FIRST
      *    DEPARTMENT NOT YET WRITTEN.
      *----------------------------------------------------------------
       3000-WRITE-BATCHES.

           EVALUATE TRUE
               WHEN SGN-TABLE-FULL
                   MOVE SPACES TO SGN-PRINT-LINE
                   STRING '*** MORE THAN 1000 INSTRUCTIONS DUE - '
                           DELIMITED BY SIZE
                           'NOTHING GENERATED ***' DELIMITED BY SIZE
                       INTO SGN-PRINT-LINE
                   END-STRING
                   WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
                   MOVE 8 TO SGN-RUN-RC
               WHEN SGN-DUE-USED = ZERO
                   MOVE SPACES TO SGN-PRINT-LINE
                   STRING 'NO STANDING INSTRUCTIONS DUE ON THIS '
                           DELIMITED BY SIZE
                           'CYCLE DATE' DELIMITED BY SIZE
                       INTO SGN-PRINT-LINE
                   END-STRING
                   WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
               WHEN OTHER
                   OPEN EXTEND CALC-TRANS-FILE
                   IF SGN-TRANS-STATUS NOT = '00'
                       OPEN OUTPUT CALC-TRANS-FILE
                   END-IF
                   IF SGN-TRANS-STATUS NOT = '00'
                       MOVE SPACES TO SGN-PRINT-LINE
                       STRING '*** UNABLE TO OPEN CALCTRAN, FILE '
                               DELIMITED BY SIZE
                               'STATUS ' DELIMITED BY SIZE
                               SGN-TRANS-STATUS DELIMITED BY SIZE
                               ' - NOTHING GENERATED ***'
                               DELIMITED BY SIZE
                           INTO SGN-PRINT-LINE
                       END-STRING
                       WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
                       MOVE 8 TO SGN-RUN-RC
                   ELSE
                       MOVE 1 TO SGN-DUE-JX
                       PERFORM 3100-WRITE-ONE-BATCH THRU 3100-EXIT
                           UNTIL SGN-DUE-JX > SGN-DUE-USED
                       CLOSE CALC-TRANS-FILE
                   END-IF
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3100-WRITE-ONE-BATCH - HEADER, EVERY DUE INSTRUCTION OF
      *    THE DEPARTMENT AT SGN-DUE-JX, THEN THE TRAILER, THEN ON
      *    TO THE NEXT DEPARTMENT STILL WAITING.
      *----------------------------------------------------------------
       3100-WRITE-ONE-BATCH.

           MOVE SGN-DUE-DEPT(SGN-DUE-JX) TO SGN-BT-DEPARTMENT.
           MOVE ZERO TO SGN-BT-COUNT.
           MOVE ZERO TO SGN-BT-HASH-X.
           MOVE ZERO TO SGN-BT-HASH-Y.

           MOVE SPACES TO CALC-TRANS-HEADER-REC.
           MOVE 'H' TO CALC-HDR-REC-TYPE.
           MOVE SGN-BT-DEPARTMENT TO CALC-HDR-DEPARTMENT.
           MOVE SGN-CYCLE-DATE TO CALC-HDR-CREATE-DATE.
           MOVE SGN-CYCLE-YYMMDD TO CALC-HDR-BATCH-NO.
           WRITE CALC-TRANS-HEADER-REC.

           MOVE SGN-DUE-JX TO SGN-DUE-IX.
           PERFORM 3200-WRITE-ONE-DETAIL THRU 3200-EXIT
               UNTIL SGN-DUE-IX > SGN-DUE-USED.

           MOVE SPACES TO CALC-TRANS-TRAILER-REC.
           MOVE 'T' TO CALC-TRL-REC-TYPE.
           MOVE SGN-BT-COUNT TO CALC-TRL-REC-COUNT.
           MOVE SGN-BT-HASH-X TO CALC-TRL-HASH-X.
           MOVE SGN-BT-HASH-Y TO CALC-TRL-HASH-Y.
           WRITE CALC-TRANS-TRAILER-REC.

           ADD 1 TO SGN-BATCH-COUNT.
           MOVE SGN-BT-COUNT TO SGN-ED-COUNT.
           MOVE SGN-BT-HASH-X TO SGN-ED-HASH-X.
           MOVE SGN-BT-HASH-Y TO SGN-ED-HASH-Y.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'BATCH WRITTEN - DEPT ' DELIMITED BY SIZE
                   SGN-BT-DEPARTMENT DELIMITED BY SIZE
                   ' BATCH NO ' DELIMITED BY SIZE
                   SGN-CYCLE-YYMMDD DELIMITED BY SIZE
                   ' DETAILS ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
                   ' HASH X ' DELIMITED BY SIZE
                   SGN-ED-HASH-X DELIMITED BY SIZE
                   ' HASH Y ' DELIMITED BY SIZE
                   SGN-ED-HASH-Y DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.
           MOVE SPACES TO SGN-GEN-RECORD.
           WRITE SGN-GEN-RECORD.

           PERFORM 3300-NEXT-WAITING-DEPT THRU 3300-EXIT.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-WRITE-ONE-DETAIL
      *----------------------------------------------------------------
       3200-WRITE-ONE-DETAIL.

           IF SGN-DUE-DEPT(SGN-DUE-IX) = SGN-BT-DEPARTMENT
               AND NOT SGN-DUE-DONE(SGN-DUE-IX)
               MOVE SGN-DUE-PREFIX(SGN-DUE-IX) TO SGN-TRAN-PREFIX
               MOVE SGN-CYCLE-YYMMDD TO SGN-TRAN-YYMMDD
               MOVE SPACES TO CALC-TRANS-RECORD
               MOVE SGN-DUE-X(SGN-DUE-IX) TO CALC-TRANS-X
               MOVE SGN-DUE-Y(SGN-DUE-IX) TO CALC-TRANS-Y
               MOVE SGN-DUE-OP(SGN-DUE-IX) TO CALC-TRANS-OP-CODE
               MOVE SGN-TRAN-ID TO CALC-TRANS-TRAN-ID
               WRITE CALC-TRANS-RECORD
               ADD 1 TO SGN-BT-COUNT
               ADD 1 TO SGN-DETAIL-COUNT
               ADD SGN-DUE-X-VALUE(SGN-DUE-IX) TO SGN-BT-HASH-X
               ADD SGN-DUE-Y-VALUE(SGN-DUE-IX) TO SGN-BT-HASH-Y
               MOVE 'Y' TO SGN-DUE-DONE-SW(SGN-DUE-IX)
               MOVE SPACES TO SGN-PRINT-LINE
               STRING '  TRAN ID ' DELIMITED BY SIZE
                       SGN-TRAN-ID DELIMITED BY SIZE
                       '  X ' DELIMITED BY SIZE
                       CALC-TRANS-X DELIMITED BY SIZE
                       '  Y ' DELIMITED BY SIZE
                       CALC-TRANS-Y DELIMITED BY SIZE
                       '  OP ' DELIMITED BY SIZE
                       CALC-TRANS-OP-CODE DELIMITED BY SIZE
                   INTO SGN-PRINT-LINE
               END-STRING
               WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE
           END-IF.
           ADD 1 TO SGN-DUE-IX.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-NEXT-WAITING-DEPT - MOVES SGN-DUE-JX TO THE FIRST
      *    ENTRY NOT YET WRITTEN, OR PAST THE END OF THE TABLE.
      *----------------------------------------------------------------
       3300-NEXT-WAITING-DEPT.

           PERFORM 3310-SKIP-ONE-DONE THRU 3310-EXIT
               UNTIL SGN-DUE-JX > SGN-DUE-USED
               OR NOT SGN-DUE-DONE(SGN-DUE-JX).

       3300-EXIT.
           EXIT.

       3310-SKIP-ONE-DONE.

           ADD 1 TO SGN-DUE-JX.

       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-WRITE-RUN-TOTALS
      *----------------------------------------------------------------
       4000-WRITE-RUN-TOTALS.

           MOVE SPACES TO SGN-GEN-RECORD.
           WRITE SGN-GEN-RECORD.

           MOVE SGN-READ-COUNT TO SGN-ED-COUNT.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'INSTRUCTIONS READ:      ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           MOVE SGN-NOT-DUE-COUNT TO SGN-ED-COUNT.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'INSTRUCTIONS NOT DUE:   ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           MOVE SGN-REFUSED-COUNT TO SGN-ED-COUNT.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'INSTRUCTIONS REFUSED:   ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           MOVE SGN-BATCH-COUNT TO SGN-ED-COUNT.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'BATCHES WRITTEN:        ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

           MOVE SGN-DETAIL-COUNT TO SGN-ED-COUNT.
           MOVE SPACES TO SGN-PRINT-LINE.
           STRING 'DETAIL RECORDS WRITTEN: ' DELIMITED BY SIZE
                   SGN-ED-COUNT DELIMITED BY SIZE
               INTO SGN-PRINT-LINE
           END-STRING.
           WRITE SGN-GEN-RECORD FROM SGN-PRINT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.

           CLOSE SGN-GEN-REPORT.

       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9100-PARSE-SIGNED-VALUE - VALIDATES SGN-PARSE-TEXT AND
      *    RETURNS SGN-PARSE-VALUE AND SGN-PARSE-OK: A LEADING '+'
      *    OR '-', UP TO NINE INTEGER DIGITS, AND AN OPTIONAL
      *    DECIMAL POINT FOLLOWED BY ONE OR TWO DECIMALS; TRAILING
      *    SPACES ARE IGNORED. ANYTHING ELSE FAILS.
      *----------------------------------------------------------------
       9100-PARSE-SIGNED-VALUE.

           MOVE 'N' TO SGN-PARSE-OK-SW.
           MOVE 'N' TO SGN-PARSE-BAD-SW.
           MOVE 'N' TO SGN-PARSE-NEG-SW.
           MOVE 'N' TO SGN-PARSE-DEC-SW.
           MOVE 'N' TO SGN-PARSE-END-SW.
           MOVE ZERO TO SGN-PARSE-VALUE.
           MOVE ZERO TO SGN-PARSE-INT.
           MOVE ZERO TO SGN-PARSE-INT-CT.
           MOVE ZERO TO SGN-PARSE-DECS.

           EVALUATE SGN-PARSE-TEXT(1:1)
               WHEN '+'
                   CONTINUE
               WHEN '-'
                   MOVE 'Y' TO SGN-PARSE-NEG-SW
               WHEN OTHER
                   MOVE 'Y' TO SGN-PARSE-BAD-SW
           END-EVALUATE.

           MOVE 2 TO SGN-PARSE-IX.
           PERFORM 9110-PARSE-ONE-CHAR THRU 9110-EXIT
               UNTIL SGN-PARSE-IX > 13.

           IF SGN-PARSE-BAD-SW = 'N'
               AND (SGN-PARSE-INT-CT > ZERO
                    OR SGN-PARSE-DECS > ZERO)
               AND NOT (SGN-PARSE-DEC-SW = 'Y'
                        AND SGN-PARSE-DECS = ZERO)
               EVALUATE SGN-PARSE-DECS
                   WHEN 0
                       MOVE SGN-PARSE-INT TO SGN-PARSE-VALUE
                   WHEN 1
                       COMPUTE SGN-PARSE-VALUE =
                           SGN-PARSE-INT / 10
                   WHEN 2
                       COMPUTE SGN-PARSE-VALUE =
                           SGN-PARSE-INT / 100
               END-EVALUATE
               IF SGN-PARSE-NEG-SW = 'Y'
                   SUBTRACT SGN-PARSE-VALUE FROM ZERO
                       GIVING SGN-PARSE-VALUE
               END-IF
               MOVE 'Y' TO SGN-PARSE-OK-SW
           END-IF.

       9100-EXIT.
           EXIT.

       9110-PARSE-ONE-CHAR.

           EVALUATE SGN-PARSE-TEXT(SGN-PARSE-IX:1)
               WHEN '0' THRU '9'
                   IF SGN-PARSE-END-SW = 'Y'
                       MOVE 'Y' TO SGN-PARSE-BAD-SW
                   ELSE
                       IF SGN-PARSE-DEC-SW = 'Y'
                           IF SGN-PARSE-DECS >= 2
                               MOVE 'Y' TO SGN-PARSE-BAD-SW
                           ELSE
                               ADD 1 TO SGN-PARSE-DECS
                           END-IF
                       ELSE
                           IF SGN-PARSE-INT-CT >= 9
                               MOVE 'Y' TO SGN-PARSE-BAD-SW
                           ELSE
                               ADD 1 TO SGN-PARSE-INT-CT
                           END-IF
                       END-IF
                       IF SGN-PARSE-BAD-SW = 'N'
                           MOVE SGN-PARSE-TEXT(SGN-PARSE-IX:1)
                               TO SGN-PARSE-DIGIT
                           COMPUTE SGN-PARSE-INT =
                               SGN-PARSE-INT * 10 + SGN-PARSE-DIGIT
                       END-IF
                   END-IF
               WHEN '.'
                   IF SGN-PARSE-DEC-SW = 'Y'
                       OR SGN-PARSE-END-SW = 'Y'
                       MOVE 'Y' TO SGN-PARSE-BAD-SW
                   ELSE
                       MOVE 'Y' TO SGN-PARSE-DEC-SW
                   END-IF
               WHEN SPACE
                   MOVE 'Y' TO SGN-PARSE-END-SW
               WHEN OTHER
                   MOVE 'Y' TO SGN-PARSE-BAD-SW
           END-EVALUATE.
           ADD 1 TO SGN-PARSE-IX.

       9110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9300-DATE-TO-DAYS - TURNS SGN-DAYS-DATE (YYYYMMDD) INTO A
      *    DAY NUMBER THE SAME WAY AS FIRST-CALCULATOR, AND NOTES
      *    WHETHER THE YEAR IS A LEAP YEAR. SGN-DAYS-OK IS OFF FOR
      *    A DATE THAT CANNOT BE A DATE.
      *----------------------------------------------------------------
       9300-DATE-TO-DAYS.

           MOVE 'N' TO SGN-DAYS-OK-SW.
           MOVE 'N' TO SGN-DAYS-LEAP-SW.
           MOVE ZERO TO SGN-DAYS-NUMBER.
           IF SGN-DAYS-DATE IS NUMERIC
               AND SGN-DAYS-YYYY > ZERO
               AND SGN-DAYS-MM >= 1 AND SGN-DAYS-MM <= 12
               AND SGN-DAYS-DD >= 1 AND SGN-DAYS-DD <= 31
               MOVE 'Y' TO SGN-DAYS-OK-SW
               DIVIDE SGN-DAYS-YYYY BY 4
                   GIVING SGN-DAYS-QUOT REMAINDER SGN-DAYS-REM-4
               DIVIDE SGN-DAYS-YYYY BY 100
                   GIVING SGN-DAYS-QUOT REMAINDER SGN-DAYS-REM-100
               DIVIDE SGN-DAYS-YYYY BY 400
                   GIVING SGN-DAYS-QUOT REMAINDER SGN-DAYS-REM-400
               IF SGN-DAYS-REM-400 = ZERO
                   OR (SGN-DAYS-REM-4 = ZERO
                       AND SGN-DAYS-REM-100 NOT = ZERO)
                   MOVE 'Y' TO SGN-DAYS-LEAP-SW
               END-IF
               SUBTRACT 1 FROM SGN-DAYS-YYYY
                   GIVING SGN-DAYS-PRIOR-YEARS
               COMPUTE SGN-DAYS-NUMBER =
                   SGN-DAYS-PRIOR-YEARS * 365
                 + SGN-DAYS-CUM(SGN-DAYS-MM) + SGN-DAYS-DD
               DIVIDE SGN-DAYS-PRIOR-YEARS BY 4
                   GIVING SGN-DAYS-QUOT
               ADD SGN-DAYS-QUOT TO SGN-DAYS-NUMBER
               DIVIDE SGN-DAYS-PRIOR-YEARS BY 100
                   GIVING SGN-DAYS-QUOT
               SUBTRACT SGN-DAYS-QUOT FROM SGN-DAYS-NUMBER
               DIVIDE SGN-DAYS-PRIOR-YEARS BY 400
                   GIVING SGN-DAYS-QUOT
               ADD SGN-DAYS-QUOT TO SGN-DAYS-NUMBER
               IF SGN-DAYS-MM > 2 AND SGN-DAYS-LEAP-YEAR
                   ADD 1 TO SGN-DAYS-NUMBER
               END-IF
           END-IF.

       9300-EXIT.
           EXIT.
