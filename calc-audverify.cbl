       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALC-AUDVERIFY.
      *    SEQUENCE AND CHAIN VERIFICATION OF THE AUDIT LOG AND ITS
      *    ARCHIVE GENERATIONS.
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
      *                     CALC-RECONCILE. WALKS EVERY CALCARCH.YYYYMM
      *                     GENERATION NAMED ON THE CALCAMAN ARCHIVE
      *                     MANIFEST, IN MONTH ORDER, AND THEN THE LIVE
      *                     CALCAUDX LOG ALONG ITS SEQUENCE KEY, AND
      *                     REPORTS ON CALCAVFY: SEQUENCE GAPS (RECORDS
      *                     DELETED THAT NO MANIFEST ACCOUNTS FOR),
      *                     BROKEN CHAIN VALUES, RECORDS ALTERED SINCE
      *                     THEY WERE WRITTEN, SEQUENCES OUT OF ORDER,
      *                     GENERATIONS HOLDING FEWER OR MORE RECORDS
      *                     THAN THEIR MANIFEST, AND A LOG THAT ENDS
      *                     SHORT OF THE LAST SEQUENCE ON CALCASEQ. A
      *                     GENERATION REMOVED UNDER THE RETENTION
      *                     RULES IS COVERED BY ITS MANIFEST AND IS
      *                     NOTED, NOT REPORTED. RETURN CODE 8 WHEN
      *                     ANYTHING WAS FOUND.
      *    2026-10-15 DC    AUDIT LAYOUT FOLLOWS FIRST-CALCULATOR: THE
      *                     BATCH CREATE DATE FOLLOWS THE FILLER AND
      *                     IS SEALED WITH THE REST OF THE RECORD.
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
               FILE STATUS IS AVF-AUDIT-STATUS.

           SELECT CALC-ARCHIVE-FILE
               ASSIGN TO DYNAMIC AVF-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVF-ARCH-STATUS.

           SELECT CALC-AMAN-FILE
               ASSIGN TO "CALCAMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVF-AMAN-STATUS.

           SELECT CALC-ASEQ-FILE
               ASSIGN TO "CALCASEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVF-ASEQ-STATUS.

           SELECT AVF-VERIFY-REPORT
               ASSIGN TO "CALCAVFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVF-VERIFY-STATUS.

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
      *    CALC-AMAN-FILE - SAME LAYOUT AS IN FIRST-CALCULATOR. ONLY
      *    THE 'G' GENERATION RECORDS ARE USED HERE.
      *----------------------------------------------------------------
       FD  CALC-AMAN-FILE.
       01  CALC-AMAN-RECORD.
           05  CALC-AMAN-REC-TYPE      PIC X(01).
               88  CALC-AMAN-GENERATION    VALUE 'G'.
               88  CALC-AMAN-TOTALS        VALUE 'T'.
           05  CALC-AMAN-RUN-DATE      PIC 9(08).
           05  CALC-AMAN-CUTOFF        PIC X(08).
           05  CALC-AMAN-GEN-MONTH     PIC X(06).
           05  CALC-AMAN-RECORD-COUNT  PIC 9(09).
           05  CALC-AMAN-CHAINED-COUNT PIC 9(09).
           05  CALC-AMAN-FIRST-DATE    PIC X(08).
           05  CALC-AMAN-LAST-DATE     PIC X(08).
           05  CALC-AMAN-FIRST-SEQ     PIC 9(09).
           05  CALC-AMAN-LAST-SEQ      PIC 9(09).
           05  CALC-AMAN-KEPT-COUNT    PIC 9(09).
           05  CALC-AMAN-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(08).

      *----------------------------------------------------------------
      *    CALC-ASEQ-FILE - SAME LAYOUT AS IN FIRST-CALCULATOR.
      *----------------------------------------------------------------
       FD  CALC-ASEQ-FILE.
       01  CALC-ASEQ-RECORD.
           05  CALC-ASEQ-LAST-SEQ      PIC 9(09).
           05  CALC-ASEQ-LAST-CHAIN    PIC 9(09).
           05  CALC-ASEQ-TIMESTAMP     PIC X(14).
           05  CALC-ASEQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      *    AVF-VERIFY-REPORT - THE PRINTED VERIFICATION REPORT.
      *----------------------------------------------------------------
       FD  AVF-VERIFY-REPORT.
       01  AVF-VERIFY-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    PROGRAM SWITCHES
      *----------------------------------------------------------------
           01  AVF-SWITCHES.
               05  AVF-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
                   88  AVF-AUDIT-EOF            VALUE 'Y'.
               05  AVF-ARCH-EOF-SW         PIC X(01) VALUE 'N'.
                   88  AVF-ARCH-EOF             VALUE 'Y'.
               05  AVF-AMAN-EOF-SW         PIC X(01) VALUE 'N'.
                   88  AVF-AMAN-EOF             VALUE 'Y'.
               05  AVF-CHAIN-KNOWN-SW      PIC X(01) VALUE 'Y'.
                   88  AVF-CHAIN-KNOWN          VALUE 'Y'.
               05  AVF-REC-CHAINED-SW      PIC X(01) VALUE 'N'.
                   88  AVF-REC-CHAINED          VALUE 'Y'.
               05  AVF-ASEQ-FOUND-SW       PIC X(01) VALUE 'N'.
                   88  AVF-ASEQ-FOUND           VALUE 'Y'.
               05  AVF-SLOT-STOP-SW        PIC X(01) VALUE 'N'.
                   88  AVF-SLOT-STOP            VALUE 'Y'.
               05  AVF-CLEAN-SW            PIC X(01) VALUE 'Y'.
                   88  AVF-LOG-VERIFIES         VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS FIELDS
      *----------------------------------------------------------------
           01  AVF-FILE-STATUSES.
               05  AVF-AUDIT-STATUS        PIC X(02) VALUE '00'.
               05  AVF-ARCH-STATUS         PIC X(02) VALUE '00'.
               05  AVF-AMAN-STATUS         PIC X(02) VALUE '00'.
               05  AVF-ASEQ-STATUS         PIC X(02) VALUE '00'.
               05  AVF-VERIFY-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    GENERATION NAME, AND THE NAME OF THE FILE BEING WALKED FOR
      *    THE FINDING LINES.
      *----------------------------------------------------------------
           01  AVF-ARCHIVE-NAME            PIC X(15) VALUE SPACES.
           01  AVF-SOURCE-NAME             PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------
      *    THE MANIFEST BY GENERATION MONTH, IN MONTH ORDER. A MONTH
      *    ARCHIVED BY MORE THAN ONE RUN HAS ITS 'G' RECORDS ADDED
      *    TOGETHER: THE CHAINED COUNTS SUMMED, THE SEQUENCE RANGE
      *    WIDENED.
      *----------------------------------------------------------------
           01  AVF-MANIFEST-TABLE.
               05  AVF-MAN-USED            PIC 9(04) VALUE ZERO COMP.
               05  AVF-MAN-ENTRY           OCCURS 600 TIMES.
                   10  AVF-MAN-MONTH       PIC X(06).
                   10  AVF-MAN-CHAINED     PIC 9(09) COMP.
                   10  AVF-MAN-FIRST-SEQ   PIC 9(09).
                   10  AVF-MAN-LAST-SEQ    PIC 9(09).
           77  AVF-MAN-IX                  PIC 9(04) VALUE ZERO COMP.
           77  AVF-MAN-JX                  PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    WALK STATE - THE SEQUENCE NUMBER EXPECTED NEXT AND THE
      *    CHECK VALUE OF THE LAST RECORD SEEN. THE CHAIN IS NOT
      *    KNOWN ACROSS A GAP OR A RETIRED GENERATION.
      *----------------------------------------------------------------
           01  AVF-WALK-STATE.
               05  AVF-NEXT-SEQ            PIC 9(09) VALUE 1.
               05  AVF-LAST-CHAIN          PIC 9(09) VALUE ZERO.
               05  AVF-HIGH-SEQ            PIC 9(09) VALUE ZERO.
               05  AVF-GAP-FIRST           PIC 9(09) VALUE ZERO.
               05  AVF-GAP-LAST            PIC 9(09) VALUE ZERO.
               05  AVF-GAP-COUNT           PIC 9(09) VALUE ZERO.
               05  AVF-CTL-SEQ             PIC 9(09) VALUE ZERO.
               05  AVF-CTL-CHAIN           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      *    CHECK VALUE FOLD - THE SAME ARITHMETIC AS FIRST-CALCULATOR
      *    5496-SEAL-AUDIT-RECORD: VALUE * 263 + BYTE CODE + 1,
      *    MODULO THE PRIME, OVER EVERY BYTE THROUGH THE SEQUENCE
      *    NUMBER, STARTING FROM THE PRIOR RECORD'S VALUE.
      *----------------------------------------------------------------
           01  AVF-CHAIN-FIELDS.
               05  AVF-CHN-VALUE           PIC 9(09) VALUE ZERO.
               05  AVF-CHN-WORK            PIC 9(12) VALUE ZERO COMP.
               05  AVF-CHN-QUOT            PIC 9(12) VALUE ZERO COMP.
               05  AVF-CHN-IX              PIC 9(04) VALUE ZERO COMP.
               05  AVF-CHN-SEAL-LEN        PIC 9(04) VALUE 326 COMP.
               05  AVF-CHN-PRIME           PIC 9(09) VALUE 999999937.
               05  AVF-CHN-BYTE-NUM        PIC 9(04) VALUE ZERO COMP.
               05  AVF-CHN-BYTE-PAIR REDEFINES AVF-CHN-BYTE-NUM.
                   10  AVF-CHN-BYTE-HIGH   PIC X(01).
                   10  AVF-CHN-BYTE-LOW    PIC X(01).

      *----------------------------------------------------------------
      *    COUNTS
      *----------------------------------------------------------------
           01  AVF-ARCH-VERIFIED-COUNT     PIC 9(09) VALUE ZERO COMP.
           01  AVF-LIVE-VERIFIED-COUNT     PIC 9(09) VALUE ZERO COMP.
           01  AVF-GEN-CHAINED-COUNT       PIC 9(09) VALUE ZERO COMP.
           01  AVF-UNCHAINED-COUNT         PIC 9(09) VALUE ZERO COMP.
           01  AVF-RETIRED-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  AVF-GAP-FINDINGS            PIC 9(09) VALUE ZERO COMP.
           01  AVF-MISSING-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  AVF-BROKEN-COUNT            PIC 9(09) VALUE ZERO COMP.
           01  AVF-ALTERED-COUNT           PIC 9(09) VALUE ZERO COMP.
           01  AVF-ORDER-COUNT             PIC 9(09) VALUE ZERO COMP.
           01  AVF-GEN-MISMATCH-COUNT      PIC 9(09) VALUE ZERO COMP.
           01  AVF-FINDING-COUNT           PIC 9(09) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    PRINT-LINE AND EDITED REPORT FIELDS
      *----------------------------------------------------------------
           01  AVF-PRINT-LINE              PIC X(132) VALUE SPACES.

           01  AVF-EDIT-FIELDS.
               05  AVF-ED-SEQ              PIC ZZZZZZZZ9.
               05  AVF-ED-SEQ-2            PIC ZZZZZZZZ9.
               05  AVF-ED-COUNT            PIC ZZZZZZZZ9.
               05  AVF-ED-COUNT-2          PIC ZZZZZZZZ9.
               05  AVF-ED-RECORD-NO        PIC ZZZZZZZZ9.
      *    WHAT WAS FOUND ON A RECORD, SET BEFORE EACH PERFORM OF
      *    7300-WRITE-RECORD-FINDING.
               05  AVF-ED-FINDING          PIC X(30).
               05  AVF-ED-LABEL            PIC X(50).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.
           PERFORM 3000-VERIFY-GENERATIONS THRU 3000-EXIT.
           PERFORM 4000-VERIFY-LIVE-LOG THRU 4000-EXIT.
           PERFORM 5000-CHECK-CONTROL-RECORD THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF NOT AVF-LOG-VERIFIES
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INITIALIZE - OPENS THE REPORT. NOTHING IS ASKED FOR:
      *    THE WHOLE LOG IS VERIFIED EVERY TIME.
      *----------------------------------------------------------------
       1000-INITIALIZE.

           OPEN OUTPUT AVF-VERIFY-REPORT.
           IF AVF-VERIFY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCAVFY, FILE STATUS '
                        AVF-VERIFY-STATUS
               DISPLAY 'CALC-AUDVERIFY TERMINATING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO AVF-PRINT-LINE.
           STRING 'CALC-AUDVERIFY - AUDIT LOG SEQUENCE AND CHAIN '
                   DELIMITED BY SIZE
                   'VERIFICATION REPORT' DELIMITED BY SIZE
               INTO AVF-PRINT-LINE
           END-STRING.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.
           MOVE SPACES TO AVF-VERIFY-RECORD.
           WRITE AVF-VERIFY-RECORD.

           MOVE LOW-VALUE TO AVF-CHN-BYTE-HIGH.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-LOAD-MANIFEST - TABLES THE 'G' RECORDS OF CALCAMAN BY
      *    GENERATION MONTH. NO MANIFEST MEANS NOTHING HAS BEEN
      *    ARCHIVED SINCE THE LOG WAS CHAINED; ANY CHAINED RECORD
      *    THAT WAS WILL THEN SHOW AS A GAP.
      *----------------------------------------------------------------
       2000-LOAD-MANIFEST.

           MOVE ZERO TO AVF-MAN-USED.
           MOVE 'N' TO AVF-AMAN-EOF-SW.
           OPEN INPUT CALC-AMAN-FILE.
           IF AVF-AMAN-STATUS NOT = '00'
               MOVE SPACES TO AVF-PRINT-LINE
               STRING 'NO ARCHIVE MANIFEST (CALCAMAN) ON FILE - '
                       DELIMITED BY SIZE
                       'NO GENERATIONS TO WALK' DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
           ELSE
               PERFORM 2100-READ-ONE-MANIFEST THRU 2100-EXIT
                   UNTIL AVF-AMAN-EOF
               CLOSE CALC-AMAN-FILE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-ONE-MANIFEST.

           READ CALC-AMAN-FILE
               AT END
                   MOVE 'Y' TO AVF-AMAN-EOF-SW
               NOT AT END
                   IF CALC-AMAN-GENERATION
                       PERFORM 2200-POST-MANIFEST-ENTRY THRU 2200-EXIT
                   END-IF
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-POST-MANIFEST-ENTRY - FINDS THE MONTH'S PLACE IN THE
      *    TABLE, ADDS TO AN EXISTING ENTRY OR OPENS A NEW ONE THERE.
      *    A MANIFEST RECORD THAT CANNOT BE READ IS ITSELF A FINDING.
      *----------------------------------------------------------------
       2200-POST-MANIFEST-ENTRY.

           IF CALC-AMAN-CHAINED-COUNT IS NOT NUMERIC
               OR CALC-AMAN-FIRST-SEQ IS NOT NUMERIC
               OR CALC-AMAN-LAST-SEQ IS NOT NUMERIC
               MOVE SPACES TO AVF-PRINT-LINE
               STRING '*** UNREADABLE MANIFEST RECORD FOR GENERATION '
                       DELIMITED BY SIZE
                       CALC-AMAN-GEN-MONTH DELIMITED BY SIZE
                       ' ***' DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
               PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
           ELSE
               MOVE 1 TO AVF-MAN-IX
               MOVE 'N' TO AVF-SLOT-STOP-SW
               PERFORM 2210-STEP-MONTH-SLOT THRU 2210-EXIT
                   UNTIL AVF-SLOT-STOP OR AVF-MAN-IX > AVF-MAN-USED
               EVALUATE TRUE
                   WHEN AVF-MAN-IX NOT > AVF-MAN-USED
                       AND AVF-MAN-MONTH(AVF-MAN-IX)
                           = CALC-AMAN-GEN-MONTH
                       PERFORM 2230-MERGE-ENTRY THRU 2230-EXIT
                   WHEN AVF-MAN-USED NOT < 600
                       MOVE SPACES TO AVF-PRINT-LINE
                       STRING '*** MANIFEST TABLE FULL - GENERATION '
                               DELIMITED BY SIZE
                               CALC-AMAN-GEN-MONTH DELIMITED BY SIZE
                               ' NOT VERIFIED ***' DELIMITED BY SIZE
                           INTO AVF-PRINT-LINE
                       END-STRING
                       WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
                       PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
                   WHEN OTHER
                       MOVE AVF-MAN-USED TO AVF-MAN-JX
                       PERFORM 2220-SHIFT-ONE-ENTRY THRU 2220-EXIT
                           UNTIL AVF-MAN-JX < AVF-MAN-IX
                       ADD 1 TO AVF-MAN-USED
                       MOVE CALC-AMAN-GEN-MONTH
                           TO AVF-MAN-MONTH(AVF-MAN-IX)
                       MOVE ZERO TO AVF-MAN-CHAINED(AVF-MAN-IX)
                       MOVE ZERO TO AVF-MAN-FIRST-SEQ(AVF-MAN-IX)
                       MOVE ZERO TO AVF-MAN-LAST-SEQ(AVF-MAN-IX)
                       PERFORM 2230-MERGE-ENTRY THRU 2230-EXIT
               END-EVALUATE
           END-IF.

       2200-EXIT.
           EXIT.

       2210-STEP-MONTH-SLOT.

           IF AVF-MAN-MONTH(AVF-MAN-IX) < CALC-AMAN-GEN-MONTH
               ADD 1 TO AVF-MAN-IX
           ELSE
               MOVE 'Y' TO AVF-SLOT-STOP-SW
           END-IF.

       2210-EXIT.
           EXIT.

       2220-SHIFT-ONE-ENTRY.

           MOVE AVF-MAN-ENTRY(AVF-MAN-JX)
               TO AVF-MAN-ENTRY(AVF-MAN-JX + 1).
           SUBTRACT 1 FROM AVF-MAN-JX.

       2220-EXIT.
           EXIT.

       2230-MERGE-ENTRY.

           ADD CALC-AMAN-CHAINED-COUNT TO AVF-MAN-CHAINED(AVF-MAN-IX).
           IF CALC-AMAN-FIRST-SEQ > ZERO
               IF AVF-MAN-FIRST-SEQ(AVF-MAN-IX) = ZERO
                   OR CALC-AMAN-FIRST-SEQ
                       < AVF-MAN-FIRST-SEQ(AVF-MAN-IX)
                   MOVE CALC-AMAN-FIRST-SEQ
                       TO AVF-MAN-FIRST-SEQ(AVF-MAN-IX)
               END-IF
               IF CALC-AMAN-LAST-SEQ > AVF-MAN-LAST-SEQ(AVF-MAN-IX)
                   MOVE CALC-AMAN-LAST-SEQ
                       TO AVF-MAN-LAST-SEQ(AVF-MAN-IX)
               END-IF
           END-IF.

       2230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-VERIFY-GENERATIONS - EACH MANIFESTED GENERATION IN
      *    MONTH ORDER, WHICH IS SEQUENCE ORDER.
      *----------------------------------------------------------------
       3000-VERIFY-GENERATIONS.

           MOVE 1 TO AVF-MAN-IX.
           PERFORM 3100-VERIFY-ONE-GENERATION THRU 3100-EXIT
               UNTIL AVF-MAN-IX > AVF-MAN-USED.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3100-VERIFY-ONE-GENERATION - A GENERATION ON FILE IS READ
      *    THROUGH AND ITS CHAINED RECORDS COUNTED AGAINST THE
      *    MANIFEST; ONE NO LONGER ON FILE IS ACCOUNTED FOR BY IT.
      *----------------------------------------------------------------
       3100-VERIFY-ONE-GENERATION.

           MOVE SPACES TO AVF-ARCHIVE-NAME.
           STRING 'CALCARCH.' DELIMITED BY SIZE
                   AVF-MAN-MONTH(AVF-MAN-IX) DELIMITED BY SIZE
               INTO AVF-ARCHIVE-NAME
           END-STRING.
           MOVE AVF-ARCHIVE-NAME TO AVF-SOURCE-NAME.
           MOVE ZERO TO AVF-GEN-CHAINED-COUNT.
           MOVE 'N' TO AVF-ARCH-EOF-SW.

           OPEN INPUT CALC-ARCHIVE-FILE.
           IF AVF-ARCH-STATUS = '00'
               PERFORM 3200-VERIFY-ONE-ARCHIVED THRU 3200-EXIT
                   UNTIL AVF-ARCH-EOF
               CLOSE CALC-ARCHIVE-FILE
               MOVE AVF-GEN-CHAINED-COUNT TO AVF-ED-COUNT
               MOVE AVF-MAN-CHAINED(AVF-MAN-IX) TO AVF-ED-COUNT-2
               MOVE SPACES TO AVF-PRINT-LINE
               IF AVF-GEN-CHAINED-COUNT
                   = AVF-MAN-CHAINED(AVF-MAN-IX)
                   STRING 'GENERATION ' DELIMITED BY SIZE
                           AVF-ARCHIVE-NAME DELIMITED BY SIZE
                           ' CHAINED RECORDS ' DELIMITED BY SIZE
                           AVF-ED-COUNT DELIMITED BY SIZE
                           ' AGREES WITH MANIFEST' DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
               ELSE
                   STRING '*** GENERATION ' DELIMITED BY SIZE
                           AVF-ARCHIVE-NAME DELIMITED BY SIZE
                           ' HOLDS ' DELIMITED BY SIZE
                           AVF-ED-COUNT DELIMITED BY SIZE
                           ' CHAINED RECORDS, MANIFEST RECORDS '
                           DELIMITED BY SIZE
                           AVF-ED-COUNT-2 DELIMITED BY SIZE
                           ' ***' DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   ADD 1 TO AVF-GEN-MISMATCH-COUNT
                   PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
               END-IF
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
           ELSE
               PERFORM 3300-GENERATION-RETIRED THRU 3300-EXIT
           END-IF.

           ADD 1 TO AVF-MAN-IX.

       3100-EXIT.
           EXIT.

       3200-VERIFY-ONE-ARCHIVED.

           READ CALC-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO AVF-ARCH-EOF-SW
               NOT AT END
                   MOVE CALC-ARCHIVE-RECORD TO CALC-AUDIT-RECORD
                   PERFORM 7000-VERIFY-ONE-RECORD THRU 7000-EXIT
                   IF AVF-REC-CHAINED
                       ADD 1 TO AVF-GEN-CHAINED-COUNT
                       ADD 1 TO AVF-ARCH-VERIFIED-COUNT
                   END-IF
           END-READ.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-GENERATION-RETIRED - THE GENERATION FILE IS GONE. ITS
      *    MANIFEST SEQUENCE RANGE IS TAKEN AS ACCOUNTED FOR AND THE
      *    WALK RESUMES AFTER IT; ANY GAP BEFORE THE RANGE IS STILL
      *    REPORTED. THE CHAIN CANNOT BE FOLLOWED ACROSS IT.
      *----------------------------------------------------------------
       3300-GENERATION-RETIRED.

           MOVE SPACES TO AVF-PRINT-LINE.
           IF AVF-MAN-FIRST-SEQ(AVF-MAN-IX) = ZERO
               STRING 'GENERATION ' DELIMITED BY SIZE
                       AVF-ARCHIVE-NAME DELIMITED BY SIZE
                       ' NOT ON FILE - NO CHAINED RECORDS IN ITS '
                       DELIMITED BY SIZE
                       'MANIFEST' DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
           ELSE
               IF AVF-MAN-FIRST-SEQ(AVF-MAN-IX) > AVF-NEXT-SEQ
                   MOVE AVF-NEXT-SEQ TO AVF-GAP-FIRST
                   SUBTRACT 1 FROM AVF-MAN-FIRST-SEQ(AVF-MAN-IX)
                       GIVING AVF-GAP-LAST
                   PERFORM 7200-REPORT-GAP THRU 7200-EXIT
               END-IF
               MOVE AVF-MAN-FIRST-SEQ(AVF-MAN-IX) TO AVF-ED-SEQ
               MOVE AVF-MAN-LAST-SEQ(AVF-MAN-IX) TO AVF-ED-SEQ-2
               MOVE AVF-MAN-CHAINED(AVF-MAN-IX) TO AVF-ED-COUNT
               STRING 'GENERATION ' DELIMITED BY SIZE
                       AVF-ARCHIVE-NAME DELIMITED BY SIZE
                       ' NOT ON FILE - SEQUENCES ' DELIMITED BY SIZE
                       AVF-ED-SEQ DELIMITED BY SIZE
                       ' THRU ' DELIMITED BY SIZE
                       AVF-ED-SEQ-2 DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       AVF-ED-COUNT DELIMITED BY SIZE
                       ' RECORDS) COVERED BY ITS MANIFEST'
                       DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
               ADD AVF-MAN-CHAINED(AVF-MAN-IX) TO AVF-RETIRED-COUNT
               IF AVF-MAN-LAST-SEQ(AVF-MAN-IX) NOT < AVF-NEXT-SEQ
                   ADD 1 TO AVF-MAN-LAST-SEQ(AVF-MAN-IX)
                       GIVING AVF-NEXT-SEQ
                   MOVE 'N' TO AVF-CHAIN-KNOWN-SW
               END-IF
           END-IF.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-VERIFY-LIVE-LOG - THE KEYED LOG ALONG THE SEQUENCE
      *    KEY. RECORDS WRITTEN BEFORE THE CHAIN CARRY ZERO THERE
      *    AND READ FIRST.
      *----------------------------------------------------------------
       4000-VERIFY-LIVE-LOG.

           MOVE 'CALCAUDX' TO AVF-SOURCE-NAME.
           MOVE 'N' TO AVF-AUDIT-EOF-SW.
           OPEN INPUT CALC-AUDIT-LOG.
           IF AVF-AUDIT-STATUS NOT = '00'
               MOVE SPACES TO AVF-PRINT-LINE
               STRING '*** UNABLE TO OPEN CALCAUDX, FILE STATUS '
                       DELIMITED BY SIZE
                       AVF-AUDIT-STATUS DELIMITED BY SIZE
                       ' - LIVE LOG NOT VERIFIED ***' DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
               WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
               PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
           ELSE
               MOVE ZERO TO CALC-AUD-SEQ-NO
               START CALC-AUDIT-LOG
                   KEY IS NOT LESS THAN CALC-AUD-SEQ-NO
                   INVALID KEY
                       MOVE 'Y' TO AVF-AUDIT-EOF-SW
               END-START
               PERFORM 4100-VERIFY-ONE-LIVE THRU 4100-EXIT
                   UNTIL AVF-AUDIT-EOF
               CLOSE CALC-AUDIT-LOG
           END-IF.

       4000-EXIT.
           EXIT.

       4100-VERIFY-ONE-LIVE.

           READ CALC-AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO AVF-AUDIT-EOF-SW
               NOT AT END
                   PERFORM 7000-VERIFY-ONE-RECORD THRU 7000-EXIT
                   IF AVF-REC-CHAINED
                       ADD 1 TO AVF-LIVE-VERIFIED-COUNT
                   END-IF
           END-READ.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-CHECK-CONTROL-RECORD - THE WALK MUST END ON THE LAST
      *    SEQUENCE NUMBER AND CHECK VALUE SAVED ON CALCASEQ. ENDING
      *    SHORT OF IT MEANS RECORDS WERE DELETED OFF THE END; ENDING
      *    PAST IT ONLY MEANS THE LAST RUN DID NOT END NORMALLY, AND
      *    THE NEXT RUN SAVES IT AGAIN.
      *----------------------------------------------------------------
       5000-CHECK-CONTROL-RECORD.

           MOVE 'N' TO AVF-ASEQ-FOUND-SW.
           OPEN INPUT CALC-ASEQ-FILE.
           IF AVF-ASEQ-STATUS = '00'
               READ CALC-ASEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-ASEQ-LAST-SEQ IS NUMERIC
                           AND CALC-ASEQ-LAST-CHAIN IS NUMERIC
                           MOVE CALC-ASEQ-LAST-SEQ TO AVF-CTL-SEQ
                           MOVE CALC-ASEQ-LAST-CHAIN TO AVF-CTL-CHAIN
                           MOVE 'Y' TO AVF-ASEQ-FOUND-SW
                       END-IF
               END-READ
               CLOSE CALC-ASEQ-FILE
           END-IF.

           SUBTRACT 1 FROM AVF-NEXT-SEQ GIVING AVF-HIGH-SEQ.
           MOVE 'CALCAUDX' TO AVF-SOURCE-NAME.

           MOVE SPACES TO AVF-VERIFY-RECORD.
           WRITE AVF-VERIFY-RECORD.
           MOVE SPACES TO AVF-PRINT-LINE.

           EVALUATE TRUE
               WHEN NOT AVF-ASEQ-FOUND AND AVF-HIGH-SEQ = ZERO
                   STRING 'NO SEQUENCE CONTROL RECORD AND NO CHAINED '
                           DELIMITED BY SIZE
                           'RECORDS - NOTHING CHAINED YET'
                           DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
               WHEN NOT AVF-ASEQ-FOUND
                   STRING '*** SEQUENCE CONTROL RECORD CALCASEQ '
                           DELIMITED BY SIZE
                           'MISSING OR UNREADABLE ***'
                           DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
                   PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
               WHEN OTHER
                   MOVE AVF-CTL-SEQ TO AVF-ED-SEQ
                   MOVE AVF-HIGH-SEQ TO AVF-ED-SEQ-2
                   STRING 'LAST SEQUENCE ISSUED (CALCASEQ) '
                           DELIMITED BY SIZE
                           AVF-ED-SEQ DELIMITED BY SIZE
                           '   LAST SEQUENCE ACCOUNTED FOR '
                           DELIMITED BY SIZE
                           AVF-ED-SEQ-2 DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
                   PERFORM 5100-COMPARE-CONTROL THRU 5100-EXIT
           END-EVALUATE.

       5000-EXIT.
           EXIT.

       5100-COMPARE-CONTROL.

           MOVE SPACES TO AVF-PRINT-LINE.
           EVALUATE TRUE
               WHEN AVF-CTL-SEQ > AVF-HIGH-SEQ
                   ADD 1 TO AVF-HIGH-SEQ GIVING AVF-GAP-FIRST
                   MOVE AVF-CTL-SEQ TO AVF-GAP-LAST
                   PERFORM 7200-REPORT-GAP THRU 7200-EXIT
               WHEN AVF-CTL-SEQ < AVF-HIGH-SEQ
                   STRING 'LOG RUNS PAST CALCASEQ - THE LAST RUN DID '
                           DELIMITED BY SIZE
                           'NOT END NORMALLY; THE NEXT RUN SAVES IT'
                           DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
               WHEN AVF-CHAIN-KNOWN
                   AND AVF-CTL-CHAIN NOT = AVF-LAST-CHAIN
                   STRING '*** BROKEN CHAIN - LAST CHECK VALUE ON THE '
                           DELIMITED BY SIZE
                           'LOG DISAGREES WITH CALCASEQ ***'
                           DELIMITED BY SIZE
                       INTO AVF-PRINT-LINE
                   END-STRING
                   WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE
                   ADD 1 TO AVF-BROKEN-COUNT
                   PERFORM 7900-NOTE-FINDING THRU 7900-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-WRITE-SUMMARY
      *----------------------------------------------------------------
       6000-WRITE-SUMMARY.

           MOVE SPACES TO AVF-VERIFY-RECORD.
           WRITE AVF-VERIFY-RECORD.

           MOVE 'ARCHIVED RECORDS VERIFIED' TO AVF-ED-LABEL.
           MOVE AVF-ARCH-VERIFIED-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'LIVE LOG RECORDS VERIFIED' TO AVF-ED-LABEL.
           MOVE AVF-LIVE-VERIFIED-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'RECORDS WRITTEN BEFORE CHAINING (NOT VERIFIED)'
               TO AVF-ED-LABEL.
           MOVE AVF-UNCHAINED-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'RETIRED RECORDS COVERED BY MANIFEST' TO AVF-ED-LABEL.
           MOVE AVF-RETIRED-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'SEQUENCE GAPS' TO AVF-ED-LABEL.
           MOVE AVF-GAP-FINDINGS TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'RECORDS DELETED, NOT COVERED BY A MANIFEST'
               TO AVF-ED-LABEL.
           MOVE AVF-MISSING-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'BROKEN CHAIN VALUES' TO AVF-ED-LABEL.
           MOVE AVF-BROKEN-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'RECORDS ALTERED SINCE WRITTEN' TO AVF-ED-LABEL.
           MOVE AVF-ALTERED-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'SEQUENCES OUT OF ORDER OR REPEATED' TO AVF-ED-LABEL.
           MOVE AVF-ORDER-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
           MOVE 'GENERATIONS DISAGREEING WITH MANIFEST'
               TO AVF-ED-LABEL.
           MOVE AVF-GEN-MISMATCH-COUNT TO AVF-ED-COUNT.
           PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.

           MOVE SPACES TO AVF-VERIFY-RECORD.
           WRITE AVF-VERIFY-RECORD.
           MOVE SPACES TO AVF-PRINT-LINE.
           IF AVF-LOG-VERIFIES
               STRING 'AUDIT LOG VERIFIES - NO FINDINGS'
                       DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
           ELSE
               MOVE AVF-FINDING-COUNT TO AVF-ED-COUNT
               STRING '*** AUDIT LOG DOES NOT VERIFY - FINDINGS: '
                       DELIMITED BY SIZE
                       AVF-ED-COUNT DELIMITED BY SIZE
                       ' ***' DELIMITED BY SIZE
                   INTO AVF-PRINT-LINE
               END-STRING
           END-IF.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.

           DISPLAY 'CALC-AUDVERIFY FINDINGS: ' AVF-FINDING-COUNT.

       6000-EXIT.
           EXIT.

       6100-WRITE-COUNT-LINE.

           MOVE SPACES TO AVF-PRINT-LINE.
           STRING AVF-ED-LABEL DELIMITED BY SIZE
                   AVF-ED-COUNT DELIMITED BY SIZE
               INTO AVF-PRINT-LINE
           END-STRING.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7000-VERIFY-ONE-RECORD - A RECORD WITH NO SEQUENCE NUMBER
      *    WAS WRITTEN BEFORE THE CHAIN AND IS ONLY COUNTED. A
      *    CHAINED RECORD HAS ITS CHECK VALUE RECOMPUTED AND ITS
      *    PLACE IN THE SEQUENCE AND THE CHAIN PROVED.
      *----------------------------------------------------------------
       7000-VERIFY-ONE-RECORD.

           MOVE 'N' TO AVF-REC-CHAINED-SW.
           IF CALC-AUD-SEQ-NO IS NUMERIC
               IF CALC-AUD-SEQ-NO > ZERO
                   MOVE 'Y' TO AVF-REC-CHAINED-SW
               END-IF
           END-IF.

           IF AVF-REC-CHAINED
               PERFORM 7100-CHECK-SEAL THRU 7100-EXIT
               PERFORM 7150-CHECK-SEQUENCE THRU 7150-EXIT
           ELSE
               ADD 1 TO AVF-UNCHAINED-COUNT
           END-IF.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7100-CHECK-SEAL - A STORED CHECK VALUE THAT NO LONGER
      *    MATCHES THE RECORD MEANS IT WAS CHANGED AFTER IT WAS
      *    WRITTEN.
      *----------------------------------------------------------------
       7100-CHECK-SEAL.

           IF CALC-AUD-PREV-CHAIN IS NUMERIC
               AND CALC-AUD-CHAIN IS NUMERIC
               MOVE CALC-AUD-PREV-CHAIN TO AVF-CHN-VALUE
               MOVE 1 TO AVF-CHN-IX
               PERFORM 7110-FOLD-ONE-BYTE THRU 7110-EXIT
                   UNTIL AVF-CHN-IX > AVF-CHN-SEAL-LEN
           ELSE
               MOVE ZERO TO AVF-CHN-VALUE
           END-IF.

           IF CALC-AUD-CHAIN IS NOT NUMERIC
               OR AVF-CHN-VALUE NOT = CALC-AUD-CHAIN
               MOVE 'ALTERED SINCE WRITTEN' TO AVF-ED-FINDING
               PERFORM 7300-WRITE-RECORD-FINDING THRU 7300-EXIT
               ADD 1 TO AVF-ALTERED-COUNT
           END-IF.

       7100-EXIT.
           EXIT.

       7110-FOLD-ONE-BYTE.

           MOVE CALC-AUDIT-RECORD(AVF-CHN-IX:1) TO AVF-CHN-BYTE-LOW.
           COMPUTE AVF-CHN-WORK =
               AVF-CHN-VALUE * 263 + AVF-CHN-BYTE-NUM + 1.
           DIVIDE AVF-CHN-WORK BY AVF-CHN-PRIME
               GIVING AVF-CHN-QUOT
               REMAINDER AVF-CHN-VALUE.
           ADD 1 TO AVF-CHN-IX.

       7110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7150-CHECK-SEQUENCE - THE NEXT NUMBER IN LINE MUST CARRY
      *    THE CHECK VALUE OF THE RECORD BEFORE IT. A HIGHER NUMBER
      *    IS A GAP; A LOWER ONE IS OUT OF ORDER OR A REPEAT AND
      *    LEAVES THE WALK WHERE IT WAS.
      *----------------------------------------------------------------
       7150-CHECK-SEQUENCE.

           EVALUATE TRUE
               WHEN CALC-AUD-SEQ-NO < AVF-NEXT-SEQ
                   MOVE 'SEQUENCE OUT OF ORDER/REPEATED'
                       TO AVF-ED-FINDING
                   PERFORM 7300-WRITE-RECORD-FINDING THRU 7300-EXIT
                   ADD 1 TO AVF-ORDER-COUNT
               WHEN CALC-AUD-SEQ-NO > AVF-NEXT-SEQ
                   MOVE AVF-NEXT-SEQ TO AVF-GAP-FIRST
                   SUBTRACT 1 FROM CALC-AUD-SEQ-NO
                       GIVING AVF-GAP-LAST
                   PERFORM 7200-REPORT-GAP THRU 7200-EXIT
                   PERFORM 7160-ADVANCE-WALK THRU 7160-EXIT
               WHEN OTHER
                   IF AVF-CHAIN-KNOWN
                       AND CALC-AUD-PREV-CHAIN IS NUMERIC
                       IF CALC-AUD-PREV-CHAIN NOT = AVF-LAST-CHAIN
                           MOVE 'BROKEN CHAIN' TO AVF-ED-FINDING
                           PERFORM 7300-WRITE-RECORD-FINDING
                               THRU 7300-EXIT
                           ADD 1 TO AVF-BROKEN-COUNT
                       END-IF
                   END-IF
                   PERFORM 7160-ADVANCE-WALK THRU 7160-EXIT
           END-EVALUATE.

       7150-EXIT.
           EXIT.

       7160-ADVANCE-WALK.

           ADD 1 TO CALC-AUD-SEQ-NO GIVING AVF-NEXT-SEQ.
           IF CALC-AUD-CHAIN IS NUMERIC
               MOVE CALC-AUD-CHAIN TO AVF-LAST-CHAIN
               MOVE 'Y' TO AVF-CHAIN-KNOWN-SW
           ELSE
               MOVE 'N' TO AVF-CHAIN-KNOWN-SW
           END-IF.

       7160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7200-REPORT-GAP - AVF-GAP-FIRST AND AVF-GAP-LAST MUST BE
      *    SET BEFORE THE PERFORM. EVERY GAP REACHING HERE IS ONE NO
      *    MANIFEST ACCOUNTS FOR.
      *----------------------------------------------------------------
       7200-REPORT-GAP.

           COMPUTE AVF-GAP-COUNT = AVF-GAP-LAST - AVF-GAP-FIRST + 1.
           ADD 1 TO AVF-GAP-FINDINGS.
           ADD AVF-GAP-COUNT TO AVF-MISSING-COUNT.

           MOVE AVF-GAP-FIRST TO AVF-ED-SEQ.
           MOVE AVF-GAP-LAST TO AVF-ED-SEQ-2.
           MOVE AVF-GAP-COUNT TO AVF-ED-COUNT.
           MOVE SPACES TO AVF-PRINT-LINE.
           STRING '*** SEQUENCE GAP IN ' DELIMITED BY SIZE
                   AVF-SOURCE-NAME DELIMITED BY SIZE
                   ' - SEQUENCES ' DELIMITED BY SIZE
                   AVF-ED-SEQ DELIMITED BY SIZE
                   ' THRU ' DELIMITED BY SIZE
                   AVF-ED-SEQ-2 DELIMITED BY SIZE
                   ' MISSING ***' DELIMITED BY SIZE
               INTO AVF-PRINT-LINE
           END-STRING.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.

           MOVE SPACES TO AVF-PRINT-LINE.
           STRING '    ' DELIMITED BY SIZE
                   AVF-ED-COUNT DELIMITED BY SIZE
                   ' RECORDS DELETED, NOT COVERED BY AN ARCHIVE '
                   DELIMITED BY SIZE
                   'MANIFEST' DELIMITED BY SIZE
               INTO AVF-PRINT-LINE
           END-STRING.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.

           PERFORM 7900-NOTE-FINDING THRU 7900-EXIT.

       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7300-WRITE-RECORD-FINDING - AVF-ED-FINDING MUST BE SET
      *    BEFORE THE PERFORM.
      *----------------------------------------------------------------
       7300-WRITE-RECORD-FINDING.

           MOVE CALC-AUD-SEQ-NO TO AVF-ED-SEQ.
           IF CALC-AUD-RECORD-NO IS NUMERIC
               MOVE CALC-AUD-RECORD-NO TO AVF-ED-RECORD-NO
           ELSE
               MOVE ZERO TO AVF-ED-RECORD-NO
           END-IF.
           MOVE SPACES TO AVF-PRINT-LINE.
           STRING '*** ' DELIMITED BY SIZE
                   AVF-ED-FINDING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AVF-SOURCE-NAME DELIMITED BY SIZE
                   ' SEQ ' DELIMITED BY SIZE
                   AVF-ED-SEQ DELIMITED BY SIZE
                   ' TRAN ' DELIMITED BY SIZE
                   CALC-AUD-TRAN-ID DELIMITED BY SIZE
                   ' RECORD ' DELIMITED BY SIZE
                   AVF-ED-RECORD-NO DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   CALC-AUD-TIMESTAMP DELIMITED BY SIZE
               INTO AVF-PRINT-LINE
           END-STRING.
           WRITE AVF-VERIFY-RECORD FROM AVF-PRINT-LINE.

           PERFORM 7900-NOTE-FINDING THRU 7900-EXIT.

       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7900-NOTE-FINDING
      *----------------------------------------------------------------
       7900-NOTE-FINDING.

           MOVE 'N' TO AVF-CLEAN-SW.
           ADD 1 TO AVF-FINDING-COUNT.

       7900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.

           CLOSE AVF-VERIFY-REPORT.

       9000-EXIT.
           EXIT.
