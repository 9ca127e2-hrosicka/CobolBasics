      *                     FINANCE'S LOAD-RESPONSE FILE CAN BE
      *                     MATCHED BACK AGAINST THE EXTRACT BY THE
      *                     NEW CALC-EXTMATCH COMPANION PROGRAM.
      *    2026-10-15 DC    ADDED A MONTH-END DEPARTMENT CHARGEBACK RUN
      *                     (SUPERVISOR MENU OPTION E). THE AUDIT
      *                     RECORD NOW CARRIES THE SUBMITTING
      *                     DEPARTMENT AND BATCH NUMBER; THE RUN PRICES
      *                     EVERY POSTED OPERATION OF THE MONTH FROM
      *                     THE CALCRATE RATE MASTER, NETS OFF
      *                     REVERSALS, PRINTS ONE STATEMENT PER
      *                     DEPARTMENT ON CALCRPT AND WRITES THE
      *                     CALCGLCB GENERAL LEDGER CHARGEBACK FILE.
      *                     AUDIT RECORDS WRITTEN BEFORE THIS CHANGE
      *                     CARRY NO DEPARTMENT AND BILL AS UNASSIGNED.
      *    2026-10-15 DC    SUSPENSE ITEMS ARE NOW STAMPED WITH THE
      *                     DATE, DEPARTMENT AND BATCH THEY WERE
      *                     SUSPENDED UNDER. A NEW SUSPENSE AGING
      *                     REPORT (MENU F, AND AT THE END OF EVERY
      *                     SCHEDULED RUN) BUCKETS CALCSUSP BY
      *                     DEPARTMENT INTO 0-5,
      *                     6-15, 16-30 AND OVER 30 DAYS WITH COUNTS BY
      *                     REASON. ITEMS OLDER THAN THE DEPARTMENT'S
      *                     ALLOWED AGE (NEW CALCLIM FIELD, STANDARD 15
      *                     DAYS) REPEAT AS 'O' OVERDUE NOTICES ON EACH
      *                     OF THE DEPARTMENT'S CALCACK SECTIONS. A NEW
      *                     SUPERVISOR OPTION (G) CANCELS OR WRITES OFF
      *                     AN ITEM WITH A REASON, LOGGED ON THE NEW
      *                     CALCSDSP DISPOSITION FILE AND ON CALCSEC.
      *                     A REPAIRED ITEM NOW POSTS UNDER ITS
      *                     ORIGINAL DEPARTMENT AND BATCH.
      *    2026-10-15 DC    ADDED AN EDIT-ONLY VALIDATION RUN (MENU H,
      *                     OR RUN MODE V ON CALCPARM). CALCTRAN GOES
      *                     THROUGH THE SAME NUMERIC, LIMIT, REVERSAL,
      *                     DUPLICATE-BATCH AND TRAILER EDITS AS THE
      *                     POSTING RUN AND PRINTS AN EDIT REPORT WITH
      *                     A PROVISIONAL ACKNOWLEDGMENT PER BATCH, BUT
      *                     NOTHING IS POSTED: NO AUDIT, SUSPENSE,
      *                     CHECKPOINT, REGISTER, HISTORY, ACK OR
      *                     EXTRACT RECORD IS WRITTEN.
      *    2026-10-15 DC    HIGH-VALUE BATCHES NOW NEED A SECOND PAIR OF
      *                     EYES. CALCLIM CARRIES A RELEASE THRESHOLD
      *                     (RECORD NOW 100 BYTES); A PROVEN BATCH
      *                     WHOSE X OR Y HASH TOTAL EXCEEDS IT IS HELD
      *                     ON THE NEW CALCHOLD FILE, ACKNOWLEDGED 'H'
      *                     ON CALCACK AND KEPT OUT OF CALCEXTR. A
      *                     LEVEL-3 SUPERVISOR OTHER THAN THE OPERATOR
      *                     WHO RAN THE BATCH RELEASES OR REJECTS IT
      *                     (MENU I); EVERY DECISION GOES TO CALCSEC. A
      *                     RELEASED BATCH GOES OUT ON THE EXTRACT THAT
      *                     COVERS ITS RELEASE DATE.
      *    2026-10-15 DC    MULTI-CURRENCY BATCHES. THE CALCTRAN HEADER
      *                     CARRIES A CURRENCY CODE (BLANK = BASE) AND
      *                     THE NEW CALCFXR MASTER HOLDS DATED RATES
      *                     TO BASE, MAINTAINED BY SUPERVISORS (MENU
      *                     J). EACH POSTING KEEPS ITS ORIGINAL-CURRENCY
      *                     RESULTS AND ADDS THE CURRENCY, RATE AND
      *                     BASE-CURRENCY EQUIVALENTS TO THE AUDIT
      *                     RECORD AND TO THE END OF THE CALCEXTR
      *                     RECORD. CONTROL TOTALS AND CALCHIST ARE NOW
      *                     STATED IN BASE CURRENCY. DETAILS OF A
      *                     BATCH WITH NO RATE IN FORCE ON THE RUN DATE
      *                     GO TO SUSPENSE AS 'FX'.
      *    2026-10-15 DC    TAMPER-EVIDENT AUDIT LOG. EVERY AUDIT
      *                     RECORD NOW CARRIES A RUNNING SEQUENCE
      *                     NUMBER (A NEW ALTERNATE KEY), THE CHECK
      *                     VALUE OF THE RECORD BEFORE IT AND ITS OWN
      *                     CHECK VALUE, FOLDED FROM THAT PRIOR VALUE
      *                     AND THE RECORD'S CONTENTS. THE LAST NUMBER
      *                     AND VALUE ISSUED ARE KEPT ON THE NEW
      *                     CALCASEQ CONTROL RECORD, AND THE ARCHIVE
      *                     MANIFEST IS ALSO WRITTEN TO THE NEW
      *                     CALCAMAN FILE WITH THE SEQUENCE RANGE OF
      *                     EACH GENERATION, FOR CALC-AUDVERIFY.
      *    2026-10-15 DC    FISCAL PERIOD CALENDAR. THE NEW CALCFPER
      *                     FILE HOLDS EACH PERIOD'S NUMBER (YYYYPP),
      *                     START AND END DATES AND OPEN/CLOSED STATUS,
      *                     MAINTAINED AND CLOSED BY SUPERVISORS (MENU
      *                     K). A POSTING MADE AFTER ITS PERIOD WAS
      *                     CLOSED COUNTS IN THE NEXT PERIOD. A
      *                     REVERSAL WHOSE ORIGINAL FALLS IN A CLOSED
      *                     PERIOD GOES TO SUSPENSE AS 'PC', OR POSTS
      *                     AS A CURRENT-PERIOD ADJUSTMENT, AS CHOSEN
      *                     WHEN THE PERIOD WAS CLOSED. CALCHIST
      *                     RECORDS CARRY THEIR FISCAL PERIOD; THE
      *                     MONTH-END VOLUME REPORT AND THE FINANCE
      *                     EXTRACT ARE RUN BY FISCAL PERIOD, AND EACH
      *                     EXTRACT RECORD ENDS WITH ITS PERIOD. NO
      *                     CALCFPER MEANS CALENDAR MONTHS, AS BEFORE.
      *    2026-10-15 DC    DEPARTMENT MASTER. THE NEW CALCDEPT FILE
      *                     HOLDS EACH DEPARTMENT'S NAME, CONTACT,
      *                     ACTIVE/INACTIVE STATUS, THE OPERATION CODES
      *                     IT MAY SUBMIT AND ITS DAILY SUBMISSION
      *                     CUTOFF, MAINTAINED BY SUPERVISORS (MENU L).
      *                     A BATCH FROM AN UNKNOWN OR INACTIVE
      *                     DEPARTMENT IS REFUSED AND ACKNOWLEDGED 'U';
      *                     A DETAIL WITH AN OPERATION THE DEPARTMENT
      *                     MAY NOT SUBMIT GOES TO SUSPENSE AS 'OP'.
      *                     THE CALCTRAN HEADER CARRIES A CREATE TIME;
      *                     A BATCH CREATED ON THE RUN DATE AFTER THE
      *                     CUTOFF IS NOT POSTED BUT CARRIED TO THE NEW
      *                     CALCNEXT FILE, ACKNOWLEDGED 'N' AND ADDED TO
      *                     CALCTRAN AT THE START OF THE NEXT POSTING
      *                     RUN. NO CALCDEPT MEANS NO DEPARTMENT CHECKS.
      *    2026-10-15 DC    THE RELEASE THRESHOLD IS NOW COMPARED WITH
      *                     THE BATCH HASH TOTALS TAKEN TO BASE
      *                     CURRENCY AT THE BATCH RATE, AND THE BATCH
      *                     HELD LINE SHOWS THE BASE FIGURE.
      *    2026-10-15 DC    AUDIT RECORDS CARRY THE BATCH CREATE DATE,
      *                     AND THE FINANCE EXTRACT MATCHES A HELD
      *                     BATCH ON DEPARTMENT, BATCH NUMBER AND
      *                     CREATE DATE, SO A LATER BATCH REUSING THE
      *                     NUMBER IS NO LONGER HELD BACK OR PULLED
      *                     INTO THE LATE-RELEASE PASS WITH IT.
      *    2026-10-15 DC    NEW SUPERVISOR MENU OPTION (M) RELOADS A
      *                     KEYED AUDIT LOG STILL IN THE OLD 168-BYTE
      *                     LAYOUT, RENAMED CALCAUDO, INTO THE CURRENT
      *                     CALCAUDX, NUMBERING AND CHAINING EVERY
      *                     RECORD AND KEEPING ITS REVERSAL FLAG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CALC-AUD-KEY
               ALTERNATE RECORD KEY IS CALC-AUD-TIMESTAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CALC-AUD-SEQ-NO
                   WITH DUPLICATES
               FILE STATUS IS CALC-AUDIT-STATUS.

      *    THE OLD LINE-SEQUENTIAL AUDIT LOG, READ ONLY BY THE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AUDSEQ-STATUS.

      *    A KEYED AUDIT LOG IN THE 168-BYTE LAYOUT FROM BEFORE THE
      *    DEPARTMENT, CURRENCY AND CHAIN FIELDS, RENAMED CALCAUDO BY
      *    OPERATIONS AND READ ONLY BY THE ONE-TIME RELOAD (MAIN-MENU
      *    OPTION M).
           SELECT CALC-AUDOLD-FILE
               ASSIGN TO "CALCAUDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-AUDO-KEY
               ALTERNATE RECORD KEY IS CALC-AUDO-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS CALC-AUDOLD-STATUS.

           SELECT CALC-CHECKPOINT-FILE
               ASSIGN TO "CALCCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SUSPW-STATUS.

           SELECT CALC-SDSP-FILE
               ASSIGN TO "CALCSDSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SDSP-STATUS.

           SELECT CALC-PARM-FILE
               ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-LIMW-STATUS.

           SELECT CALC-HOLD-FILE
               ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HOLD-STATUS.

           SELECT CALC-HOLD-WORK-FILE
               ASSIGN TO "CALCHOLW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-HOLDW-STATUS.

           SELECT CALC-STAT-FILE
               ASSIGN TO "CALCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SEC-STATUS.

           SELECT CALC-RATE-FILE
               ASSIGN TO "CALCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RATE-STATUS.

           SELECT CALC-GLCB-FILE
               ASSIGN TO "CALCGLCB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GLCB-STATUS.

           SELECT CALC-FXR-FILE
               ASSIGN TO "CALCFXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FXR-STATUS.

           SELECT CALC-FXR-WORK-FILE
               ASSIGN TO "CALCFXRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FXRW-STATUS.

           SELECT CALC-ASEQ-FILE
               ASSIGN TO "CALCASEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ASEQ-STATUS.

           SELECT CALC-AMAN-FILE
               ASSIGN TO "CALCAMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-AMAN-STATUS.

           SELECT CALC-FPER-FILE
               ASSIGN TO "CALCFPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FPER-STATUS.

           SELECT CALC-FPER-WORK-FILE
               ASSIGN TO "CALCFPEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FPERW-STATUS.

           SELECT CALC-DEPT-FILE
               ASSIGN TO "CALCDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DEPT-STATUS.

           SELECT CALC-DEPT-WORK-FILE
               ASSIGN TO "CALCDEPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DEPTW-STATUS.

           SELECT CALC-NEXT-FILE
               ASSIGN TO "CALCNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-NEXT-STATUS.

           SELECT CALC-NEXT-WORK-FILE
               ASSIGN TO "CALCNXTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-NEXTW-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  CALC-HDR-DEPARTMENT     PIC X(08).
           05  CALC-HDR-CREATE-DATE    PIC 9(08).
           05  CALC-HDR-BATCH-NO       PIC 9(06).
      *    ISO CODE OF THE CURRENCY THE BATCH'S X AND Y ARE STATED
      *    IN. SPACES MEAN THE BASE CURRENCY.
           05  CALC-HDR-CURRENCY       PIC X(03).
      *    HHMM THE DEPARTMENT CREATED THE TRANSMISSION, PROVED
      *    AGAINST ITS CALCDEPT CUTOFF. SPACES (A SENDER THAT DOES
      *    NOT STAMP THE TIME) ARE TAKEN AS BEFORE THE CUTOFF.
           05  CALC-HDR-CREATE-TIME    PIC X(04).
           05  FILLER                  PIC X(50).

      *    TRAILER RECORD - 'T' IN BYTE ONE, CARRYING THE DETAIL
      *    RECORD COUNT AND THE HASH TOTALS OF THE X AND Y COLUMNS
      *    ORIGINAL X AND Y AND THE RESULTS NEGATED.
           05  CALC-AUD-REV-SW         PIC X(01).
               88  CALC-AUD-IS-REVERSAL         VALUE 'R'.
      *    SUBMITTING DEPARTMENT AND BATCH NUMBER OFF THE CALCTRAN
      *    HEADER, FOR THE MONTH-END CHARGEBACK. SPACES AND ZERO FOR
      *    INTERACTIVE WORK AND FOR RECORDS WRITTEN BEFORE THE FIELDS
      *    EXISTED.
           05  CALC-AUD-DEPARTMENT     PIC X(08).
           05  CALC-AUD-BATCH-NO       PIC 9(06).
      *    CURRENCY OF THE X/Y AND RESULT FIELDS ABOVE, THE RATE TO
      *    BASE APPLIED AT POSTING (BASE UNITS PER ONE UNIT OF THE
      *    CURRENCY) AND THE BASE-CURRENCY EQUIVALENTS. QUOTIENT AND
      *    PERCENTAGE ARE RATIOS AND HAVE NO BASE EQUIVALENT. SPACES
      *    AND ZERO ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED,
      *    WHICH ARE ALL IN BASE CURRENCY.
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
      *    RUNNING SEQUENCE NUMBER OVER THE WHOLE LOG, THE CHECK VALUE
      *    OF THE RECORD WRITTEN BEFORE THIS ONE, AND THIS RECORD'S
      *    CHECK VALUE - FOLDED FROM THE PRIOR VALUE AND EVERY BYTE
      *    UP TO AND INCLUDING THE SEQUENCE NUMBER (5496). SPACES OR
      *    ZERO ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED.
           05  CALC-AUD-SEQ-NO         PIC 9(09).
           05  CALC-AUD-PREV-CHAIN     PIC 9(09).
           05  CALC-AUD-CHAIN          PIC 9(09).

      *----------------------------------------------------------------
      *    CALC-AUDSEQ-FILE - THE RETIRED LINE-SEQUENTIAL AUDIT LOG,
           05  CALC-AUDSEQ-PCT-SKIP    PIC X(01).
           05  CALC-AUDSEQ-FILLER      PIC X(04).

      *----------------------------------------------------------------
      *    CALC-AUDOLD-FILE - THE KEYED AUDIT LOG AS IT STOOD BEFORE
      *    THE DEPARTMENT, CURRENCY, BATCH DATE AND CHAIN FIELDS WERE
      *    ADDED: THE SAME KEYS AND THE SAME FIELDS THROUGH THE
      *    REVERSAL FLAG, THEN THREE BYTES OF FILLER. READ ONLY BY
      *    THE ONE-TIME RELOAD INTO THE CURRENT CALCAUDX.
      *----------------------------------------------------------------
       FD  CALC-AUDOLD-FILE.
       01  CALC-AUDOLD-RECORD.
           05  CALC-AUDO-KEY.
               10  CALC-AUDO-TRAN-ID   PIC X(12).
               10  CALC-AUDO-RECORD-NO PIC 9(09).
           05  CALC-AUDO-TIMESTAMP     PIC X(14).
           05  CALC-AUDO-OPERATOR      PIC X(08).
           05  CALC-AUDO-X             PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-Y             PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-TOTAL         PIC S9(10)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-DIFFERENCE    PIC S9(10)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-PRODUCT       PIC S9(18)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-QUOTIENT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-OPERATION     PIC X(01).
           05  CALC-AUDO-ADD-SKIP      PIC X(01).
           05  CALC-AUDO-SUB-SKIP      PIC X(01).
           05  CALC-AUDO-MUL-SKIP      PIC X(01).
           05  CALC-AUDO-DIVIDE-SKIP   PIC X(01).
           05  CALC-AUDO-REJECT-SW     PIC X(01).
           05  CALC-AUDO-REMAINDER     PIC S9(9)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-PCT           PIC S9(13)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-AUDO-REM-SKIP      PIC X(01).
           05  CALC-AUDO-PCT-SKIP      PIC X(01).
           05  CALC-AUDO-REV-SW        PIC X(01).
           05  CALC-AUDO-FILLER        PIC X(03).

      *----------------------------------------------------------------
      *    CALC-CHECKPOINT-FILE - LAST TRANSACTION RECORD NUMBER POSTED
      *----------------------------------------------------------------
               88  CALC-SUSP-LIMIT-X       VALUE 'LX'.
               88  CALC-SUSP-LIMIT-Y       VALUE 'LY'.
               88  CALC-SUSP-LIMIT-PROD    VALUE 'LP'.
               88  CALC-SUSP-NO-FX-RATE    VALUE 'FX'.
               88  CALC-SUSP-REV-PER-CLOSED VALUE 'PC'.
               88  CALC-SUSP-OP-NOT-ALLOWED VALUE 'OP'.
           05  CALC-SUSP-TRANS-DATA.
               10  CALC-SUSP-X         PIC X(10).
               10  CALC-SUSP-Y         PIC X(10).
                       VALUES '1' '2' '3' '4' '5' '6' '7'.
               10  CALC-SUSP-TRAN-ID   PIC X(12).
               10  FILLER              PIC X(47).
      *    DATE THE ITEM ENTERED SUSPENSE AND THE BATCH IT CAME IN ON,
      *    FOR THE AGING REPORT AND THE OVERDUE NOTICES. ITEMS
      *    SUSPENDED BEFORE THESE FIELDS EXISTED READ BACK AS SPACES.
           05  CALC-SUSP-CREATE-DATE   PIC 9(08).
           05  CALC-SUSP-DEPARTMENT    PIC X(08).
           05  CALC-SUSP-BATCH-NO      PIC 9(06).
      *    CURRENCY OFF THE BATCH HEADER, SO A REPAIRED ITEM POSTS
      *    AT THE RATE FOR ITS OWN CURRENCY. SPACES MEAN BASE.
           05  CALC-SUSP-CURRENCY      PIC X(03).

      *----------------------------------------------------------------
      *    CALC-SUSP-WORK-FILE - SCRATCH COPY OF THE SUSPENSE RECORDS
      *    CALCSUSP AT THE END OF THE SESSION.
      *----------------------------------------------------------------
       FD  CALC-SUSP-WORK-FILE.
       01  CALC-SUSP-WORK-RECORD       PIC X(116).

      *----------------------------------------------------------------
      *    CALC-SDSP-FILE - SUSPENSE DISPOSITION LOG. ONE RECORD PER
      *    ITEM A SUPERVISOR CANCELLED OR WROTE OFF, WITH WHO, WHEN,
      *    WHY AND THE FULL SUSPENSE ITEM AS IT STOOD, SO NOTHING
      *    LEAVES CALCSUSP WITHOUT A TRAIL. APPEND-ONLY.
      *----------------------------------------------------------------
       FD  CALC-SDSP-FILE.
       01  CALC-SDSP-RECORD.
           05  CALC-SDSP-TIMESTAMP     PIC X(14).
           05  CALC-SDSP-ACTION        PIC X(01).
               88  CALC-SDSP-CANCELLED     VALUE 'C'.
               88  CALC-SDSP-WRITTEN-OFF   VALUE 'W'.
           05  CALC-SDSP-SUPERVISOR    PIC X(08).
           05  CALC-SDSP-REASON-TEXT   PIC X(40).
           05  CALC-SDSP-AGE-DAYS      PIC 9(05).
           05  CALC-SDSP-SUSP-ITEM     PIC X(116).

      *----------------------------------------------------------------
      *    CALC-PARM-FILE - ONE RECORD OF RUN PARAMETERS. WHEN THE
      *    CALC-ARCHIVE-FILE - DATED GENERATION FILE FOR ARCHIVED
      *    AUDIT RECORDS, ONE PER CALENDAR MONTH OF THE RECORD
      *    TIMESTAMPS (CALCARCH.YYYYMM). THE RECORD IS AN IMAGE OF
      *    CALC-AUDIT-RECORD, WITH ROOM TO GROW.
      *----------------------------------------------------------------
       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD         PIC X(400).

      *----------------------------------------------------------------
      *    CALC-EXTRACT-FILE - SEMICOLON-DELIMITED INTERFACE FILE OF
      *    CALCULATION RESULTS FOR THE FINANCE DEPARTMENT. ONE
      *    RECORD PER NON-REJECTED CALCULATION; A SKIPPED OPERATION
      *    IS AN EMPTY FIELD, NEVER A ZERO. THE ELEVENTH FIELD IS
      *    THE TRANSACTION ID, WHICH FINANCE ECHOES BACK ON ITS
      *    LOAD-RESPONSE FILE FOR CALC-EXTMATCH. AFTER IT COME THE
      *    CURRENCY, THE RATE TO BASE AND THE BASE-CURRENCY X, Y,
      *    TOTAL, DIFFERENCE, PRODUCT AND REMAINDER.
      *----------------------------------------------------------------
       FD  CALC-EXTRACT-FILE.
       01  CALC-EXTRACT-RECORD         PIC X(400).

      *----------------------------------------------------------------
      *    CALC-HISTORY-FILE - ONE RECORD PER RUN: THE CONTROL
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-HIST-PCT-SUM       PIC S9(14)V99
                                       SIGN LEADING SEPARATE CHARACTER.
      *    FISCAL PERIOD THE RUN COUNTS IN. SPACES ON A RECORD WRITTEN
      *    BEFORE THE CALENDAR EXISTED - THE RUN DATE DECIDES THEN.
           05  CALC-HIST-FISCAL-PERIOD PIC 9(06).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------------
      *    CALC-ACK-FILE - MACHINE-READABLE ACKNOWLEDGMENT BACK TO
      *    THE SUBMITTING DEPARTMENT, ONE 'B' SUMMARY RECORD PER
      *    FINALIZED BATCH FOLLOWED BY ONE 'S' LINE PER SUSPENSE
      *    ITEM OF THAT BATCH. THE DEPARTMENT PICKS THE FILE UP IN
      *    THE MORNING AND RESUBMITS ITS OWN CORRECTIONS. EVERY OLDER
      *    ITEM OF THE DEPARTMENT STILL IN SUSPENSE PAST ITS ALLOWED
      *    AGE FOLLOWS AS AN 'O' OVERDUE NOTICE. A BATCH THAT PROVED
      *    BUT IS HELD FOR SUPERVISOR RELEASE CARRIES FLAG 'H'. A
      *    BATCH REFUSED FOR AN UNKNOWN OR INACTIVE DEPARTMENT
      *    CARRIES 'U'; ONE CREATED AFTER THE DEPARTMENT'S CUTOFF
      *    AND CARRIED TO THE NEXT CYCLE CARRIES 'N'.
      *----------------------------------------------------------------
       FD  CALC-ACK-FILE.
       01  CALC-ACK-BATCH-REC.
               88  CALC-ACK-IN-BALANCE     VALUE 'B'.
               88  CALC-ACK-OUT-OF-BAL     VALUE 'O'.
               88  CALC-ACK-DUPLICATE      VALUE 'D'.
               88  CALC-ACK-HELD           VALUE 'H'.
               88  CALC-ACK-DEPT-REFUSED   VALUE 'U'.
               88  CALC-ACK-NEXT-CYCLE     VALUE 'N'.
           05  FILLER                  PIC X(38).
       01  CALC-ACK-SUSP-REC.
           05  CALC-ACK-SUSP-TYPE      PIC X(01).
           05  CALC-ACK-SUSP-TRAN-ID   PIC X(12).
           05  CALC-ACK-SUSP-REASON    PIC X(02).
           05  FILLER                  PIC X(56).
       01  CALC-ACK-OVERDUE-REC.
           05  CALC-ACK-OVD-TYPE       PIC X(01).
           05  CALC-ACK-OVD-REC-NO     PIC 9(09).
           05  CALC-ACK-OVD-TRAN-ID    PIC X(12).
           05  CALC-ACK-OVD-REASON     PIC X(02).
           05  CALC-ACK-OVD-BATCH-NO   PIC 9(06).
           05  CALC-ACK-OVD-SUSP-DATE  PIC 9(08).
           05  CALC-ACK-OVD-AGE-DAYS   PIC 9(05).
           05  FILLER                  PIC X(37).

      *----------------------------------------------------------------
      *    CALC-BREG-FILE - PERMANENT BATCH REGISTER, ONE RECORD PER
               88  CALC-LIM-HAS-CAP        VALUE 'Y'.
           05  CALC-LIM-PROD-CAP       PIC S9(18)V99
                                       SIGN LEADING SEPARATE CHARACTER.
      *    DAYS AN ITEM MAY SIT IN SUSPENSE BEFORE THE DEPARTMENT IS
      *    SENT AN OVERDUE NOTICE. SPACES OR ZERO MEANS THE STANDARD.
           05  CALC-LIM-SUSP-AGE       PIC 9(02).
      *    A PROVEN BATCH WHOSE X OR Y HASH TOTAL, EITHER SIGN, IS
      *    OVER THIS AMOUNT IS HELD FOR SUPERVISOR RELEASE. SPACES
      *    (A RECORD WRITTEN BEFORE THE FIELD EXISTED) OR ZERO MEANS
      *    THE DEPARTMENT'S BATCHES ARE NEVER HELD.
           05  CALC-LIM-RELEASE-AMT    PIC 9(12)V99.
           05  FILLER                  PIC X(06).

      *----------------------------------------------------------------
      *    CALC-LIM-WORK-FILE - SCRATCH COPY FOR LIMITS MAINTENANCE,
      *    THE OPERATOR MASTER.
      *----------------------------------------------------------------
       FD  CALC-LIM-WORK-FILE.
       01  CALC-LIM-WORK-RECORD        PIC X(100).

      *----------------------------------------------------------------
      *    CALC-HOLD-FILE - BATCHES HELD FOR MAKER-CHECKER RELEASE.
      *    ONE RECORD PER HELD BATCH, WRITTEN PENDING WHEN THE BATCH
      *    PROVES OVER ITS DEPARTMENT'S RELEASE THRESHOLD AND
      *    REWRITTEN WITH THE SUPERVISOR'S DECISION. THE BATCH IS
      *    POSTED TO THE AUDIT LOG AS USUAL; THE FINANCE EXTRACT
      *    LEAVES IT OUT UNTIL IT IS RELEASED, AND FOR GOOD IF IT IS
      *    REJECTED. RECORDS ARE NEVER REMOVED.
      *----------------------------------------------------------------
       FD  CALC-HOLD-FILE.
       01  CALC-HOLD-RECORD.
           05  CALC-HOLD-DEPARTMENT    PIC X(08).
           05  CALC-HOLD-BATCH-NO      PIC 9(06).
           05  CALC-HOLD-CREATE-DATE   PIC 9(08).
           05  CALC-HOLD-POST-DATE     PIC 9(08).
           05  CALC-HOLD-MAKER         PIC X(08).
           05  CALC-HOLD-ACCEPT-COUNT  PIC 9(09).
           05  CALC-HOLD-HASH-X        PIC S9(12)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-HOLD-HASH-Y        PIC S9(12)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-HOLD-THRESHOLD     PIC 9(12)V99.
           05  CALC-HOLD-STATE         PIC X(01).
               88  CALC-HOLD-PENDING       VALUE 'P'.
               88  CALC-HOLD-RELEASED      VALUE 'R'.
               88  CALC-HOLD-REJECTED      VALUE 'J'.
           05  CALC-HOLD-CHECKER       PIC X(08).
           05  CALC-HOLD-DECIDED-TS    PIC X(14).
           05  CALC-HOLD-NOTE          PIC X(40).
           05  FILLER                  PIC X(06).

      *----------------------------------------------------------------
      *    CALC-HOLD-WORK-FILE - SCRATCH COPY FOR THE RELEASE
      *    SESSION, COPIED BACK OVER CALCHOLD AT THE END OF IT.
      *----------------------------------------------------------------
       FD  CALC-HOLD-WORK-FILE.
       01  CALC-HOLD-WORK-RECORD       PIC X(160).

      *----------------------------------------------------------------
      *    CALC-STAT-FILE - ONE-RECORD MACHINE-READABLE STATUS OF AN
           05  CALC-SEC-DETAIL         PIC X(12).
           05  FILLER                  PIC X(34).

      *----------------------------------------------------------------
      *    CALC-RATE-FILE - CHARGEBACK RATE MASTER, ONE RECORD PER
      *    OPERATION CODE 1-7 GIVING THE PRICE OF ONE POSTED
      *    CALCULATION. AN OPERATION WITH NO RATE RECORD BILLS AT
      *    ZERO AND IS CALLED OUT ON THE STATEMENTS.
      *----------------------------------------------------------------
       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05  CALC-RATE-OP-CODE       PIC X(01).
               88  CALC-RATE-OP-VALID
                   VALUES '1' '2' '3' '4' '5' '6' '7'.
           05  CALC-RATE-AMOUNT        PIC S9(5)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(71).

      *----------------------------------------------------------------
      *    CALC-GLCB-FILE - GENERAL LEDGER CHARGEBACK FEED, ONE 'D'
      *    RECORD PER BILLED DEPARTMENT FOR THE CHARGEBACK MONTH AND
      *    A CLOSING 'T' RECORD CARRYING THE RECORD COUNT AND THE
      *    TOTAL AMOUNT SO THE LEDGER LOAD CAN PROVE THE FILE.
      *----------------------------------------------------------------
       FD  CALC-GLCB-FILE.
       01  CALC-GLCB-RECORD.
           05  CALC-GLCB-REC-TYPE      PIC X(01).
               88  CALC-GLCB-DETAIL        VALUE 'D'.
               88  CALC-GLCB-TRAILER       VALUE 'T'.
           05  CALC-GLCB-PERIOD        PIC X(06).
           05  CALC-GLCB-DEPARTMENT    PIC X(08).
           05  CALC-GLCB-COUNT         PIC S9(09)
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-GLCB-AMOUNT        PIC S9(12)V99
                                       SIGN LEADING SEPARATE CHARACTER.
           05  CALC-GLCB-RUN-DATE      PIC 9(08).
           05  FILLER                  PIC X(32).

      *----------------------------------------------------------------
      *    CALC-FXR-FILE - EXCHANGE-RATE MASTER. ONE RECORD PER
      *    CURRENCY AND EFFECTIVE DATE; THE RATE IN FORCE ON A RUN
      *    DATE IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER
      *    IT. THE RATE IS IN BASE UNITS PER ONE UNIT OF THE
      *    CURRENCY. MAINTAINED BY SUPERVISORS FROM MENU OPTION J.
      *----------------------------------------------------------------
       FD  CALC-FXR-FILE.
       01  CALC-FXR-RECORD.
           05  CALC-FXR-CURRENCY       PIC X(03).
           05  CALC-FXR-EFF-DATE       PIC 9(08).
           05  CALC-FXR-RATE           PIC 9(05)V9(06).
           05  CALC-FXR-SET-BY         PIC X(08).
           05  CALC-FXR-SET-TS         PIC X(14).
           05  FILLER                  PIC X(06).

      *----------------------------------------------------------------
      *    CALC-FXR-WORK-FILE - SCRATCH COPY OF THE RATE MASTER FOR A
      *    MAINTENANCE REWRITE, COPIED BACK OVER CALCFXR.
      *----------------------------------------------------------------
       FD  CALC-FXR-WORK-FILE.
       01  CALC-FXR-WORK-RECORD        PIC X(50).

      *----------------------------------------------------------------
      *    CALC-ASEQ-FILE - ONE CONTROL RECORD: THE LAST AUDIT
      *    SEQUENCE NUMBER AND CHECK VALUE ISSUED, REWRITTEN AT THE
      *    END OF EVERY RUN THAT WROTE AUDIT RECORDS. A LOG THAT
      *    ENDS SHORT OF IT HAS LOST RECORDS OFF THE END.
      *----------------------------------------------------------------
       FD  CALC-ASEQ-FILE.
       01  CALC-ASEQ-RECORD.
           05  CALC-ASEQ-LAST-SEQ      PIC 9(09).
           05  CALC-ASEQ-LAST-CHAIN    PIC 9(09).
           05  CALC-ASEQ-TIMESTAMP     PIC X(14).
           05  CALC-ASEQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      *    CALC-AMAN-FILE - THE ARCHIVE MANIFEST, APPENDED BY EVERY
      *    ARCHIVE RUN: A 'G' RECORD PER GENERATION WRITTEN TO, WITH
      *    ITS COUNTS, DATE RANGE AND SEQUENCE RANGE, THEN A 'T'
      *    RECORD OF THE RUN TOTALS. A GENERATION LATER REMOVED
      *    UNDER THE RETENTION RULES IS ACCOUNTED FOR BY ITS 'G'
      *    RECORDS.
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
      *    CALC-FPER-FILE - FISCAL PERIOD CALENDAR. ONE RECORD PER
      *    PERIOD (YYYYPP) WITH ITS FIRST AND LAST DAY. A CLOSED
      *    PERIOD CARRIES WHEN AND BY WHOM IT WAS CLOSED AND WHAT
      *    BECOMES OF A LATER REVERSAL OF ONE OF ITS POSTINGS: 'S'
      *    REFUSED TO SUSPENSE, 'A' POSTED AS A CURRENT-PERIOD
      *    ADJUSTMENT. MAINTAINED BY SUPERVISORS FROM MENU OPTION K.
      *----------------------------------------------------------------
       FD  CALC-FPER-FILE.
       01  CALC-FPER-RECORD.
           05  CALC-FPER-PERIOD        PIC 9(06).
           05  CALC-FPER-START-DATE    PIC 9(08).
           05  CALC-FPER-END-DATE      PIC 9(08).
           05  CALC-FPER-STATE         PIC X(01).
               88  CALC-FPER-OPEN          VALUE 'O'.
               88  CALC-FPER-CLOSED        VALUE 'C'.
           05  CALC-FPER-LATE-REV      PIC X(01).
               88  CALC-FPER-LATE-REFUSE   VALUE 'S'.
               88  CALC-FPER-LATE-ADJUST   VALUE 'A'.
           05  CALC-FPER-CLOSED-TS     PIC X(14).
           05  CALC-FPER-CLOSED-BY     PIC X(08).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      *    CALC-FPER-WORK-FILE - SCRATCH COPY OF THE CALENDAR FOR A
      *    MAINTENANCE REWRITE, COPIED BACK OVER CALCFPER.
      *----------------------------------------------------------------
       FD  CALC-FPER-WORK-FILE.
       01  CALC-FPER-WORK-RECORD       PIC X(60).

      *----------------------------------------------------------------
      *    CALC-DEPT-FILE - DEPARTMENT MASTER, ONE RECORD PER
      *    DEPARTMENT (MATCHING CALC-HDR-DEPARTMENT). ONLY AN ACTIVE
      *    DEPARTMENT ON FILE MAY SUBMIT A BATCH, ONLY WITH THE
      *    OPERATION CODES MARKED 'Y' IN ITS ALLOWED LIST (ONE BYTE
      *    PER CODE 1-7), AND A BATCH CREATED ON THE RUN DATE AFTER
      *    ITS CUTOFF WAITS FOR THE NEXT CYCLE. MAINTAINED BY
      *    SUPERVISORS FROM MENU OPTION L; NEVER DELETED, ONLY MADE
      *    INACTIVE.
      *----------------------------------------------------------------
       FD  CALC-DEPT-FILE.
       01  CALC-DEPT-RECORD.
           05  CALC-DEPT-DEPARTMENT    PIC X(08).
           05  CALC-DEPT-NAME          PIC X(30).
           05  CALC-DEPT-CONTACT       PIC X(30).
           05  CALC-DEPT-STATE         PIC X(01).
               88  CALC-DEPT-ACTIVE        VALUE 'A'.
               88  CALC-DEPT-INACTIVE      VALUE 'I'.
           05  CALC-DEPT-ALLOWED-OPS   PIC X(07).
      *    HHMM AFTER WHICH A SAME-DAY TRANSMISSION IS HELD FOR THE
      *    NEXT CYCLE. ZERO MEANS NO CUTOFF.
           05  CALC-DEPT-CUTOFF        PIC 9(04).
           05  CALC-DEPT-SET-BY        PIC X(08).
           05  CALC-DEPT-SET-TS        PIC X(14).
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      *    CALC-DEPT-WORK-FILE - SCRATCH COPY OF THE DEPARTMENT
      *    MASTER FOR A MAINTENANCE REWRITE, COPIED BACK OVER
      *    CALCDEPT.
      *----------------------------------------------------------------
       FD  CALC-DEPT-WORK-FILE.
       01  CALC-DEPT-WORK-RECORD       PIC X(120).

      *----------------------------------------------------------------
      *    CALC-NEXT-FILE - TRANSMISSIONS CREATED AFTER THEIR
      *    DEPARTMENT'S CUTOFF, KEPT RECORD FOR RECORD AS RECEIVED
      *    (HEADER, DETAILS, TRAILER) AND ADDED TO THE END OF
      *    CALCTRAN BY THE NEXT POSTING RUN, WHICH THEN EMPTIES IT.
      *----------------------------------------------------------------
       FD  CALC-NEXT-FILE.
       01  CALC-NEXT-RECORD            PIC X(80).

      *----------------------------------------------------------------
      *    CALC-NEXT-WORK-FILE - THE BATCH BEING HELD, BUILT HERE AS
      *    IT IS READ AND ONLY ADDED TO CALCNEXT ONCE ITS TRAILER HAS
      *    ARRIVED, SO CALCNEXT NEVER HOLDS PART OF A BATCH.
      *----------------------------------------------------------------
       FD  CALC-NEXT-WORK-FILE.
       01  CALC-NEXT-WORK-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      *        This section defines working storage variables that are available throughout the program.

                   88  CALC-AUD-WRITTEN         VALUE 'Y'.
               05  CALC-AUDSEQ-EOF-SW      PIC X(01) VALUE 'N'.
                   88  CALC-AUDSEQ-EOF          VALUE 'Y'.
               05  CALC-AUDOLD-EOF-SW      PIC X(01) VALUE 'N'.
                   88  CALC-AUDOLD-EOF          VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS FIELDS
               05  CALC-CKPT-STATUS        PIC X(02) VALUE '00'.
               05  CALC-SUSP-STATUS        PIC X(02) VALUE '00'.
               05  CALC-SUSPW-STATUS       PIC X(02) VALUE '00'.
               05  CALC-SDSP-STATUS        PIC X(02) VALUE '00'.
               05  CALC-PARM-STATUS        PIC X(02) VALUE '00'.
               05  CALC-OPER-STATUS        PIC X(02) VALUE '00'.
               05  CALC-OPERW-STATUS       PIC X(02) VALUE '00'.
               05  CALC-ARCH-STATUS        PIC X(02) VALUE '00'.
               05  CALC-AUDSEQ-STATUS      PIC X(02) VALUE '00'.
               05  CALC-AUDOLD-STATUS      PIC X(02) VALUE '00'.
               05  CALC-EXTR-STATUS        PIC X(02) VALUE '00'.
               05  CALC-HIST-STATUS        PIC X(02) VALUE '00'.
               05  CALC-ACK-STATUS         PIC X(02) VALUE '00'.
               05  CALC-BREG-STATUS        PIC X(02) VALUE '00'.
               05  CALC-LIM-STATUS         PIC X(02) VALUE '00'.
               05  CALC-LIMW-STATUS        PIC X(02) VALUE '00'.
               05  CALC-HOLD-STATUS        PIC X(02) VALUE '00'.
               05  CALC-HOLDW-STATUS       PIC X(02) VALUE '00'.
               05  CALC-STAT-STATUS        PIC X(02) VALUE '00'.
               05  CALC-SEC-STATUS         PIC X(02) VALUE '00'.
               05  CALC-RATE-STATUS        PIC X(02) VALUE '00'.
               05  CALC-GLCB-STATUS        PIC X(02) VALUE '00'.
               05  CALC-FXR-STATUS         PIC X(02) VALUE '00'.
               05  CALC-FXRW-STATUS        PIC X(02) VALUE '00'.
               05  CALC-ASEQ-STATUS        PIC X(02) VALUE '00'.
               05  CALC-AMAN-STATUS        PIC X(02) VALUE '00'.
               05  CALC-FPER-STATUS        PIC X(02) VALUE '00'.
               05  CALC-FPERW-STATUS       PIC X(02) VALUE '00'.
               05  CALC-DEPT-STATUS        PIC X(02) VALUE '00'.
               05  CALC-DEPTW-STATUS       PIC X(02) VALUE '00'.
               05  CALC-NEXT-STATUS        PIC X(02) VALUE '00'.
               05  CALC-NEXTW-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    VALIDATED-ENTRY WORK FIELDS - EVERY KEYED OR TRANSMITTED
               88  CALC-MENU-LIMITS            VALUE 'B'.
               88  CALC-MENU-CONVERT           VALUE 'C'.
               88  CALC-MENU-SECURITY          VALUE 'D'.
               88  CALC-MENU-CHARGEBACK        VALUE 'E'.
               88  CALC-MENU-SUSP-AGING        VALUE 'F'.
               88  CALC-MENU-SUSP-DISPOSE      VALUE 'G'.
               88  CALC-MENU-EDIT-ONLY         VALUE 'H'.
               88  CALC-MENU-BATCH-RELEASE     VALUE 'I'.
               88  CALC-MENU-FX-RATES          VALUE 'J'.
               88  CALC-MENU-FISCAL-CAL        VALUE 'K'.
               88  CALC-MENU-DEPT-MASTER       VALUE 'L'.
               88  CALC-MENU-AUDIT-RELOAD      VALUE 'M'.
               88  CALC-MENU-VALID
                   VALUES '1' '2' '3' '4' '5' '6' '7' '8' '9'
                          'A' 'B' 'C' 'D' 'E' 'F' 'G' 'H' 'I'
                          'J' 'K' 'L' 'M'.

           01  CALC-OPERATOR-ID             PIC X(08) VALUE SPACES.

                   88  CALC-MAINT-ACT-RELEVEL   VALUE 'L'.
               05  CALC-MAINT-FOUND-SW     PIC X(01) VALUE 'N'.
                   88  CALC-MAINT-FOUND         VALUE 'Y'.
      *    SET ONLY FOR THE LENGTH OF AN EDIT-ONLY VALIDATION RUN -
      *    THE BATCH PARAGRAPHS APPLY EVERY EDIT BUT WRITE NOTHING.
               05  CALC-EDIT-ONLY-SW       PIC X(01) VALUE 'N'.
                   88  CALC-EDIT-ONLY           VALUE 'Y'.

      *----------------------------------------------------------------
      *    PARAMETER-FILE RUN FIELDS - THE PARM RECORD IS COPIED OUT
                   88  CALC-PARM-MODE           VALUE 'Y'.
               05  CALC-PRM-RUN-MODE       PIC X(01) VALUE SPACE.
                   88  CALC-PRM-RUN-BATCH       VALUE '2'.
                   88  CALC-PRM-RUN-EDIT        VALUE 'V'.
               05  CALC-PRM-OPERATION      PIC X(01) VALUE '5'.
                   88  CALC-PRM-OP-VALID
                       VALUES '1' '2' '3' '4' '5' '6' '7'.
                                                              COMP-3.

      *    RUN MODE STAMPED ON THE HISTORY RECORD:
      *    I=INTERACTIVE, B=BATCH, R=SUSPENSE REPAIR, V=EDIT-ONLY
      *    VALIDATION (CALCSTAT ONLY - AN EDIT RUN POSTS NO HISTORY).
           01  CALC-RUN-MODE-CD            PIC X(01) VALUE 'I'.

      *----------------------------------------------------------------
               05  CALC-BT-REJECT-COUNT    PIC 9(09) VALUE ZERO COMP.
               05  CALC-BT-DUP-SW          PIC X(01) VALUE 'N'.
                   88  CALC-BT-DUPLICATE        VALUE 'Y'.
               05  CALC-BT-HELD-SW         PIC X(01) VALUE 'N'.
                   88  CALC-BT-HELD             VALUE 'Y'.
      *    WHETHER THE DEPARTMENT MASTER ADMITS THE BATCH TODAY.
               05  CALC-BT-ADMIT-SW        PIC X(01) VALUE 'Y'.
                   88  CALC-BT-ADMITTED         VALUE 'Y'.
                   88  CALC-BT-DEPT-REFUSED     VALUE 'U'.
                   88  CALC-BT-NEXT-CYCLE       VALUE 'N'.
               05  CALC-BT-CURRENCY        PIC X(03) VALUE SPACES.
               05  CALC-BT-FX-RATE         PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-BT-RATE-SW         PIC X(01) VALUE 'Y'.
                   88  CALC-BT-NO-RATE          VALUE 'N'.

      *----------------------------------------------------------------
      *    RUN-LEVEL BATCH CONTROLS - ONE CALCTRAN MAY NOW CARRY
                   10  CALC-ACK-TAB-REASON PIC X(02).
               05  CALC-ACK-IX             PIC 9(03) VALUE 1 COMP.

      *----------------------------------------------------------------
      *    EDIT-ONLY RUN TOTALS - WHAT THE POSTING RUN WOULD HAVE
      *    ACCEPTED AND SUSPENDED ACROSS THE WHOLE TRANSMISSION.
      *----------------------------------------------------------------
           01  CALC-EDIT-RUN-FIELDS.
               05  CALC-EDIT-ACCEPT-CT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-EDIT-REJECT-CT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-EDIT-REASON        PIC X(02) VALUE SPACES.
               05  CALC-EDIT-TRAN          PIC X(12) VALUE SPACES.
               05  CALC-EDIT-STATUS-TEXT   PIC X(30) VALUE SPACES.
               05  CALC-EDIT-ED-ACCEPT     PIC ZZZZZZZZ9.
               05  CALC-EDIT-ED-REJECT     PIC ZZZZZZZZ9.

      *----------------------------------------------------------------
      *    MAKER-CHECKER RELEASE WORK FIELDS. THE EXTRACT LOADS
      *    CALCHOLD INTO THE TABLE ONCE PER RUN AND LOOKS EACH
      *    DEPARTMENT AUDIT RECORD UP IN IT; A RECORD OF A HELD
      *    BATCH ONLY GOES TO FINANCE ONCE THE BATCH IS RELEASED,
      *    ON THE EXTRACT WHOSE RANGE COVERS THE RELEASE DATE.
      *----------------------------------------------------------------
           01  CALC-HOLD-FIELDS.
               05  CALC-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
                   88  CALC-HOLD-EOF            VALUE 'Y'.
               05  CALC-HOLD-ABS-X         PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-HOLD-ABS-Y         PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-HOLD-RATE          PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-HOLD-BASE-X        PIC S9(17)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-HOLD-BASE-Y        PIC S9(17)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-HOLD-ED-BASE       PIC -(17)9.99.
               05  CALC-HOLD-ANSWER        PIC X(01) VALUE SPACE.
                   88  CALC-HOLD-DO-RELEASE     VALUE 'R'.
                   88  CALC-HOLD-DO-REJECT      VALUE 'J'.
               05  CALC-HOLD-NOTE-TEXT     PIC X(40) VALUE SPACES.
               05  CALC-HOLD-LIST-DEPT     PIC X(08) VALUE SPACES.
               05  CALC-HOLD-LEFT-COUNT    PIC 9(09) VALUE ZERO COMP.
               05  CALC-HOLD-REL-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-HOLD-REJ-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-HOLD-FOUND-SW      PIC X(01) VALUE 'N'.
                   88  CALC-HOLD-FOUND          VALUE 'Y'.
               05  CALC-HOLD-INCL-SW       PIC X(01) VALUE 'N'.
                   88  CALC-HOLD-INCLUDE        VALUE 'Y'.
               05  CALC-HOLD-LATE-SW       PIC X(01) VALUE 'N'.
                   88  CALC-HOLD-ANY-LATE       VALUE 'Y'.
               05  CALC-HOLD-LATE-FROM     PIC 9(08) VALUE ZERO.
               05  CALC-HOLD-FULL-SW       PIC X(01) VALUE 'N'.
                   88  CALC-HOLD-TABLE-FULL     VALUE 'Y'.
               05  CALC-HOLD-USED          PIC 9(04) VALUE ZERO COMP.
               05  CALC-HOLD-IX            PIC 9(04) VALUE ZERO COMP.
               05  CALC-HOLD-TAB           OCCURS 2000 TIMES.
                   10  CALC-HOLD-TAB-DEPT  PIC X(08).
                   10  CALC-HOLD-TAB-BATCH PIC 9(06).
                   10  CALC-HOLD-TAB-POST  PIC 9(08).
                   10  CALC-HOLD-TAB-CREATE PIC 9(08).
                   10  CALC-HOLD-TAB-STATE PIC X(01).
                   10  CALC-HOLD-TAB-DATE  PIC X(08).

      *----------------------------------------------------------------
      *    BATCH REGISTER WORK FIELDS
      *----------------------------------------------------------------
               05  CALC-REV-ORIG-DIV-SKIP  PIC X(01) VALUE SPACE.
               05  CALC-REV-ORIG-REM-SKIP  PIC X(01) VALUE SPACE.
               05  CALC-REV-ORIG-PCT-SKIP  PIC X(01) VALUE SPACE.
               05  CALC-REV-ORIG-CURRENCY  PIC X(03) VALUE SPACES.
               05  CALC-REV-ORIG-FX-RATE   PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-REV-ORIG-BASE-X    PIC S9(14)V99 VALUE ZERO.
               05  CALC-REV-ORIG-BASE-Y    PIC S9(14)V99 VALUE ZERO.
               05  CALC-REV-ORIG-BASE-TOTAL
                                           PIC S9(15)V99 VALUE ZERO.
               05  CALC-REV-ORIG-BASE-DIFF PIC S9(15)V99 VALUE ZERO.
               05  CALC-REV-ORIG-BASE-PROD PIC S9(23)V99 VALUE ZERO.
               05  CALC-REV-ORIG-BASE-REM  PIC S9(14)V99 VALUE ZERO.
      *    WHEN THE ORIGINAL WAS POSTED, AND WHAT ITS FISCAL PERIOD
      *    ALLOWS: 'O' OPEN, 'R' CLOSED AND REFUSING REVERSALS, 'A'
      *    CLOSED, THE REVERSAL POSTING AS A CURRENT-PERIOD
      *    ADJUSTMENT.
               05  CALC-REV-ORIG-STAMP     PIC X(14) VALUE SPACES.
               05  CALC-REV-ORIG-PERIOD    PIC 9(06) VALUE ZERO.
               05  CALC-REV-PERIOD-SW      PIC X(01) VALUE 'O'.
                   88  CALC-REV-PERIOD-OPEN     VALUE 'O'.
                   88  CALC-REV-PERIOD-REFUSED  VALUE 'R'.
                   88  CALC-REV-PERIOD-ADJUST   VALUE 'A'.

      *    REJECT REASON PRESET FOR THE NEXT SUSPENSE WRITE - SPACES
      *    MEANS 4365 DERIVES THE REASON FROM THE X/Y VALID SWITCHES
               05  CALC-LIM-FND-MAX-Y      PIC S9(9)V99 VALUE ZERO.
               05  CALC-LIM-FND-CAP-SW     PIC X(01) VALUE 'N'.
               05  CALC-LIM-FND-CAP        PIC S9(18)V99 VALUE ZERO.
               05  CALC-LIM-FND-RELEASE    PIC 9(12)V99 VALUE ZERO.
               05  CALC-LIM-PROD-WORK      PIC S9(18)V99 VALUE ZERO.

      *----------------------------------------------------------------
               05  CALC-LIM-MNT-MAX-Y      PIC S9(9)V99 VALUE ZERO.
               05  CALC-LIM-MNT-CAP-SW     PIC X(01) VALUE 'N'.
               05  CALC-LIM-MNT-CAP        PIC S9(18)V99 VALUE ZERO.
               05  CALC-LIM-MNT-SUSP-AGE   PIC X(02) VALUE SPACES.
               05  CALC-LIM-MNT-RELEASE    PIC 9(12)V99 VALUE ZERO.
               05  CALC-LIM-MNT-OK-SW      PIC X(01) VALUE 'N'.
               05  CALC-LIM-MNT-ANSWER     PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------
      *    DEPARTMENT MASTER WORK FIELDS - THE BATCH DEPARTMENT'S
      *    CALCDEPT RECORD IS LOOKED UP AT THE HEADER AND ITS
      *    ALLOWED OPERATIONS HELD HERE FOR THE DETAIL RECORDS. WITH
      *    NO CALCDEPT ON FILE NO DEPARTMENT IS CHECKED.
      *----------------------------------------------------------------
           01  CALC-DEPT-FIELDS.
               05  CALC-DEPT-EOF-SW        PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-EOF            VALUE 'Y'.
               05  CALC-DEPT-FOUND-SW      PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-FOUND          VALUE 'Y'.
               05  CALC-DEPT-MASTER-SW     PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-MASTER-ON-FILE VALUE 'Y'.
               05  CALC-DEPT-LOADED-SW     PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-LOADED         VALUE 'Y'.
               05  CALC-DEPT-OP-SW         PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-OP-REFUSED     VALUE 'Y'.
               05  CALC-DEPT-SRCH-DEPT     PIC X(08) VALUE SPACES.
               05  CALC-DEPT-FND-STATE     PIC X(01) VALUE SPACE.
                   88  CALC-DEPT-FND-ACTIVE     VALUE 'A'.
               05  CALC-DEPT-FND-OPS       PIC X(07) VALUE SPACES.
               05  CALC-DEPT-FND-OPS-R REDEFINES CALC-DEPT-FND-OPS.
                   10  CALC-DEPT-FND-OP    PIC X(01) OCCURS 7 TIMES.
               05  CALC-DEPT-FND-CUTOFF    PIC 9(04) VALUE ZERO.
               05  CALC-DEPT-OP-IX         PIC 9(01) VALUE ZERO.
               05  CALC-DEPT-HDR-TIME      PIC 9(04) VALUE ZERO.
               05  CALC-DEPT-NXTW-OPEN-SW  PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-NXTW-OPEN      VALUE 'Y'.
               05  CALC-DEPT-NEXT-EOF-SW   PIC X(01) VALUE 'N'.
                   88  CALC-DEPT-NEXT-EOF       VALUE 'Y'.
               05  CALC-DEPT-CARRY-COUNT   PIC 9(07) VALUE ZERO COMP.
               05  CALC-DEPT-ED-CARRY      PIC Z(06)9.

      *----------------------------------------------------------------
      *    DEPARTMENT MASTER MAINTENANCE ENTRY FIELDS
      *----------------------------------------------------------------
           01  CALC-DPM-FIELDS.
               05  CALC-DPM-CHOICE         PIC X(01) VALUE SPACE.
                   88  CALC-DPM-UPDATE          VALUE '1'.
                   88  CALC-DPM-DEACTIVATE      VALUE '2'.
                   88  CALC-DPM-LIST            VALUE '3'.
                   88  CALC-DPM-RETURN          VALUE '4'.
               05  CALC-DPM-DEPT           PIC X(08) VALUE SPACES.
               05  CALC-DPM-NAME           PIC X(30) VALUE SPACES.
               05  CALC-DPM-CONTACT        PIC X(30) VALUE SPACES.
               05  CALC-DPM-STATE          PIC X(01) VALUE SPACE.
               05  CALC-DPM-OPS            PIC X(07) VALUE SPACES.
               05  CALC-DPM-OPS-R REDEFINES CALC-DPM-OPS.
                   10  CALC-DPM-OP         PIC X(01) OCCURS 7 TIMES.
               05  CALC-DPM-OP-IX          PIC 9(01) VALUE ZERO.
               05  CALC-DPM-OPS-ENTRY      PIC X(07) VALUE SPACES.
               05  CALC-DPM-POS            PIC 9(02) VALUE ZERO COMP.
               05  CALC-DPM-TEXT           PIC X(30) VALUE SPACES.
               05  CALC-DPM-CUTOFF-X       PIC X(04) VALUE SPACES.
               05  CALC-DPM-CUTOFF-R REDEFINES CALC-DPM-CUTOFF-X.
                   10  CALC-DPM-CUTOFF-HH  PIC 9(02).
                   10  CALC-DPM-CUTOFF-MM  PIC 9(02).
               05  CALC-DPM-CUTOFF         PIC 9(04) VALUE ZERO.
               05  CALC-DPM-ANSWER         PIC X(01) VALUE SPACE.
               05  CALC-DPM-OK-SW          PIC X(01) VALUE 'N'.
                   88  CALC-DPM-OK              VALUE 'Y'.

      *----------------------------------------------------------------
      *    EXCHANGE-RATE WORK FIELDS. THE BATCH CURRENCY'S RATE IS
      *    LOOKED UP AT THE HEADER AND HELD IN CALC-BT-FX-RATE; THE
      *    POSTING CURRENCY AND RATE ARE SET PER CALCULATION, AND THE
      *    BASE-CURRENCY EQUIVALENTS ARE WIDE ENOUGH FOR THE LARGEST
      *    RESULT AT THE LARGEST RATE THE MASTER CAN HOLD.
      *----------------------------------------------------------------
           01  CALC-FX-FIELDS.
               05  CALC-FX-BASE-CURRENCY   PIC X(03) VALUE 'USD'.
               05  CALC-FX-EOF-SW          PIC X(01) VALUE 'N'.
                   88  CALC-FX-EOF              VALUE 'Y'.
               05  CALC-FX-SRCH-CURRENCY   PIC X(03) VALUE SPACES.
               05  CALC-FX-BEST-DATE       PIC 9(08) VALUE ZERO.
               05  CALC-FX-BEST-RATE       PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-FX-POST-CURRENCY   PIC X(03) VALUE SPACES.
               05  CALC-FX-POST-RATE       PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-FX-RATE-ED         PIC ZZZZ9.999999.
               05  CALC-FX-BASE-X          PIC S9(14)V99 VALUE ZERO.
               05  CALC-FX-BASE-Y          PIC S9(14)V99 VALUE ZERO.
               05  CALC-FX-BASE-TOTAL      PIC S9(15)V99 VALUE ZERO.
               05  CALC-FX-BASE-DIFF       PIC S9(15)V99 VALUE ZERO.
               05  CALC-FX-BASE-PROD       PIC S9(23)V99 VALUE ZERO.
               05  CALC-FX-BASE-REM        PIC S9(14)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    EXCHANGE-RATE MAINTENANCE ENTRY FIELDS. THE RATE IS KEYED
      *    UNSIGNED WITH UP TO FIVE INTEGER DIGITS AND SIX DECIMALS.
      *----------------------------------------------------------------
           01  CALC-FXR-MAINT-FIELDS.
               05  CALC-FXR-MNT-CHOICE     PIC X(01) VALUE SPACE.
                   88  CALC-FXR-MNT-UPDATE      VALUE '1'.
                   88  CALC-FXR-MNT-DELETE      VALUE '2'.
                   88  CALC-FXR-MNT-LIST        VALUE '3'.
                   88  CALC-FXR-MNT-RETURN      VALUE '4'.
               05  CALC-FXR-MNT-CURRENCY   PIC X(03) VALUE SPACES.
               05  CALC-FXR-MNT-DATE-X     PIC X(08) VALUE SPACES.
               05  CALC-FXR-MNT-DATE       PIC 9(08) VALUE ZERO.
               05  CALC-FXR-MNT-RATE-TEXT  PIC X(12) VALUE SPACES.
               05  CALC-FXR-MNT-RATE       PIC 9(05)V9(06) VALUE ZERO.
               05  CALC-FXR-MNT-OK-SW      PIC X(01) VALUE 'N'.
                   88  CALC-FXR-MNT-OK          VALUE 'Y'.
               05  CALC-FXR-MNT-FOUND-SW   PIC X(01) VALUE 'N'.
                   88  CALC-FXR-MNT-FOUND       VALUE 'Y'.
               05  CALC-FXR-MNT-KEPT       PIC 9(07) VALUE ZERO COMP.
               05  CALC-FXR-PARSE-BAD-SW   PIC X(01) VALUE 'N'.
               05  CALC-FXR-PARSE-DEC-SW   PIC X(01) VALUE 'N'.
               05  CALC-FXR-PARSE-END-SW   PIC X(01) VALUE 'N'.
               05  CALC-FXR-PARSE-IX       PIC 9(02) VALUE 1 COMP.
               05  CALC-FXR-PARSE-INT      PIC 9(11) VALUE ZERO.
               05  CALC-FXR-PARSE-INT-CT   PIC 9(02) VALUE ZERO.
               05  CALC-FXR-PARSE-DECS     PIC 9(01) VALUE ZERO.
               05  CALC-FXR-PARSE-DIGIT    PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      *    FISCAL PERIOD CALENDAR - CALCFPER IN STORAGE, LOADED AT
      *    START-UP AND AGAIN AFTER EVERY CHANGE FROM MENU K. AN
      *    EMPTY TABLE MEANS NO CALENDAR: EVERY DATE THEN FALLS IN
      *    ITS CALENDAR MONTH, NUMBERED YYYYMM, AND NOTHING IS CLOSED.
      *----------------------------------------------------------------
           01  CALC-FPT-FIELDS.
               05  CALC-FPT-EOF-SW         PIC X(01) VALUE 'N'.
                   88  CALC-FPT-EOF             VALUE 'Y'.
               05  CALC-FPT-USED           PIC 9(03) VALUE ZERO COMP.
               05  CALC-FPT-IX             PIC 9(03) VALUE ZERO COMP.
               05  CALC-FPT-TAB            OCCURS 300 TIMES.
                   10  CALC-FPT-PERIOD     PIC 9(06).
                   10  CALC-FPT-START      PIC 9(08).
                   10  CALC-FPT-END        PIC 9(08).
                   10  CALC-FPT-STATUS     PIC X(01).
                       88  CALC-FPT-CLOSED      VALUE 'C'.
                   10  CALC-FPT-LATE-REV   PIC X(01).
                       88  CALC-FPT-LATE-ADJUST VALUE 'A'.
                   10  CALC-FPT-CLOSED-TS  PIC X(14).

      *----------------------------------------------------------------
      *    FISCAL PERIOD OF A POSTING - 9400 TAKES CALC-FPC-STAMP
      *    (YYYYMMDDHHMMSS) AND RETURNS THE PERIOD IT COUNTS IN, ITS
      *    TABLE ENTRY (ZERO WHEN NOT ON THE CALENDAR) AND WHETHER
      *    THAT PERIOD IS CLOSED.
      *----------------------------------------------------------------
           01  CALC-FPC-FIELDS.
               05  CALC-FPC-STAMP          PIC X(14) VALUE SPACES.
               05  CALC-FPC-DATE           PIC 9(08) VALUE ZERO.
               05  CALC-FPC-PERIOD         PIC 9(06) VALUE ZERO.
               05  CALC-FPC-IX             PIC 9(03) VALUE ZERO COMP.
               05  CALC-FPC-NEXT-IX        PIC 9(03) VALUE ZERO COMP.
               05  CALC-FPC-CLOSED-SW      PIC X(01) VALUE 'N'.
                   88  CALC-FPC-CLOSED          VALUE 'Y'.
               05  CALC-FPC-ROLLED-SW      PIC X(01) VALUE 'N'.
                   88  CALC-FPC-ROLLED          VALUE 'Y'.
               05  CALC-FPC-ROLL-END-SW    PIC X(01) VALUE 'N'.
                   88  CALC-FPC-ROLL-END        VALUE 'Y'.

      *----------------------------------------------------------------
      *    FISCAL CALENDAR MAINTENANCE WORK FIELDS
      *----------------------------------------------------------------
           01  CALC-FPM-FIELDS.
               05  CALC-FPM-CHOICE         PIC X(01) VALUE SPACE.
                   88  CALC-FPM-UPDATE          VALUE '1'.
                   88  CALC-FPM-CLOSE           VALUE '2'.
                   88  CALC-FPM-LIST            VALUE '3'.
                   88  CALC-FPM-RETURN          VALUE '4'.
               05  CALC-FPM-PERIOD-X       PIC X(06) VALUE SPACES.
               05  CALC-FPM-PERIOD         PIC 9(06) VALUE ZERO.
               05  CALC-FPM-PERIOD-R REDEFINES CALC-FPM-PERIOD.
                   10  CALC-FPM-YYYY       PIC 9(04).
                   10  CALC-FPM-PP         PIC 9(02).
               05  CALC-FPM-DATE-X         PIC X(08) VALUE SPACES.
               05  CALC-FPM-START          PIC 9(08) VALUE ZERO.
               05  CALC-FPM-END            PIC 9(08) VALUE ZERO.
               05  CALC-FPM-START-DAY      PIC 9(07) VALUE ZERO COMP.
               05  CALC-FPM-END-DAY        PIC 9(07) VALUE ZERO COMP.
               05  CALC-FPM-LATE-REV       PIC X(01) VALUE SPACE.
               05  CALC-FPM-ANSWER         PIC X(01) VALUE SPACE.
               05  CALC-FPM-IX             PIC 9(03) VALUE ZERO COMP.
               05  CALC-FPM-OK-SW          PIC X(01) VALUE 'N'.
                   88  CALC-FPM-OK              VALUE 'Y'.
               05  CALC-FPM-FOUND-SW       PIC X(01) VALUE 'N'.
                   88  CALC-FPM-FOUND           VALUE 'Y'.
               05  CALC-FPM-STATE          PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      *    REJECTS BY REASON CODE FOR THE RUN-TRAILER REJECT SUMMARY
      *----------------------------------------------------------------
               05  CALC-REJ-LP-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-NF-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-RV-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-FX-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-PC-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-OP-CT          PIC 9(07) VALUE ZERO COMP.
               05  CALC-REJ-LINE-REASON    PIC X(02) VALUE SPACES.
               05  CALC-REJ-LINE-COUNT     PIC 9(07) VALUE ZERO COMP.

           01  CALC-SUSP-KEPT-COUNT         PIC 9(09) VALUE ZERO COMP.
           01  CALC-SUSP-FIXED-COUNT        PIC 9(09) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    SUSPENSE AGING WORK FIELDS - EACH ITEM IS AGED IN DAYS
      *    FROM ITS SUSPENSE DATE TO THE RUN DATE AND COUNTED
      *    AGAINST ITS DEPARTMENT IN THE 0-5, 6-15, 16-30 AND OVER
      *    30 DAY BUCKETS AND BY REASON CODE. AN ITEM OLDER THAN ITS
      *    DEPARTMENT'S ALLOWED AGE (CALCLIM, OR THE STANDARD WHEN
      *    THE DEPARTMENT HAS NONE) IS OVERDUE. AN UNDATED ITEM WAS
      *    SUSPENDED BEFORE DATING BEGAN AND IS TAKEN AS OVERDUE.
      *    REASON SLOT 12 COLLECTS ANY CODE NOT IN THE LIST.
      *----------------------------------------------------------------
           01  CALC-AGE-FIELDS.
               05  CALC-AGE-DEFAULT        PIC 9(02) VALUE 15.
               05  CALC-AGE-ALLOWED        PIC 9(02) VALUE 15.
               05  CALC-AGE-RUN-DAY        PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-DAYS           PIC 9(05) VALUE ZERO.
               05  CALC-AGE-DATED-SW       PIC X(01) VALUE 'N'.
                   88  CALC-AGE-DATED           VALUE 'Y'.
               05  CALC-AGE-SRCH-DEPT      PIC X(08) VALUE SPACES.
               05  CALC-AGE-LIM-EOF-SW     PIC X(01) VALUE 'N'.
                   88  CALC-AGE-LIM-EOF         VALUE 'Y'.
               05  CALC-AGE-LIM-FOUND-SW   PIC X(01) VALUE 'N'.
                   88  CALC-AGE-LIM-FOUND       VALUE 'Y'.
               05  CALC-AGE-REASON-LIST    PIC X(24)
                   VALUE 'X Y XYLXLYLPNFRVFXPCOP  '.
               05  CALC-AGE-REASON-TAB REDEFINES CALC-AGE-REASON-LIST.
                   10  CALC-AGE-REASON-CODE PIC X(02) OCCURS 12 TIMES.
               05  CALC-AGE-RSN-IX         PIC 9(02) VALUE 1 COMP.
               05  CALC-AGE-RSN-FOUND-SW   PIC X(01) VALUE 'N'.
                   88  CALC-AGE-RSN-FOUND       VALUE 'Y'.
               05  CALC-AGE-BKT-IX         PIC 9(01) VALUE 1 COMP.
               05  CALC-AGE-DEPT-USED      PIC 9(03) VALUE ZERO COMP.
               05  CALC-AGE-DEPT-IX        PIC 9(03) VALUE 1 COMP.
               05  CALC-AGE-FOUND-SW       PIC X(01) VALUE 'N'.
                   88  CALC-AGE-DEPT-FOUND      VALUE 'Y'.
               05  CALC-AGE-DEPT-TAB       OCCURS 100 TIMES.
                   10  CALC-AGE-DEPT-ID    PIC X(08).
                   10  CALC-AGE-DEPT-ALLOWED PIC 9(02).
                   10  CALC-AGE-BUCKET     PIC 9(07) COMP
                                           OCCURS 4 TIMES.
                   10  CALC-AGE-DEPT-TOTAL PIC 9(07) COMP.
                   10  CALC-AGE-DEPT-OVERDUE PIC 9(07) COMP.
                   10  CALC-AGE-RSN-COUNT  PIC 9(07) COMP
                                           OCCURS 12 TIMES.
               05  CALC-AGE-TOT-BUCKET     PIC 9(07) COMP
                                           OCCURS 4 TIMES.
               05  CALC-AGE-TOT-ITEMS      PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-TOT-OVERDUE    PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-TOT-UNDATED    PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-LOST-COUNT     PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-OVD-COUNT      PIC 9(07) VALUE ZERO COMP.
               05  CALC-AGE-LINE-PTR       PIC 9(03) VALUE 1 COMP.
           01  CALC-AGE-EDITS.
               05  CALC-AGE-ED-DEPT        PIC X(10).
               05  CALC-AGE-ED-COUNT       PIC Z(9)9.
               05  CALC-AGE-ED-ALLOWED     PIC Z9.
               05  CALC-AGE-ED-RSN         PIC ZZZZZ9.
               05  CALC-AGE-ED-DAYS        PIC ZZZZ9.

      *----------------------------------------------------------------
      *    SUSPENSE CANCEL / WRITE-OFF WORK FIELDS
      *----------------------------------------------------------------
           01  CALC-DSP-FIELDS.
               05  CALC-DSP-DEPT           PIC X(08) VALUE SPACES.
               05  CALC-DSP-ANSWER         PIC X(01) VALUE SPACE.
                   88  CALC-DSP-CANCEL          VALUE 'C'.
                   88  CALC-DSP-WRITE-OFF       VALUE 'W'.
               05  CALC-DSP-REASON-TEXT    PIC X(40) VALUE SPACES.
               05  CALC-DSP-LOGGED-SW      PIC X(01) VALUE 'N'.
                   88  CALC-DSP-LOGGED          VALUE 'Y'.
               05  CALC-DSP-CANCEL-COUNT   PIC 9(09) VALUE ZERO COMP.
               05  CALC-DSP-WRITEOFF-COUNT PIC 9(09) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    DATE-TO-DAY-NUMBER WORK FIELDS (9300). THE DAY NUMBER IS
      *    A RUNNING COUNT OF DAYS FROM 0001-01-01, SO THE DIFFERENCE
      *    OF TWO DAY NUMBERS IS THE DAYS BETWEEN THE TWO DATES.
      *----------------------------------------------------------------
           01  CALC-DAYS-FIELDS.
               05  CALC-DAYS-DATE          PIC 9(08) VALUE ZERO.
               05  CALC-DAYS-DATE-R REDEFINES CALC-DAYS-DATE.
                   10  CALC-DAYS-YYYY      PIC 9(04).
                   10  CALC-DAYS-MM        PIC 9(02).
                   10  CALC-DAYS-DD        PIC 9(02).
               05  CALC-DAYS-NUMBER        PIC 9(07) VALUE ZERO COMP.
               05  CALC-DAYS-OK-SW         PIC X(01) VALUE 'N'.
                   88  CALC-DAYS-OK             VALUE 'Y'.
               05  CALC-DAYS-PRIOR-YEARS   PIC 9(04) VALUE ZERO COMP.
               05  CALC-DAYS-QUOT          PIC 9(04) VALUE ZERO COMP.
               05  CALC-DAYS-REM-4         PIC 9(04) VALUE ZERO COMP.
               05  CALC-DAYS-REM-100       PIC 9(04) VALUE ZERO COMP.
               05  CALC-DAYS-REM-400       PIC 9(04) VALUE ZERO COMP.
               05  CALC-DAYS-CUM-LIST      PIC X(36)
                   VALUE '000031059090120151181212243273304334'.
               05  CALC-DAYS-CUM-TAB REDEFINES CALC-DAYS-CUM-LIST.
                   10  CALC-DAYS-CUM       PIC 9(03) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    AUDIT ARCHIVE / PURGE WORK FIELDS. THE AUDIT LOG IS
      *    APPEND-ONLY AND THEREFORE IN TIMESTAMP ORDER, SO ONE
               05  CALC-ARCH-TOTAL-COUNT   PIC 9(09) VALUE ZERO COMP.
               05  CALC-ARCH-KEPT-COUNT    PIC 9(09) VALUE ZERO COMP.
               05  CALC-ARCH-GEN-TOTAL     PIC 9(04) VALUE ZERO COMP.
               05  CALC-ARCH-GEN-CHAINED   PIC 9(09) VALUE ZERO COMP.
               05  CALC-ARCH-GEN-FIRST-SEQ PIC 9(09) VALUE ZERO.
               05  CALC-ARCH-GEN-LAST-SEQ  PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      *    AUDIT CHAIN WORK FIELDS. THE LAST SEQUENCE NUMBER AND
      *    CHECK VALUE ISSUED, AND THE SEQUENCE NUMBER LAST SAVED ON
      *    CALCASEQ. THE CHECK VALUE IS FOLDED ONE BYTE AT A TIME:
      *    THE BYTE IS MOVED INTO THE LOW ORDER OF A HALFWORD TO GET
      *    ITS CODE, AND THE RUNNING VALUE IS KEPT MODULO A PRIME.
      *----------------------------------------------------------------
           01  CALC-CHAIN-FIELDS.
               05  CALC-CHN-LAST-SEQ       PIC 9(09) VALUE ZERO.
               05  CALC-CHN-LAST-VALUE     PIC 9(09) VALUE ZERO.
               05  CALC-CHN-SAVED-SEQ      PIC 9(09) VALUE ZERO.
               05  CALC-CHN-VALUE          PIC 9(09) VALUE ZERO.
               05  CALC-CHN-WORK           PIC 9(12) VALUE ZERO COMP.
               05  CALC-CHN-QUOT           PIC 9(12) VALUE ZERO COMP.
               05  CALC-CHN-IX             PIC 9(04) VALUE ZERO COMP.
               05  CALC-CHN-SEAL-LEN       PIC 9(04) VALUE 326 COMP.
               05  CALC-CHN-PRIME          PIC 9(09) VALUE 999999937.
               05  CALC-CHN-BYTE-NUM       PIC 9(04) VALUE ZERO COMP.
               05  CALC-CHN-BYTE-PAIR REDEFINES CALC-CHN-BYTE-NUM.
                   10  CALC-CHN-BYTE-HIGH  PIC X(01).
                   10  CALC-CHN-BYTE-LOW   PIC X(01).

      *----------------------------------------------------------------
      *    FINANCE EXTRACT WORK FIELDS. THE AMOUNTS ARE RE-EDITED
           01  CALC-EXTRACT-FIELDS.
               05  CALC-EXTR-FROM          PIC X(08) VALUE SPACES.
               05  CALC-EXTR-TO            PIC X(08) VALUE SPACES.
      *    AN EXTRACT RUN FOR ONE FISCAL PERIOD WRITES ONLY THE
      *    POSTINGS THAT COUNT IN IT, STARTING FROM THE CLOSE OF THE
      *    PERIOD BEFORE WHEN THAT WAS CLOSED, SO LATE POSTINGS ROLLED
      *    FORWARD ARE PICKED UP.
               05  CALC-EXTR-PERIOD-X      PIC X(06) VALUE SPACES.
               05  CALC-EXTR-PERIOD        PIC 9(06) VALUE ZERO.
               05  CALC-EXTR-BY-PERIOD-SW  PIC X(01) VALUE 'N'.
                   88  CALC-EXTR-BY-PERIOD      VALUE 'Y'.
               05  CALC-EXTR-START-STAMP   PIC X(14) VALUE SPACES.
               05  CALC-EXTR-PRIOR-IX      PIC 9(03) VALUE ZERO COMP.
               05  CALC-EXTR-OK-SW         PIC X(01) VALUE 'N'.
                   88  CALC-EXTR-OK             VALUE 'Y'.
               05  CALC-EXTR-COUNT         PIC 9(09) VALUE ZERO COMP.
               05  CALC-EXTR-PTR           PIC 9(03) VALUE 1 COMP.
           01  CALC-EXTRACT-EDITS.
               05  CALC-EXTR-QUOT-ED       PIC +9(11).99.
               05  CALC-EXTR-REM-ED        PIC +9(9).99.
               05  CALC-EXTR-PCT-ED        PIC +9(13).99.
               05  CALC-EXTR-RATE-ED       PIC 9(05).9(06).
               05  CALC-EXTR-BASE-X-ED     PIC +9(14).99.
               05  CALC-EXTR-BASE-Y-ED     PIC +9(14).99.
               05  CALC-EXTR-BASE-TOTAL-ED PIC +9(15).99.
               05  CALC-EXTR-BASE-DIFF-ED  PIC +9(15).99.
               05  CALC-EXTR-BASE-PROD-ED  PIC +9(23).99.
               05  CALC-EXTR-BASE-REM-ED   PIC +9(14).99.

      *----------------------------------------------------------------
      *    MONTH-END VOLUME REPORT WORK FIELDS
               05  CALC-RPTM-PRIOR         PIC X(06) VALUE SPACES.
               05  CALC-RPTM-YYYY          PIC 9(04) VALUE ZERO.
               05  CALC-RPTM-MM            PIC 9(02) VALUE ZERO.
               05  CALC-RPTM-MTD-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-RPTM-PRIOR-COUNT   PIC 9(09) VALUE ZERO COMP.
               05  CALC-RPTM-CHANGE        PIC S9(09) VALUE ZERO COMP.
               05  CALC-RPTM-PCT-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-RPTM-TOTAL-SUM     PIC S9(14)V99 VALUE ZERO
                                                              COMP-3.
      *    THE REPORT PERIOD, ITS DATES AND THE PRIOR PERIOD. ONE
      *    DAY SLOT PER DAY OF THE PERIOD, AT MOST 42.
               05  CALC-RPTM-PERIOD        PIC 9(06) VALUE ZERO.
               05  CALC-RPTM-PRIOR-PERIOD  PIC 9(06) VALUE ZERO.
               05  CALC-RPTM-START         PIC 9(08) VALUE ZERO.
               05  CALC-RPTM-END           PIC 9(08) VALUE ZERO.
               05  CALC-RPTM-START-DAY     PIC 9(07) VALUE ZERO COMP.
               05  CALC-RPTM-HIST-PERIOD   PIC 9(06) VALUE ZERO.
               05  CALC-RPTM-SLOT          PIC S9(07) VALUE ZERO COMP.
               05  CALC-RPTM-LATE-COUNT    PIC 9(09) VALUE ZERO COMP.
               05  CALC-RPTM-OK-SW         PIC X(01) VALUE 'N'.
                   88  CALC-RPTM-OK             VALUE 'Y'.
               05  CALC-RPTM-DAY-COUNT     PIC 9(09) COMP
                                           OCCURS 42 TIMES.
               05  CALC-RPTM-DAY-DATE      PIC 9(08)
                                           OCCURS 42 TIMES.
               05  CALC-RPTM-OPER-USED     PIC 9(02) VALUE ZERO COMP.
               05  CALC-RPTM-OPER-TAB      OCCURS 50 TIMES.
                   10  CALC-RPTM-OPER-ID   PIC X(08).
               05  CALC-RPTM-ED-COUNT      PIC ZZZZZZZZ9.
               05  CALC-RPTM-ED-CHANGE     PIC +(8)9.
               05  CALC-RPTM-ED-SUM        PIC -(13)9.99.

      *----------------------------------------------------------------
      *    INQUIRY SCREEN WORK FIELDS
           01  CALC-CONV-ANSWER             PIC X(01) VALUE 'N'.
           01  CALC-CONV-COUNT              PIC 9(09) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    DEPARTMENT CHARGEBACK WORK FIELDS - THE RATE MASTER IS
      *    LOADED INTO A TABLE BY OPERATION CODE, AND EACH POSTED OR
      *    REVERSED CALCULATION OF THE MONTH IS COUNTED AGAINST ITS
      *    DEPARTMENT AND OPERATION. AMOUNTS ARE PRICED AT PRINT
      *    TIME. THE BLANK DEPARTMENT COLLECTS WORK THAT CARRIES NO
      *    DEPARTMENT; IT PRINTS BUT IS NEVER FED TO THE LEDGER.
      *----------------------------------------------------------------
           01  CALC-CHG-FIELDS.
               05  CALC-CHG-MONTH          PIC X(06) VALUE SPACES.
               05  CALC-CHG-EOF-SW         PIC X(01) VALUE 'N'.
                   88  CALC-CHG-EOF             VALUE 'Y'.
               05  CALC-CHG-RATE-TAB       OCCURS 7 TIMES.
                   10  CALC-CHG-RATE       PIC S9(5)V99.
                   10  CALC-CHG-RATE-SW    PIC X(01).
                       88  CALC-CHG-RATE-ON-FILE VALUE 'Y'.
               05  CALC-CHG-OP-IX          PIC 9(02) VALUE 1 COMP.
               05  CALC-CHG-DEPT-USED      PIC 9(03) VALUE ZERO COMP.
               05  CALC-CHG-DEPT-IX        PIC 9(03) VALUE 1 COMP.
               05  CALC-CHG-CLR-IX         PIC 9(02) VALUE 1 COMP.
               05  CALC-CHG-DEPT-TAB       OCCURS 100 TIMES.
                   10  CALC-CHG-DEPT-ID    PIC X(08).
                   10  CALC-CHG-POSTED     PIC 9(09) COMP
                                           OCCURS 7 TIMES.
                   10  CALC-CHG-REVERSED   PIC 9(09) COMP
                                           OCCURS 7 TIMES.
               05  CALC-CHG-FOUND-SW       PIC X(01) VALUE 'N'.
                   88  CALC-CHG-DEPT-FOUND      VALUE 'Y'.
               05  CALC-CHG-READ-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-CHG-LOST-COUNT     PIC 9(09) VALUE ZERO COMP.
               05  CALC-CHG-NET-COUNT      PIC S9(09) VALUE ZERO COMP.
               05  CALC-CHG-DEPT-COUNT     PIC S9(09) VALUE ZERO COMP.
               05  CALC-CHG-LINE-AMT       PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-CHG-DEPT-AMT       PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-CHG-GL-COUNT       PIC 9(09) VALUE ZERO COMP.
               05  CALC-CHG-GL-TOTAL       PIC S9(12)V99 VALUE ZERO
                                                              COMP-3.
               05  CALC-CHG-GL-OK-SW       PIC X(01) VALUE 'N'.
                   88  CALC-CHG-GL-OPEN         VALUE 'Y'.
           01  CALC-CHG-EDITS.
               05  CALC-CHG-ED-COUNT       PIC ZZZZZZZZ9.
               05  CALC-CHG-ED-REVERSED    PIC ZZZZZZZZ9.
               05  CALC-CHG-ED-NET         PIC -(8)9.
               05  CALC-CHG-ED-RATE        PIC -(5)9.99.
               05  CALC-CHG-ED-AMOUNT      PIC -(12)9.99.
               05  CALC-CHG-ED-DEPT        PIC X(10).
               05  CALC-CHG-OP-NAME        PIC X(10).
               05  CALC-CHG-ED-NOTE        PIC X(17).

       PROCEDURE DIVISION.
      *    This division contains the program's instructions.

               MOVE 'UNKNOWN' TO CALC-OPERATOR-ID
           END-IF.

           PERFORM 1500-LOAD-FISCAL-CALENDAR THRU 1500-EXIT.

      *    A PENDING CHECKPOINT MEANS A PRIOR BATCH RUN WAS KILLED
      *    PARTWAY THROUGH. CALCRPT MUST BE EXTENDED RATHER THAN
      *    RE-CREATED IN THAT CASE, OR THE DETAIL LINES ALREADY
      *    THE KEYED AUDIT LOG STAYS OPEN I-O FOR THE WHOLE RUN -
      *    WRITES, KEYED LOOKUPS AND THE ARCHIVE DELETE ALL SHARE
      *    THE ONE OPEN. THE SELECT IS OPTIONAL, SO A FIRST RUN
      *    CREATES THE FILE (STATUS 05). A LOG STILL IN THE OLD
      *    168-BYTE LAYOUT FAILS THE OPEN ON ITS RECORD LENGTH
      *    (STATUS 39) AND IS RENAMED CALCAUDO AND RELOADED (8720).
               OPEN I-O CALC-AUDIT-LOG
               IF CALC-AUDIT-STATUS NOT = '00'
                   AND CALC-AUDIT-STATUS NOT = '05'
                   DISPLAY 'UNABLE TO OPEN CALC-AUDIT-LOG, FILE STATUS '
                            CALC-AUDIT-STATUS
                   IF CALC-AUDIT-STATUS = '39'
                       DISPLAY 'CALCAUDX IS IN THE PRE-UPGRADE '
                               'LAYOUT - RENAME IT TO CALCAUDO AND '
                               'RELOAD IT WITH MENU OPTION M'
                   END-IF
                   DISPLAY 'FIRST-CALCULATOR TERMINATING'
                   MOVE 'Y' TO CALC-EXIT-SW
                   MOVE 8 TO CALC-RC-NEW
                   PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
               ELSE
                   PERFORM 1400-LOAD-AUDIT-CHAIN THRU 1400-EXIT
               END-IF
           END-IF.

       1330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1400-LOAD-AUDIT-CHAIN - PICKS UP THE LAST SEQUENCE NUMBER
      *    AND CHECK VALUE FROM CALCASEQ, THEN READS ON ALONG THE
      *    SEQUENCE KEY PAST IT: A RUN THAT DID NOT END NORMALLY
      *    WROTE RECORDS IT NEVER SAVED, AND THE CHAIN CONTINUES
      *    FROM THE LAST OF THEM. NO CONTROL RECORD STARTS THE
      *    SEARCH FROM THE BEGINNING OF THE LOG.
      *----------------------------------------------------------------
       1400-LOAD-AUDIT-CHAIN.

           MOVE ZERO TO CALC-CHN-LAST-SEQ.
           MOVE ZERO TO CALC-CHN-LAST-VALUE.

           OPEN INPUT CALC-ASEQ-FILE.
           IF CALC-ASEQ-STATUS = '00'
               READ CALC-ASEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-ASEQ-LAST-SEQ IS NUMERIC
                           AND CALC-ASEQ-LAST-CHAIN IS NUMERIC
                           MOVE CALC-ASEQ-LAST-SEQ TO CALC-CHN-LAST-SEQ
                           MOVE CALC-ASEQ-LAST-CHAIN
                               TO CALC-CHN-LAST-VALUE
                       END-IF
               END-READ
               CLOSE CALC-ASEQ-FILE
           END-IF.
           MOVE CALC-CHN-LAST-SEQ TO CALC-CHN-SAVED-SEQ.

           MOVE 'N' TO CALC-AUDIT-EOF-SW.
           MOVE CALC-CHN-LAST-SEQ TO CALC-AUD-SEQ-NO.
           START CALC-AUDIT-LOG
               KEY IS GREATER THAN CALC-AUD-SEQ-NO
               INVALID KEY
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
           END-START.
           PERFORM 1410-SCAN-ONE-CHAINED THRU 1410-EXIT
               UNTIL CALC-AUDIT-EOF.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.

       1400-EXIT.
           EXIT.

       1410-SCAN-ONE-CHAINED.

           READ CALC-AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
               NOT AT END
                   IF CALC-AUD-SEQ-NO IS NUMERIC
                       AND CALC-AUD-CHAIN IS NUMERIC
                       AND CALC-AUD-SEQ-NO > CALC-CHN-LAST-SEQ
                       MOVE CALC-AUD-SEQ-NO TO CALC-CHN-LAST-SEQ
                       MOVE CALC-AUD-CHAIN TO CALC-CHN-LAST-VALUE
                   END-IF
           END-READ.

       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1500-LOAD-FISCAL-CALENDAR - READS CALCFPER INTO THE
      *    CALENDAR TABLE. A RECORD WITH A NON-NUMERIC PERIOD OR
      *    DATE IS PASSED OVER. NO CALCFPER LEAVES THE TABLE EMPTY
      *    AND EVERY POSTING FALLS IN ITS CALENDAR MONTH.
      *----------------------------------------------------------------
       1500-LOAD-FISCAL-CALENDAR.

           MOVE ZERO TO CALC-FPT-USED.
           MOVE 'N' TO CALC-FPT-EOF-SW.

           OPEN INPUT CALC-FPER-FILE.
           IF CALC-FPER-STATUS = '00'
               PERFORM 1510-LOAD-ONE-PERIOD THRU 1510-EXIT
                   UNTIL CALC-FPT-EOF
               CLOSE CALC-FPER-FILE
           END-IF.

       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PERIOD.

           READ CALC-FPER-FILE
               AT END
                   MOVE 'Y' TO CALC-FPT-EOF-SW
               NOT AT END
                   IF CALC-FPER-PERIOD IS NUMERIC
                       AND CALC-FPER-START-DATE IS NUMERIC
                       AND CALC-FPER-END-DATE IS NUMERIC
                       IF CALC-FPT-USED < 300
                           ADD 1 TO CALC-FPT-USED
                           MOVE CALC-FPER-PERIOD
                               TO CALC-FPT-PERIOD(CALC-FPT-USED)
                           MOVE CALC-FPER-START-DATE
                               TO CALC-FPT-START(CALC-FPT-USED)
                           MOVE CALC-FPER-END-DATE
                               TO CALC-FPT-END(CALC-FPT-USED)
                           MOVE CALC-FPER-STATE
                               TO CALC-FPT-STATUS(CALC-FPT-USED)
                           MOVE CALC-FPER-LATE-REV
                               TO CALC-FPT-LATE-REV(CALC-FPT-USED)
                           MOVE CALC-FPER-CLOSED-TS
                               TO CALC-FPT-CLOSED-TS(CALC-FPT-USED)
                       ELSE
                           DISPLAY 'CALCFPER HOLDS MORE THAN 300 '
                                   'PERIODS - PERIOD '
                                   CALC-FPER-PERIOD ' IGNORED'
                       END-IF
                   END-IF
           END-READ.

       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-MAIN-MENU
      *----------------------------------------------------------------
           DISPLAY '5 = OPERATOR MASTER MAINTENANCE'.
           DISPLAY '6 = AUDIT LOG ARCHIVE AND PURGE'.
           DISPLAY '7 = FINANCE RESULTS EXTRACT'.
           DISPLAY '8 = MONTH-END VOLUME REPORT (FISCAL PERIOD)'.
           DISPLAY '9 = EXIT PROGRAM'.
           DISPLAY 'A = BATCH REGISTER INQUIRY'.
           DISPLAY 'B = DEPARTMENT LIMITS MAINTENANCE'.
           DISPLAY 'C = CONVERT SEQUENTIAL AUDIT LOG (ONE TIME)'.
           DISPLAY 'D = DAILY SECURITY ACTIVITY REPORT'.
           DISPLAY 'E = MONTH-END DEPARTMENT CHARGEBACK'.
           DISPLAY 'F = SUSPENSE AGING REPORT'.
           DISPLAY 'G = CANCEL OR WRITE OFF SUSPENSE ITEMS'.
           DISPLAY 'H = EDIT-ONLY VALIDATION OF CALCTRAN'.
           DISPLAY 'I = RELEASE OR REJECT HELD BATCHES'.
           DISPLAY 'J = EXCHANGE RATE MAINTENANCE'.
           DISPLAY 'K = FISCAL PERIOD CALENDAR AND CLOSE'.
           DISPLAY 'L = DEPARTMENT MASTER MAINTENANCE'.
           DISPLAY 'M = RELOAD PRE-UPGRADE KEYED AUDIT LOG (ONE TIME)'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-MENU-CHOICE.

                       WHEN CALC-MENU-SECURITY
                           PERFORM 8800-SECURITY-REPORT-MODE
                               THRU 8800-EXIT
                       WHEN CALC-MENU-CHARGEBACK
                           PERFORM 8900-CHARGEBACK-MODE
                               THRU 8900-EXIT
                       WHEN CALC-MENU-SUSP-AGING
                           PERFORM 7500-SUSPENSE-AGING-REPORT
                               THRU 7500-EXIT
                       WHEN CALC-MENU-SUSP-DISPOSE
                           PERFORM 8080-SUSPENSE-DISPOSE-MODE
                               THRU 8080-EXIT
                       WHEN CALC-MENU-EDIT-ONLY
                           PERFORM 4050-EDIT-ONLY-MODE THRU 4050-EXIT
                       WHEN CALC-MENU-BATCH-RELEASE
                           PERFORM 8550-BATCH-RELEASE-MODE
                               THRU 8550-EXIT
                       WHEN CALC-MENU-FX-RATES
                           PERFORM 8570-FX-RATE-MAINT-MODE
                               THRU 8570-EXIT
                       WHEN CALC-MENU-FISCAL-CAL
                           PERFORM 8670-FISCAL-CAL-MODE
                               THRU 8670-EXIT
                       WHEN CALC-MENU-DEPT-MASTER
                           PERFORM 8750-DEPT-MASTER-MODE
                               THRU 8750-EXIT
                       WHEN CALC-MENU-AUDIT-RELOAD
                           PERFORM 8720-AUDIT-RELOAD-MODE
                               THRU 8720-EXIT
                       WHEN CALC-MENU-EXIT
                           MOVE 'Y' TO CALC-EXIT-SW
                   END-EVALUATE
           MOVE 'N' TO CALC-AUTH-OK-SW.
           EVALUATE TRUE
               WHEN CALC-MENU-INQUIRY OR CALC-MENU-HISTORY
                   OR CALC-MENU-BREG OR CALC-MENU-SUSP-AGING
                   MOVE 'Y' TO CALC-AUTH-OK-SW
               WHEN CALC-MENU-EXIT
                   MOVE 'Y' TO CALC-AUTH-OK-SW
               WHEN CALC-MENU-MAINT OR CALC-MENU-ARCHIVE
                   OR CALC-MENU-LIMITS OR CALC-MENU-CONVERT
                   OR CALC-MENU-SECURITY OR CALC-MENU-CHARGEBACK
                   OR CALC-MENU-SUSP-DISPOSE
                   OR CALC-MENU-BATCH-RELEASE
                   OR CALC-MENU-FX-RATES OR CALC-MENU-FISCAL-CAL
                   OR CALC-MENU-DEPT-MASTER OR CALC-MENU-AUDIT-RELOAD
                   IF CALC-LEVEL-SUPERVISOR
                       MOVE 'Y' TO CALC-AUTH-OK-SW
                   END-IF

      *----------------------------------------------------------------
      *    2100-RUN-FROM-PARM - THE UNATTENDED EQUIVALENT OF THE MAIN
      *    MENU. ONLY THE BATCH RUN MODE, AND ITS EDIT-ONLY
      *    VALIDATION VARIANT, ARE MEANINGFUL WITHOUT A CONSOLE;
      *    ANYTHING ELSE ON THE PARM CARD IS REPORTED ON CALCRPT AND
      *    THE RUN ENDS WITHOUT TOUCHING THE FILES.
      *----------------------------------------------------------------
       2100-RUN-FROM-PARM.

           EVALUATE TRUE
               WHEN NOT CALC-PRM-RUN-BATCH AND NOT CALC-PRM-RUN-EDIT
                   MOVE SPACES TO CALC-RUN-MESSAGE
                   STRING '*** INVALID RUN MODE ON CALCPARM: '
                           DELIMITED BY SIZE
                           CALC-PRM-RUN-MODE DELIMITED BY SIZE
                           ' - ONLY BATCH (2) OR EDIT-ONLY (V) IS '
                           DELIMITED BY SIZE
                           'SUPPORTED ***' DELIMITED BY SIZE
                       INTO CALC-RUN-MESSAGE
                   END-STRING
                   PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
                   PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
                   MOVE 8 TO CALC-RC-NEW
                   PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
               WHEN CALC-PRM-RUN-EDIT
                   PERFORM 4050-EDIT-ONLY-MODE THRU 4050-EXIT
               WHEN OTHER
                   PERFORM 4000-BATCH-MODE THRU 4000-EXIT
      *    THE NIGHTLY RUN ALSO PRINTS THE DAILY SUSPENSE AGING.
                   PERFORM 7500-SUSPENSE-AGING-REPORT THRU 7500-EXIT
           END-EVALUATE.

           MOVE 'Y' TO CALC-EXIT-SW.
           PERFORM 7050-RESET-CONTROL-TOTALS THRU 7050-EXIT.
           PERFORM 3300-SELECT-OPERATION THRU 3300-EXIT.
           MOVE CALC-OPERATION-CHOICE TO CALC-BATCH-OP-CHOICE.
           PERFORM 4740-CARRY-IN-NEXT-CYCLE THRU 4740-EXIT.
           PERFORM 4100-OPEN-BATCH-FILES THRU 4100-EXIT.
           IF NOT CALC-BATCH-ABORTED
               PERFORM 4500-SKIP-CHECKPOINTED-RECORDS THRU 4500-EXIT
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4050-EDIT-ONLY-MODE - PUTS CALCTRAN THROUGH EVERY EDIT OF
      *    THE POSTING RUN (NUMERIC VALIDATION, DEPARTMENT LIMITS,
      *    REVERSAL LOOKUP, DUPLICATE-BATCH CHECK, TRAILER PROOF)
      *    SO A DEPARTMENT CAN CORRECT AND RESEND BEFORE THE NIGHT
      *    WINDOW. THE SAME BATCH PARAGRAPHS RUN UNDER
      *    CALC-EDIT-ONLY, WHICH TURNS EVERY WRITE INTO A REPORT
      *    LINE: NO AUDIT, SUSPENSE, CHECKPOINT, REGISTER, HISTORY,
      *    CALCACK OR EXTRACT RECORD IS PRODUCED. THE WHOLE FILE IS
      *    EDITED - A PENDING CHECKPOINT IS NEITHER HONOURED NOR
      *    DISTURBED.
      *----------------------------------------------------------------
       4050-EDIT-ONLY-MODE.

           MOVE 'Y' TO CALC-EDIT-ONLY-SW.
           MOVE 'V' TO CALC-RUN-MODE-CD.
           PERFORM 7050-RESET-CONTROL-TOTALS THRU 7050-EXIT.
           MOVE ZERO TO CALC-EDIT-ACCEPT-CT.
           MOVE ZERO TO CALC-EDIT-REJECT-CT.
           PERFORM 3300-SELECT-OPERATION THRU 3300-EXIT.
           MOVE CALC-OPERATION-CHOICE TO CALC-BATCH-OP-CHOICE.
           PERFORM 4100-OPEN-BATCH-FILES THRU 4100-EXIT.
           IF NOT CALC-BATCH-ABORTED
               MOVE ZERO TO CALC-CHECKPOINT-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'EDIT-ONLY VALIDATION OF CALCTRAN - RUN DATE '
                       DELIMITED BY SIZE
                       CALC-RUN-DATE DELIMITED BY SIZE
                       ' - NOTHING IS POSTED' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
               PERFORM 4200-READ-TRANS-RECORD THRU 4200-EXIT
               PERFORM 4300-PROCESS-TRANS-RECORD THRU 4300-EXIT
                   UNTIL CALC-TRANS-EOF
               PERFORM 4600-VERIFY-BATCH-CONTROLS THRU 4600-EXIT
               CLOSE CALC-TRANS-FILE
               PERFORM 4070-WRITE-EDIT-TOTALS THRU 4070-EXIT
           END-IF.
           MOVE 'N' TO CALC-EDIT-ONLY-SW.

       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4060-NOTE-EDIT-REJECT - THE EDIT-ONLY STAND-IN FOR THE
      *    SUSPENSE AND REJECTED-AUDIT WRITES. THE REASON IS DERIVED
      *    EXACTLY AS 4365 WOULD DERIVE IT, COUNTED FOR THE REJECT
      *    SUMMARY AND HELD FOR THE PROVISIONAL ACKNOWLEDGMENT.
      *----------------------------------------------------------------
       4060-NOTE-EDIT-REJECT.

           EVALUATE TRUE
               WHEN CALC-SUSP-SET-REASON NOT = SPACES
                   MOVE CALC-SUSP-SET-REASON TO CALC-EDIT-REASON
                   MOVE SPACES TO CALC-SUSP-SET-REASON
               WHEN CALC-X-VALID-SW = 'N' AND CALC-Y-VALID-SW = 'N'
                   MOVE 'XY' TO CALC-EDIT-REASON
               WHEN CALC-X-VALID-SW = 'N'
                   MOVE 'X ' TO CALC-EDIT-REASON
               WHEN OTHER
                   MOVE 'Y ' TO CALC-EDIT-REASON
           END-EVALUATE.
           IF CALC-EDIT-REASON = 'NF' OR CALC-EDIT-REASON = 'RV'
               OR CALC-EDIT-REASON = 'PC'
               MOVE CALC-REV-SRCH-TRAN TO CALC-EDIT-TRAN
           ELSE
               MOVE CALC-TRANS-TRAN-ID TO CALC-EDIT-TRAN
           END-IF.

           EVALUATE CALC-EDIT-REASON
               WHEN 'X '
                   ADD 1 TO CALC-REJ-X-CT
               WHEN 'Y '
                   ADD 1 TO CALC-REJ-Y-CT
               WHEN 'XY'
                   ADD 1 TO CALC-REJ-XY-CT
               WHEN 'LX'
                   ADD 1 TO CALC-REJ-LX-CT
               WHEN 'LY'
                   ADD 1 TO CALC-REJ-LY-CT
               WHEN 'LP'
                   ADD 1 TO CALC-REJ-LP-CT
               WHEN 'NF'
                   ADD 1 TO CALC-REJ-NF-CT
               WHEN 'RV'
                   ADD 1 TO CALC-REJ-RV-CT
               WHEN 'FX'
                   ADD 1 TO CALC-REJ-FX-CT
               WHEN 'PC'
                   ADD 1 TO CALC-REJ-PC-CT
               WHEN 'OP'
                   ADD 1 TO CALC-REJ-OP-CT
           END-EVALUATE.
           ADD 1 TO CALC-EDIT-REJECT-CT.
      *    A FILE THAT WOULD SUSPEND ANYTHING ENDS THE EDIT RUN WITH
      *    THE SAME WARNING CONDITION THE POSTING RUN WOULD RAISE.
           MOVE 4 TO CALC-RC-NEW.
           PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT.

           IF CALC-ACK-SUSP-USED < 200
               ADD 1 TO CALC-ACK-SUSP-USED
               MOVE CALC-RECORD-NUMBER TO
                   CALC-ACK-TAB-REC-NO(CALC-ACK-SUSP-USED)
               MOVE CALC-EDIT-TRAN TO
                   CALC-ACK-TAB-TRAN(CALC-ACK-SUSP-USED)
               MOVE CALC-EDIT-REASON TO
                   CALC-ACK-TAB-REASON(CALC-ACK-SUSP-USED)
           END-IF.

       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4065-NOTE-EDIT-REVERSAL - A REVERSAL WHOSE ORIGINAL IS ON
      *    THE AUDIT LOG AND NOT YET REVERSED PASSES THE EDIT. ONLY
      *    POSTED WORK IS ON THE LOG, SO A REVERSAL OF A DETAIL
      *    EARLIER IN THE SAME TRANSMISSION SHOWS AS NOT FOUND HERE.
      *----------------------------------------------------------------
       4065-NOTE-EDIT-REVERSAL.

           ADD 1 TO CALC-EDIT-ACCEPT-CT.
           MOVE CALC-RECORD-NUMBER TO CALC-ED-RECORD-NO.
           MOVE SPACES TO CALC-PRINT-LINE.
           IF CALC-REV-PERIOD-ADJUST
               STRING 'RECORD ' DELIMITED BY SIZE
                       CALC-ED-RECORD-NO DELIMITED BY SIZE
                       ' REVERSAL PASSES EDIT - WOULD ADJUST FOR TRAN '
                       DELIMITED BY SIZE
                       CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                       ' OF CLOSED PERIOD ' DELIMITED BY SIZE
                       CALC-REV-ORIG-PERIOD DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
           ELSE
               STRING 'RECORD ' DELIMITED BY SIZE
                       CALC-ED-RECORD-NO DELIMITED BY SIZE
                       ' REVERSAL PASSES EDIT - WOULD BACK OUT TRAN '
                       DELIMITED BY SIZE
                       CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
           END-IF.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

       4065-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4070-WRITE-EDIT-TOTALS - CLOSES THE EDIT REPORT WITH WHAT
      *    THE POSTING RUN WOULD HAVE DONE WITH THE TRANSMISSION.
      *----------------------------------------------------------------
       4070-WRITE-EDIT-TOTALS.

           MOVE SPACES TO CALC-PRINT-LINE.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-RECORD-NUMBER TO CALC-ED-CT-COUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'EDIT TOTALS - RECORDS READ     : ' DELIMITED BY SIZE
                   CALC-ED-CT-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-RB-BATCH-COUNT TO CALC-ED-CT-COUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'BATCHES EDITED               : ' DELIMITED BY SIZE
                   CALC-ED-CT-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-RB-OOB-COUNT TO CALC-ED-CT-COUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'BATCHES THAT WOULD NOT BALANCE: ' DELIMITED BY SIZE
                   CALC-ED-CT-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-EDIT-ACCEPT-CT TO CALC-ED-CT-COUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'RECORDS THAT WOULD POST      : ' DELIMITED BY SIZE
                   CALC-ED-CT-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-EDIT-REJECT-CT TO CALC-ED-CT-COUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'RECORDS THAT WOULD SUSPEND   : ' DELIMITED BY SIZE
                   CALC-ED-CT-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           PERFORM 7300-WRITE-REJECT-SUMMARY THRU 7300-EXIT.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '*** EDIT ONLY - NOTHING WAS POSTED, SUSPENDED, '
                   DELIMITED BY SIZE
                   'REGISTERED OR ACKNOWLEDGED ***' DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           DISPLAY 'EDIT-ONLY RUN - WOULD POST ' CALC-EDIT-ACCEPT-CT
                   ' WOULD SUSPEND ' CALC-EDIT-REJECT-CT.

       4070-EXIT.
           EXIT.

       4100-OPEN-BATCH-FILES.

           MOVE ZERO TO CALC-RECORD-NUMBER.
           MOVE 'N' TO CALC-TRANS-EOF-SW.
           MOVE 'N' TO CALC-BATCH-ABORT-SW.
           MOVE 'N' TO CALC-BT-HEADER-SW.
           MOVE 'N' TO CALC-BT-TRAILER-SW.
           MOVE 'Y' TO CALC-BT-BALANCED-SW.
           MOVE ZERO TO CALC-BT-DETAIL-COUNT.
           MOVE ZERO TO CALC-BT-HASH-X.
           MOVE ZERO TO CALC-BT-HASH-Y.
           MOVE SPACES TO CALC-BT-DEPARTMENT.
           MOVE ZERO TO CALC-BT-CREATE-DATE.
           MOVE ZERO TO CALC-BT-BATCH-NO.
           MOVE ZERO TO CALC-BT-TRL-COUNT.
           MOVE ZERO TO CALC-BT-TRL-HASH-X.
           MOVE ZERO TO CALC-BT-TRL-HASH-Y.
           MOVE ZERO TO CALC-BT-ACCEPT-COUNT.
           MOVE ZERO TO CALC-BT-REJECT-COUNT.
           MOVE 'N' TO CALC-BT-DUP-SW.
           MOVE 'N' TO CALC-BT-HELD-SW.
           MOVE 'Y' TO CALC-BT-ADMIT-SW.
           MOVE 'N' TO CALC-DEPT-LOADED-SW.
           MOVE 'N' TO CALC-DEPT-NXTW-OPEN-SW.
           MOVE ZERO TO CALC-ACK-SUSP-USED.
           MOVE ZERO TO CALC-RB-BATCH-COUNT.
           MOVE ZERO TO CALC-RB-OOB-COUNT.
           MOVE 'N' TO CALC-RB-ANY-OOB-SW.
           MOVE 'N' TO CALC-RB-TRUNCATED-SW.
           MOVE ZERO TO CALC-RB-LAST-GOOD-REC.
           MOVE SPACES TO CALC-RB-LAST-GOOD-DEPT.
           MOVE SPACES TO CALC-RB-LAST-GOOD-BATCH.
           MOVE SPACES TO CALC-RB-TRUNC-DEPT.
           MOVE SPACES TO CALC-RB-TRUNC-BATCH.
           MOVE 'N' TO CALC-RB-CKPT-MATCH-SW.
           OPEN INPUT CALC-TRANS-FILE.
           IF CALC-TRANS-STATUS NOT = '00'
               MOVE SPACES TO CALC-RUN-MESSAGE
               STRING '*** UNABLE TO OPEN CALC-TRANS-FILE, FILE '
                       DELIMITED BY SIZE
                       'STATUS ' DELIMITED BY SIZE
                       CALC-TRANS-STATUS DELIMITED BY SIZE
                       ' - BATCH RUN ABANDONED ***' DELIMITED BY SIZE
                   INTO CALC-RUN-MESSAGE
               END-STRING
               PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
               MOVE 'Y' TO CALC-BATCH-ABORT-SW
               MOVE 8 TO CALC-RC-NEW
               PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4200-READ-TRANS-RECORD
      *----------------------------------------------------------------
       4200-READ-TRANS-RECORD.

           READ CALC-TRANS-FILE
               AT END
                   MOVE 'Y' TO CALC-TRANS-EOF-SW
               NOT AT END
                   ADD 1 TO CALC-RECORD-NUMBER
           END-READ.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4300-PROCESS-TRANS-RECORD - DISPATCHES ON THE RECORD TYPE
      *    BYTE. HEADER AND TRAILER RECORDS FEED THE BATCH CONTROL
      *    VERIFICATION, EVERYTHING ELSE IS A DETAIL RECORD.
      *----------------------------------------------------------------
       4300-PROCESS-TRANS-RECORD.

      *    EVERY RECORD OF A BATCH HELD FOR THE NEXT CYCLE IS KEPT AS
      *    RECEIVED; ITS HEADER WAS KEPT WHEN THE HOLD WAS DECIDED.
           IF CALC-BT-NEXT-CYCLE AND NOT CALC-HDR-RECORD
               PERFORM 4725-WRITE-NEXT-CYCLE-RECORD THRU 4725-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CALC-HDR-RECORD
                   PERFORM 4380-CAPTURE-HEADER THRU 4380-EXIT
               WHEN CALC-TRL-RECORD
                   PERFORM 4390-CAPTURE-TRAILER THRU 4390-EXIT
               WHEN CALC-REV-RECORD
                   PERFORM 4307-PROCESS-REVERSAL-RECORD THRU 4307-EXIT
               WHEN OTHER
                   PERFORM 4305-PROCESS-DETAIL-RECORD THRU 4305-EXIT
           END-EVALUATE.
           IF NOT CALC-EDIT-ONLY
               PERFORM 4400-WRITE-CHECKPOINT THRU 4400-EXIT
           END-IF.
           PERFORM 4200-READ-TRANS-RECORD THRU 4200-EXIT.

       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4305-PROCESS-DETAIL-RECORD - A VALID RECORD FEEDS THE X/Y
      *    HASH TOTALS THAT ARE PROVED AGAINST THE TRAILER AT END OF
      *    FILE.
      *----------------------------------------------------------------
       4305-PROCESS-DETAIL-RECORD.

           ADD 1 TO CALC-BT-DETAIL-COUNT.

      *    A DETAIL OF A DUPLICATE TRANSMISSION, OR OF A BATCH THE
      *    DEPARTMENT MASTER REFUSED OR HELD FOR THE NEXT CYCLE, IS
      *    COUNTED BUT NEVER POSTED - NO AUDIT RECORD, NO SUSPENSE,
      *    NO CONTROL TOTALS.
           IF NOT CALC-BT-DUPLICATE AND CALC-BT-ADMITTED
               MOVE CALC-TRANS-TRAN-ID TO CALC-TRAN-ID
               IF CALC-TRANS-OP-PRESENT
                   MOVE CALC-TRANS-OP-CODE TO CALC-OPERATION-CHOICE
               END-IF
               PERFORM 4310-VALIDATE-TRANS-RECORD THRU 4310-EXIT
               MOVE 'N' TO CALC-LIM-VIOL-SW
               MOVE 'N' TO CALC-DEPT-OP-SW
               IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
                   AND CALC-DEPT-LOADED
                   PERFORM 4715-CHECK-DEPT-OPERATION THRU 4715-EXIT
               END-IF
               IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
                   AND CALC-LIM-LOADED
                   AND NOT CALC-DEPT-OP-REFUSED
                   PERFORM 4315-CHECK-DEPT-LIMITS THRU 4315-EXIT
               END-IF
               IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
                   AND NOT CALC-DEPT-OP-REFUSED
                   AND NOT CALC-LIM-VIOLATED
                   AND CALC-BT-NO-RATE
                   MOVE 'FX' TO CALC-SUSP-SET-REASON
               END-IF
               IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
                   AND NOT CALC-DEPT-OP-REFUSED
                   AND NOT CALC-LIM-VIOLATED
                   AND NOT CALC-BT-NO-RATE
                   ADD 1 TO CALC-BT-ACCEPT-COUNT
                   ADD CALC-LG-X TO CALC-BT-HASH-X
                   ADD CALC-LG-Y TO CALC-BT-HASH-Y
                   IF CALC-EDIT-ONLY
                       ADD 1 TO CALC-EDIT-ACCEPT-CT
                   ELSE
                       PERFORM 5000-PERFORM-CALCULATION THRU 5000-EXIT
                   END-IF
               ELSE
                   ADD 1 TO CALC-BT-REJECT-COUNT
                   PERFORM 4360-WRITE-REJECTED-RECORD THRU 4360-EXIT
                   IF CALC-EDIT-ONLY
                       PERFORM 4060-NOTE-EDIT-REJECT THRU 4060-EXIT
                   ELSE
                       PERFORM 4365-WRITE-SUSPENSE-RECORD
                           THRU 4365-EXIT
                       PERFORM 4370-WRITE-REJECTED-AUDIT THRU 4370-EXIT
                   END-IF
               END-IF
           END-IF.

      *    CONTROL TOTALS SO THE RUN AND CALCHIST NET OUT, AND THE
      *    REVERSAL PRINTS ON ITS OWN CALCRPT LINES. A REVERSAL
      *    WHOSE ORIGINAL IS MISSING OR ALREADY REVERSED GOES TO
      *    SUSPENSE, AS DOES ONE WHOSE ORIGINAL FELL IN A FISCAL
      *    PERIOD CLOSED TO LATE REVERSALS. A PERIOD CLOSED FOR
      *    ADJUSTMENT TAKES THE REVERSAL INTO THE CURRENT PERIOD.
      *----------------------------------------------------------------
       4307-PROCESS-REVERSAL-RECORD.

           ADD 1 TO CALC-BT-DETAIL-COUNT.

           IF NOT CALC-BT-DUPLICATE AND CALC-BT-ADMITTED
               MOVE CALC-REV-ORIG-TRAN-ID TO CALC-REV-SRCH-TRAN
               MOVE CALC-REV-ORIG-TRAN-ID TO CALC-TRAN-ID
               PERFORM 4308-FIND-ORIGINAL-AUDIT THRU 4308-EXIT
               EVALUATE TRUE
                   WHEN CALC-REV-ORIG-FOUND
                       AND NOT CALC-REV-ALREADY-DONE
                       AND NOT CALC-REV-PERIOD-REFUSED
                       ADD 1 TO CALC-BT-ACCEPT-COUNT
                       IF CALC-EDIT-ONLY
                           PERFORM 4065-NOTE-EDIT-REVERSAL
                               THRU 4065-EXIT
                       ELSE
                           PERFORM 4311-APPLY-REVERSAL THRU 4311-EXIT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO CALC-BT-REJECT-COUNT
                       PERFORM 4312-REJECT-REVERSAL THRU 4312-EXIT
      *    FOR THE TRANSACTION ID IN CALC-REV-SRCH-TRAN: A START AT
      *    (TRAN-ID, RECORD ZERO) AND A READ NEXT OVER JUST THAT
      *    ID'S RECORDS. FINDS THE POSTED ORIGINAL AND NOTES
      *    WHETHER A REVERSAL FOR THE SAME ID ALREADY EXISTS, AND
      *    WHETHER THE ORIGINAL'S FISCAL PERIOD HAS BEEN CLOSED.
      *----------------------------------------------------------------
       4308-FIND-ORIGINAL-AUDIT.

           MOVE 'N' TO CALC-REV-FOUND-SW.
           MOVE 'N' TO CALC-REV-DONE-SW.
           MOVE 'O' TO CALC-REV-PERIOD-SW.
           MOVE ZERO TO CALC-REV-ORIG-PERIOD.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.

           MOVE CALC-REV-SRCH-TRAN TO CALC-AUD-TRAN-ID.
           PERFORM 4309-SCAN-ONE-AUDIT THRU 4309-EXIT
               UNTIL CALC-AUDIT-EOF.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.
           IF CALC-REV-ORIG-FOUND
               PERFORM 4317-CHECK-ORIG-PERIOD THRU 4317-EXIT
           END-IF.

       4308-EXIT.
           EXIT.
                       ELSE
                           IF NOT CALC-AUD-WAS-REJECTED
                               MOVE 'Y' TO CALC-REV-FOUND-SW
                               MOVE CALC-AUD-TIMESTAMP
                                   TO CALC-REV-ORIG-STAMP
                               MOVE CALC-AUD-X TO CALC-REV-ORIG-X
                               MOVE CALC-AUD-Y TO CALC-REV-ORIG-Y
                               MOVE CALC-AUD-TOTAL
                                   TO CALC-REV-ORIG-REM-SKIP
                               MOVE CALC-AUD-PCT-SKIP
                                   TO CALC-REV-ORIG-PCT-SKIP
                               PERFORM 4316-CAPTURE-ORIG-BASE
                                   THRU 4316-EXIT
                           END-IF
                       END-IF
                   END-IF
       4309-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4316-CAPTURE-ORIG-BASE - CURRENCY, RATE AND BASE-CURRENCY
      *    EQUIVALENTS OF THE ORIGINAL POSTING, SO THE REVERSAL BACKS
      *    OUT EXACTLY THE BASE AMOUNTS THAT WERE POSTED, WHATEVER THE
      *    RATE IS TODAY. A RECORD WRITTEN BEFORE THE CURRENCY FIELDS
      *    EXISTED WAS IN BASE CURRENCY AT A RATE OF ONE.
      *----------------------------------------------------------------
       4316-CAPTURE-ORIG-BASE.

           IF CALC-AUD-CURRENCY = SPACES
               OR CALC-AUD-FX-RATE IS NOT NUMERIC
               OR CALC-AUD-FX-RATE = ZERO
               MOVE CALC-FX-BASE-CURRENCY TO CALC-REV-ORIG-CURRENCY
               MOVE 1 TO CALC-REV-ORIG-FX-RATE
               MOVE CALC-AUD-X TO CALC-REV-ORIG-BASE-X
               MOVE CALC-AUD-Y TO CALC-REV-ORIG-BASE-Y
               MOVE CALC-AUD-TOTAL TO CALC-REV-ORIG-BASE-TOTAL
               MOVE CALC-AUD-DIFFERENCE TO CALC-REV-ORIG-BASE-DIFF
               MOVE CALC-AUD-PRODUCT TO CALC-REV-ORIG-BASE-PROD
               MOVE CALC-AUD-REMAINDER TO CALC-REV-ORIG-BASE-REM
           ELSE
               MOVE CALC-AUD-CURRENCY TO CALC-REV-ORIG-CURRENCY
               MOVE CALC-AUD-FX-RATE TO CALC-REV-ORIG-FX-RATE
               MOVE CALC-AUD-BASE-X TO CALC-REV-ORIG-BASE-X
               MOVE CALC-AUD-BASE-Y TO CALC-REV-ORIG-BASE-Y
               MOVE CALC-AUD-BASE-TOTAL TO CALC-REV-ORIG-BASE-TOTAL
               MOVE CALC-AUD-BASE-DIFF TO CALC-REV-ORIG-BASE-DIFF
               MOVE CALC-AUD-BASE-PRODUCT TO CALC-REV-ORIG-BASE-PROD
               MOVE CALC-AUD-BASE-REM TO CALC-REV-ORIG-BASE-REM
           END-IF.

       4316-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4317-CHECK-ORIG-PERIOD - THE FISCAL PERIOD THE ORIGINAL
      *    POSTING COUNTED IN. ONCE THAT PERIOD IS CLOSED ITS
      *    FIGURES ARE REPORTED AND MAY NOT MOVE: THE TREATMENT
      *    CHOSEN AT CLOSE EITHER REFUSES THE REVERSAL (IT GOES TO
      *    SUSPENSE AS 'PC') OR POSTS IT AS AN ADJUSTMENT IN THE
      *    CURRENT PERIOD.
      *----------------------------------------------------------------
       4317-CHECK-ORIG-PERIOD.

           MOVE CALC-REV-ORIG-STAMP TO CALC-FPC-STAMP.
           PERFORM 9400-ASSIGN-FISCAL-PERIOD THRU 9400-EXIT.
           MOVE CALC-FPC-PERIOD TO CALC-REV-ORIG-PERIOD.
           IF CALC-FPC-CLOSED
               IF CALC-FPT-LATE-ADJUST(CALC-FPC-IX)
                   MOVE 'A' TO CALC-REV-PERIOD-SW
               ELSE
                   MOVE 'R' TO CALC-REV-PERIOD-SW
               END-IF
           END-IF.

       4317-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4311-APPLY-REVERSAL - BUILDS THE OFFSETTING VALUES FROM
      *    THE ORIGINAL AUDIT RECORD AND PUSHES THEM THROUGH THE
      *    NORMAL REPORT, AUDIT AND CONTROL-TOTAL PATH. THE AUDIT
      *    RECORD GOES OUT FLAGGED 'R' UNDER THE ORIGINAL
      *    TRANSACTION ID, IN THE ORIGINAL'S CURRENCY AND AT ITS
      *    RATE, WITH ITS BASE-CURRENCY RESULTS NEGATED. IT IS
      *    STAMPED NOW, SO IT COUNTS IN THE CURRENT FISCAL PERIOD -
      *    AGAINST A CLOSED ORIGINAL THAT MAKES IT AN ADJUSTMENT.
      *----------------------------------------------------------------
       4311-APPLY-REVERSAL.

           MOVE CALC-REV-ORIG-DIV-SKIP TO CALC-DIVIDE-SKIP-SW.
           MOVE CALC-REV-ORIG-REM-SKIP TO CALC-REM-SKIP-SW.
           MOVE CALC-REV-ORIG-PCT-SKIP TO CALC-PCT-SKIP-SW.
           MOVE CALC-REV-ORIG-CURRENCY TO CALC-FX-POST-CURRENCY.
           MOVE CALC-REV-ORIG-FX-RATE TO CALC-FX-POST-RATE.
           MOVE CALC-REV-ORIG-BASE-X TO CALC-FX-BASE-X.
           MOVE CALC-REV-ORIG-BASE-Y TO CALC-FX-BASE-Y.
           SUBTRACT CALC-REV-ORIG-BASE-TOTAL FROM ZERO
               GIVING CALC-FX-BASE-TOTAL.
           SUBTRACT CALC-REV-ORIG-BASE-DIFF FROM ZERO
               GIVING CALC-FX-BASE-DIFF.
           SUBTRACT CALC-REV-ORIG-BASE-PROD FROM ZERO
               GIVING CALC-FX-BASE-PROD.
           SUBTRACT CALC-REV-ORIG-BASE-REM FROM ZERO
               GIVING CALC-FX-BASE-REM.

           MOVE SPACES TO CALC-PRINT-LINE.
           IF CALC-REV-PERIOD-ADJUST
               STRING 'CURRENT-PERIOD ADJUSTMENT - BACKS OUT TRAN '
                       DELIMITED BY SIZE
                       CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                       ' OF CLOSED PERIOD ' DELIMITED BY SIZE
                       CALC-REV-ORIG-PERIOD DELIMITED BY SIZE
                       ' (NEGATED RESULTS FOLLOW)' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
           ELSE
               STRING 'REVERSAL - BACKS OUT TRAN ' DELIMITED BY SIZE
                       CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                       ' (NEGATED RESULTS FOLLOW)' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
           END-IF.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 'R' TO CALC-REV-MARK.
           EXIT.

      *----------------------------------------------------------------
      *    4312-REJECT-REVERSAL - THE ORIGINAL WAS NOT FOUND (NF),
      *    WAS ALREADY REVERSED (RV) OR FELL IN A FISCAL PERIOD
      *    CLOSED TO LATE REVERSALS (PC). THE RECORD IS REPORTED, HELD
      *    ON CALCSUSP UNDER THE NEW REASON, AND LOGGED AS A
      *    REJECTION.
      *----------------------------------------------------------------
       4312-REJECT-REVERSAL.

           EVALUATE TRUE
               WHEN CALC-REV-ALREADY-DONE
                   MOVE 'RV' TO CALC-SUSP-SET-REASON
               WHEN CALC-REV-ORIG-FOUND
                   MOVE 'PC' TO CALC-SUSP-SET-REASON
               WHEN OTHER
                   MOVE 'NF' TO CALC-SUSP-SET-REASON
           END-EVALUATE.

           MOVE CALC-RECORD-NUMBER TO CALC-ED-RECORD-NO.
           MOVE SPACES TO CALC-PRINT-LINE.
           EVALUATE TRUE
               WHEN CALC-REV-ALREADY-DONE
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REVERSAL REJECTED - TRAN '
                           DELIMITED BY SIZE
                           CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                           ' ALREADY REVERSED' DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN CALC-REV-ORIG-FOUND
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REVERSAL REJECTED - TRAN '
                           DELIMITED BY SIZE
                           CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                           ' POSTED IN CLOSED PERIOD '
                           DELIMITED BY SIZE
                           CALC-REV-ORIG-PERIOD DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REVERSAL REJECTED - TRAN '
                           DELIMITED BY SIZE
                           CALC-REV-SRCH-TRAN DELIMITED BY SIZE
                           ' NOT ON AUDIT LOG' DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           DISPLAY 'REVERSAL RECORD ' CALC-RECORD-NUMBER ' REJECTED'.

           MOVE 'N' TO CALC-X-VALID-SW.
           MOVE 'N' TO CALC-Y-VALID-SW.
           IF CALC-EDIT-ONLY
               PERFORM 4060-NOTE-EDIT-REJECT THRU 4060-EXIT
           ELSE
               PERFORM 4365-WRITE-SUSPENSE-RECORD THRU 4365-EXIT
               PERFORM 4370-WRITE-REJECTED-AUDIT THRU 4370-EXIT
           END-IF.

       4312-EXIT.
           EXIT.
                           CALC-TRAN-ID DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN 'FX'
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REJECTED - NO EXCHANGE RATE FOR '
                           DELIMITED BY SIZE
                           CALC-BT-CURRENCY DELIMITED BY SIZE
                           ' TRAN ID ' DELIMITED BY SIZE
                           CALC-TRAN-ID DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN 'OP'
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REJECTED - OPERATION ' DELIMITED BY SIZE
                           CALC-OPERATION-CHOICE DELIMITED BY SIZE
                           ' NOT ALLOWED FOR DEPT' DELIMITED BY SIZE
                           ' TRAN ID ' DELIMITED BY SIZE
                           CALC-TRAN-ID DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'RECORD ' DELIMITED BY SIZE
                           CALC-ED-RECORD-NO DELIMITED BY SIZE
                           ' REJECTED - INVALID X OR Y VALUE'
                           DELIMITED BY SIZE
                           ' TRAN ID ' DELIMITED BY SIZE
                           CALC-TRAN-ID DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

       4360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4365-WRITE-SUSPENSE-RECORD - HOLDS THE REJECTED RECORD ON
                       MOVE 'Y ' TO CALC-SUSP-REASON
               END-EVALUATE
               MOVE CALC-TRANS-RECORD TO CALC-SUSP-TRANS-DATA
               MOVE CALC-RUN-DATE TO CALC-SUSP-CREATE-DATE
               MOVE CALC-BT-DEPARTMENT TO CALC-SUSP-DEPARTMENT
               MOVE CALC-BT-BATCH-NO TO CALC-SUSP-BATCH-NO
               MOVE CALC-BT-CURRENCY TO CALC-SUSP-CURRENCY
      *    THE RAW REVERSAL IMAGE CARRIES ITS TRAN ID IN BYTES THE
      *    DETAIL LAYOUT CALLS FILLER - RESTATE IT IN THE SUSPENSE
      *    TRAN-ID FIELD SO THE CALCACK LINE AND THE REPAIR SCREEN
      *    NAME THE TRANSACTION BEING REVERSED.
               IF CALC-SUSP-REV-NOT-FOUND OR CALC-SUSP-REV-TWICE
                   OR CALC-SUSP-REV-PER-CLOSED
                   MOVE CALC-REV-SRCH-TRAN TO CALC-SUSP-TRAN-ID
               END-IF
               WRITE CALC-SUSPENSE-RECORD
                       ADD 1 TO CALC-REJ-NF-CT
                   WHEN 'RV'
                       ADD 1 TO CALC-REJ-RV-CT
                   WHEN 'FX'
                       ADD 1 TO CALC-REJ-FX-CT
                   WHEN 'PC'
                       ADD 1 TO CALC-REJ-PC-CT
                   WHEN 'OP'
                       ADD 1 TO CALC-REJ-OP-CT
               END-EVALUATE
               ADD 1 TO CALC-RUN-SUSP-COUNT
               MOVE 4 TO CALC-RC-NEW
      *    ONLY APPLIED REVERSALS, SO A RETRY STILL FINDS THE
      *    ORIGINAL UNREVERSED.
           MOVE SPACE TO CALC-AUD-REV-SW.
           MOVE CALC-BT-DEPARTMENT TO CALC-AUD-DEPARTMENT.
           MOVE CALC-BT-BATCH-NO TO CALC-AUD-BATCH-NO.
           IF CALC-BT-CURRENCY = SPACES
               MOVE CALC-FX-BASE-CURRENCY TO CALC-AUD-CURRENCY
           ELSE
               MOVE CALC-BT-CURRENCY TO CALC-AUD-CURRENCY
           END-IF.
           MOVE ZERO TO CALC-AUD-FX-RATE.
           MOVE ZERO TO CALC-AUD-BASE-X.
           MOVE ZERO TO CALC-AUD-BASE-Y.
           MOVE ZERO TO CALC-AUD-BASE-TOTAL.
           MOVE ZERO TO CALC-AUD-BASE-DIFF.
           MOVE ZERO TO CALC-AUD-BASE-PRODUCT.
           MOVE ZERO TO CALC-AUD-BASE-REM.
           MOVE SPACES TO CALC-AUD-FILLER.
           MOVE CALC-BT-CREATE-DATE TO CALC-AUD-BATCH-DATE.

           PERFORM 5490-WRITE-AUDIT-KEYED THRU 5490-EXIT.

      *    THE REPORT SO THE RUN CAN BE TIED BACK TO ITS TRANSMISSION.
      *    A HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS THE
      *    PRIOR BATCH LOST ITS TRAILER - IT IS FINALIZED (OUT OF
      *    BALANCE) BEFORE THE NEW BATCH STARTS. THE BATCH CURRENCY'S
      *    RATE FOR THE RUN DATE IS LOOKED UP HERE; WITHOUT ONE EVERY
      *    DETAIL OF THE BATCH GOES TO SUSPENSE AS 'FX'. THE
      *    DEPARTMENT MASTER DECIDES WHETHER THE BATCH IS POSTED
      *    TODAY, REFUSED OR CARRIED TO THE NEXT CYCLE.
      *----------------------------------------------------------------
       4380-CAPTURE-HEADER.

           MOVE CALC-HDR-DEPARTMENT TO CALC-BT-DEPARTMENT.
           MOVE CALC-HDR-CREATE-DATE TO CALC-BT-CREATE-DATE.
           MOVE CALC-HDR-BATCH-NO TO CALC-BT-BATCH-NO.
           IF CALC-HDR-CURRENCY = SPACES
               MOVE CALC-FX-BASE-CURRENCY TO CALC-BT-CURRENCY
           ELSE
               MOVE CALC-HDR-CURRENCY TO CALC-BT-CURRENCY
           END-IF.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'BATCH HEADER - DEPT ' DELIMITED BY SIZE
                   CALC-HDR-CREATE-DATE  DELIMITED BY SIZE
                   ' BATCH NO '          DELIMITED BY SIZE
                   CALC-HDR-BATCH-NO     DELIMITED BY SIZE
                   ' CURRENCY '          DELIMITED BY SIZE
                   CALC-BT-CURRENCY      DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           PERFORM 4697-LOAD-FX-RATE THRU 4697-EXIT.
           IF CALC-BT-CURRENCY NOT = CALC-FX-BASE-CURRENCY
               MOVE SPACES TO CALC-PRINT-LINE
               IF CALC-BT-NO-RATE
                   STRING '*** NO EXCHANGE RATE FOR '
                           DELIMITED BY SIZE
                           CALC-BT-CURRENCY DELIMITED BY SIZE
                           ' ON ' DELIMITED BY SIZE
                           CALC-RUN-DATE DELIMITED BY SIZE
                           ' - DETAILS TO SUSPENSE (FX) ***'
                           DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE CALC-BT-FX-RATE TO CALC-FX-RATE-ED
                   STRING '    RATE TO ' DELIMITED BY SIZE
                           CALC-FX-BASE-CURRENCY DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CALC-FX-RATE-ED DELIMITED BY SIZE
                           ' EFFECTIVE ' DELIMITED BY SIZE
                           CALC-FX-BEST-DATE DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               END-IF
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

      *    A BATCH INSIDE THE CHECKPOINT SKIP REGION WAS REGISTERED
      *    BY THE RUN THAT POSTED IT - ONLY NEW WORK IS CHECKED FOR
      *    A DUPLICATE TRANSMISSION.
               PERFORM 4680-CHECK-BATCH-REGISTER THRU 4680-EXIT
           END-IF.
           PERFORM 4695-LOAD-DEPT-LIMITS THRU 4695-EXIT.
           PERFORM 4700-LOAD-DEPT-MASTER THRU 4700-EXIT.
      *    THE SAME HOLDS FOR THE DEPARTMENT MASTER: A BATCH IN THE
      *    SKIP REGION WAS ADMITTED, REFUSED OR CARRIED FORWARD BY
      *    THE RUN THAT FIRST READ IT. A DUPLICATE IS REFUSED AS
      *    SUCH WHATEVER ITS DEPARTMENT'S STANDING.
           IF CALC-RECORD-NUMBER > CALC-CHECKPOINT-COUNT
               AND NOT CALC-BT-DUPLICATE
               AND CALC-DEPT-MASTER-ON-FILE
               PERFORM 4710-CHECK-DEPT-ADMISSION THRU 4710-EXIT
           END-IF.

       4380-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    4530-TALLY-SKIPPED-DETAIL - MIRRORS THE ACCEPT/REJECT
      *    DECISION OF THE LIVE PATH (4305): A RECORD ONLY FEEDS THE
      *    HASH TOTALS AND THE ACCEPTED COUNT WHEN IT PASSES THE
      *    NUMERIC VALIDATION, THE ALLOWED-OPERATION CHECK AND THE
      *    DEPARTMENT-LIMIT CHECK, SO A RESUMED RUN PROVES AND
      *    ACKNOWLEDGES EXACTLY WHAT A STRAIGHT-THROUGH RUN WOULD
      *    HAVE.
      *----------------------------------------------------------------
       4530-TALLY-SKIPPED-DETAIL.

           ADD 1 TO CALC-BT-DETAIL-COUNT.
           IF CALC-TRANS-OP-PRESENT
               MOVE CALC-TRANS-OP-CODE TO CALC-OPERATION-CHOICE
           ELSE
               MOVE CALC-BATCH-OP-CHOICE TO CALC-OPERATION-CHOICE
           END-IF.
           PERFORM 4310-VALIDATE-TRANS-RECORD THRU 4310-EXIT.
           MOVE 'N' TO CALC-LIM-VIOL-SW.
           MOVE 'N' TO CALC-DEPT-OP-SW.
           IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
               AND CALC-DEPT-LOADED
               PERFORM 4715-CHECK-DEPT-OPERATION THRU 4715-EXIT
           END-IF.
           IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
               AND CALC-LIM-LOADED
               AND NOT CALC-DEPT-OP-REFUSED
               PERFORM 4315-CHECK-DEPT-LIMITS THRU 4315-EXIT
           END-IF.
           IF CALC-X-VALID-SW = 'Y' AND CALC-Y-VALID-SW = 'Y'
               AND NOT CALC-DEPT-OP-REFUSED
               AND NOT CALC-LIM-VIOLATED
               AND NOT CALC-BT-NO-RATE
               ADD 1 TO CALC-BT-ACCEPT-COUNT
               ADD CALC-LG-X TO CALC-BT-HASH-X
               ADD CALC-LG-Y TO CALC-BT-HASH-Y

           IF CALC-RB-ANY-OUT-OF-BAL
               MOVE SPACES TO CALC-PRINT-LINE
               IF CALC-EDIT-ONLY
                   STRING '*** ONE OR MORE BATCHES WOULD NOT BALANCE'
                           DELIMITED BY SIZE
                           ' - DEPARTMENT TO CORRECT AND RESEND ***'
                           DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               ELSE
                   STRING '*** ONE OR MORE BATCHES NOT FINALIZED - '
                           DELIMITED BY SIZE
                           'CHECKPOINT LEFT PENDING, THEIR CONTROL '
                           DELIMITED BY SIZE
                           'TOTALS NOT PROVEN ***'
                           DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               END-IF
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
               DISPLAY 'BATCH OUT OF BALANCE - SEE CALC-REPORT'
               MOVE 8 TO CALC-RC-NEW
      *----------------------------------------------------------------
       4620-FINALIZE-ONE-BATCH.

      *    A DUPLICATE TRANSMISSION, OR A BATCH FROM AN UNKNOWN OR
      *    INACTIVE DEPARTMENT, WAS REFUSED, NOT POSTED - THERE ARE
      *    NO CONTROLS TO PROVE. A BATCH CREATED AFTER ITS CUTOFF IS
      *    NOT POSTED EITHER; IT IS PROVED BY THE RUN THAT POSTS IT.
      *    EACH IS FLAGGED ON THE REPORT, ACKNOWLEDGED WITH ITS OWN
      *    FLAG, AND TREATED AS HANDLED FOR THE CHECKPOINT SO A
      *    RESUMED RUN DOES NOT RE-READ IT. A LATE BATCH THAT CANNOT
      *    BE CARRIED WHOLE IS DISPOSED OF BY 4732.
           EVALUATE TRUE
               WHEN CALC-BT-NEXT-CYCLE AND NOT CALC-EDIT-ONLY
                   AND (NOT CALC-BT-TRAILER-SEEN
                        OR NOT CALC-DEPT-NXTW-OPEN)
                   PERFORM 4732-DROP-NEXT-CYCLE-BATCH THRU 4732-EXIT
               WHEN CALC-BT-DUPLICATE OR NOT CALC-BT-ADMITTED
                   PERFORM 4625-CLOSE-UNPOSTED-BATCH THRU 4625-EXIT
               WHEN OTHER
                   PERFORM 4622-PROVE-AND-CLOSE-BATCH THRU 4622-EXIT
           END-EVALUATE.

       4620-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4625-CLOSE-UNPOSTED-BATCH - FINALIZATION FOR A BATCH THAT
      *    WAS READ BUT NOT POSTED: A DUPLICATE, A DEPARTMENT REFUSAL
      *    OR A BATCH CARRIED TO THE NEXT CYCLE.
      *----------------------------------------------------------------
       4625-CLOSE-UNPOSTED-BATCH.

           MOVE SPACES TO CALC-PRINT-LINE.
           EVALUATE TRUE
               WHEN CALC-BT-DUPLICATE
                   STRING '*** BATCH REFUSED - DUPLICATE TRANSMISSION'
                           DELIMITED BY SIZE
                           ' - DEPT '          DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT  DELIMITED BY SIZE
                           ' BATCH NO '        DELIMITED BY SIZE
                           CALC-BT-BATCH-NO    DELIMITED BY SIZE
                           ' NOT POSTED ***'   DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN CALC-BT-DEPT-REFUSED
                   STRING '*** BATCH REFUSED - UNKNOWN OR INACTIVE '
                           DELIMITED BY SIZE
                           'DEPARTMENT - DEPT ' DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT  DELIMITED BY SIZE
                           ' BATCH NO '        DELIMITED BY SIZE
                           CALC-BT-BATCH-NO    DELIMITED BY SIZE
                           ' NOT POSTED ***'   DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'BATCH HELD FOR NEXT CYCLE - DEPT '
                           DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT  DELIMITED BY SIZE
                           ' BATCH NO '        DELIMITED BY SIZE
                           CALC-BT-BATCH-NO    DELIMITED BY SIZE
                           ' CREATED AFTER CUTOFF, NOT POSTED TODAY'
                           DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
                   IF NOT CALC-EDIT-ONLY
                       PERFORM 4730-CARRY-BATCH-FORWARD THRU 4730-EXIT
                   END-IF
           END-EVALUATE.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

      *    THE SKIP REGION OF A PENDING CHECKPOINT MUST COVER ONLY
      *    A CONTIGUOUS PREFIX OF HANDLED BATCHES - ONCE ANY BATCH
      *    HAS DISPROVED, LATER BATCHES NO LONGER ADVANCE IT.
           IF NOT CALC-RB-ANY-OUT-OF-BAL
               MOVE CALC-RECORD-NUMBER TO CALC-RB-LAST-GOOD-REC
               MOVE CALC-BT-DEPARTMENT TO CALC-RB-LAST-GOOD-DEPT
               MOVE CALC-BT-BATCH-NO TO CALC-RB-LAST-GOOD-BATCH
           END-IF.
           IF CALC-EDIT-ONLY
               PERFORM 4670-PRINT-PROVISIONAL-ACK THRU 4670-EXIT
           ELSE
               PERFORM 4640-WRITE-BATCH-ACK THRU 4640-EXIT
           END-IF.
           PERFORM 4630-RESET-BATCH-CONTROLS THRU 4630-EXIT.

       4625-EXIT.
           EXIT.

      *----------------------------------------------------------------
                   MOVE CALC-BT-DEPARTMENT TO CALC-RB-LAST-GOOD-DEPT
                   MOVE CALC-BT-BATCH-NO TO CALC-RB-LAST-GOOD-BATCH
               END-IF
               IF CALC-BT-HEADER-SEEN AND NOT CALC-EDIT-ONLY
                   PERFORM 4690-REGISTER-BATCH THRU 4690-EXIT
               END-IF
               IF CALC-BT-HEADER-SEEN
                   PERFORM 4660-CHECK-RELEASE-THRESHOLD THRU 4660-EXIT
               END-IF
           ELSE
               MOVE 'Y' TO CALC-RB-ANY-OOB-SW
               ADD 1 TO CALC-RB-OOB-COUNT
           END-IF.

           IF CALC-EDIT-ONLY
               PERFORM 4670-PRINT-PROVISIONAL-ACK THRU 4670-EXIT
           ELSE
               PERFORM 4640-WRITE-BATCH-ACK THRU 4640-EXIT
           END-IF.
           PERFORM 4630-RESET-BATCH-CONTROLS THRU 4630-EXIT.

       4622-EXIT.
           MOVE ZERO TO CALC-BT-ACCEPT-COUNT.
           MOVE ZERO TO CALC-BT-REJECT-COUNT.
           MOVE 'N' TO CALC-BT-DUP-SW.
           MOVE 'N' TO CALC-BT-HELD-SW.
           MOVE 'Y' TO CALC-BT-ADMIT-SW.
           MOVE SPACES TO CALC-BT-CURRENCY.
           MOVE ZERO TO CALC-BT-FX-RATE.
           MOVE 'Y' TO CALC-BT-RATE-SW.
           MOVE 'N' TO CALC-LIM-LOADED-SW.
           MOVE 'N' TO CALC-DEPT-LOADED-SW.
           MOVE ZERO TO CALC-ACK-SUSP-USED.

       4630-EXIT.

      *----------------------------------------------------------------
      *    4640-WRITE-BATCH-ACK - WRITES THE FINALIZED BATCH'S
      *    CALCACK SECTION: ONE 'B' SUMMARY RECORD, ONE 'S' LINE
      *    PER SUSPENSE ITEM AND ONE 'O' OVERDUE NOTICE PER OLDER
      *    ITEM STILL WAITING. OPENED PER BATCH, LIKE THE SUSPENSE
      *    AND CHECKPOINT FILES, SO A KILLED RUN LOSES NOTHING
      *    ALREADY ACKNOWLEDGED.
      *----------------------------------------------------------------
               EVALUATE TRUE
                   WHEN CALC-BT-DUPLICATE
                       MOVE 'D' TO CALC-ACK-BALANCE-FLAG
                   WHEN CALC-BT-DEPT-REFUSED
                       MOVE 'U' TO CALC-ACK-BALANCE-FLAG
                   WHEN CALC-BT-NEXT-CYCLE
                       MOVE 'N' TO CALC-ACK-BALANCE-FLAG
                   WHEN CALC-BT-HELD
                       MOVE 'H' TO CALC-ACK-BALANCE-FLAG
                   WHEN CALC-BT-BALANCED
                       MOVE 'B' TO CALC-ACK-BALANCE-FLAG
                   WHEN OTHER
               MOVE 1 TO CALC-ACK-IX
               PERFORM 4645-WRITE-ONE-ACK-SUSP THRU 4645-EXIT
                   UNTIL CALC-ACK-IX > CALC-ACK-SUSP-USED
               IF CALC-BT-DEPARTMENT NOT = SPACES
                   PERFORM 4650-WRITE-OVERDUE-NOTICES THRU 4650-EXIT
               END-IF
               CLOSE CALC-ACK-FILE
           END-IF.

       4645-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4650-WRITE-OVERDUE-NOTICES - EVERY ITEM OF THE BATCH'S
      *    DEPARTMENT STILL ON CALCSUSP PAST THE DEPARTMENT'S
      *    ALLOWED AGE IS REPEATED ON THE ACK AS AN 'O' NOTICE, ON
      *    EVERY ACK UNTIL IT IS REPAIRED, CANCELLED OR WRITTEN OFF.
      *    NO SUSPENSE FILE MEANS NOTHING IS OVERDUE.
      *----------------------------------------------------------------
       4650-WRITE-OVERDUE-NOTICES.

           MOVE CALC-BT-DEPARTMENT TO CALC-AGE-SRCH-DEPT.
           PERFORM 7530-FIND-ALLOWED-AGE THRU 7530-EXIT.
           PERFORM 7505-SET-RUN-DAY THRU 7505-EXIT.

           MOVE 'N' TO CALC-SUSP-EOF-SW.
           OPEN INPUT CALC-SUSPENSE-FILE.
           IF CALC-SUSP-STATUS = '00'
               PERFORM 4655-NOTE-ONE-OVERDUE THRU 4655-EXIT
                   UNTIL CALC-SUSP-EOF
               CLOSE CALC-SUSPENSE-FILE
           END-IF.
           MOVE 'N' TO CALC-SUSP-EOF-SW.

       4650-EXIT.
           EXIT.

       4655-NOTE-ONE-OVERDUE.

           READ CALC-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO CALC-SUSP-EOF-SW
               NOT AT END
                   IF CALC-SUSP-DEPARTMENT = CALC-BT-DEPARTMENT
                       PERFORM 7540-AGE-ONE-ITEM THRU 7540-EXIT
                       IF CALC-AGE-DATED
                           AND CALC-AGE-DAYS > CALC-AGE-ALLOWED
                           MOVE SPACES TO CALC-ACK-OVERDUE-REC
                           MOVE 'O' TO CALC-ACK-OVD-TYPE
                           MOVE CALC-SUSP-REC-NO TO CALC-ACK-OVD-REC-NO
                           MOVE CALC-SUSP-TRAN-ID
                               TO CALC-ACK-OVD-TRAN-ID
                           MOVE CALC-SUSP-REASON TO CALC-ACK-OVD-REASON
                           MOVE CALC-SUSP-BATCH-NO
                               TO CALC-ACK-OVD-BATCH-NO
                           MOVE CALC-SUSP-CREATE-DATE
                               TO CALC-ACK-OVD-SUSP-DATE
                           MOVE CALC-AGE-DAYS TO CALC-ACK-OVD-AGE-DAYS
                           WRITE CALC-ACK-OVERDUE-REC
                       END-IF
                   END-IF
           END-READ.

       4655-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4660-CHECK-RELEASE-THRESHOLD - A PROVEN BATCH WHOSE X OR
      *    Y HASH TOTAL, EITHER SIGN, IS OVER ITS DEPARTMENT'S
      *    RELEASE THRESHOLD IS HELD: IT IS POSTED AS USUAL BUT
      *    STAYS OUT OF THE FINANCE EXTRACT UNTIL A SECOND
      *    SUPERVISOR RELEASES IT. AN EDIT-ONLY RUN ONLY REPORTS
      *    THAT THE BATCH WOULD BE HELD. THE THRESHOLD IS IN BASE
      *    CURRENCY, SO THE HASH TOTALS ARE TAKEN TO BASE AT THE
      *    BATCH RATE FIRST; A BATCH WITH NO RATE IS TAKEN AT 1.
      *----------------------------------------------------------------
       4660-CHECK-RELEASE-THRESHOLD.

           IF CALC-LIM-LOADED AND CALC-LIM-FND-RELEASE > ZERO
               IF CALC-BT-HASH-X < ZERO
                   SUBTRACT CALC-BT-HASH-X FROM ZERO
                       GIVING CALC-HOLD-ABS-X
               ELSE
                   MOVE CALC-BT-HASH-X TO CALC-HOLD-ABS-X
               END-IF
               IF CALC-BT-HASH-Y < ZERO
                   SUBTRACT CALC-BT-HASH-Y FROM ZERO
                       GIVING CALC-HOLD-ABS-Y
               ELSE
                   MOVE CALC-BT-HASH-Y TO CALC-HOLD-ABS-Y
               END-IF
               IF CALC-BT-CURRENCY = SPACES
                   OR CALC-BT-FX-RATE = ZERO
                   MOVE 1 TO CALC-HOLD-RATE
               ELSE
                   MOVE CALC-BT-FX-RATE TO CALC-HOLD-RATE
               END-IF
               MULTIPLY CALC-HOLD-ABS-X BY CALC-HOLD-RATE
                   GIVING CALC-HOLD-BASE-X ROUNDED
               MULTIPLY CALC-HOLD-ABS-Y BY CALC-HOLD-RATE
                   GIVING CALC-HOLD-BASE-Y ROUNDED
               IF CALC-HOLD-BASE-X > CALC-LIM-FND-RELEASE
                   OR CALC-HOLD-BASE-Y > CALC-LIM-FND-RELEASE
                   MOVE 'Y' TO CALC-BT-HELD-SW
                   MOVE CALC-LIM-FND-RELEASE TO CALC-ED-BT-HASH
                   IF CALC-HOLD-BASE-X > CALC-HOLD-BASE-Y
                       MOVE CALC-HOLD-BASE-X TO CALC-HOLD-ED-BASE
                   ELSE
                       MOVE CALC-HOLD-BASE-Y TO CALC-HOLD-ED-BASE
                   END-IF
                   MOVE SPACES TO CALC-PRINT-LINE
                   STRING '*** BATCH HELD PENDING RELEASE - DEPT '
                           DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT DELIMITED BY SIZE
                           ' BATCH NO ' DELIMITED BY SIZE
                           CALC-BT-BATCH-NO DELIMITED BY SIZE
                           ' - BASE TOTAL ' DELIMITED BY SIZE
                           CALC-HOLD-ED-BASE DELIMITED BY SIZE
                           ' OVER THRESHOLD ' DELIMITED BY SIZE
                           CALC-ED-BT-HASH DELIMITED BY SIZE
                           ' ***' DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
                   WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
                   IF NOT CALC-EDIT-ONLY
                       PERFORM 4665-WRITE-HOLD-RECORD THRU 4665-EXIT
                   END-IF
               END-IF
           END-IF.

       4660-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4665-WRITE-HOLD-RECORD - OPENED PER WRITE, LIKE THE
      *    REGISTER. THE OPERATOR WHO RAN THE BATCH IS RECORDED AS
      *    THE MAKER SO THE RELEASE SCREEN CAN REFUSE THAT
      *    OPERATOR THE DECISION. IF CALCHOLD WILL NOT OPEN THE RUN
      *    IS FAILED - AN UNRECORDED HOLD WOULD LET THE BATCH REACH
      *    FINANCE.
      *----------------------------------------------------------------
       4665-WRITE-HOLD-RECORD.

           OPEN EXTEND CALC-HOLD-FILE.
           IF CALC-HOLD-STATUS NOT = '00'
               OPEN OUTPUT CALC-HOLD-FILE
           END-IF.
           IF CALC-HOLD-STATUS NOT = '00'
               MOVE SPACES TO CALC-RUN-MESSAGE
               STRING '*** UNABLE TO OPEN CALCHOLD, FILE STATUS '
                       DELIMITED BY SIZE
                       CALC-HOLD-STATUS DELIMITED BY SIZE
                       ' - HELD BATCH NOT RECORDED ***'
                       DELIMITED BY SIZE
                   INTO CALC-RUN-MESSAGE
               END-STRING
               PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
               MOVE 8 TO CALC-RC-NEW
               PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
           ELSE
               MOVE SPACES TO CALC-HOLD-RECORD
               MOVE CALC-BT-DEPARTMENT TO CALC-HOLD-DEPARTMENT
               MOVE CALC-BT-BATCH-NO TO CALC-HOLD-BATCH-NO
               MOVE CALC-BT-CREATE-DATE TO CALC-HOLD-CREATE-DATE
               MOVE CALC-RUN-DATE TO CALC-HOLD-POST-DATE
               MOVE CALC-OPERATOR-ID TO CALC-HOLD-MAKER
               MOVE CALC-BT-ACCEPT-COUNT TO CALC-HOLD-ACCEPT-COUNT
               MOVE CALC-BT-HASH-X TO CALC-HOLD-HASH-X
               MOVE CALC-BT-HASH-Y TO CALC-HOLD-HASH-Y
               MOVE CALC-LIM-FND-RELEASE TO CALC-HOLD-THRESHOLD
               SET CALC-HOLD-PENDING TO TRUE
               WRITE CALC-HOLD-RECORD
               CLOSE CALC-HOLD-FILE
           END-IF.

       4665-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4670-PRINT-PROVISIONAL-ACK - THE EDIT-ONLY COUNTERPART OF
      *    THE CALCACK SECTION, PRINTED ON CALCRPT INSTEAD OF
      *    WRITTEN: WHAT THE POSTING RUN WOULD ACCEPT, WHAT IT WOULD
      *    SUSPEND AND WHY, AND WHETHER THE BATCH WOULD BALANCE.
      *----------------------------------------------------------------
       4670-PRINT-PROVISIONAL-ACK.

           EVALUATE TRUE
               WHEN CALC-BT-DUPLICATE
                   MOVE 'DUPLICATE - WOULD BE REFUSED'
                       TO CALC-EDIT-STATUS-TEXT
               WHEN CALC-BT-DEPT-REFUSED
                   MOVE 'DEPARTMENT UNKNOWN OR INACTIVE'
                       TO CALC-EDIT-STATUS-TEXT
               WHEN CALC-BT-NEXT-CYCLE
                   MOVE 'AFTER CUTOFF - NEXT CYCLE'
                       TO CALC-EDIT-STATUS-TEXT
               WHEN CALC-BT-HELD
                   MOVE 'IN BALANCE - HELD FOR RELEASE'
                       TO CALC-EDIT-STATUS-TEXT
               WHEN CALC-BT-BALANCED
                   MOVE 'IN BALANCE' TO CALC-EDIT-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO CALC-EDIT-STATUS-TEXT
           END-EVALUATE.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'PROVISIONAL ACKNOWLEDGMENT - DEPT ' DELIMITED BY SIZE
                   CALC-BT-DEPARTMENT DELIMITED BY SIZE
                   ' BATCH NO ' DELIMITED BY SIZE
                   CALC-BT-BATCH-NO DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   CALC-BT-CREATE-DATE DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-BT-ACCEPT-COUNT TO CALC-EDIT-ED-ACCEPT.
           MOVE CALC-BT-REJECT-COUNT TO CALC-EDIT-ED-REJECT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '  WOULD ACCEPT ' DELIMITED BY SIZE
                   CALC-EDIT-ED-ACCEPT DELIMITED BY SIZE
                   '  WOULD SUSPEND ' DELIMITED BY SIZE
                   CALC-EDIT-ED-REJECT DELIMITED BY SIZE
                   '  STATUS ' DELIMITED BY SIZE
                   CALC-EDIT-STATUS-TEXT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 1 TO CALC-ACK-IX.
           PERFORM 4675-PRINT-ONE-PROV-SUSP THRU 4675-EXIT
               UNTIL CALC-ACK-IX > CALC-ACK-SUSP-USED.

       4670-EXIT.
           EXIT.

       4675-PRINT-ONE-PROV-SUSP.

           MOVE CALC-ACK-TAB-REC-NO(CALC-ACK-IX) TO CALC-ED-RECORD-NO.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '  WOULD SUSPEND RECORD ' DELIMITED BY SIZE
                   CALC-ED-RECORD-NO DELIMITED BY SIZE
                   ' TRAN ID ' DELIMITED BY SIZE
                   CALC-ACK-TAB-TRAN(CALC-ACK-IX) DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   CALC-ACK-TAB-REASON(CALC-ACK-IX) DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           ADD 1 TO CALC-ACK-IX.

       4675-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4680-CHECK-BATCH-REGISTER - SEQUENTIAL SEARCH OF CALCBREG
      *    FOR THE HEADER IDENTITY IN HAND, SAME PATTERN AS THE
           MOVE 'N' TO CALC-LIM-LOADED-SW.
           MOVE 'N' TO CALC-LIM-FOUND-SW.
           MOVE 'N' TO CALC-LIM-EOF-SW.
           MOVE ZERO TO CALC-LIM-FND-RELEASE.
           MOVE CALC-BT-DEPARTMENT TO CALC-LIM-SRCH-DEPT.

           OPEN INPUT CALC-LIMITS-FILE.
                       MOVE CALC-LIM-MAX-Y TO CALC-LIM-FND-MAX-Y
                       MOVE CALC-LIM-CAP-SW TO CALC-LIM-FND-CAP-SW
                       MOVE CALC-LIM-PROD-CAP TO CALC-LIM-FND-CAP
                       IF CALC-LIM-RELEASE-AMT IS NUMERIC
                           MOVE CALC-LIM-RELEASE-AMT
                               TO CALC-LIM-FND-RELEASE
                       END-IF
                   END-IF
           END-READ.

           EXIT.

      *----------------------------------------------------------------
      *    4697-LOAD-FX-RATE - RATE IN FORCE ON THE RUN DATE FOR THE
      *    BATCH CURRENCY: THE CALCFXR RECORD FOR THAT CURRENCY WITH
      *    THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. THE
      *    BASE CURRENCY ALWAYS CONVERTS AT ONE. NO RATE, OR A
      *    MISSING CALCFXR, TURNS CALC-BT-NO-RATE ON.
      *----------------------------------------------------------------
       4697-LOAD-FX-RATE.

           MOVE 'Y' TO CALC-BT-RATE-SW.
           MOVE ZERO TO CALC-FX-BEST-DATE.
           MOVE ZERO TO CALC-FX-BEST-RATE.
           IF CALC-BT-CURRENCY = SPACES
               OR CALC-BT-CURRENCY = CALC-FX-BASE-CURRENCY
               MOVE 1 TO CALC-BT-FX-RATE
           ELSE
               MOVE CALC-BT-CURRENCY TO CALC-FX-SRCH-CURRENCY
               MOVE 'N' TO CALC-FX-EOF-SW
               OPEN INPUT CALC-FXR-FILE
               IF CALC-FXR-STATUS = '00'
                   PERFORM 4698-MATCH-ONE-FX-RATE THRU 4698-EXIT
                       UNTIL CALC-FX-EOF
                   CLOSE CALC-FXR-FILE
               END-IF
               IF CALC-FX-BEST-RATE > ZERO
                   MOVE CALC-FX-BEST-RATE TO CALC-BT-FX-RATE
               ELSE
                   MOVE ZERO TO CALC-BT-FX-RATE
                   MOVE 'N' TO CALC-BT-RATE-SW
               END-IF
           END-IF.

       4697-EXIT.
           EXIT.

       4698-MATCH-ONE-FX-RATE.

           READ CALC-FXR-FILE
               AT END
                   MOVE 'Y' TO CALC-FX-EOF-SW
               NOT AT END
                   IF CALC-FXR-CURRENCY = CALC-FX-SRCH-CURRENCY
                       AND CALC-FXR-EFF-DATE IS NUMERIC
                       AND CALC-FXR-RATE IS NUMERIC
                       AND CALC-FXR-EFF-DATE NOT > CALC-RUN-DATE
                       AND CALC-FXR-EFF-DATE NOT < CALC-FX-BEST-DATE
                       AND CALC-FXR-RATE > ZERO
                       MOVE CALC-FXR-EFF-DATE TO CALC-FX-BEST-DATE
                       MOVE CALC-FXR-RATE TO CALC-FX-BEST-RATE
                   END-IF
           END-READ.

       4698-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4700-LOAD-DEPT-MASTER - SEQUENTIAL SEARCH OF CALCDEPT FOR
      *    THE BATCH DEPARTMENT, SAME PATTERN AS THE LIMITS LOOKUP.
      *    AN ACTIVE DEPARTMENT ON FILE HAS ITS ALLOWED OPERATIONS
      *    LOADED FOR THE DETAIL RECORDS. A MISSING CALCDEPT LEAVES
      *    EVERY BATCH UNCHECKED, AS BEFORE THE MASTER EXISTED.
      *----------------------------------------------------------------
       4700-LOAD-DEPT-MASTER.

           MOVE 'N' TO CALC-DEPT-MASTER-SW.
           MOVE 'N' TO CALC-DEPT-LOADED-SW.
           MOVE 'N' TO CALC-DEPT-FOUND-SW.
           MOVE 'N' TO CALC-DEPT-EOF-SW.
           MOVE SPACE TO CALC-DEPT-FND-STATE.
           MOVE SPACES TO CALC-DEPT-FND-OPS.
           MOVE ZERO TO CALC-DEPT-FND-CUTOFF.
           MOVE CALC-BT-DEPARTMENT TO CALC-DEPT-SRCH-DEPT.

           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-STATUS = '00'
               MOVE 'Y' TO CALC-DEPT-MASTER-SW
               PERFORM 4705-MATCH-ONE-DEPT THRU 4705-EXIT
                   UNTIL CALC-DEPT-FOUND OR CALC-DEPT-EOF
               CLOSE CALC-DEPT-FILE
           END-IF.

           IF CALC-DEPT-FOUND AND CALC-DEPT-FND-ACTIVE
               MOVE 'Y' TO CALC-DEPT-LOADED-SW
           END-IF.

       4700-EXIT.
           EXIT.

       4705-MATCH-ONE-DEPT.

           READ CALC-DEPT-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-EOF-SW
               NOT AT END
                   IF CALC-DEPT-DEPARTMENT = CALC-DEPT-SRCH-DEPT
                       MOVE 'Y' TO CALC-DEPT-FOUND-SW
                       MOVE CALC-DEPT-STATE TO CALC-DEPT-FND-STATE
                       MOVE CALC-DEPT-ALLOWED-OPS
                           TO CALC-DEPT-FND-OPS
                       IF CALC-DEPT-CUTOFF IS NUMERIC
                           MOVE CALC-DEPT-CUTOFF
                               TO CALC-DEPT-FND-CUTOFF
                       END-IF
                   END-IF
           END-READ.

       4705-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4710-CHECK-DEPT-ADMISSION - WITH A DEPARTMENT MASTER ON
      *    FILE, A BATCH FROM A DEPARTMENT NOT ON IT, OR MARKED
      *    INACTIVE, IS REFUSED. A BATCH CREATED ON THE RUN DATE
      *    AFTER ITS DEPARTMENT'S CUTOFF IS HELD FOR THE NEXT CYCLE:
      *    ITS RECORDS ARE KEPT AS RECEIVED, STARTING WITH THIS
      *    HEADER, AND CARRIED TO CALCNEXT WHEN ITS TRAILER ARRIVES.
      *    A BATCH DATED BEFORE THE RUN DATE, OR WITHOUT A CREATE
      *    TIME, IS TAKEN AS ARRIVING IN TIME.
      *----------------------------------------------------------------
       4710-CHECK-DEPT-ADMISSION.

           IF NOT CALC-DEPT-LOADED
               MOVE 'U' TO CALC-BT-ADMIT-SW
               MOVE SPACES TO CALC-RUN-MESSAGE
               IF CALC-DEPT-FOUND
                   STRING '*** DEPT ' DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT DELIMITED BY SIZE
                           ' IS INACTIVE - BATCH NO ' DELIMITED BY SIZE
                           CALC-BT-BATCH-NO DELIMITED BY SIZE
                           ' REFUSED ***' DELIMITED BY SIZE
                       INTO CALC-RUN-MESSAGE
                   END-STRING
               ELSE
                   STRING '*** DEPT ' DELIMITED BY SIZE
                           CALC-BT-DEPARTMENT DELIMITED BY SIZE
                           ' NOT ON DEPARTMENT MASTER - BATCH NO '
                           DELIMITED BY SIZE
                           CALC-BT-BATCH-NO DELIMITED BY SIZE
                           ' REFUSED ***' DELIMITED BY SIZE
                       INTO CALC-RUN-MESSAGE
                   END-STRING
               END-IF
               PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
               IF NOT CALC-PARM-MODE
                   WRITE CALC-REPORT-RECORD FROM CALC-RUN-MESSAGE
               END-IF
               MOVE 4 TO CALC-RC-NEW
               PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
           ELSE
               IF CALC-DEPT-FND-CUTOFF > ZERO
                   AND CALC-BT-CREATE-DATE = CALC-RUN-DATE
                   AND CALC-HDR-CREATE-TIME IS NUMERIC
                   MOVE CALC-HDR-CREATE-TIME TO CALC-DEPT-HDR-TIME
                   IF CALC-DEPT-HDR-TIME > CALC-DEPT-FND-CUTOFF
                       MOVE 'N' TO CALC-BT-ADMIT-SW
                       MOVE SPACES TO CALC-PRINT-LINE
                       STRING '    CREATED ' DELIMITED BY SIZE
                               CALC-HDR-CREATE-TIME DELIMITED BY SIZE
                               ' AFTER DEPT CUTOFF ' DELIMITED BY SIZE
                               CALC-DEPT-FND-CUTOFF DELIMITED BY SIZE
                               ' - HELD FOR NEXT CYCLE'
                               DELIMITED BY SIZE
                           INTO CALC-PRINT-LINE
                       END-STRING
                       WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
                       IF NOT CALC-EDIT-ONLY
                           PERFORM 4720-OPEN-NEXT-CYCLE-WORK
                               THRU 4720-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4715-CHECK-DEPT-OPERATION - PROVES THE OPERATION OF THE
      *    RECORD IN HAND AGAINST THE LOADED DEPARTMENT'S ALLOWED
      *    LIST. A CODE NOT MARKED 'Y' PRESETS THE SUSPENSE REASON
      *    'OP' AND SENDS THE RECORD DOWN THE NORMAL REJECT PATH.
      *----------------------------------------------------------------
       4715-CHECK-DEPT-OPERATION.

           MOVE 'N' TO CALC-DEPT-OP-SW.
           IF CALC-OP-VALID
               MOVE CALC-OPERATION-CHOICE TO CALC-DEPT-OP-IX
               IF CALC-DEPT-FND-OP(CALC-DEPT-OP-IX) NOT = 'Y'
                   MOVE 'Y' TO CALC-DEPT-OP-SW
                   MOVE 'OP' TO CALC-SUSP-SET-REASON
               END-IF
           END-IF.

       4715-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4720-OPEN-NEXT-CYCLE-WORK - STARTS A FRESH CALCNXTW FOR
      *    THE BATCH BEING HELD AND KEEPS ITS HEADER. WITHOUT THE
      *    WORK FILE THE BATCH CANNOT BE CARRIED AND 4732 DISPOSES
      *    OF IT AT ITS TRAILER.
      *----------------------------------------------------------------
       4720-OPEN-NEXT-CYCLE-WORK.

           OPEN OUTPUT CALC-NEXT-WORK-FILE.
           IF CALC-NEXTW-STATUS NOT = '00'
               MOVE SPACES TO CALC-RUN-MESSAGE
               STRING '*** UNABLE TO OPEN CALCNXTW, FILE STATUS '
                       DELIMITED BY SIZE
                       CALC-NEXTW-STATUS DELIMITED BY SIZE
                       ' - LATE BATCH CANNOT BE CARRIED ***'
                       DELIMITED BY SIZE
                   INTO CALC-RUN-MESSAGE
               END-STRING
               PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
               MOVE 8 TO CALC-RC-NEW
               PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
           ELSE
               MOVE 'Y' TO CALC-DEPT-NXTW-OPEN-SW
               PERFORM 4725-WRITE-NEXT-CYCLE-RECORD THRU 4725-EXIT
           END-IF.

       4720-EXIT.
           EXIT.

       4725-WRITE-NEXT-CYCLE-RECORD.

           IF CALC-DEPT-NXTW-OPEN
               MOVE CALC-TRANS-RECORD TO CALC-NEXT-WORK-RECORD
               WRITE CALC-NEXT-WORK-RECORD
           END-IF.

       4725-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4730-CARRY-BATCH-FORWARD - THE HELD BATCH IS COMPLETE:
      *    CALCNXTW IS ADDED TO THE END OF CALCNEXT, WHICH THE NEXT
      *    POSTING RUN ADDS TO CALCTRAN. OPENED PER BATCH, LIKE THE
      *    SUSPENSE AND ACK FILES.
      *----------------------------------------------------------------
       4730-CARRY-BATCH-FORWARD.

           CLOSE CALC-NEXT-WORK-FILE.
           MOVE 'N' TO CALC-DEPT-NXTW-OPEN-SW.
           MOVE 'N' TO CALC-DEPT-NEXT-EOF-SW.
           OPEN INPUT CALC-NEXT-WORK-FILE.
           IF CALC-NEXTW-STATUS = '00'
               OPEN EXTEND CALC-NEXT-FILE
               IF CALC-NEXT-STATUS NOT = '00'
                   OPEN OUTPUT CALC-NEXT-FILE
               END-IF
               IF CALC-NEXT-STATUS = '00'
                   PERFORM 4735-COPY-ONE-CARRIED THRU 4735-EXIT
                       UNTIL CALC-DEPT-NEXT-EOF
                   CLOSE CALC-NEXT-FILE
               END-IF
               CLOSE CALC-NEXT-WORK-FILE
           END-IF.

           IF CALC-NEXTW-STATUS NOT = '00'
               OR CALC-NEXT-STATUS NOT = '00'
               MOVE SPACES TO CALC-RUN-MESSAGE
               STRING '*** UNABLE TO CARRY DEPT ' DELIMITED BY SIZE
                       CALC-BT-DEPARTMENT DELIMITED BY SIZE
                       ' BATCH NO ' DELIMITED BY SIZE
                       CALC-BT-BATCH-NO DELIMITED BY SIZE
                       ' TO CALCNEXT - RECOVER IT FROM CALCNXTW ***'
                       DELIMITED BY SIZE
                   INTO CALC-RUN-MESSAGE
               END-STRING
               PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
               MOVE 8 TO CALC-RC-NEW
               PERFORM 9200-RAISE-RUN-CONDITION THRU 9200-EXIT
           END-IF.
           MOVE 'N' TO CALC-DEPT-NEXT-EOF-SW.

       4730-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4732-DROP-NEXT-CYCLE-BATCH - A BATCH HELD FOR THE NEXT
      *    CYCLE WHOSE TRAILER NEVER ARRIVED, OR THAT COULD NOT BE
      *    KEPT ON CALCNXTW, IS NOT CARRIED: IT IS FINALIZED OUT OF
      *    BALANCE LIKE ANY TRUNCATED TRANSMISSION, SO THE CHECKPOINT
      *    STAYS PENDING AND THE DEPARTMENT RESENDS IT.
      *----------------------------------------------------------------
       4732-DROP-NEXT-CYCLE-BATCH.

           IF CALC-DEPT-NXTW-OPEN
               CLOSE CALC-NEXT-WORK-FILE
               MOVE 'N' TO CALC-DEPT-NXTW-OPEN-SW
           END-IF.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '*** LATE BATCH NOT CARRIED TO NEXT CYCLE - DEPT '
                   DELIMITED BY SIZE
                   CALC-BT-DEPARTMENT     DELIMITED BY SIZE
                   ' BATCH NO '           DELIMITED BY SIZE
                   CALC-BT-BATCH-NO       DELIMITED BY SIZE
                   ' INCOMPLETE - DEPARTMENT TO RESEND ***'
                   DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 'Y' TO CALC-BT-ADMIT-SW.
           MOVE 'N' TO CALC-BT-BALANCED-SW.
           MOVE 'Y' TO CALC-RB-ANY-OOB-SW.
           ADD 1 TO CALC-RB-OOB-COUNT.
           PERFORM 4640-WRITE-BATCH-ACK THRU 4640-EXIT.
           PERFORM 4630-RESET-BATCH-CONTROLS THRU 4630-EXIT.

       4732-EXIT.
           EXIT.

       4735-COPY-ONE-CARRIED.

           READ CALC-NEXT-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-NEXT-EOF-SW
               NOT AT END
                   MOVE CALC-NEXT-WORK-RECORD TO CALC-NEXT-RECORD
                   WRITE CALC-NEXT-RECORD
           END-READ.

       4735-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4740-CARRY-IN-NEXT-CYCLE - AT THE START OF A POSTING RUN,
      *    THE BATCHES HELD OVER FROM THE LAST CYCLE ARE ADDED TO THE
      *    END OF CALCTRAN AND CALCNEXT IS EMPTIED. A RUN RESUMING
      *    FROM A CHECKPOINT LEAVES BOTH FILES ALONE - THE CARRIED
      *    BATCHES ARE ALREADY ON ITS CALCTRAN OR WAIT FOR A CLEAN
      *    RUN. A BATCH CARRIED TWICE IS REFUSED AS A DUPLICATE BY
      *    THE BATCH REGISTER.
      *----------------------------------------------------------------
       4740-CARRY-IN-NEXT-CYCLE.

           MOVE ZERO TO CALC-DEPT-CARRY-COUNT.
           MOVE 'N' TO CALC-DEPT-NEXT-EOF-SW.
           PERFORM 4510-READ-CHECKPOINT THRU 4510-EXIT.
           IF CALC-CHECKPOINT-COUNT = ZERO
               OPEN INPUT CALC-NEXT-FILE
               IF CALC-NEXT-STATUS = '00'
                   READ CALC-NEXT-FILE
                       AT END
                           MOVE 'Y' TO CALC-DEPT-NEXT-EOF-SW
                   END-READ
                   IF NOT CALC-DEPT-NEXT-EOF
                       OPEN EXTEND CALC-TRANS-FILE
                       IF CALC-TRANS-STATUS NOT = '00'
                           OPEN OUTPUT CALC-TRANS-FILE
                       END-IF
                       IF CALC-TRANS-STATUS = '00'
                           PERFORM 4745-COPY-ONE-CARRY-IN
                               THRU 4745-EXIT
                               UNTIL CALC-DEPT-NEXT-EOF
                           CLOSE CALC-TRANS-FILE
                       ELSE
                           MOVE SPACES TO CALC-RUN-MESSAGE
                           STRING '*** UNABLE TO EXTEND CALCTRAN, '
                                   DELIMITED BY SIZE
                                   'FILE STATUS ' DELIMITED BY SIZE
                                   CALC-TRANS-STATUS DELIMITED BY SIZE
                                   ' - CALCNEXT LEFT FOR NEXT RUN ***'
                                   DELIMITED BY SIZE
                               INTO CALC-RUN-MESSAGE
                           END-STRING
                           PERFORM 7100-LOG-RUN-MESSAGE THRU 7100-EXIT
                           MOVE 8 TO CALC-RC-NEW
                           PERFORM 9200-RAISE-RUN-CONDITION
                               THRU 9200-EXIT
                       END-IF
                   END-IF
                   CLOSE CALC-NEXT-FILE
               END-IF
           END-IF.

           IF CALC-DEPT-CARRY-COUNT > ZERO
               OPEN OUTPUT CALC-NEXT-FILE
               IF CALC-NEXT-STATUS = '00'
                   CLOSE CALC-NEXT-FILE
               END-IF
               MOVE CALC-DEPT-CARRY-COUNT TO CALC-DEPT-ED-CARRY
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'CARRIED FORWARD FROM LAST CYCLE - '
                       DELIMITED BY SIZE
                       CALC-DEPT-ED-CARRY DELIMITED BY SIZE
                       ' CALCNEXT RECORDS ADDED TO CALCTRAN'
                       DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.
           MOVE 'N' TO CALC-DEPT-NEXT-EOF-SW.

       4740-EXIT.
           EXIT.

      *    THE RECORD IN THE CALCNEXT BUFFER IS WRITTEN BEFORE THE
      *    NEXT ONE IS READ - THE FIRST WAS READ BY 4740.
       4745-COPY-ONE-CARRY-IN.

           MOVE CALC-NEXT-RECORD TO CALC-TRANS-RECORD.
           WRITE CALC-TRANS-RECORD.
           ADD 1 TO CALC-DEPT-CARRY-COUNT.
           READ CALC-NEXT-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-NEXT-EOF-SW
           END-READ.

       4745-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4610-VERIFY-TRAILER-VALUES
      *----------------------------------------------------------------
       4610-VERIFY-TRAILER-VALUES.

           IF CALC-BT-TRL-COUNT NOT = CALC-BT-DETAIL-COUNT
               MOVE 'N' TO CALC-BT-BALANCED-SW
               MOVE CALC-BT-TRL-COUNT TO CALC-ED-BT-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '*** RECORD COUNT DISAGREES - TRAILER '
                       DELIMITED BY SIZE
                       CALC-ED-BT-COUNT DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
               MOVE CALC-BT-DETAIL-COUNT TO CALC-ED-BT-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '***                          READ    '
                       DELIMITED BY SIZE
                       CALC-ED-BT-COUNT DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           IF CALC-BT-TRL-HASH-X NOT = CALC-BT-HASH-X
               MOVE 'N' TO CALC-BT-BALANCED-SW
               MOVE CALC-BT-TRL-HASH-X TO CALC-ED-BT-HASH
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '*** X HASH TOTAL DISAGREES - TRAILER '
                       DELIMITED BY SIZE
                       CALC-ED-BT-HASH DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
               MOVE CALC-BT-HASH-X TO CALC-ED-BT-HASH
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '***                          READ    '
                       DELIMITED BY SIZE
                       CALC-ED-BT-HASH DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           IF CALC-BT-TRL-HASH-Y NOT = CALC-BT-HASH-Y
      *    5000-PERFORM-CALCULATION - SHARED BY INTERACTIVE AND BATCH.
      *    RUNS ONLY THE OPERATIONS SELECTED BY CALC-OPERATION-CHOICE
      *    OPERATION SELECTION, GUARDS THE DIVIDE AGAINST A ZERO
      *    DIVISOR, CONVERTS THE RESULTS TO BASE CURRENCY, WRITES THE
      *    REPORT LINE AND THE AUDIT RECORD, AND ACCUMULATES THE
      *    END-OF-RUN CONTROL TOTALS.
      *----------------------------------------------------------------
       5000-PERFORM-CALCULATION.

           ELSE
               PERFORM 5200-CALC-STANDARD THRU 5200-EXIT
           END-IF.
           PERFORM 5350-CONVERT-TO-BASE THRU 5350-EXIT.
           PERFORM 5300-WRITE-REPORT-DETAIL THRU 5300-EXIT.
           PERFORM 5400-WRITE-AUDIT-RECORD THRU 5400-EXIT.
           PERFORM 5450-ACCUMULATE-TOTALS THRU 5450-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5350-CONVERT-TO-BASE - BASE-CURRENCY EQUIVALENTS OF X, Y
      *    AND THE AMOUNT RESULTS AT THE BATCH RATE. INTERACTIVE WORK
      *    AND A BATCH WITHOUT A CURRENCY ARE IN BASE CURRENCY. THE
      *    QUOTIENT AND PERCENTAGE ARE RATIOS AND ARE NOT CONVERTED.
      *----------------------------------------------------------------
       5350-CONVERT-TO-BASE.

           IF CALC-BT-CURRENCY = SPACES
               MOVE CALC-FX-BASE-CURRENCY TO CALC-FX-POST-CURRENCY
               MOVE 1 TO CALC-FX-POST-RATE
           ELSE
               MOVE CALC-BT-CURRENCY TO CALC-FX-POST-CURRENCY
               MOVE CALC-BT-FX-RATE TO CALC-FX-POST-RATE
           END-IF.
           MULTIPLY CALC-LG-X BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-X ROUNDED.
           MULTIPLY CALC-LG-Y BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-Y ROUNDED.
           MULTIPLY CALC-LG-TOTAL BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-TOTAL ROUNDED.
           MULTIPLY CALC-LG-DIFFERENCE BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-DIFF ROUNDED.
           MULTIPLY CALC-LG-PRODUCT BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-PROD ROUNDED.
           MULTIPLY CALC-LG-REMAINDER BY CALC-FX-POST-RATE
               GIVING CALC-FX-BASE-REM ROUNDED.

       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5400-WRITE-AUDIT-RECORD
      *----------------------------------------------------------------
           MOVE CALC-LG-Y TO CALC-AUD-Y.
           MOVE CALC-OPERATION-CHOICE TO CALC-AUD-OPERATION.

           MOVE CALC-FX-POST-CURRENCY TO CALC-AUD-CURRENCY.
           MOVE CALC-FX-POST-RATE TO CALC-AUD-FX-RATE.
           MOVE CALC-FX-BASE-X TO CALC-AUD-BASE-X.
           MOVE CALC-FX-BASE-Y TO CALC-AUD-BASE-Y.

           IF CALC-OP-ADD OR CALC-OP-ALL
               MOVE CALC-LG-TOTAL TO CALC-AUD-TOTAL
               MOVE CALC-FX-BASE-TOTAL TO CALC-AUD-BASE-TOTAL
               MOVE 'N' TO CALC-AUD-ADD-SKIP
           ELSE
               MOVE ZERO TO CALC-AUD-TOTAL
               MOVE ZERO TO CALC-AUD-BASE-TOTAL
               MOVE 'Y' TO CALC-AUD-ADD-SKIP
           END-IF.

           IF CALC-OP-SUBTRACT OR CALC-OP-ALL
               MOVE CALC-LG-DIFFERENCE TO CALC-AUD-DIFFERENCE
               MOVE CALC-FX-BASE-DIFF TO CALC-AUD-BASE-DIFF
               MOVE 'N' TO CALC-AUD-SUB-SKIP
           ELSE
               MOVE ZERO TO CALC-AUD-DIFFERENCE
               MOVE ZERO TO CALC-AUD-BASE-DIFF
               MOVE 'Y' TO CALC-AUD-SUB-SKIP
           END-IF.

           IF CALC-OP-MULTIPLY OR CALC-OP-ALL
               MOVE CALC-LG-PRODUCT TO CALC-AUD-PRODUCT
               MOVE CALC-FX-BASE-PROD TO CALC-AUD-BASE-PRODUCT
               MOVE 'N' TO CALC-AUD-MUL-SKIP
           ELSE
               MOVE ZERO TO CALC-AUD-PRODUCT
               MOVE ZERO TO CALC-AUD-BASE-PRODUCT
               MOVE 'Y' TO CALC-AUD-MUL-SKIP
           END-IF.

           IF (CALC-OP-REMAINDER OR CALC-OP-ALL)
                   AND NOT CALC-REM-WAS-SKIPPED
               MOVE CALC-LG-REMAINDER TO CALC-AUD-REMAINDER
               MOVE CALC-FX-BASE-REM TO CALC-AUD-BASE-REM
               MOVE 'N' TO CALC-AUD-REM-SKIP
           ELSE
               MOVE ZERO TO CALC-AUD-REMAINDER
               MOVE ZERO TO CALC-AUD-BASE-REM
               MOVE 'Y' TO CALC-AUD-REM-SKIP
           END-IF.

           MOVE CALC-RECORD-NUMBER TO CALC-AUD-RECORD-NO.
           MOVE CALC-TRAN-ID TO CALC-AUD-TRAN-ID.
           MOVE CALC-REV-MARK TO CALC-AUD-REV-SW.
           MOVE CALC-BT-DEPARTMENT TO CALC-AUD-DEPARTMENT.
           MOVE CALC-BT-BATCH-NO TO CALC-AUD-BATCH-NO.
           MOVE SPACES TO CALC-AUD-FILLER.
           MOVE CALC-BT-CREATE-DATE TO CALC-AUD-BATCH-DATE.

           PERFORM 5490-WRITE-AUDIT-KEYED THRU 5490-EXIT.

           EXIT.

      *----------------------------------------------------------------
      *    5450-ACCUMULATE-TOTALS - THE AMOUNT TOTALS ARE KEPT IN BASE
      *    CURRENCY; THE QUOTIENT AND PERCENTAGE SUMS ARE RATIOS.
      *----------------------------------------------------------------
       5450-ACCUMULATE-TOTALS.

           ADD 1 TO CALC-CT-COUNT.
           ADD CALC-FX-BASE-TOTAL TO CALC-CT-TOTAL-SUM.
           ADD CALC-FX-BASE-PROD TO CALC-CT-PRODUCT-SUM.
           ADD CALC-LG-QUATIENT TO CALC-CT-QUOTIENT-SUM.
           ADD CALC-FX-BASE-REM TO CALC-CT-REM-SUM.
           ADD CALC-LG-PCT TO CALC-CT-PCT-SUM.

           IF CALC-OP-ADD OR CALC-OP-ALL
      *    THE KEYED LOG. A DUPLICATE KEY (INTERACTIVE WORK CARRIES
      *    A BLANK TRANSACTION ID, AND A RERUN BATCH CAN REUSE A
      *    RECORD NUMBER) IS RESOLVED BY BUMPING THE RECORD NUMBER
      *    AND WRITING AGAIN. THE RECORD TAKES THE NEXT SEQUENCE
      *    NUMBER AND IS SEALED AGAIN BEFORE EACH TRY, SINCE THE
      *    RECORD NUMBER IS PART OF WHAT THE CHECK VALUE COVERS. THE
      *    NUMBER IS ONLY USED UP BY A SUCCESSFUL WRITE.
      *----------------------------------------------------------------
       5490-WRITE-AUDIT-KEYED.

           ADD 1 TO CALC-CHN-LAST-SEQ GIVING CALC-AUD-SEQ-NO.
           MOVE CALC-CHN-LAST-VALUE TO CALC-AUD-PREV-CHAIN.
           MOVE 'N' TO CALC-AUD-WRITTEN-SW.
           PERFORM 5495-WRITE-ONE-AUDIT-TRY THRU 5495-EXIT
               UNTIL CALC-AUD-WRITTEN.

       5495-WRITE-ONE-AUDIT-TRY.

           PERFORM 5496-SEAL-AUDIT-RECORD THRU 5496-EXIT.
           WRITE CALC-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN CALC-AUDIT-STATUS = '00'
                   OR CALC-AUDIT-STATUS = '02'
                   MOVE 'Y' TO CALC-AUD-WRITTEN-SW
                   MOVE CALC-AUD-SEQ-NO TO CALC-CHN-LAST-SEQ
                   MOVE CALC-AUD-CHAIN TO CALC-CHN-LAST-VALUE
               WHEN CALC-AUDIT-STATUS = '22'
                   ADD 1 TO CALC-AUD-RECORD-NO
               WHEN OTHER
       5495-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5496-SEAL-AUDIT-RECORD - THE CHECK VALUE STARTS FROM THE
      *    PRIOR RECORD'S VALUE AND FOLDS IN EVERY BYTE OF THE RECORD
      *    THROUGH THE SEQUENCE NUMBER: VALUE * 263 + BYTE CODE + 1,
      *    MODULO THE PRIME. CALC-AUDVERIFY REPEATS THE SAME FOLD.
      *----------------------------------------------------------------
       5496-SEAL-AUDIT-RECORD.

           MOVE CALC-AUD-PREV-CHAIN TO CALC-CHN-VALUE.
           MOVE LOW-VALUE TO CALC-CHN-BYTE-HIGH.
           MOVE 1 TO CALC-CHN-IX.
           PERFORM 5497-FOLD-ONE-BYTE THRU 5497-EXIT
               UNTIL CALC-CHN-IX > CALC-CHN-SEAL-LEN.
           MOVE CALC-CHN-VALUE TO CALC-AUD-CHAIN.

       5496-EXIT.
           EXIT.

       5497-FOLD-ONE-BYTE.

           MOVE CALC-AUDIT-RECORD(CALC-CHN-IX:1) TO CALC-CHN-BYTE-LOW.
           COMPUTE CALC-CHN-WORK =
               CALC-CHN-VALUE * 263 + CALC-CHN-BYTE-NUM + 1.
           DIVIDE CALC-CHN-WORK BY CALC-CHN-PRIME
               GIVING CALC-CHN-QUOT
               REMAINDER CALC-CHN-VALUE.
           ADD 1 TO CALC-CHN-IX.

       5497-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5500-DISPLAY-RESULTS - CONSOLE DISPLAY FOR INTERACTIVE USE
      *----------------------------------------------------------------
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'AMOUNTS STATED IN BASE CURRENCY ' DELIMITED BY SIZE
                   CALC-FX-BASE-CURRENCY DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE CALC-CT-TOTAL-SUM TO CALC-ED-CT-TOTAL.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'GRAND TOTAL OF TOTAL     : ' DELIMITED BY SIZE
           MOVE ZERO TO CALC-REJ-LP-CT.
           MOVE ZERO TO CALC-REJ-NF-CT.
           MOVE ZERO TO CALC-REJ-RV-CT.
           MOVE ZERO TO CALC-REJ-FX-CT.
           MOVE ZERO TO CALC-REJ-PC-CT.
           MOVE ZERO TO CALC-REJ-OP-CT.
           MOVE ZERO TO CALC-RUN-SUSP-COUNT.

       7050-EXIT.
      *    THE CUMULATIVE CALCHIST FILE, STAMPED WITH THE RUN DATE,
      *    RUN MODE AND OPERATOR, SO THE TRAILER FIGURES SURVIVE
      *    BEYOND THAT DAY'S CALCRPT. OPENED PER POST, LIKE THE
      *    CHECKPOINT AND SUSPENSE FILES. THE FISCAL PERIOD THE RUN
      *    COUNTS IN IS FIXED HERE, AT POSTING TIME, SO A RUN THAT
      *    FINISHES AFTER ITS PERIOD WAS CLOSED FALLS IN THE NEXT.
      *----------------------------------------------------------------
       7200-POST-RUN-HISTORY.

               MOVE CALC-CT-PCT-COUNT TO CALC-HIST-PCT-COUNT
               MOVE CALC-CT-REM-SUM TO CALC-HIST-REM-SUM
               MOVE CALC-CT-PCT-SUM TO CALC-HIST-PCT-SUM
               ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
               ACCEPT CALC-TS-TIME FROM TIME
               MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
               MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
               MOVE CALC-TS-STAMP TO CALC-FPC-STAMP
               PERFORM 9400-ASSIGN-FISCAL-PERIOD THRU 9400-EXIT
               MOVE CALC-FPC-PERIOD TO CALC-HIST-FISCAL-PERIOD
               WRITE CALC-HISTORY-RECORD
               CLOSE CALC-HISTORY-FILE
           END-IF.
               AND CALC-REJ-XY-CT = ZERO AND CALC-REJ-LX-CT = ZERO
               AND CALC-REJ-LY-CT = ZERO AND CALC-REJ-LP-CT = ZERO
               AND CALC-REJ-NF-CT = ZERO AND CALC-REJ-RV-CT = ZERO
               AND CALC-REJ-FX-CT = ZERO AND CALC-REJ-PC-CT = ZERO
               AND CALC-REJ-OP-CT = ZERO
               CONTINUE
           ELSE
               MOVE SPACES TO CALC-PRINT-LINE
               MOVE 'RV' TO CALC-REJ-LINE-REASON
               MOVE CALC-REJ-RV-CT TO CALC-REJ-LINE-COUNT
               PERFORM 7310-WRITE-ONE-REJECT-LINE THRU 7310-EXIT
               MOVE 'FX' TO CALC-REJ-LINE-REASON
               MOVE CALC-REJ-FX-CT TO CALC-REJ-LINE-COUNT
               PERFORM 7310-WRITE-ONE-REJECT-LINE THRU 7310-EXIT
               MOVE 'PC' TO CALC-REJ-LINE-REASON
               MOVE CALC-REJ-PC-CT TO CALC-REJ-LINE-COUNT
               PERFORM 7310-WRITE-ONE-REJECT-LINE THRU 7310-EXIT
               MOVE 'OP' TO CALC-REJ-LINE-REASON
               MOVE CALC-REJ-OP-CT TO CALC-REJ-LINE-COUNT
               PERFORM 7310-WRITE-ONE-REJECT-LINE THRU 7310-EXIT
           END-IF.

       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7500-SUSPENSE-AGING-REPORT - DAILY AGING OF CALCSUSP ON
      *    CALCRPT: PER DEPARTMENT, THE ITEMS IN THE 0-5, 6-15,
      *    16-30 AND OVER 30 DAY BUCKETS, THE TOTAL, HOW MANY ARE
      *    PAST THE DEPARTMENT'S ALLOWED AGE, AND THE ITEMS BY
      *    REASON CODE. READ-ONLY - RUN FROM THE MENU OR AT THE END
      *    OF THE NIGHTLY SCHEDULED RUN.
      *----------------------------------------------------------------
       7500-SUSPENSE-AGING-REPORT.

           PERFORM 7505-SET-RUN-DAY THRU 7505-EXIT.
           MOVE ZERO TO CALC-AGE-DEPT-USED.
           MOVE ZERO TO CALC-AGE-TOT-ITEMS.
           MOVE ZERO TO CALC-AGE-TOT-OVERDUE.
           MOVE ZERO TO CALC-AGE-TOT-UNDATED.
           MOVE ZERO TO CALC-AGE-LOST-COUNT.
           MOVE 1 TO CALC-AGE-BKT-IX.
           PERFORM 7506-CLEAR-ONE-TOTAL THRU 7506-EXIT
               UNTIL CALC-AGE-BKT-IX > 4.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'SUSPENSE AGING REPORT - RUN DATE '
                   DELIMITED BY SIZE
                   CALC-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 'N' TO CALC-SUSP-EOF-SW.
           OPEN INPUT CALC-SUSPENSE-FILE.
           IF CALC-SUSP-STATUS NOT = '00'
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'NO ITEMS IN SUSPENSE' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           ELSE
               PERFORM 7510-AGE-ONE-SUSPENSE THRU 7510-EXIT
                   UNTIL CALC-SUSP-EOF
               CLOSE CALC-SUSPENSE-FILE
               PERFORM 7560-PRINT-AGING THRU 7560-EXIT
           END-IF.
           MOVE 'N' TO CALC-SUSP-EOF-SW.

           DISPLAY 'SUSPENSE ITEMS AGED:   ' CALC-AGE-TOT-ITEMS.
           DISPLAY 'SUSPENSE ITEMS OVERDUE: ' CALC-AGE-TOT-OVERDUE.

       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7505-SET-RUN-DAY - DAY NUMBER OF THE RUN DATE, THE POINT
      *    EVERY SUSPENSE ITEM IS AGED TO.
      *----------------------------------------------------------------
       7505-SET-RUN-DAY.

           MOVE CALC-RUN-DATE TO CALC-DAYS-DATE.
           PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT.
           MOVE CALC-DAYS-NUMBER TO CALC-AGE-RUN-DAY.

       7505-EXIT.
           EXIT.

       7506-CLEAR-ONE-TOTAL.

           MOVE ZERO TO CALC-AGE-TOT-BUCKET(CALC-AGE-BKT-IX).
           ADD 1 TO CALC-AGE-BKT-IX.

       7506-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7510-AGE-ONE-SUSPENSE - BUCKETS ONE ITEM UNDER ITS
      *    DEPARTMENT. AN UNDATED ITEM GOES IN THE OVER 30 BUCKET
      *    AND COUNTS AS OVERDUE. A DEPARTMENT THAT FINDS NO FREE
      *    TABLE SLOT IS CALLED OUT AT THE END OF THE REPORT.
      *----------------------------------------------------------------
       7510-AGE-ONE-SUSPENSE.

           READ CALC-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO CALC-SUSP-EOF-SW
               NOT AT END
                   ADD 1 TO CALC-AGE-TOT-ITEMS
                   PERFORM 7515-FIND-AGE-DEPT THRU 7515-EXIT
                   IF CALC-AGE-DEPT-FOUND
                       PERFORM 7520-COUNT-ONE-ITEM THRU 7520-EXIT
                   ELSE
                       ADD 1 TO CALC-AGE-LOST-COUNT
                   END-IF
           END-READ.

       7510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7515-FIND-AGE-DEPT - SEQUENTIAL SEARCH OF THE DEPARTMENT
      *    TABLE; A NEW DEPARTMENT TAKES THE NEXT FREE SLOT WITH ITS
      *    COUNTS CLEARED AND ITS ALLOWED AGE LOOKED UP ONCE.
      *----------------------------------------------------------------
       7515-FIND-AGE-DEPT.

           MOVE 'N' TO CALC-AGE-FOUND-SW.
           MOVE 1 TO CALC-AGE-DEPT-IX.
           PERFORM 7516-MATCH-ONE-AGE-DEPT THRU 7516-EXIT
               UNTIL CALC-AGE-DEPT-FOUND
                  OR CALC-AGE-DEPT-IX > CALC-AGE-DEPT-USED.

           IF NOT CALC-AGE-DEPT-FOUND
               IF CALC-AGE-DEPT-USED < 100
                   ADD 1 TO CALC-AGE-DEPT-USED
                   MOVE CALC-AGE-DEPT-USED TO CALC-AGE-DEPT-IX
                   MOVE CALC-SUSP-DEPARTMENT
                       TO CALC-AGE-DEPT-ID(CALC-AGE-DEPT-IX)
                   MOVE CALC-SUSP-DEPARTMENT TO CALC-AGE-SRCH-DEPT
                   PERFORM 7530-FIND-ALLOWED-AGE THRU 7530-EXIT
                   MOVE CALC-AGE-ALLOWED
                       TO CALC-AGE-DEPT-ALLOWED(CALC-AGE-DEPT-IX)
                   MOVE ZERO TO CALC-AGE-DEPT-TOTAL(CALC-AGE-DEPT-IX)
                   MOVE ZERO TO CALC-AGE-DEPT-OVERDUE(CALC-AGE-DEPT-IX)
                   MOVE 1 TO CALC-AGE-BKT-IX
                   PERFORM 7517-CLEAR-ONE-BUCKET THRU 7517-EXIT
                       UNTIL CALC-AGE-BKT-IX > 4
                   MOVE 1 TO CALC-AGE-RSN-IX
                   PERFORM 7518-CLEAR-ONE-REASON THRU 7518-EXIT
                       UNTIL CALC-AGE-RSN-IX > 12
                   MOVE 'Y' TO CALC-AGE-FOUND-SW
               END-IF
           END-IF.

       7515-EXIT.
           EXIT.

       7516-MATCH-ONE-AGE-DEPT.

           IF CALC-AGE-DEPT-ID(CALC-AGE-DEPT-IX) = CALC-SUSP-DEPARTMENT
               MOVE 'Y' TO CALC-AGE-FOUND-SW
           ELSE
               ADD 1 TO CALC-AGE-DEPT-IX
           END-IF.

       7516-EXIT.
           EXIT.

       7517-CLEAR-ONE-BUCKET.

           MOVE ZERO TO CALC-AGE-BUCKET(CALC-AGE-DEPT-IX,
                                        CALC-AGE-BKT-IX).
           ADD 1 TO CALC-AGE-BKT-IX.

       7517-EXIT.
           EXIT.

       7518-CLEAR-ONE-REASON.

           MOVE ZERO TO CALC-AGE-RSN-COUNT(CALC-AGE-DEPT-IX,
                                           CALC-AGE-RSN-IX).
           ADD 1 TO CALC-AGE-RSN-IX.

       7518-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7520-COUNT-ONE-ITEM - AGES THE ITEM IN HAND AND COUNTS IT
      *    BY BUCKET, OVERDUE AND REASON UNDER ITS DEPARTMENT SLOT.
      *----------------------------------------------------------------
       7520-COUNT-ONE-ITEM.

           PERFORM 7540-AGE-ONE-ITEM THRU 7540-EXIT.
           EVALUATE TRUE
               WHEN NOT CALC-AGE-DATED
                   MOVE 4 TO CALC-AGE-BKT-IX
                   ADD 1 TO CALC-AGE-TOT-UNDATED
               WHEN CALC-AGE-DAYS > 30
                   MOVE 4 TO CALC-AGE-BKT-IX
               WHEN CALC-AGE-DAYS > 15
                   MOVE 3 TO CALC-AGE-BKT-IX
               WHEN CALC-AGE-DAYS > 5
                   MOVE 2 TO CALC-AGE-BKT-IX
               WHEN OTHER
                   MOVE 1 TO CALC-AGE-BKT-IX
           END-EVALUATE.
           ADD 1 TO CALC-AGE-BUCKET(CALC-AGE-DEPT-IX, CALC-AGE-BKT-IX).
           ADD 1 TO CALC-AGE-TOT-BUCKET(CALC-AGE-BKT-IX).
           ADD 1 TO CALC-AGE-DEPT-TOTAL(CALC-AGE-DEPT-IX).

           IF NOT CALC-AGE-DATED
               OR CALC-AGE-DAYS >
                   CALC-AGE-DEPT-ALLOWED(CALC-AGE-DEPT-IX)
               ADD 1 TO CALC-AGE-DEPT-OVERDUE(CALC-AGE-DEPT-IX)
               ADD 1 TO CALC-AGE-TOT-OVERDUE
           END-IF.

           MOVE 'N' TO CALC-AGE-RSN-FOUND-SW.
           MOVE 1 TO CALC-AGE-RSN-IX.
           PERFORM 7525-MATCH-ONE-REASON THRU 7525-EXIT
               UNTIL CALC-AGE-RSN-FOUND OR CALC-AGE-RSN-IX > 11.
           IF NOT CALC-AGE-RSN-FOUND
               MOVE 12 TO CALC-AGE-RSN-IX
           END-IF.
           ADD 1 TO CALC-AGE-RSN-COUNT(CALC-AGE-DEPT-IX,
                                       CALC-AGE-RSN-IX).

       7520-EXIT.
           EXIT.

       7525-MATCH-ONE-REASON.

           IF CALC-AGE-REASON-CODE(CALC-AGE-RSN-IX) = CALC-SUSP-REASON
               AND CALC-AGE-REASON-CODE(CALC-AGE-RSN-IX) NOT = SPACES
               MOVE 'Y' TO CALC-AGE-RSN-FOUND-SW
           ELSE
               ADD 1 TO CALC-AGE-RSN-IX
           END-IF.

       7525-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7530-FIND-ALLOWED-AGE - THE ALLOWED SUSPENSE AGE OF
      *    CALC-AGE-SRCH-DEPT FROM CALCLIM, SAME SEQUENTIAL PATTERN
      *    AS THE LIMITS LOOKUP BUT KEPT APART FROM IT SO A BATCH'S
      *    LOADED LIMITS ARE NEVER DISTURBED. NO RECORD, NO CALCLIM,
      *    OR A BLANK OR ZERO AGE ALL GIVE THE STANDARD AGE.
      *----------------------------------------------------------------
       7530-FIND-ALLOWED-AGE.

           MOVE CALC-AGE-DEFAULT TO CALC-AGE-ALLOWED.
           MOVE 'N' TO CALC-AGE-LIM-FOUND-SW.
           MOVE 'N' TO CALC-AGE-LIM-EOF-SW.

           OPEN INPUT CALC-LIMITS-FILE.
           IF CALC-LIM-STATUS = '00'
               PERFORM 7535-MATCH-ONE-AGE-LIMIT THRU 7535-EXIT
                   UNTIL CALC-AGE-LIM-FOUND OR CALC-AGE-LIM-EOF
               CLOSE CALC-LIMITS-FILE
           END-IF.

       7530-EXIT.
           EXIT.

       7535-MATCH-ONE-AGE-LIMIT.

           READ CALC-LIMITS-FILE
               AT END
                   MOVE 'Y' TO CALC-AGE-LIM-EOF-SW
               NOT AT END
                   IF CALC-LIM-DEPARTMENT = CALC-AGE-SRCH-DEPT
                       MOVE 'Y' TO CALC-AGE-LIM-FOUND-SW
                       IF CALC-LIM-SUSP-AGE IS NUMERIC
                           AND CALC-LIM-SUSP-AGE > ZERO
                           MOVE CALC-LIM-SUSP-AGE TO CALC-AGE-ALLOWED
                       END-IF
                   END-IF
           END-READ.

       7535-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7540-AGE-ONE-ITEM - DAYS FROM THE SUSPENSE DATE OF THE
      *    ITEM IN HAND TO THE RUN DATE (7505 MUST HAVE SET THE RUN
      *    DAY). AN ITEM WITH NO USABLE DATE IS LEFT UNDATED.
      *----------------------------------------------------------------
       7540-AGE-ONE-ITEM.

           MOVE 'N' TO CALC-AGE-DATED-SW.
           MOVE ZERO TO CALC-AGE-DAYS.
           IF CALC-SUSP-CREATE-DATE IS NUMERIC
               MOVE CALC-SUSP-CREATE-DATE TO CALC-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
               IF CALC-DAYS-OK
                   AND CALC-DAYS-NUMBER NOT > CALC-AGE-RUN-DAY
                   MOVE 'Y' TO CALC-AGE-DATED-SW
                   COMPUTE CALC-AGE-DAYS =
                       CALC-AGE-RUN-DAY - CALC-DAYS-NUMBER
               END-IF
           END-IF.

       7540-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    7560-PRINT-AGING - ONE LINE PER DEPARTMENT WITH ITS
      *    REASON COUNTS BENEATH, THEN THE REPORT TOTALS.
      *----------------------------------------------------------------
       7560-PRINT-AGING.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'DEPARTMENT   0-5 DAYS  6-15 DAYS 16-30 DAYS'
                   DELIMITED BY SIZE
                   '    OVER 30      TOTAL    OVERDUE  ALLOWED'
                   DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 1 TO CALC-AGE-DEPT-IX.
           PERFORM 7565-PRINT-ONE-AGE-DEPT THRU 7565-EXIT
               UNTIL CALC-AGE-DEPT-IX > CALC-AGE-DEPT-USED.

           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE 1 TO CALC-AGE-LINE-PTR.
           STRING 'TOTAL     ' DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           MOVE 1 TO CALC-AGE-BKT-IX.
           PERFORM 7567-ADD-ONE-TOTAL THRU 7567-EXIT
               UNTIL CALC-AGE-BKT-IX > 4.
           MOVE CALC-AGE-TOT-ITEMS TO CALC-AGE-ED-COUNT.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           MOVE CALC-AGE-TOT-OVERDUE TO CALC-AGE-ED-COUNT.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           IF CALC-AGE-TOT-UNDATED > ZERO
               MOVE CALC-AGE-TOT-UNDATED TO CALC-AGE-ED-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '*** ' DELIMITED BY SIZE
                       CALC-AGE-ED-COUNT DELIMITED BY SIZE
                       ' ITEMS CARRY NO SUSPENSE DATE - COUNTED OVER'
                       DELIMITED BY SIZE
                       ' 30 DAYS AND OVERDUE ***' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           IF CALC-AGE-LOST-COUNT > ZERO
               MOVE CALC-AGE-LOST-COUNT TO CALC-AGE-ED-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '*** ' DELIMITED BY SIZE
                       CALC-AGE-ED-COUNT DELIMITED BY SIZE
                       ' ITEMS NOT AGED BY DEPARTMENT - DEPARTMENT '
                       DELIMITED BY SIZE
                       'TABLE FULL ***' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

       7560-EXIT.
           EXIT.

       7565-PRINT-ONE-AGE-DEPT.

           IF CALC-AGE-DEPT-ID(CALC-AGE-DEPT-IX) = SPACES
               MOVE 'UNASSIGNED' TO CALC-AGE-ED-DEPT
           ELSE
               MOVE CALC-AGE-DEPT-ID(CALC-AGE-DEPT-IX)
                   TO CALC-AGE-ED-DEPT
           END-IF.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE 1 TO CALC-AGE-LINE-PTR.
           STRING CALC-AGE-ED-DEPT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           MOVE 1 TO CALC-AGE-BKT-IX.
           PERFORM 7566-ADD-ONE-BUCKET THRU 7566-EXIT
               UNTIL CALC-AGE-BKT-IX > 4.
           MOVE CALC-AGE-DEPT-TOTAL(CALC-AGE-DEPT-IX)
               TO CALC-AGE-ED-COUNT.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           MOVE CALC-AGE-DEPT-OVERDUE(CALC-AGE-DEPT-IX)
               TO CALC-AGE-ED-COUNT.
           MOVE CALC-AGE-DEPT-ALLOWED(CALC-AGE-DEPT-IX)
               TO CALC-AGE-ED-ALLOWED.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
                   '       ' DELIMITED BY SIZE
                   CALC-AGE-ED-ALLOWED DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE 1 TO CALC-AGE-LINE-PTR.
           STRING '    REASONS' DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           MOVE 1 TO CALC-AGE-RSN-IX.
           PERFORM 7568-ADD-ONE-REASON THRU 7568-EXIT
               UNTIL CALC-AGE-RSN-IX > 12.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           ADD 1 TO CALC-AGE-DEPT-IX.

       7565-EXIT.
           EXIT.

       7566-ADD-ONE-BUCKET.

           MOVE CALC-AGE-BUCKET(CALC-AGE-DEPT-IX, CALC-AGE-BKT-IX)
               TO CALC-AGE-ED-COUNT.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           ADD 1 TO CALC-AGE-BKT-IX.

       7566-EXIT.
           EXIT.

       7567-ADD-ONE-TOTAL.

           MOVE CALC-AGE-TOT-BUCKET(CALC-AGE-BKT-IX)
               TO CALC-AGE-ED-COUNT.
           STRING ' ' DELIMITED BY SIZE
                   CALC-AGE-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
               WITH POINTER CALC-AGE-LINE-PTR
           END-STRING.
           ADD 1 TO CALC-AGE-BKT-IX.

       7567-EXIT.
           EXIT.

      *    ONLY THE REASONS THE DEPARTMENT ACTUALLY HAS ARE LISTED;
      *    SLOT 12 PRINTS AS OTHER.
       7568-ADD-ONE-REASON.

           IF CALC-AGE-RSN-COUNT(CALC-AGE-DEPT-IX, CALC-AGE-RSN-IX)
               > ZERO
               MOVE CALC-AGE-RSN-COUNT(CALC-AGE-DEPT-IX,
                                       CALC-AGE-RSN-IX)
                   TO CALC-AGE-ED-RSN
               IF CALC-AGE-RSN-IX = 12
                   STRING '  OTHER' DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                       WITH POINTER CALC-AGE-LINE-PTR
                   END-STRING
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                           CALC-AGE-REASON-CODE(CALC-AGE-RSN-IX)
                           DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                       WITH POINTER CALC-AGE-LINE-PTR
                   END-STRING
               END-IF
               STRING ':' DELIMITED BY SIZE
                       CALC-AGE-ED-RSN DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
                   WITH POINTER CALC-AGE-LINE-PTR
               END-STRING
           END-IF.
           ADD 1 TO CALC-AGE-RSN-IX.

       7568-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-SUSPENSE-REPAIR-MODE - BROWSES THE CALCSUSP SUSPENSE
      *    FILE, LETS THE OPERATOR KEY CORRECTED X/Y VALUES, AND
      *    RESUBMITS JUST THE REPAIRED ITEMS THROUGH THE NORMAL
      *    CALCULATION PATH. RECORDS LEFT UNREPAIRED STAY ON THE
      *    SUSPENSE FILE FOR A LATER SESSION.
      *----------------------------------------------------------------
       8000-SUSPENSE-REPAIR-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'SUSP REPAIR' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           MOVE 'R' TO CALC-RUN-MODE-CD.
           PERFORM 7050-RESET-CONTROL-TOTALS THRU 7050-EXIT.
           MOVE ZERO TO CALC-SUSP-KEPT-COUNT.
           MOVE ZERO TO CALC-SUSP-FIXED-COUNT.
           MOVE 'N' TO CALC-SUSP-EOF-SW.

           OPEN INPUT CALC-SUSPENSE-FILE.
           IF CALC-SUSP-STATUS NOT = '00'
               DISPLAY 'NO SUSPENSE RECORDS TO REPAIR'
           ELSE
               OPEN OUTPUT CALC-SUSP-WORK-FILE
               IF CALC-SUSPW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCSUSW, FILE STATUS '
                            CALC-SUSPW-STATUS
                   DISPLAY 'REPAIR SESSION ABANDONED'
                   CLOSE CALC-SUSPENSE-FILE
               ELSE
                   PERFORM 8010-READ-SUSPENSE THRU 8010-EXIT
                   PERFORM 8020-REPAIR-ONE-SUSPENSE THRU 8020-EXIT
                       UNTIL CALC-SUSP-EOF
                   CLOSE CALC-SUSPENSE-FILE
                   CLOSE CALC-SUSP-WORK-FILE
                   PERFORM 8060-REWRITE-SUSPENSE THRU 8060-EXIT
                   DISPLAY 'SUSPENSE RECORDS REPAIRED:  '
                            CALC-SUSP-FIXED-COUNT
                   DISPLAY 'SUSPENSE RECORDS REMAINING: '
                            CALC-SUSP-KEPT-COUNT
           DISPLAY '  X=' CALC-SUSP-X ' Y=' CALC-SUSP-Y
                   ' OP=' CALC-SUSP-OP-CODE
                   ' TRAN ID=' CALC-SUSP-TRAN-ID.
           DISPLAY '  DEPT=' CALC-SUSP-DEPARTMENT
                   ' SUSPENDED ' CALC-SUSP-CREATE-DATE.
           DISPLAY 'REPAIR THIS RECORD NOW? (Y/N): '.
           ACCEPT CALC-REPAIR-ANSWER.

      *    THROUGH THE SAME VALIDATED PROMPTS AS INTERACTIVE MODE AND
      *    POSTED THROUGH THE NORMAL CALCULATION PATH, UNDER THE
      *    RECORD NUMBER AND TRANSACTION ID OF THE ORIGINAL ITEM. A
      *    SUSPENDED REVERSAL (NF/RV/PC) IS NOT AN X/Y ITEM - IT IS
      *    RETRIED AGAINST THE AUDIT LOG INSTEAD, AND STAYS IN
      *    SUSPENSE IF THE RETRY STILL CANNOT APPLY. THE OPERATION IS
      *    PROVED AGAIN AGAINST THE DEPARTMENT MASTER.
      *----------------------------------------------------------------
       8030-RESUBMIT-SUSPENSE.

           MOVE 'N' TO CALC-REPAIR-OK-SW.
           MOVE CALC-SUSP-TRAN-ID TO CALC-TRAN-ID.
           MOVE CALC-SUSP-REC-NO TO CALC-RECORD-NUMBER.
      *    THE REPAIRED POSTING IS STILL THE SUBMITTING DEPARTMENT'S
      *    WORK - CARRY ITS DEPARTMENT AND BATCH ONTO THE AUDIT
      *    RECORD SO IT BILLS TO THEM.
           MOVE CALC-SUSP-DEPARTMENT TO CALC-BT-DEPARTMENT.
           IF CALC-SUSP-BATCH-NO IS NUMERIC
               MOVE CALC-SUSP-BATCH-NO TO CALC-BT-BATCH-NO
           ELSE
               MOVE ZERO TO CALC-BT-BATCH-NO
           END-IF.
      *    THE ITEM POSTS IN ITS BATCH'S CURRENCY AT TODAY'S RATE. AN
      *    ITEM SUSPENDED BEFORE THE CURRENCY WAS KEPT IS IN BASE.
           MOVE CALC-SUSP-CURRENCY TO CALC-BT-CURRENCY.
           PERFORM 4697-LOAD-FX-RATE THRU 4697-EXIT.

           IF CALC-SUSP-REV-NOT-FOUND OR CALC-SUSP-REV-TWICE
               OR CALC-SUSP-REV-PER-CLOSED
               PERFORM 8040-RETRY-REVERSAL THRU 8040-EXIT
           ELSE
               IF CALC-BT-NO-RATE
                   DISPLAY 'NO EXCHANGE RATE FOR ' CALC-BT-CURRENCY
                           ' ON ' CALC-RUN-DATE
                           ' - ITEM LEFT IN SUSPENSE'
               ELSE
      *    AN 'OP' ITEM IS REPAIRED BY KEYING AN OPERATION THE
      *    DEPARTMENT MAY SUBMIT; ANY OTHER ITEM KEEPS ITS OWN.
                   IF CALC-SUSP-OP-PRESENT
                       AND NOT CALC-SUSP-OP-NOT-ALLOWED
                       MOVE CALC-SUSP-OP-CODE TO CALC-OPERATION-CHOICE
                   ELSE
                       PERFORM 3300-SELECT-OPERATION THRU 3300-EXIT
                   END-IF
                   PERFORM 4700-LOAD-DEPT-MASTER THRU 4700-EXIT
                   MOVE 'N' TO CALC-DEPT-OP-SW
                   IF CALC-DEPT-LOADED
                       PERFORM 4715-CHECK-DEPT-OPERATION THRU 4715-EXIT
                   END-IF
                   IF CALC-DEPT-OP-REFUSED
                       MOVE SPACES TO CALC-SUSP-SET-REASON
                       DISPLAY 'OPERATION ' CALC-OPERATION-CHOICE
                               ' NOT ALLOWED FOR DEPT '
                               CALC-BT-DEPARTMENT
                               ' - ITEM LEFT IN SUSPENSE'
                   ELSE
                       PERFORM 3100-GET-VALID-X THRU 3100-EXIT
                       PERFORM 3200-GET-VALID-Y THRU 3200-EXIT
                       PERFORM 5000-PERFORM-CALCULATION THRU 5000-EXIT
                       PERFORM 5500-DISPLAY-RESULTS THRU 5500-EXIT
                       MOVE 'Y' TO CALC-REPAIR-OK-SW
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO CALC-BT-DEPARTMENT.
           MOVE ZERO TO CALC-BT-BATCH-NO.
           MOVE SPACES TO CALC-BT-CURRENCY.
           MOVE ZERO TO CALC-BT-FX-RATE.
           MOVE 'Y' TO CALC-BT-RATE-SW.
           MOVE 'N' TO CALC-DEPT-LOADED-SW.

       8030-EXIT.
           EXIT.
      *    8040-RETRY-REVERSAL - RE-RUNS THE KEYED ORIGINAL SEARCH
      *    FOR A SUSPENDED REVERSAL AND APPLIES IT THROUGH THE
      *    NORMAL REVERSAL PATH WHEN THE ORIGINAL IS NOW POSTED AND
      *    STILL UNREVERSED. AN ORIGINAL IN A PERIOD CLOSED TO LATE
      *    REVERSALS STAYS IN SUSPENSE FOR FINANCE TO DISPOSE OF.
      *----------------------------------------------------------------
       8040-RETRY-REVERSAL.

           PERFORM 4308-FIND-ORIGINAL-AUDIT THRU 4308-EXIT.
           EVALUATE TRUE
               WHEN CALC-REV-ORIG-FOUND AND NOT CALC-REV-ALREADY-DONE
                   AND NOT CALC-REV-PERIOD-REFUSED
                   PERFORM 4311-APPLY-REVERSAL THRU 4311-EXIT
                   MOVE 'Y' TO CALC-REPAIR-OK-SW
               WHEN CALC-REV-ALREADY-DONE
                   DISPLAY 'TRAN ' CALC-REV-SRCH-TRAN
                           ' IS ALREADY REVERSED - LEFT IN SUSPENSE'
               WHEN CALC-REV-ORIG-FOUND
                   DISPLAY 'TRAN ' CALC-REV-SRCH-TRAN
                           ' POSTED IN CLOSED PERIOD '
                           CALC-REV-ORIG-PERIOD
                           ' - LEFT IN SUSPENSE'
               WHEN OTHER
                   DISPLAY 'TRAN ' CALC-REV-SRCH-TRAN
                           ' STILL NOT ON AUDIT LOG - LEFT IN '
           EXIT.

      *----------------------------------------------------------------
      *    8080-SUSPENSE-DISPOSE-MODE - SUPERVISOR CANCEL OR
      *    WRITE-OFF OF DEAD SUSPENSE ITEMS. EACH ITEM OF THE CHOSEN
      *    DEPARTMENT (OR OF ALL DEPARTMENTS) IS SHOWN WITH ITS AGE;
      *    A CANCELLED OR WRITTEN-OFF ITEM NEEDS A REASON, IS LOGGED
      *    IN FULL ON CALCSDSP AND ON CALCSEC, AND LEAVES CALCSUSP.
      *    EVERYTHING ELSE IS CARRIED FORWARD THROUGH THE SAME WORK
      *    FILE AND COPY-BACK AS A REPAIR SESSION.
      *----------------------------------------------------------------
       8080-SUSPENSE-DISPOSE-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'SUSP DISPOSE' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           DISPLAY 'ENTER DEPARTMENT (BLANK = ALL): '.
           MOVE SPACES TO CALC-DSP-DEPT.
           ACCEPT CALC-DSP-DEPT.

           PERFORM 7505-SET-RUN-DAY THRU 7505-EXIT.
           MOVE ZERO TO CALC-SUSP-KEPT-COUNT.
           MOVE ZERO TO CALC-DSP-CANCEL-COUNT.
           MOVE ZERO TO CALC-DSP-WRITEOFF-COUNT.
           MOVE 'N' TO CALC-SUSP-EOF-SW.

           OPEN INPUT CALC-SUSPENSE-FILE.
           IF CALC-SUSP-STATUS NOT = '00'
               DISPLAY 'NO SUSPENSE RECORDS ON FILE'
           ELSE
               OPEN OUTPUT CALC-SUSP-WORK-FILE
               IF CALC-SUSPW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCSUSW, FILE STATUS '
                            CALC-SUSPW-STATUS
                   DISPLAY 'SESSION ABANDONED - NOTHING DISPOSED'
                   CLOSE CALC-SUSPENSE-FILE
               ELSE
                   PERFORM 8010-READ-SUSPENSE THRU 8010-EXIT
                   PERFORM 8085-DISPOSE-ONE-SUSPENSE THRU 8085-EXIT
                       UNTIL CALC-SUSP-EOF
                   CLOSE CALC-SUSPENSE-FILE
                   CLOSE CALC-SUSP-WORK-FILE
                   PERFORM 8060-REWRITE-SUSPENSE THRU 8060-EXIT
                   DISPLAY 'SUSPENSE ITEMS CANCELLED:   '
                            CALC-DSP-CANCEL-COUNT
                   DISPLAY 'SUSPENSE ITEMS WRITTEN OFF: '
                            CALC-DSP-WRITEOFF-COUNT
                   DISPLAY 'SUSPENSE ITEMS REMAINING:   '
                            CALC-SUSP-KEPT-COUNT
               END-IF
           END-IF.

       8080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8085-DISPOSE-ONE-SUSPENSE - SHOWS ONE ITEM OF THE CHOSEN
      *    DEPARTMENT AND TAKES THE SUPERVISOR'S DECISION. AN ITEM
      *    IS ONLY DROPPED FROM CALCSUSP ONCE ITS DISPOSITION RECORD
      *    IS SAFELY WRITTEN.
      *----------------------------------------------------------------
       8085-DISPOSE-ONE-SUSPENSE.

           MOVE SPACE TO CALC-DSP-ANSWER.
           MOVE 'N' TO CALC-DSP-LOGGED-SW.

           IF CALC-DSP-DEPT = SPACES
               OR CALC-SUSP-DEPARTMENT = CALC-DSP-DEPT
               PERFORM 7540-AGE-ONE-ITEM THRU 7540-EXIT
               DISPLAY ' '
               DISPLAY 'SUSPENSE RECORD ' CALC-SUSP-REC-NO
                       ' REASON ' CALC-SUSP-REASON
                       ' DEPT ' CALC-SUSP-DEPARTMENT
               DISPLAY '  X=' CALC-SUSP-X ' Y=' CALC-SUSP-Y
                       ' OP=' CALC-SUSP-OP-CODE
                       ' TRAN ID=' CALC-SUSP-TRAN-ID
               IF CALC-AGE-DATED
                   MOVE CALC-AGE-DAYS TO CALC-AGE-ED-DAYS
                   DISPLAY '  SUSPENDED ' CALC-SUSP-CREATE-DATE
                           ' AGE ' CALC-AGE-ED-DAYS ' DAYS'
               ELSE
                   DISPLAY '  SUSPENDED BEFORE DATING BEGAN'
               END-IF
               DISPLAY 'C = CANCEL, W = WRITE OFF, '
                       'ANYTHING ELSE = KEEP: '
               ACCEPT CALC-DSP-ANSWER
               IF CALC-DSP-CANCEL OR CALC-DSP-WRITE-OFF
                   DISPLAY 'REASON (REQUIRED): '
                   MOVE SPACES TO CALC-DSP-REASON-TEXT
                   ACCEPT CALC-DSP-REASON-TEXT
                   IF CALC-DSP-REASON-TEXT = SPACES
                       DISPLAY 'NO REASON GIVEN - ITEM KEPT.'
                   ELSE
                       PERFORM 8090-LOG-DISPOSITION THRU 8090-EXIT
                   END-IF
               END-IF
           END-IF.

           IF NOT CALC-DSP-LOGGED
               MOVE CALC-SUSPENSE-RECORD TO CALC-SUSP-WORK-RECORD
               WRITE CALC-SUSP-WORK-RECORD
               ADD 1 TO CALC-SUSP-KEPT-COUNT
           END-IF.

           PERFORM 8010-READ-SUSPENSE THRU 8010-EXIT.

       8085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8090-LOG-DISPOSITION - APPENDS THE DISPOSITION RECORD AND
      *    THE CALCSEC MAINTENANCE EVENT. OPENED PER WRITE, LIKE THE
      *    SECURITY LOG. IF CALCSDSP WILL NOT OPEN THE ITEM STAYS.
      *----------------------------------------------------------------
       8090-LOG-DISPOSITION.

           OPEN EXTEND CALC-SDSP-FILE.
           IF CALC-SDSP-STATUS NOT = '00'
               OPEN OUTPUT CALC-SDSP-FILE
           END-IF.
           IF CALC-SDSP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCSDSP, FILE STATUS '
                        CALC-SDSP-STATUS
               DISPLAY 'ITEM KEPT IN SUSPENSE.'
           ELSE
               ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
               ACCEPT CALC-TS-TIME FROM TIME
               MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
               MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
               MOVE SPACES TO CALC-SDSP-RECORD
               MOVE CALC-TS-STAMP TO CALC-SDSP-TIMESTAMP
               MOVE CALC-DSP-ANSWER TO CALC-SDSP-ACTION
               MOVE CALC-OPERATOR-ID TO CALC-SDSP-SUPERVISOR
               MOVE CALC-DSP-REASON-TEXT TO CALC-SDSP-REASON-TEXT
               IF CALC-AGE-DATED
                   MOVE CALC-AGE-DAYS TO CALC-SDSP-AGE-DAYS
               ELSE
                   MOVE 99999 TO CALC-SDSP-AGE-DAYS
               END-IF
               MOVE CALC-SUSPENSE-RECORD TO CALC-SDSP-SUSP-ITEM
               WRITE CALC-SDSP-RECORD
               CLOSE CALC-SDSP-FILE
               MOVE 'Y' TO CALC-DSP-LOGGED-SW
               MOVE 'M' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE CALC-SUSP-DEPARTMENT TO CALC-SEC-EV-TARGET
               IF CALC-DSP-CANCEL
                   MOVE 'SUSP CANCEL' TO CALC-SEC-EV-DETAIL
                   ADD 1 TO CALC-DSP-CANCEL-COUNT
               ELSE
                   MOVE 'SUSP WRITOFF' TO CALC-SEC-EV-DETAIL
                   ADD 1 TO CALC-DSP-WRITEOFF-COUNT
               END-IF
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
               MOVE SPACES TO CALC-SEC-EV-TARGET
           END-IF.

       8090-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8100-OPER-MAINT-MODE - SUPERVISOR MAINTENANCE OF THE
      *    CALCOPER MASTER: ADD AN OPERATOR, DISABLE ONE, OR CHANGE
      *    AN AUTHORIZATION LEVEL.
      *----------------------------------------------------------------
       8100-OPER-MAINT-MODE.

           MOVE SPACE TO CALC-MAINT-CHOICE.
           PERFORM 8110-MAINT-ONE-ACTION THRU 8110-EXIT
               UNTIL CALC-MAINT-RETURN.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8110-MAINT-ONE-ACTION
      *----------------------------------------------------------------
       8110-MAINT-ONE-ACTION.

           DISPLAY ' '.
           DISPLAY 'OPERATOR MASTER MAINTENANCE'.
           DISPLAY '1 = ADD OPERATOR'.
           DISPLAY '2 = DISABLE OPERATOR'.
           DISPLAY '3 = CHANGE AUTHORIZATION LEVEL'.
           DISPLAY '4 = RETURN TO MAIN MENU'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-MAINT-CHOICE.

           EVALUATE TRUE
      *    ORDER FROM THE BEGINNING AND STOPS AT THE FIRST RECORD ON
      *    OR AFTER THE CUTOFF - ONLY THE RECORDS TO BE ARCHIVED ARE
      *    EVER READ. ARCHIVED RECORDS ARE DELETED IN PLACE, SO THE
      *    OLD WHOLE-LOG REWRITE PASS IS GONE. NOTHING IS ARCHIVED
      *    WHEN THE CALCAMAN MANIFEST CANNOT BE OPENED, SINCE A
      *    DELETION IT DOES NOT COVER READS AS A LOSS TO
      *    CALC-AUDVERIFY.
      *----------------------------------------------------------------
       8210-RUN-ARCHIVE-PASS.

                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
           END-START.

           IF NOT CALC-AUDIT-EOF
               OPEN EXTEND CALC-AMAN-FILE
               IF CALC-AMAN-STATUS NOT = '00'
                   OPEN OUTPUT CALC-AMAN-FILE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CALC-AUDIT-EOF
                   DISPLAY 'NO AUDIT RECORDS TO ARCHIVE.'
                   MOVE 'N' TO CALC-AUDIT-EOF-SW
               WHEN CALC-AMAN-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCAMAN, FILE STATUS '
                           CALC-AMAN-STATUS
                   DISPLAY 'NOTHING ARCHIVED.'
               WHEN OTHER
                   MOVE SPACES TO CALC-PRINT-LINE
                   STRING 'AUDIT ARCHIVE MANIFEST - CUTOFF '
                           DELIMITED BY SIZE
                           CALC-ARCH-CUTOFF DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
                   WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
                   PERFORM 8220-ARCHIVE-ONE-RECORD THRU 8220-EXIT
                       UNTIL CALC-AUDIT-EOF
                   MOVE 'N' TO CALC-AUDIT-EOF-SW
                   IF CALC-ARCH-FILE-OPEN
                       PERFORM 8240-CLOSE-GENERATION THRU 8240-EXIT
                   END-IF
                   PERFORM 6100-COUNT-AUDIT-RECORDS THRU 6100-EXIT
                   MOVE CALC-AUDIT-TOTAL TO CALC-ARCH-KEPT-COUNT
                   PERFORM 8260-WRITE-MANIFEST-TOTALS THRU 8260-EXIT
                   CLOSE CALC-AMAN-FILE
           END-EVALUATE.

       8210-EXIT.
           EXIT.

               IF CALC-ARCH-STATUS = '00'
                   MOVE 'Y' TO CALC-ARCH-OPEN-SW
                   MOVE ZERO TO CALC-ARCH-GEN-COUNT
                   MOVE ZERO TO CALC-ARCH-GEN-CHAINED
                   MOVE ZERO TO CALC-ARCH-GEN-FIRST-SEQ
                   MOVE ZERO TO CALC-ARCH-GEN-LAST-SEQ
                   MOVE CALC-AUD-TIMESTAMP(1:8)
                       TO CALC-ARCH-GEN-FIRST
               END-IF
               ADD 1 TO CALC-ARCH-GEN-COUNT
               ADD 1 TO CALC-ARCH-TOTAL-COUNT
               MOVE CALC-AUD-TIMESTAMP(1:8) TO CALC-ARCH-GEN-LAST
               IF CALC-AUD-SEQ-NO IS NUMERIC
                   AND CALC-AUD-SEQ-NO > ZERO
                   ADD 1 TO CALC-ARCH-GEN-CHAINED
                   IF CALC-ARCH-GEN-FIRST-SEQ = ZERO
                       MOVE CALC-AUD-SEQ-NO TO CALC-ARCH-GEN-FIRST-SEQ
                   END-IF
                   MOVE CALC-AUD-SEQ-NO TO CALC-ARCH-GEN-LAST-SEQ
               END-IF
               DELETE CALC-AUDIT-LOG RECORD
               IF CALC-AUDIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO DELETE ARCHIVED RECORD, '
           EXIT.

      *----------------------------------------------------------------
      *    8240-CLOSE-GENERATION - CLOSES THE OPEN GENERATION, PRINTS
      *    ITS MANIFEST LINE AND WRITES ITS CALCAMAN 'G' RECORD.
      *----------------------------------------------------------------
       8240-CLOSE-GENERATION.

           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE SPACES TO CALC-AMAN-RECORD.
           MOVE 'G' TO CALC-AMAN-REC-TYPE.
           MOVE CALC-RUN-DATE TO CALC-AMAN-RUN-DATE.
           MOVE CALC-ARCH-CUTOFF TO CALC-AMAN-CUTOFF.
           MOVE CALC-ARCH-GEN-MONTH TO CALC-AMAN-GEN-MONTH.
           MOVE CALC-ARCH-GEN-COUNT TO CALC-AMAN-RECORD-COUNT.
           MOVE CALC-ARCH-GEN-CHAINED TO CALC-AMAN-CHAINED-COUNT.
           MOVE CALC-ARCH-GEN-FIRST TO CALC-AMAN-FIRST-DATE.
           MOVE CALC-ARCH-GEN-LAST TO CALC-AMAN-LAST-DATE.
           MOVE CALC-ARCH-GEN-FIRST-SEQ TO CALC-AMAN-FIRST-SEQ.
           MOVE CALC-ARCH-GEN-LAST-SEQ TO CALC-AMAN-LAST-SEQ.
           MOVE ZERO TO CALC-AMAN-KEPT-COUNT.
           MOVE CALC-OPERATOR-ID TO CALC-AMAN-OPERATOR.
           WRITE CALC-AMAN-RECORD.

       8240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8260-WRITE-MANIFEST-TOTALS - PRINTS THE RUN TOTALS AND
      *    WRITES THE CALCAMAN 'T' RECORD.
      *----------------------------------------------------------------
       8260-WRITE-MANIFEST-TOTALS.

           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE SPACES TO CALC-AMAN-RECORD.
           MOVE 'T' TO CALC-AMAN-REC-TYPE.
           MOVE CALC-RUN-DATE TO CALC-AMAN-RUN-DATE.
           MOVE CALC-ARCH-CUTOFF TO CALC-AMAN-CUTOFF.
           MOVE CALC-ARCH-TOTAL-COUNT TO CALC-AMAN-RECORD-COUNT.
           MOVE ZERO TO CALC-AMAN-CHAINED-COUNT.
           MOVE ZERO TO CALC-AMAN-FIRST-SEQ.
           MOVE ZERO TO CALC-AMAN-LAST-SEQ.
           MOVE CALC-ARCH-KEPT-COUNT TO CALC-AMAN-KEPT-COUNT.
           MOVE CALC-OPERATOR-ID TO CALC-AMAN-OPERATOR.
           WRITE CALC-AMAN-RECORD.

           DISPLAY 'AUDIT RECORDS ARCHIVED:  ' CALC-ARCH-TOTAL-COUNT.
           DISPLAY 'AUDIT RECORDS RETAINED:  ' CALC-ARCH-KEPT-COUNT.


      *----------------------------------------------------------------
      *    8300-EXTRACT-MODE - WRITES THE CALCEXTR INTERFACE FILE OF
      *    NON-REJECTED CALCULATIONS FOR ONE FISCAL PERIOD, OR IN AN
      *    ENTERED DATE RANGE, SO FINANCE LOADS RESULTS INSTEAD OF
      *    REKEYING THE PRINTED REPORT. BLANK DATES OPEN THAT END OF
      *    THE RANGE. EVERY RECORD CARRIES THE FISCAL PERIOD IT
      *    COUNTS IN.
      *----------------------------------------------------------------
       8300-EXTRACT-MODE.

           MOVE 'N' TO CALC-EXTR-BY-PERIOD-SW.
           MOVE 'Y' TO CALC-EXTR-OK-SW.
           MOVE SPACES TO CALC-EXTR-PERIOD-X.
           DISPLAY 'EXTRACT FISCAL PERIOD (YYYYPP, BLANK = DATE '
                   'RANGE): '.
           ACCEPT CALC-EXTR-PERIOD-X.

           IF CALC-EXTR-PERIOD-X = SPACES
               DISPLAY 'EXTRACT FROM DATE (YYYYMMDD, BLANK = OPEN): '
               ACCEPT CALC-EXTR-FROM
               DISPLAY 'EXTRACT TO DATE   (YYYYMMDD, BLANK = OPEN): '
               ACCEPT CALC-EXTR-TO
               IF CALC-EXTR-FROM = SPACES
                   MOVE '00000000' TO CALC-EXTR-FROM
               END-IF
               IF CALC-EXTR-TO = SPACES
                   MOVE '99999999' TO CALC-EXTR-TO
               END-IF
               MOVE CALC-EXTR-FROM TO CALC-EXTR-START-STAMP(1:8)
               MOVE '000000' TO CALC-EXTR-START-STAMP(9:6)
           ELSE
               PERFORM 8302-RESOLVE-EXTRACT-PERIOD THRU 8302-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT CALC-EXTR-OK
                   CONTINUE
               WHEN CALC-EXTR-FROM IS NOT NUMERIC
                   OR CALC-EXTR-TO IS NOT NUMERIC
                   DISPLAY 'EXTRACT DATES MUST BE NUMERIC YYYYMMDD.'
               WHEN OTHER
                   MOVE 'F' TO CALC-SEC-EV-TYPE
                   MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
                   MOVE 'P' TO CALC-SEC-EV-RESULT
                   MOVE 'EXTRACT' TO CALC-SEC-EV-DETAIL
                   PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
                   PERFORM 8310-RUN-EXTRACT-PASS THRU 8310-EXIT
           END-EVALUATE.

       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8302-RESOLVE-EXTRACT-PERIOD - THE PERIOD'S FIRST AND LAST
      *    DAY BECOME THE RANGE. THE PASS STARTS AT THE FIRST DAY, OR
      *    EARLIER AT THE CLOSE OF THE PERIOD BEFORE IF THAT CLOSE
      *    CAME FIRST - POSTINGS AFTER IT ROLLED INTO THIS PERIOD.
      *    WITHOUT A CALENDAR THE PERIOD IS THE CALENDAR MONTH.
      *----------------------------------------------------------------
       8302-RESOLVE-EXTRACT-PERIOD.

           MOVE 'N' TO CALC-EXTR-OK-SW.
           IF CALC-EXTR-PERIOD-X IS NOT NUMERIC
               DISPLAY 'FISCAL PERIOD MUST BE NUMERIC YYYYPP.'
           ELSE
               MOVE CALC-EXTR-PERIOD-X TO CALC-EXTR-PERIOD
               IF CALC-FPT-USED = ZERO
                   MOVE CALC-EXTR-PERIOD-X TO CALC-EXTR-FROM(1:6)
                   MOVE '01' TO CALC-EXTR-FROM(7:2)
                   MOVE CALC-EXTR-PERIOD-X TO CALC-EXTR-TO(1:6)
                   MOVE '31' TO CALC-EXTR-TO(7:2)
                   MOVE 'Y' TO CALC-EXTR-OK-SW
               ELSE
                   MOVE 1 TO CALC-FPT-IX
                   PERFORM 8303-MATCH-EXTRACT-PERIOD THRU 8303-EXIT
                       UNTIL CALC-FPT-IX > CALC-FPT-USED
                          OR CALC-EXTR-OK
                   IF NOT CALC-EXTR-OK
                       DISPLAY 'PERIOD NOT ON THE FISCAL CALENDAR.'
                   END-IF
               END-IF
           END-IF.

           IF CALC-EXTR-OK
               MOVE 'Y' TO CALC-EXTR-BY-PERIOD-SW
               MOVE CALC-EXTR-FROM TO CALC-EXTR-START-STAMP(1:8)
               MOVE '000000' TO CALC-EXTR-START-STAMP(9:6)
               MOVE ZERO TO CALC-EXTR-PRIOR-IX
               MOVE 1 TO CALC-FPT-IX
               PERFORM 8304-FIND-PRIOR-PERIOD THRU 8304-EXIT
                   UNTIL CALC-FPT-IX > CALC-FPT-USED
               IF CALC-EXTR-PRIOR-IX > ZERO
                   IF CALC-FPT-CLOSED(CALC-EXTR-PRIOR-IX)
                       AND CALC-FPT-CLOSED-TS(CALC-EXTR-PRIOR-IX)
                           < CALC-EXTR-START-STAMP
                       MOVE CALC-FPT-CLOSED-TS(CALC-EXTR-PRIOR-IX)
                           TO CALC-EXTR-START-STAMP
                   END-IF
               END-IF
           END-IF.

       8302-EXIT.
           EXIT.

       8303-MATCH-EXTRACT-PERIOD.

           IF CALC-FPT-PERIOD(CALC-FPT-IX) = CALC-EXTR-PERIOD
               MOVE CALC-FPT-START(CALC-FPT-IX) TO CALC-EXTR-FROM
               MOVE CALC-FPT-END(CALC-FPT-IX) TO CALC-EXTR-TO
               MOVE 'Y' TO CALC-EXTR-OK-SW
           ELSE
               ADD 1 TO CALC-FPT-IX
           END-IF.

       8303-EXIT.
           EXIT.

      *    THE PERIOD BEFORE IS THE ONE ENDING LAST BEFORE THIS ONE
      *    STARTS.
       8304-FIND-PRIOR-PERIOD.

           IF CALC-FPT-END(CALC-FPT-IX) < CALC-EXTR-FROM
               IF CALC-EXTR-PRIOR-IX = ZERO
                   MOVE CALC-FPT-IX TO CALC-EXTR-PRIOR-IX
               ELSE
                   IF CALC-FPT-END(CALC-FPT-IX)
                       > CALC-FPT-END(CALC-EXTR-PRIOR-IX)
                       MOVE CALC-FPT-IX TO CALC-EXTR-PRIOR-IX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CALC-FPT-IX.

       8304-EXIT.
           EXIT.

      *----------------------------------------------------------------
           MOVE ZERO TO CALC-EXTR-COUNT.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.

           PERFORM 8350-LOAD-HOLD-TABLE THRU 8350-EXIT.
           IF CALC-HOLD-TABLE-FULL
               DISPLAY 'CALCHOLD HOLDS MORE THAN 2000 BATCHES - '
                       'HELD BATCHES CANNOT BE SCREENED'
               DISPLAY 'EXTRACT RUN ABANDONED'
           ELSE
               PERFORM 8315-WRITE-EXTRACT-FILE THRU 8315-EXIT
           END-IF.

       8310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8315-WRITE-EXTRACT-FILE - THE RANGE PASS, THEN, WHEN A
      *    BATCH POSTED BEFORE THE RANGE WAS RELEASED INSIDE IT, A
      *    SECOND PASS OVER THE EARLIER DAYS FOR THAT BATCH'S
      *    RECORDS.
      *----------------------------------------------------------------
       8315-WRITE-EXTRACT-FILE.

           OPEN OUTPUT CALC-EXTRACT-FILE.
           IF CALC-EXTR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCEXTR, FILE STATUS '
                        CALC-EXTR-STATUS
               DISPLAY 'EXTRACT RUN ABANDONED'
           ELSE
               MOVE CALC-EXTR-START-STAMP TO CALC-AUD-TIMESTAMP
               START CALC-AUDIT-LOG
                   KEY IS NOT LESS THAN CALC-AUD-TIMESTAMP
                   INVALID KEY
               PERFORM 8320-EXTRACT-ONE-RECORD THRU 8320-EXIT
                   UNTIL CALC-AUDIT-EOF
               MOVE 'N' TO CALC-AUDIT-EOF-SW
               IF CALC-HOLD-ANY-LATE
                   PERFORM 8360-EXTRACT-LATE-RELEASES THRU 8360-EXIT
               END-IF
               CLOSE CALC-EXTRACT-FILE
               PERFORM 8340-NOTE-EXTRACT-ON-REPORT THRU 8340-EXIT
               DISPLAY 'EXTRACT RECORDS WRITTEN: ' CALC-EXTR-COUNT
           END-IF.

       8315-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8320-EXTRACT-ONE-RECORD - THE TIMESTAMP KEY READS IN
      *    ORDER, SO THE FIRST RECORD PAST THE TO-DATE ENDS THE
      *    PASS. A RECORD OF A HELD BATCH IS LEFT OUT UNLESS THE
      *    BATCH WAS RELEASED WITHIN THE RANGE. A PERIOD EXTRACT
      *    ALSO LEAVES OUT WHAT COUNTS IN ANOTHER PERIOD.
      *----------------------------------------------------------------
       8320-EXTRACT-ONE-RECORD.

                       WHEN CALC-AUD-TIMESTAMP(1:8) > CALC-EXTR-TO
                           MOVE 'Y' TO CALC-AUDIT-EOF-SW
                       WHEN NOT CALC-AUD-WAS-REJECTED
                           MOVE CALC-AUD-TIMESTAMP TO CALC-FPC-STAMP
                           PERFORM 9400-ASSIGN-FISCAL-PERIOD
                               THRU 9400-EXIT
                           PERFORM 8325-CHECK-HELD-BATCH
                               THRU 8325-EXIT
                           IF (NOT CALC-HOLD-FOUND
                                 OR CALC-HOLD-INCLUDE)
                               AND (NOT CALC-EXTR-BY-PERIOD
                                 OR CALC-FPC-PERIOD = CALC-EXTR-PERIOD)
                               PERFORM 8330-WRITE-EXTRACT-RECORD
                                   THRU 8330-EXIT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       8320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8325-CHECK-HELD-BATCH - LOOKS THE RECORD'S DEPARTMENT,
      *    BATCH NUMBER AND BATCH CREATE DATE UP IN THE HOLD TABLE,
      *    SO A LATER BATCH REUSING THE NUMBER IS NOT TAKEN FOR THE
      *    HELD ONE. CALC-HOLD-INCLUDE IS SET ONLY FOR A BATCH
      *    RELEASED ON A DATE INSIDE THE EXTRACT RANGE; A PENDING OR
      *    REJECTED BATCH NEVER REACHES FINANCE.
      *----------------------------------------------------------------
       8325-CHECK-HELD-BATCH.

           MOVE 'N' TO CALC-HOLD-FOUND-SW.
           MOVE 'N' TO CALC-HOLD-INCL-SW.
           IF CALC-AUD-DEPARTMENT NOT = SPACES
               MOVE 1 TO CALC-HOLD-IX
               PERFORM 8326-MATCH-ONE-HOLD THRU 8326-EXIT
                   UNTIL CALC-HOLD-IX > CALC-HOLD-USED
                   OR CALC-HOLD-FOUND
           END-IF.

       8325-EXIT.
           EXIT.

       8326-MATCH-ONE-HOLD.

           IF CALC-HOLD-TAB-DEPT(CALC-HOLD-IX) = CALC-AUD-DEPARTMENT
               AND CALC-HOLD-TAB-BATCH(CALC-HOLD-IX)
                   = CALC-AUD-BATCH-NO
               AND CALC-HOLD-TAB-CREATE(CALC-HOLD-IX)
                   = CALC-AUD-BATCH-DATE
               MOVE 'Y' TO CALC-HOLD-FOUND-SW
               IF CALC-HOLD-TAB-STATE(CALC-HOLD-IX) = 'R'
                   AND CALC-HOLD-TAB-DATE(CALC-HOLD-IX)
                       NOT < CALC-EXTR-FROM
                   AND CALC-HOLD-TAB-DATE(CALC-HOLD-IX)
                       NOT > CALC-EXTR-TO
                   MOVE 'Y' TO CALC-HOLD-INCL-SW
               END-IF
           ELSE
               ADD 1 TO CALC-HOLD-IX
           END-IF.

       8326-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8330-WRITE-EXTRACT-RECORD - TIMESTAMP, OPERATOR, X, Y AND
      *    THE FOUR RESULTS, SEMICOLON DELIMITED. A SKIPPED
      *    OPERATION CONTRIBUTES AN EMPTY FIELD SO A ZERO IN THE
      *    FILE ALWAYS MEANS A COMPUTED ZERO. THE FISCAL PERIOD THE
      *    CALLER SET IN CALC-FPC-PERIOD GOES LAST.
      *----------------------------------------------------------------
       8330-WRITE-EXTRACT-RECORD.

               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.
           PERFORM 8335-APPEND-BASE-FIELDS THRU 8335-EXIT.
           STRING ';' DELIMITED BY SIZE
                   CALC-FPC-PERIOD DELIMITED BY SIZE
               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.

           WRITE CALC-EXTRACT-RECORD.
           ADD 1 TO CALC-EXTR-COUNT.
       8330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8335-APPEND-BASE-FIELDS - CURRENCY, RATE TO BASE AND THE
      *    BASE-CURRENCY X, Y, TOTAL, DIFFERENCE, PRODUCT AND
      *    REMAINDER, AFTER THE TRANSACTION ID SO THE FIELDS FINANCE
      *    ALREADY LOADS KEEP THEIR POSITIONS. A SKIPPED OPERATION IS
      *    AN EMPTY FIELD. A RECORD POSTED BEFORE THE CURRENCY FIELDS
      *    EXISTED IS IN BASE CURRENCY AT A RATE OF ONE.
      *----------------------------------------------------------------
       8335-APPEND-BASE-FIELDS.

           IF CALC-AUD-CURRENCY = SPACES
               OR CALC-AUD-FX-RATE IS NOT NUMERIC
               OR CALC-AUD-FX-RATE = ZERO
               MOVE CALC-FX-BASE-CURRENCY TO CALC-FX-POST-CURRENCY
               MOVE 1 TO CALC-FX-POST-RATE
               MOVE CALC-AUD-X TO CALC-FX-BASE-X
               MOVE CALC-AUD-Y TO CALC-FX-BASE-Y
               MOVE CALC-AUD-TOTAL TO CALC-FX-BASE-TOTAL
               MOVE CALC-AUD-DIFFERENCE TO CALC-FX-BASE-DIFF
               MOVE CALC-AUD-PRODUCT TO CALC-FX-BASE-PROD
               MOVE CALC-AUD-REMAINDER TO CALC-FX-BASE-REM
           ELSE
               MOVE CALC-AUD-CURRENCY TO CALC-FX-POST-CURRENCY
               MOVE CALC-AUD-FX-RATE TO CALC-FX-POST-RATE
               MOVE CALC-AUD-BASE-X TO CALC-FX-BASE-X
               MOVE CALC-AUD-BASE-Y TO CALC-FX-BASE-Y
               MOVE CALC-AUD-BASE-TOTAL TO CALC-FX-BASE-TOTAL
               MOVE CALC-AUD-BASE-DIFF TO CALC-FX-BASE-DIFF
               MOVE CALC-AUD-BASE-PRODUCT TO CALC-FX-BASE-PROD
               MOVE CALC-AUD-BASE-REM TO CALC-FX-BASE-REM
           END-IF.
           MOVE CALC-FX-POST-RATE TO CALC-EXTR-RATE-ED.
           MOVE CALC-FX-BASE-X TO CALC-EXTR-BASE-X-ED.
           MOVE CALC-FX-BASE-Y TO CALC-EXTR-BASE-Y-ED.

           STRING ';'                   DELIMITED BY SIZE
                   CALC-FX-POST-CURRENCY DELIMITED BY SIZE
                   ';'                   DELIMITED BY SIZE
                   CALC-EXTR-RATE-ED     DELIMITED BY SIZE
                   ';'                   DELIMITED BY SIZE
                   CALC-EXTR-BASE-X-ED   DELIMITED BY SIZE
                   ';'                   DELIMITED BY SIZE
                   CALC-EXTR-BASE-Y-ED   DELIMITED BY SIZE
                   ';'                   DELIMITED BY SIZE
               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.

           IF NOT CALC-AUD-ADD-WAS-SKIPPED
               MOVE CALC-FX-BASE-TOTAL TO CALC-EXTR-BASE-TOTAL-ED
               STRING CALC-EXTR-BASE-TOTAL-ED DELIMITED BY SIZE
                   INTO CALC-EXTRACT-RECORD
                   WITH POINTER CALC-EXTR-PTR
               END-STRING
           END-IF.
           STRING ';' DELIMITED BY SIZE
               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.

           IF NOT CALC-AUD-SUB-WAS-SKIPPED
               MOVE CALC-FX-BASE-DIFF TO CALC-EXTR-BASE-DIFF-ED
               STRING CALC-EXTR-BASE-DIFF-ED DELIMITED BY SIZE
                   INTO CALC-EXTRACT-RECORD
                   WITH POINTER CALC-EXTR-PTR
               END-STRING
           END-IF.
           STRING ';' DELIMITED BY SIZE
               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.

           IF NOT CALC-AUD-MUL-WAS-SKIPPED
               MOVE CALC-FX-BASE-PROD TO CALC-EXTR-BASE-PROD-ED
               STRING CALC-EXTR-BASE-PROD-ED DELIMITED BY SIZE
                   INTO CALC-EXTRACT-RECORD
                   WITH POINTER CALC-EXTR-PTR
               END-STRING
           END-IF.
           STRING ';' DELIMITED BY SIZE
               INTO CALC-EXTRACT-RECORD
               WITH POINTER CALC-EXTR-PTR
           END-STRING.

           IF CALC-AUD-REM-SKIP = 'N'
               MOVE CALC-FX-BASE-REM TO CALC-EXTR-BASE-REM-ED
               STRING CALC-EXTR-BASE-REM-ED DELIMITED BY SIZE
                   INTO CALC-EXTRACT-RECORD
                   WITH POINTER CALC-EXTR-PTR
               END-STRING
           END-IF.

       8335-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8340-NOTE-EXTRACT-ON-REPORT - LEAVES A DURABLE TRACE OF
      *    THE INTERFACE HANDOFF ON CALCRPT.
           EXIT.

      *----------------------------------------------------------------
      *    8350-LOAD-HOLD-TABLE - ONE READ OF CALCHOLD PER EXTRACT.
      *    ALSO FINDS THE EARLIEST POSTING DATE OF ANY BATCH THAT
      *    WAS POSTED BEFORE THE RANGE BUT RELEASED INSIDE IT, WHERE
      *    THE SECOND PASS HAS TO START. NO CALCHOLD MEANS NOTHING
      *    HAS EVER BEEN HELD.
      *----------------------------------------------------------------
       8350-LOAD-HOLD-TABLE.

           MOVE ZERO TO CALC-HOLD-USED.
           MOVE 'N' TO CALC-HOLD-FULL-SW.
           MOVE 'N' TO CALC-HOLD-LATE-SW.
           MOVE 99999999 TO CALC-HOLD-LATE-FROM.
           MOVE 'N' TO CALC-HOLD-EOF-SW.

           OPEN INPUT CALC-HOLD-FILE.
           IF CALC-HOLD-STATUS = '00'
               PERFORM 8355-LOAD-ONE-HOLD THRU 8355-EXIT
                   UNTIL CALC-HOLD-EOF
               CLOSE CALC-HOLD-FILE
           END-IF.
           MOVE 'N' TO CALC-HOLD-EOF-SW.

       8350-EXIT.
           EXIT.

       8355-LOAD-ONE-HOLD.

           READ CALC-HOLD-FILE
               AT END
                   MOVE 'Y' TO CALC-HOLD-EOF-SW
               NOT AT END
                   IF CALC-HOLD-USED NOT < 2000
                       MOVE 'Y' TO CALC-HOLD-FULL-SW
                       MOVE 'Y' TO CALC-HOLD-EOF-SW
                   ELSE
                       ADD 1 TO CALC-HOLD-USED
                       MOVE CALC-HOLD-DEPARTMENT
                           TO CALC-HOLD-TAB-DEPT(CALC-HOLD-USED)
                       MOVE CALC-HOLD-BATCH-NO
                           TO CALC-HOLD-TAB-BATCH(CALC-HOLD-USED)
                       MOVE CALC-HOLD-POST-DATE
                           TO CALC-HOLD-TAB-POST(CALC-HOLD-USED)
                       MOVE CALC-HOLD-CREATE-DATE
                           TO CALC-HOLD-TAB-CREATE(CALC-HOLD-USED)
                       MOVE CALC-HOLD-STATE
                           TO CALC-HOLD-TAB-STATE(CALC-HOLD-USED)
                       MOVE CALC-HOLD-DECIDED-TS(1:8)
                           TO CALC-HOLD-TAB-DATE(CALC-HOLD-USED)
                       IF CALC-HOLD-RELEASED
                           AND CALC-HOLD-DECIDED-TS(1:8)
                               NOT < CALC-EXTR-FROM
                           AND CALC-HOLD-DECIDED-TS(1:8)
                               NOT > CALC-EXTR-TO
                           AND CALC-HOLD-POST-DATE < CALC-EXTR-FROM
                           MOVE 'Y' TO CALC-HOLD-LATE-SW
                           IF CALC-HOLD-POST-DATE
                               < CALC-HOLD-LATE-FROM
                               MOVE CALC-HOLD-POST-DATE
                                   TO CALC-HOLD-LATE-FROM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8355-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8360-EXTRACT-LATE-RELEASES - RE-READS THE LOG FROM THE
      *    EARLIEST QUALIFYING POSTING DATE UP TO THE FROM-DATE AND
      *    WRITES ONLY THE RECORDS OF BATCHES RELEASED IN RANGE. A
      *    PERIOD EXTRACT HAS ALREADY WRITTEN THE PERIOD'S OWN
      *    RECORDS DATED BEFORE ITS FIRST DAY IN THE MAIN PASS.
      *----------------------------------------------------------------
       8360-EXTRACT-LATE-RELEASES.

           MOVE CALC-HOLD-LATE-FROM TO CALC-AUD-TIMESTAMP(1:8).
           MOVE '000000' TO CALC-AUD-TIMESTAMP(9:6).
           START CALC-AUDIT-LOG
               KEY IS NOT LESS THAN CALC-AUD-TIMESTAMP
               INVALID KEY
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
           END-START.
           PERFORM 8365-EXTRACT-ONE-LATE THRU 8365-EXIT
               UNTIL CALC-AUDIT-EOF.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.

       8360-EXIT.
           EXIT.

       8365-EXTRACT-ONE-LATE.

           READ CALC-AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN CALC-AUD-TIMESTAMP(1:8)
                           NOT < CALC-EXTR-FROM
                           MOVE 'Y' TO CALC-AUDIT-EOF-SW
                       WHEN NOT CALC-AUD-WAS-REJECTED
                           MOVE CALC-AUD-TIMESTAMP TO CALC-FPC-STAMP
                           PERFORM 9400-ASSIGN-FISCAL-PERIOD
                               THRU 9400-EXIT
                           PERFORM 8325-CHECK-HELD-BATCH
                               THRU 8325-EXIT
                           IF CALC-HOLD-INCLUDE
                               AND (NOT CALC-EXTR-BY-PERIOD
                                 OR CALC-FPC-PERIOD
                                    NOT = CALC-EXTR-PERIOD)
                               PERFORM 8330-WRITE-EXTRACT-RECORD
                                   THRU 8330-EXIT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       8365-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8400-MONTH-REPORT-MODE - MONTH-END VOLUME REPORT FROM THE
      *    CALCHIST HISTORY FILE: PER-DAY VOLUMES, PERIOD-TO-DATE
      *    TOTALS BY OPERATOR AND BY OPERATION, AND A COMPARISON
      *    AGAINST THE PRIOR PERIOD. THE REPORT RUNS BY FISCAL
      *    PERIOD OFF CALCFPER; WITHOUT A CALENDAR A PERIOD IS A
      *    CALENDAR MONTH, KEYED YYYYMM. PRINTS ON CALCRPT.
      *----------------------------------------------------------------
       8400-MONTH-REPORT-MODE.

           DISPLAY 'ENTER FISCAL PERIOD (YYYYPP): '.
           ACCEPT CALC-RPTM-MONTH.

           IF CALC-RPTM-MONTH IS NOT NUMERIC
               DISPLAY 'FISCAL PERIOD MUST BE NUMERIC YYYYPP.'
           ELSE
               PERFORM 8405-RESOLVE-REPORT-PERIOD THRU 8405-EXIT
               IF CALC-RPTM-OK
                   PERFORM 8420-TALLY-HISTORY THRU 8420-EXIT
                   IF CALC-HIST-STATUS = '00'
                       PERFORM 8440-PRINT-MONTH-REPORT THRU 8440-EXIT
                   END-IF
               END-IF
           END-IF.

       8400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8405-RESOLVE-REPORT-PERIOD - DATES OF THE REPORT PERIOD
      *    AND THE PERIOD BEFORE IT: THE NEXT LOWER PERIOD NUMBER ON
      *    THE CALENDAR, OR THE PRIOR CALENDAR MONTH WHEN THERE IS
      *    NO CALENDAR.
      *----------------------------------------------------------------
       8405-RESOLVE-REPORT-PERIOD.

           MOVE 'N' TO CALC-RPTM-OK-SW.
           MOVE CALC-RPTM-MONTH TO CALC-RPTM-PERIOD.
           MOVE ZERO TO CALC-RPTM-PRIOR-PERIOD.

           IF CALC-FPT-USED > ZERO
               MOVE 1 TO CALC-FPT-IX
               PERFORM 8406-MATCH-REPORT-PERIOD THRU 8406-EXIT
                   UNTIL CALC-FPT-IX > CALC-FPT-USED
               IF NOT CALC-RPTM-OK
                   DISPLAY 'PERIOD NOT ON THE FISCAL CALENDAR.'
               END-IF
           ELSE
               PERFORM 8410-PRIOR-MONTH THRU 8410-EXIT
               MOVE CALC-RPTM-PRIOR TO CALC-RPTM-PRIOR-PERIOD
               MOVE CALC-RPTM-PERIOD TO CALC-RPTM-START(1:6)
               MOVE '01' TO CALC-RPTM-START(7:2)
               MOVE CALC-RPTM-PERIOD TO CALC-RPTM-END(1:6)
               MOVE '31' TO CALC-RPTM-END(7:2)
               MOVE 'Y' TO CALC-RPTM-OK-SW
           END-IF.

           IF CALC-RPTM-OK
               MOVE CALC-RPTM-START TO CALC-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
               MOVE CALC-DAYS-NUMBER TO CALC-RPTM-START-DAY
           END-IF.

       8405-EXIT.
           EXIT.

       8406-MATCH-REPORT-PERIOD.

           IF CALC-FPT-PERIOD(CALC-FPT-IX) = CALC-RPTM-PERIOD
               MOVE CALC-FPT-START(CALC-FPT-IX) TO CALC-RPTM-START
               MOVE CALC-FPT-END(CALC-FPT-IX) TO CALC-RPTM-END
               MOVE 'Y' TO CALC-RPTM-OK-SW
           END-IF.
           IF CALC-FPT-PERIOD(CALC-FPT-IX) < CALC-RPTM-PERIOD
               AND CALC-FPT-PERIOD(CALC-FPT-IX) > CALC-RPTM-PRIOR-PERIOD
               MOVE CALC-FPT-PERIOD(CALC-FPT-IX)
                   TO CALC-RPTM-PRIOR-PERIOD
           END-IF.
           ADD 1 TO CALC-FPT-IX.

       8406-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8410-PRIOR-MONTH - DERIVES THE PRIOR YYYYMM, ROLLING THE
      *    YEAR BACK OVER A JANUARY REPORT MONTH.
      *----------------------------------------------------------------
       8410-PRIOR-MONTH.

           MOVE CALC-RPTM-MONTH(1:4) TO CALC-RPTM-YYYY.
           MOVE CALC-RPTM-MONTH(5:2) TO CALC-RPTM-MM.
           IF CALC-RPTM-MM = 1
               SUBTRACT 1 FROM CALC-RPTM-YYYY
               MOVE 12 TO CALC-RPTM-MM
           ELSE

      *----------------------------------------------------------------
      *    8420-TALLY-HISTORY - ONE PASS OVER CALCHIST ACCUMULATING
      *    THE REPORT PERIOD'S TABLES AND THE PRIOR PERIOD'S TOTAL.
      *----------------------------------------------------------------
       8420-TALLY-HISTORY.

           MOVE ZERO TO CALC-RPTM-PCT-COUNT.
           MOVE ZERO TO CALC-RPTM-TOTAL-SUM.
           MOVE ZERO TO CALC-RPTM-OPER-USED.
           MOVE ZERO TO CALC-RPTM-LATE-COUNT.
           MOVE 1 TO CALC-RPTM-IX.
           PERFORM 8421-CLEAR-ONE-DAY THRU 8421-EXIT
               UNTIL CALC-RPTM-IX > 42.

           MOVE 'N' TO CALC-HIST-EOF-SW.
           OPEN INPUT CALC-HISTORY-FILE.
       8421-CLEAR-ONE-DAY.

           MOVE ZERO TO CALC-RPTM-DAY-COUNT(CALC-RPTM-IX).
           MOVE ZERO TO CALC-RPTM-DAY-DATE(CALC-RPTM-IX).
           ADD 1 TO CALC-RPTM-IX.

       8421-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8422-TALLY-ONE-HISTORY - A RUN COUNTS IN THE FISCAL
      *    PERIOD STAMPED ON ITS HISTORY RECORD. A RECORD POSTED
      *    BEFORE THE PERIOD WAS KEPT IS PLACED BY ITS RUN DATE.
      *----------------------------------------------------------------
       8422-TALLY-ONE-HISTORY.

               AT END
                   MOVE 'Y' TO CALC-HIST-EOF-SW
               NOT AT END
                   PERFORM 8425-HISTORY-PERIOD THRU 8425-EXIT
                   EVALUATE TRUE
                       WHEN CALC-RPTM-HIST-PERIOD = CALC-RPTM-PERIOD
                           ADD CALC-HIST-COUNT TO CALC-RPTM-MTD-COUNT
                           ADD CALC-HIST-ADD-COUNT
                               TO CALC-RPTM-ADD-COUNT
                               ADD CALC-HIST-TOTAL-SUM
                                   TO CALC-RPTM-TOTAL-SUM
                           END-IF
                           PERFORM 8426-TALLY-ONE-DAY THRU 8426-EXIT
                           PERFORM 8423-TALLY-OPERATOR THRU 8423-EXIT
                       WHEN CALC-RPTM-HIST-PERIOD
                           = CALC-RPTM-PRIOR-PERIOD
                           ADD CALC-HIST-COUNT
                               TO CALC-RPTM-PRIOR-COUNT
                       WHEN OTHER
       8422-EXIT.
           EXIT.

       8425-HISTORY-PERIOD.

           IF CALC-HIST-FISCAL-PERIOD IS NUMERIC
               AND CALC-HIST-FISCAL-PERIOD > ZERO
               MOVE CALC-HIST-FISCAL-PERIOD TO CALC-RPTM-HIST-PERIOD
           ELSE
               MOVE CALC-HIST-RUN-DATE TO CALC-FPC-STAMP(1:8)
               MOVE '000000' TO CALC-FPC-STAMP(9:6)
               PERFORM 9400-ASSIGN-FISCAL-PERIOD THRU 9400-EXIT
               MOVE CALC-FPC-PERIOD TO CALC-RPTM-HIST-PERIOD
           END-IF.

       8425-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8426-TALLY-ONE-DAY - ONE SLOT PER DAY FROM THE PERIOD
      *    START. A RUN DATED BEFORE THE START IS A LATE POSTING
      *    CARRIED IN FROM A PERIOD ALREADY CLOSED, AND IS COUNTED
      *    APART FROM THE DAILY FIGURES.
      *----------------------------------------------------------------
       8426-TALLY-ONE-DAY.

           MOVE CALC-HIST-RUN-DATE TO CALC-DAYS-DATE.
           PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT.
           COMPUTE CALC-RPTM-SLOT =
               CALC-DAYS-NUMBER - CALC-RPTM-START-DAY + 1.
           IF CALC-DAYS-OK
               AND CALC-RPTM-SLOT >= 1 AND CALC-RPTM-SLOT <= 42
               ADD CALC-HIST-COUNT
                   TO CALC-RPTM-DAY-COUNT(CALC-RPTM-SLOT)
               MOVE CALC-HIST-RUN-DATE
                   TO CALC-RPTM-DAY-DATE(CALC-RPTM-SLOT)
           ELSE
               ADD CALC-HIST-COUNT TO CALC-RPTM-LATE-COUNT
           END-IF.

       8426-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8423-TALLY-OPERATOR - SEQUENTIAL SEARCH OF THE SMALL
      *    IN-STORAGE OPERATOR TABLE; A NEW OPERATOR TAKES THE NEXT
       8440-PRINT-MONTH-REPORT.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'MONTH-END VOLUME REPORT - FISCAL PERIOD '
                   DELIMITED BY SIZE
                   CALC-RPTM-PERIOD DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CALC-RPTM-START DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   CALC-RPTM-END DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'AMOUNTS STATED IN BASE CURRENCY ' DELIMITED BY SIZE
                   CALC-FX-BASE-CURRENCY DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 1 TO CALC-RPTM-IX.
           PERFORM 8441-PRINT-ONE-DAY THRU 8441-EXIT
               UNTIL CALC-RPTM-IX > 42.
           IF CALC-RPTM-LATE-COUNT > ZERO
               MOVE CALC-RPTM-LATE-COUNT TO CALC-RPTM-ED-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'LATE POSTINGS FROM CLOSED PERIODS '
                       DELIMITED BY SIZE
                       CALC-RPTM-ED-COUNT DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'PERIOD-TO-DATE BY OPERATOR:' DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-ADD-COUNT TO CALC-RPTM-ED-COUNT.
           STRING 'PERIOD-TO-DATE BY OPERATION: ADD '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-SUB-COUNT TO CALC-RPTM-ED-COUNT.
           STRING '                    SUBTRACT     '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-MUL-COUNT TO CALC-RPTM-ED-COUNT.
           STRING '                    MULTIPLY     '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-DIV-COUNT TO CALC-RPTM-ED-COUNT.
           STRING '                    DIVIDE       '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-REM-COUNT TO CALC-RPTM-ED-COUNT.
           STRING '                    REMAINDER    '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-PCT-COUNT TO CALC-RPTM-ED-COUNT.
           STRING '                    PCT OF Y     '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           MOVE SPACES TO CALC-PRINT-LINE.
           MOVE CALC-RPTM-MTD-COUNT TO CALC-RPTM-ED-COUNT.
           MOVE CALC-RPTM-TOTAL-SUM TO CALC-RPTM-ED-SUM.
           STRING 'PERIOD-TO-DATE CALCULATIONS '
                   DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
                   '  SUM OF TOTALS ' DELIMITED BY SIZE
           MOVE CALC-RPTM-PRIOR-COUNT TO CALC-RPTM-ED-COUNT.
           MOVE CALC-RPTM-CHANGE TO CALC-RPTM-ED-CHANGE.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'PRIOR PERIOD ' DELIMITED BY SIZE
                   CALC-RPTM-PRIOR-PERIOD DELIMITED BY SIZE
                   ' CALCULATIONS ' DELIMITED BY SIZE
                   CALC-RPTM-ED-COUNT DELIMITED BY SIZE
                   '  CHANGE ' DELIMITED BY SIZE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           DISPLAY 'PERIOD ' CALC-RPTM-PERIOD ' CALCULATIONS: '
                   CALC-RPTM-MTD-COUNT
                   ' PRIOR: ' CALC-RPTM-PRIOR-COUNT.

       8441-PRINT-ONE-DAY.

           IF CALC-RPTM-DAY-COUNT(CALC-RPTM-IX) > ZERO
               MOVE CALC-RPTM-DAY-COUNT(CALC-RPTM-IX)
                   TO CALC-RPTM-ED-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'DATE ' DELIMITED BY SIZE
                       CALC-RPTM-DAY-DATE(CALC-RPTM-IX)
                       DELIMITED BY SIZE
                       ' CALCULATIONS ' DELIMITED BY SIZE
                       CALC-RPTM-ED-COUNT DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
           EXIT.

      *----------------------------------------------------------------
      *    8550-BATCH-RELEASE-MODE - THE CHECKER HALF OF THE
      *    MAKER-CHECKER CONTROL. EACH PENDING BATCH OF THE CHOSEN
      *    DEPARTMENT (OR OF ALL DEPARTMENTS) IS SHOWN WITH ITS
      *    TOTALS AND THRESHOLD FOR A LEVEL-3 SUPERVISOR TO RELEASE
      *    OR REJECT. THE OPERATOR WHO RAN THE BATCH MAY NOT DECIDE
      *    IT. EVERY DECISION AND EVERY REFUSAL GOES TO CALCSEC.
      *    CALCHOLD IS CARRIED FORWARD THROUGH CALCHOLW AND COPIED
      *    BACK, LIKE THE LIMITS MASTER.
      *----------------------------------------------------------------
       8550-BATCH-RELEASE-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'BATCH RELEAS' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           DISPLAY 'ENTER DEPARTMENT (BLANK = ALL): '.
           MOVE SPACES TO CALC-HOLD-LIST-DEPT.
           ACCEPT CALC-HOLD-LIST-DEPT.

           MOVE ZERO TO CALC-HOLD-LEFT-COUNT.
           MOVE ZERO TO CALC-HOLD-REL-COUNT.
           MOVE ZERO TO CALC-HOLD-REJ-COUNT.
           MOVE 'N' TO CALC-HOLD-EOF-SW.

           OPEN INPUT CALC-HOLD-FILE.
           IF CALC-HOLD-STATUS NOT = '00'
               DISPLAY 'NO HELD BATCHES ON FILE'
           ELSE
               OPEN OUTPUT CALC-HOLD-WORK-FILE
               IF CALC-HOLDW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCHOLW, FILE STATUS '
                            CALC-HOLDW-STATUS
                   DISPLAY 'SESSION ABANDONED - NOTHING DECIDED'
                   CLOSE CALC-HOLD-FILE
               ELSE
                   PERFORM 8555-REVIEW-ONE-HOLD THRU 8555-EXIT
                       UNTIL CALC-HOLD-EOF
                   CLOSE CALC-HOLD-FILE
                   CLOSE CALC-HOLD-WORK-FILE
                   PERFORM 8560-COPY-BACK-HOLDS THRU 8560-EXIT
                   DISPLAY 'BATCHES RELEASED:      '
                            CALC-HOLD-REL-COUNT
                   DISPLAY 'BATCHES REJECTED:      '
                            CALC-HOLD-REJ-COUNT
                   DISPLAY 'BATCHES STILL PENDING: '
                            CALC-HOLD-LEFT-COUNT
               END-IF
           END-IF.
           MOVE 'N' TO CALC-HOLD-EOF-SW.

       8550-EXIT.
           EXIT.

       8555-REVIEW-ONE-HOLD.

           READ CALC-HOLD-FILE
               AT END
                   MOVE 'Y' TO CALC-HOLD-EOF-SW
               NOT AT END
                   IF CALC-HOLD-PENDING
                       AND (CALC-HOLD-LIST-DEPT = SPACES
                       OR CALC-HOLD-DEPARTMENT = CALC-HOLD-LIST-DEPT)
                       PERFORM 8557-DECIDE-ONE-HOLD THRU 8557-EXIT
                   END-IF
                   IF CALC-HOLD-PENDING
                       ADD 1 TO CALC-HOLD-LEFT-COUNT
                   END-IF
                   MOVE CALC-HOLD-RECORD TO CALC-HOLD-WORK-RECORD
                   WRITE CALC-HOLD-WORK-RECORD
           END-READ.

       8555-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8557-DECIDE-ONE-HOLD - A REJECTION NEEDS A NOTE FOR THE
      *    DEPARTMENT; A RELEASE NOTE IS OPTIONAL.
      *----------------------------------------------------------------
       8557-DECIDE-ONE-HOLD.

           MOVE SPACE TO CALC-HOLD-ANSWER.
           MOVE SPACES TO CALC-HOLD-NOTE-TEXT.

           DISPLAY ' '.
           DISPLAY 'HELD BATCH DEPT ' CALC-HOLD-DEPARTMENT
                   ' BATCH ' CALC-HOLD-BATCH-NO
                   ' CREATED ' CALC-HOLD-CREATE-DATE
                   ' POSTED ' CALC-HOLD-POST-DATE.
           DISPLAY '  RUN BY ' CALC-HOLD-MAKER
                   ' ACCEPTED ' CALC-HOLD-ACCEPT-COUNT.
           MOVE CALC-HOLD-HASH-X TO CALC-ED-BT-HASH.
           DISPLAY '  X TOTAL   ' CALC-ED-BT-HASH.
           MOVE CALC-HOLD-HASH-Y TO CALC-ED-BT-HASH.
           DISPLAY '  Y TOTAL   ' CALC-ED-BT-HASH.
           MOVE CALC-HOLD-THRESHOLD TO CALC-ED-BT-HASH.
           DISPLAY '  THRESHOLD ' CALC-ED-BT-HASH.

           MOVE 'M' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE CALC-HOLD-DEPARTMENT TO CALC-SEC-EV-TARGET.

           IF CALC-HOLD-MAKER = CALC-OPERATOR-ID
               DISPLAY 'YOU RAN THIS BATCH - ANOTHER SUPERVISOR '
                       'MUST DECIDE IT.'
               MOVE 'F' TO CALC-SEC-EV-RESULT
               MOVE SPACES TO CALC-SEC-EV-DETAIL
               STRING 'DENY ' DELIMITED BY SIZE
                       CALC-HOLD-BATCH-NO DELIMITED BY SIZE
                   INTO CALC-SEC-EV-DETAIL
               END-STRING
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
           ELSE
               DISPLAY 'R = RELEASE, J = REJECT, '
                       'ANYTHING ELSE = LEAVE HELD: '
               ACCEPT CALC-HOLD-ANSWER
               IF CALC-HOLD-DO-RELEASE OR CALC-HOLD-DO-REJECT
                   IF CALC-HOLD-DO-REJECT
                       DISPLAY 'REASON FOR REJECTION (REQUIRED): '
                   ELSE
                       DISPLAY 'RELEASE NOTE (OPTIONAL): '
                   END-IF
                   ACCEPT CALC-HOLD-NOTE-TEXT
                   IF CALC-HOLD-DO-REJECT
                       AND CALC-HOLD-NOTE-TEXT = SPACES
                       DISPLAY 'NO REASON GIVEN - BATCH LEFT HELD.'
                   ELSE
                       PERFORM 8559-RECORD-DECISION THRU 8559-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO CALC-SEC-EV-TARGET.

       8557-EXIT.
           EXIT.

       8559-RECORD-DECISION.

           ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT CALC-TS-TIME FROM TIME.
           MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE.
           MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME.
           MOVE CALC-TS-STAMP TO CALC-HOLD-DECIDED-TS.
           MOVE CALC-OPERATOR-ID TO CALC-HOLD-CHECKER.
           MOVE CALC-HOLD-NOTE-TEXT TO CALC-HOLD-NOTE.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE SPACES TO CALC-SEC-EV-DETAIL.
           IF CALC-HOLD-DO-RELEASE
               SET CALC-HOLD-RELEASED TO TRUE
               ADD 1 TO CALC-HOLD-REL-COUNT
               STRING 'RLSE ' DELIMITED BY SIZE
                       CALC-HOLD-BATCH-NO DELIMITED BY SIZE
                   INTO CALC-SEC-EV-DETAIL
               END-STRING
               DISPLAY 'BATCH RELEASED TO THE NEXT EXTRACT.'
           ELSE
               SET CALC-HOLD-REJECTED TO TRUE
               ADD 1 TO CALC-HOLD-REJ-COUNT
               STRING 'REJT ' DELIMITED BY SIZE
                       CALC-HOLD-BATCH-NO DELIMITED BY SIZE
                   INTO CALC-SEC-EV-DETAIL
               END-STRING
               DISPLAY 'BATCH REJECTED - IT WILL NOT GO TO FINANCE.'
           END-IF.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

       8559-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8560-COPY-BACK-HOLDS
      *----------------------------------------------------------------
       8560-COPY-BACK-HOLDS.

           MOVE 'N' TO CALC-HOLD-EOF-SW.
           OPEN INPUT CALC-HOLD-WORK-FILE.
           IF CALC-HOLDW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CALCHOLW, FILE STATUS '
                        CALC-HOLDW-STATUS
               DISPLAY 'HELD BATCH FILE LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT CALC-HOLD-FILE
               IF CALC-HOLD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REWRITE CALCHOLD, FILE STATUS '
                            CALC-HOLD-STATUS
                   CLOSE CALC-HOLD-WORK-FILE
               ELSE
                   PERFORM 8565-COPY-ONE-HOLD-BACK THRU 8565-EXIT
                       UNTIL CALC-HOLD-EOF
                   CLOSE CALC-HOLD-WORK-FILE
                   CLOSE CALC-HOLD-FILE
               END-IF
           END-IF.
           MOVE 'N' TO CALC-HOLD-EOF-SW.

       8560-EXIT.
           EXIT.

       8565-COPY-ONE-HOLD-BACK.

           READ CALC-HOLD-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-HOLD-EOF-SW
               NOT AT END
                   MOVE CALC-HOLD-WORK-RECORD TO CALC-HOLD-RECORD
                   WRITE CALC-HOLD-RECORD
           END-READ.

       8565-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8570-FX-RATE-MAINT-MODE - SUPERVISOR MAINTENANCE OF THE
      *    CALCFXR EXCHANGE-RATE MASTER: ADD OR REPLACE THE RATE FOR
      *    A CURRENCY FROM AN EFFECTIVE DATE, REMOVE ONE, OR LIST THE
      *    MASTER. EVERY CHANGE GOES TO CALCSEC.
      *----------------------------------------------------------------
       8570-FX-RATE-MAINT-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'FX RATE MAINT' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           MOVE SPACE TO CALC-FXR-MNT-CHOICE.
           PERFORM 8571-FXR-ONE-ACTION THRU 8571-EXIT
               UNTIL CALC-FXR-MNT-RETURN.

       8570-EXIT.
           EXIT.

       8571-FXR-ONE-ACTION.

           DISPLAY ' '.
           DISPLAY 'EXCHANGE RATE MAINTENANCE - BASE CURRENCY '
                   CALC-FX-BASE-CURRENCY.
           DISPLAY '1 = ADD OR REPLACE A RATE'.
           DISPLAY '2 = REMOVE A RATE'.
           DISPLAY '3 = LIST THE RATE MASTER'.
           DISPLAY '4 = RETURN TO MAIN MENU'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-FXR-MNT-CHOICE.

           EVALUATE TRUE
               WHEN CALC-FXR-MNT-UPDATE
                   PERFORM 8572-FXR-UPDATE THRU 8572-EXIT
               WHEN CALC-FXR-MNT-DELETE
                   PERFORM 8574-FXR-DELETE THRU 8574-EXIT
               WHEN CALC-FXR-MNT-LIST
                   PERFORM 8576-FXR-LIST THRU 8576-EXIT
               WHEN CALC-FXR-MNT-RETURN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, PLEASE TRY AGAIN.'
           END-EVALUATE.

       8571-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8572-FXR-UPDATE - KEYS THE CURRENCY, EFFECTIVE DATE AND
      *    RATE, THEN REPLACES ANY RATE ALREADY ON FILE FOR THAT
      *    CURRENCY AND DATE.
      *----------------------------------------------------------------
       8572-FXR-UPDATE.

           PERFORM 8573-ACCEPT-FXR-KEY THRU 8573-EXIT.
           IF CALC-FXR-MNT-OK
               DISPLAY 'RATE - ' CALC-FX-BASE-CURRENCY
                       ' PER ONE ' CALC-FXR-MNT-CURRENCY
                       ' (NNNNN.NNNNNN): '
               PERFORM 8590-ACCEPT-FX-RATE THRU 8590-EXIT
               PERFORM 8580-REWRITE-EXCLUDING-RATE THRU 8580-EXIT
               PERFORM 8585-APPEND-FX-RATE THRU 8585-EXIT
           END-IF.

       8572-EXIT.
           EXIT.

      *    THE BASE CURRENCY ALWAYS CONVERTS AT ONE, SO NO RATE IS
      *    KEPT FOR IT.
       8573-ACCEPT-FXR-KEY.

           MOVE 'N' TO CALC-FXR-MNT-OK-SW.
           MOVE SPACES TO CALC-FXR-MNT-CURRENCY.
           DISPLAY 'ENTER CURRENCY CODE: '.
           ACCEPT CALC-FXR-MNT-CURRENCY.
           IF CALC-FXR-MNT-CURRENCY = SPACES
               DISPLAY 'CURRENCY MAY NOT BE BLANK.'
           ELSE
               IF CALC-FXR-MNT-CURRENCY = CALC-FX-BASE-CURRENCY
                   DISPLAY 'NO RATE IS KEPT FOR THE BASE CURRENCY.'
               ELSE
                   MOVE SPACES TO CALC-FXR-MNT-DATE-X
                   DISPLAY 'EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT CALC-FXR-MNT-DATE-X
                   IF CALC-FXR-MNT-DATE-X IS NUMERIC
                       MOVE CALC-FXR-MNT-DATE-X TO CALC-DAYS-DATE
                       PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
                   ELSE
                       MOVE 'N' TO CALC-DAYS-OK-SW
                   END-IF
                   IF CALC-DAYS-OK
                       MOVE CALC-FXR-MNT-DATE-X TO CALC-FXR-MNT-DATE
                       MOVE 'Y' TO CALC-FXR-MNT-OK-SW
                   ELSE
                       DISPLAY 'NOT A VALID DATE.'
                   END-IF
               END-IF
           END-IF.

       8573-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8574-FXR-DELETE
      *----------------------------------------------------------------
       8574-FXR-DELETE.

           PERFORM 8573-ACCEPT-FXR-KEY THRU 8573-EXIT.
           IF CALC-FXR-MNT-OK
               PERFORM 8580-REWRITE-EXCLUDING-RATE THRU 8580-EXIT
               IF CALC-FXR-MNT-FOUND
                   DISPLAY 'RATE FOR ' CALC-FXR-MNT-CURRENCY
                           ' EFFECTIVE ' CALC-FXR-MNT-DATE
                           ' REMOVED.'
                   MOVE 'M' TO CALC-SEC-EV-TYPE
                   MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
                   MOVE 'P' TO CALC-SEC-EV-RESULT
                   MOVE CALC-FXR-MNT-CURRENCY TO CALC-SEC-EV-TARGET
                   MOVE 'FXR REMOVE' TO CALC-SEC-EV-DETAIL
                   PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
               ELSE
                   DISPLAY 'NO RATE ON FILE FOR '
                           CALC-FXR-MNT-CURRENCY ' EFFECTIVE '
                           CALC-FXR-MNT-DATE '.'
               END-IF
           END-IF.

       8574-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8576-FXR-LIST
      *----------------------------------------------------------------
       8576-FXR-LIST.

           MOVE 'N' TO CALC-FX-EOF-SW.
           OPEN INPUT CALC-FXR-FILE.
           IF CALC-FXR-STATUS NOT = '00'
               DISPLAY 'NO EXCHANGE RATE MASTER ON FILE YET.'
           ELSE
               PERFORM 8577-LIST-ONE-FX-RATE THRU 8577-EXIT
                   UNTIL CALC-FX-EOF
               CLOSE CALC-FXR-FILE
           END-IF.
           MOVE 'N' TO CALC-FX-EOF-SW.

       8576-EXIT.
           EXIT.

       8577-LIST-ONE-FX-RATE.

           READ CALC-FXR-FILE
               AT END
                   MOVE 'Y' TO CALC-FX-EOF-SW
               NOT AT END
                   IF CALC-FXR-RATE IS NUMERIC
                       MOVE CALC-FXR-RATE TO CALC-FX-RATE-ED
                   ELSE
                       MOVE ZERO TO CALC-FX-RATE-ED
                   END-IF
                   DISPLAY CALC-FXR-CURRENCY
                           ' EFFECTIVE ' CALC-FXR-EFF-DATE
                           ' RATE ' CALC-FX-RATE-ED
                           ' SET BY ' CALC-FXR-SET-BY
                           ' ' CALC-FXR-SET-TS
           END-READ.

       8577-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8580-REWRITE-EXCLUDING-RATE - TWO-PASS REWRITE OF CALCFXR
      *    DROPPING THE RATE FOR CALC-FXR-MNT-CURRENCY AND
      *    CALC-FXR-MNT-DATE, SAME PATTERN AS THE LIMITS MASTER. SETS
      *    CALC-FXR-MNT-FOUND WHEN THAT RATE WAS ON FILE.
      *----------------------------------------------------------------
       8580-REWRITE-EXCLUDING-RATE.

           MOVE 'N' TO CALC-FXR-MNT-FOUND-SW.
           MOVE 'N' TO CALC-FX-EOF-SW.

           OPEN INPUT CALC-FXR-FILE.
           IF CALC-FXR-STATUS NOT = '00'
               CONTINUE
           ELSE
               OPEN OUTPUT CALC-FXR-WORK-FILE
               IF CALC-FXRW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCFXRW, FILE STATUS '
                            CALC-FXRW-STATUS
                   CLOSE CALC-FXR-FILE
               ELSE
                   PERFORM 8581-COPY-ONE-RATE-OUT THRU 8581-EXIT
                       UNTIL CALC-FX-EOF
                   CLOSE CALC-FXR-FILE
                   CLOSE CALC-FXR-WORK-FILE
                   PERFORM 8582-COPY-BACK-RATES THRU 8582-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO CALC-FX-EOF-SW.

       8580-EXIT.
           EXIT.

       8581-COPY-ONE-RATE-OUT.

           READ CALC-FXR-FILE
               AT END
                   MOVE 'Y' TO CALC-FX-EOF-SW
               NOT AT END
                   IF CALC-FXR-CURRENCY = CALC-FXR-MNT-CURRENCY
                       AND CALC-FXR-EFF-DATE = CALC-FXR-MNT-DATE
                       MOVE 'Y' TO CALC-FXR-MNT-FOUND-SW
                   ELSE
                       MOVE CALC-FXR-RECORD TO CALC-FXR-WORK-RECORD
                       WRITE CALC-FXR-WORK-RECORD
                   END-IF
           END-READ.

       8581-EXIT.
           EXIT.

       8582-COPY-BACK-RATES.

           MOVE 'N' TO CALC-FX-EOF-SW.
           OPEN INPUT CALC-FXR-WORK-FILE.
           IF CALC-FXRW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CALCFXRW, FILE STATUS '
                        CALC-FXRW-STATUS
               DISPLAY 'EXCHANGE RATE MASTER LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT CALC-FXR-FILE
               IF CALC-FXR-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REWRITE CALCFXR, FILE STATUS '
                            CALC-FXR-STATUS
                   CLOSE CALC-FXR-WORK-FILE
               ELSE
                   PERFORM 8583-COPY-ONE-RATE-BACK THRU 8583-EXIT
                       UNTIL CALC-FX-EOF
                   CLOSE CALC-FXR-WORK-FILE
                   CLOSE CALC-FXR-FILE
               END-IF
           END-IF.
           MOVE 'N' TO CALC-FX-EOF-SW.

       8582-EXIT.
           EXIT.

       8583-COPY-ONE-RATE-BACK.

           READ CALC-FXR-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-FX-EOF-SW
               NOT AT END
                   MOVE CALC-FXR-WORK-RECORD TO CALC-FXR-RECORD
                   WRITE CALC-FXR-RECORD
           END-READ.

       8583-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8585-APPEND-FX-RATE - ADDS THE KEYED RATE, STAMPED WITH
      *    WHO SET IT AND WHEN, AND LOGS THE CHANGE TO CALCSEC.
      *----------------------------------------------------------------
       8585-APPEND-FX-RATE.

           OPEN EXTEND CALC-FXR-FILE.
           IF CALC-FXR-STATUS NOT = '00'
               OPEN OUTPUT CALC-FXR-FILE
           END-IF.
           IF CALC-FXR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCFXR, FILE STATUS '
                        CALC-FXR-STATUS
           ELSE
               ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
               ACCEPT CALC-TS-TIME FROM TIME
               MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
               MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
               MOVE SPACES TO CALC-FXR-RECORD
               MOVE CALC-FXR-MNT-CURRENCY TO CALC-FXR-CURRENCY
               MOVE CALC-FXR-MNT-DATE TO CALC-FXR-EFF-DATE
               MOVE CALC-FXR-MNT-RATE TO CALC-FXR-RATE
               MOVE CALC-OPERATOR-ID TO CALC-FXR-SET-BY
               MOVE CALC-TS-STAMP TO CALC-FXR-SET-TS
               WRITE CALC-FXR-RECORD
               CLOSE CALC-FXR-FILE
               DISPLAY 'RATE FOR ' CALC-FXR-MNT-CURRENCY
                       ' EFFECTIVE ' CALC-FXR-MNT-DATE ' SET.'
               MOVE 'M' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE CALC-FXR-MNT-CURRENCY TO CALC-SEC-EV-TARGET
               MOVE 'FXR SET' TO CALC-SEC-EV-DETAIL
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
           END-IF.

       8585-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8590-ACCEPT-FX-RATE - RE-PROMPTS UNTIL THE RATE PARSES: NO
      *    SIGN, UP TO FIVE INTEGER DIGITS AND SIX DECIMALS, AND NOT
      *    ZERO.
      *----------------------------------------------------------------
       8590-ACCEPT-FX-RATE.

           MOVE 'N' TO CALC-FXR-MNT-OK-SW.
           PERFORM 8591-ACCEPT-RATE-TRY THRU 8591-EXIT
               UNTIL CALC-FXR-MNT-OK.

       8590-EXIT.
           EXIT.

       8591-ACCEPT-RATE-TRY.

           MOVE SPACES TO CALC-FXR-MNT-RATE-TEXT.
           ACCEPT CALC-FXR-MNT-RATE-TEXT.
           PERFORM 8592-PARSE-FX-RATE THRU 8592-EXIT.
           IF NOT CALC-FXR-MNT-OK
               DISPLAY 'PLEASE RE-ENTER A RATE ABOVE ZERO, UP TO 5 '
                       'DIGITS AND 6 DECIMALS: '
           END-IF.

       8591-EXIT.
           EXIT.

       8592-PARSE-FX-RATE.

           MOVE 'N' TO CALC-FXR-MNT-OK-SW.
           MOVE 'N' TO CALC-FXR-PARSE-BAD-SW.
           MOVE 'N' TO CALC-FXR-PARSE-DEC-SW.
           MOVE 'N' TO CALC-FXR-PARSE-END-SW.
           MOVE ZERO TO CALC-FXR-MNT-RATE.
           MOVE ZERO TO CALC-FXR-PARSE-INT.
           MOVE ZERO TO CALC-FXR-PARSE-INT-CT.
           MOVE ZERO TO CALC-FXR-PARSE-DECS.

           MOVE 1 TO CALC-FXR-PARSE-IX.
           PERFORM 8593-PARSE-RATE-CHAR THRU 8593-EXIT
               UNTIL CALC-FXR-PARSE-IX > 12.

           IF CALC-FXR-PARSE-BAD-SW = 'N'
               AND (CALC-FXR-PARSE-INT-CT > ZERO
                    OR CALC-FXR-PARSE-DECS > ZERO)
               AND NOT (CALC-FXR-PARSE-DEC-SW = 'Y'
                        AND CALC-FXR-PARSE-DECS = ZERO)
               COMPUTE CALC-FXR-MNT-RATE =
                   CALC-FXR-PARSE-INT / (10 ** CALC-FXR-PARSE-DECS)
               IF CALC-FXR-MNT-RATE > ZERO
                   MOVE 'Y' TO CALC-FXR-MNT-OK-SW
               END-IF
           END-IF.

       8592-EXIT.
           EXIT.

       8593-PARSE-RATE-CHAR.

           EVALUATE CALC-FXR-MNT-RATE-TEXT(CALC-FXR-PARSE-IX:1)
               WHEN '0' THRU '9'
                   IF CALC-FXR-PARSE-END-SW = 'Y'
                       MOVE 'Y' TO CALC-FXR-PARSE-BAD-SW
                   ELSE
                       IF CALC-FXR-PARSE-DEC-SW = 'Y'
                           IF CALC-FXR-PARSE-DECS >= 6
                               MOVE 'Y' TO CALC-FXR-PARSE-BAD-SW
                           ELSE
                               ADD 1 TO CALC-FXR-PARSE-DECS
                           END-IF
                       ELSE
                           IF CALC-FXR-PARSE-INT-CT >= 5
                               MOVE 'Y' TO CALC-FXR-PARSE-BAD-SW
                           ELSE
                               ADD 1 TO CALC-FXR-PARSE-INT-CT
                           END-IF
                       END-IF
                       IF CALC-FXR-PARSE-BAD-SW = 'N'
                           MOVE CALC-FXR-MNT-RATE-TEXT
                                   (CALC-FXR-PARSE-IX:1)
                               TO CALC-FXR-PARSE-DIGIT
                           COMPUTE CALC-FXR-PARSE-INT =
                               CALC-FXR-PARSE-INT * 10
                             + CALC-FXR-PARSE-DIGIT
                       END-IF
                   END-IF
               WHEN '.'
                   IF CALC-FXR-PARSE-DEC-SW = 'Y'
                       OR CALC-FXR-PARSE-END-SW = 'Y'
                       MOVE 'Y' TO CALC-FXR-PARSE-BAD-SW
                   ELSE
                       MOVE 'Y' TO CALC-FXR-PARSE-DEC-SW
                   END-IF
               WHEN SPACE
                   MOVE 'Y' TO CALC-FXR-PARSE-END-SW
               WHEN OTHER
                   MOVE 'Y' TO CALC-FXR-PARSE-BAD-SW
           END-EVALUATE.
           ADD 1 TO CALC-FXR-PARSE-IX.

       8593-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8600-LIMITS-MAINT-MODE - SUPERVISOR MAINTENANCE OF THE
      *    CALCLIM DEPARTMENT LIMITS MASTER: ADD OR REPLACE A
      *    DEPARTMENT'S LIMITS, REMOVE THEM, OR LIST THE MASTER.
      *----------------------------------------------------------------
       8600-LIMITS-MAINT-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'LIMITS MAINT' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           MOVE SPACE TO CALC-LIM-MNT-CHOICE.
           PERFORM 8610-LIM-ONE-ACTION THRU 8610-EXIT
               UNTIL CALC-LIM-MNT-RETURN.

       8600-EXIT.
           EXIT.

       8610-LIM-ONE-ACTION.

           DISPLAY ' '.
           DISPLAY 'DEPARTMENT LIMITS MAINTENANCE'.
           DISPLAY '1 = ADD OR REPLACE DEPARTMENT LIMITS'.
           DISPLAY '2 = REMOVE DEPARTMENT LIMITS'.
           DISPLAY '3 = LIST THE LIMITS MASTER'.
           DISPLAY '4 = RETURN TO MAIN MENU'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-LIM-MNT-CHOICE.

           EVALUATE TRUE
               WHEN CALC-LIM-MNT-UPDATE
                   PERFORM 8620-LIM-UPDATE THRU 8620-EXIT
               WHEN CALC-LIM-MNT-DELETE
                   PERFORM 8630-LIM-DELETE THRU 8630-EXIT
               WHEN CALC-LIM-MNT-LIST
                   PERFORM 8640-LIM-LIST THRU 8640-EXIT
               WHEN CALC-LIM-MNT-RETURN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, PLEASE TRY AGAIN.'
           END-EVALUATE.

       8610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8620-LIM-UPDATE - KEYS A FULL SET OF LIMITS FOR ONE
      *    DEPARTMENT THROUGH THE SAME SIGNED-VALUE PARSER AS EVERY
      *    OTHER ENTRY PATH, THEN REPLACES THAT DEPARTMENT'S RECORD.
      *----------------------------------------------------------------
       8620-LIM-UPDATE.

           DISPLAY 'ENTER DEPARTMENT: '.
           ACCEPT CALC-LIM-MNT-DEPT.
           IF CALC-LIM-MNT-DEPT = SPACES
               DISPLAY 'DEPARTMENT MAY NOT BE BLANK.'
           ELSE
               DISPLAY 'MINIMUM X (+NNNNNNNNN.NN): '
               PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
               MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-MIN-X
               DISPLAY 'MAXIMUM X (+NNNNNNNNN.NN): '
               PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
               MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-MAX-X
               DISPLAY 'MINIMUM Y (+NNNNNNNNN.NN): '
               PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
               MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-MIN-Y
               DISPLAY 'MAXIMUM Y (+NNNNNNNNN.NN): '
               PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
               MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-MAX-Y
               IF CALC-LIM-MNT-MIN-X > CALC-LIM-MNT-MAX-X
                   OR CALC-LIM-MNT-MIN-Y > CALC-LIM-MNT-MAX-Y
                   DISPLAY 'MINIMUM EXCEEDS MAXIMUM - NOT UPDATED.'
               ELSE
                   DISPLAY 'CAP THE PRODUCT? (Y/N): '
                   ACCEPT CALC-LIM-MNT-ANSWER
                   IF CALC-LIM-MNT-ANSWER = 'Y'
                       MOVE 'Y' TO CALC-LIM-MNT-CAP-SW
                       DISPLAY 'PRODUCT CAP (+NNNNNNNNN.NN): '
                       PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
                       MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-CAP
                   ELSE
                       MOVE 'N' TO CALC-LIM-MNT-CAP-SW
                       MOVE ZERO TO CALC-LIM-MNT-CAP
                   END-IF
                   DISPLAY 'ALLOWED SUSPENSE AGE IN DAYS '
                           '(01-99, BLANK = 15): '
                   MOVE SPACES TO CALC-LIM-MNT-SUSP-AGE
                   ACCEPT CALC-LIM-MNT-SUSP-AGE
                   IF CALC-LIM-MNT-SUSP-AGE(2:1) = SPACE
                       AND CALC-LIM-MNT-SUSP-AGE(1:1) IS NUMERIC
                       MOVE CALC-LIM-MNT-SUSP-AGE(1:1)
                           TO CALC-LIM-MNT-SUSP-AGE(2:1)
                       MOVE '0' TO CALC-LIM-MNT-SUSP-AGE(1:1)
                   END-IF
                   IF CALC-LIM-MNT-SUSP-AGE NOT = SPACES
                       AND CALC-LIM-MNT-SUSP-AGE IS NOT NUMERIC
                       DISPLAY 'NOT A NUMBER OF DAYS - THE STANDARD '
                               'AGE APPLIES.'
                       MOVE SPACES TO CALC-LIM-MNT-SUSP-AGE
                   END-IF
                   DISPLAY 'RELEASE THRESHOLD ON BATCH TOTALS '
                           '(+NNNNNNNNN.NN, ZERO = NONE): '
                   PERFORM 8625-ACCEPT-ONE-LIMIT THRU 8625-EXIT
                   IF CALC-PARSE-VALUE < ZERO
                       DISPLAY 'A THRESHOLD CANNOT BE NEGATIVE - '
                               'NO THRESHOLD SET.'
                       MOVE ZERO TO CALC-LIM-MNT-RELEASE
                   ELSE
                       MOVE CALC-PARSE-VALUE TO CALC-LIM-MNT-RELEASE
                   END-IF
                   PERFORM 8650-REWRITE-EXCLUDING-DEPT THRU 8650-EXIT
                   PERFORM 8660-APPEND-LIMIT-RECORD THRU 8660-EXIT
               END-IF
           END-IF.

       8620-EXIT.
           EXIT.

       8625-ACCEPT-ONE-LIMIT.

           MOVE 'N' TO CALC-PARSE-OK-SW.
           PERFORM 8626-ACCEPT-ONE-TRY THRU 8626-EXIT
               UNTIL CALC-PARSE-OK.

       8625-EXIT.
           EXIT.

       8626-ACCEPT-ONE-TRY.

           MOVE SPACES TO CALC-PARSE-TEXT.
           ACCEPT CALC-PARSE-TEXT.
           PERFORM 9100-PARSE-SIGNED-VALUE THRU 9100-EXIT.
           IF NOT CALC-PARSE-OK
               DISPLAY 'PLEASE RE-ENTER A SIGNED VALUE, UP TO 9 '
                       'DIGITS AND 2 DECIMALS: '
           END-IF.

       8626-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8630-LIM-DELETE
      *----------------------------------------------------------------
       8630-LIM-DELETE.

           DISPLAY 'ENTER DEPARTMENT: '.
           ACCEPT CALC-LIM-MNT-DEPT.
           IF CALC-LIM-MNT-DEPT = SPACES
               DISPLAY 'DEPARTMENT MAY NOT BE BLANK.'
           ELSE
               PERFORM 8650-REWRITE-EXCLUDING-DEPT THRU 8650-EXIT
               IF CALC-LIM-FOUND
                   DISPLAY 'LIMITS FOR ' CALC-LIM-MNT-DEPT
                           ' REMOVED.'
               ELSE
                   DISPLAY 'NO LIMITS ON FILE FOR '
                           CALC-LIM-MNT-DEPT '.'
               END-IF
           END-IF.

       8630-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8640-LIM-LIST
      *----------------------------------------------------------------
       8640-LIM-LIST.

           MOVE 'N' TO CALC-LIM-EOF-SW.
           OPEN INPUT CALC-LIMITS-FILE.
           IF CALC-LIM-STATUS NOT = '00'
               DISPLAY 'NO LIMITS MASTER ON FILE YET.'
           ELSE
               PERFORM 8645-LIST-ONE-LIMIT THRU 8645-EXIT
                   UNTIL CALC-LIM-EOF
               CLOSE CALC-LIMITS-FILE
           END-IF.
           MOVE 'N' TO CALC-LIM-EOF-SW.

       8640-EXIT.
           EXIT.

       8645-LIST-ONE-LIMIT.

           READ CALC-LIMITS-FILE
               AT END
                   MOVE 'Y' TO CALC-LIM-EOF-SW
               NOT AT END
                   DISPLAY 'DEPT ' CALC-LIM-DEPARTMENT
                   MOVE CALC-LIM-MIN-X TO CALC-ED-X
                   ELSE
                       DISPLAY '  PRODUCT CAP NONE'
                   END-IF
                   IF CALC-LIM-SUSP-AGE IS NUMERIC
                       AND CALC-LIM-SUSP-AGE > ZERO
                       DISPLAY '  SUSPENSE AGE ' CALC-LIM-SUSP-AGE
                               ' DAYS'
                   ELSE
                       DISPLAY '  SUSPENSE AGE STANDARD'
                   END-IF
                   IF CALC-LIM-RELEASE-AMT IS NUMERIC
                       AND CALC-LIM-RELEASE-AMT > ZERO
                       MOVE CALC-LIM-RELEASE-AMT TO CALC-ED-BT-HASH
                       DISPLAY '  RELEASE THRESHOLD ' CALC-ED-BT-HASH
                   ELSE
                       DISPLAY '  RELEASE THRESHOLD NONE'
                   END-IF
           END-READ.

       8645-EXIT.
                   PERFORM 8657-COPY-BACK-LIMITS THRU 8657-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO CALC-LIM-EOF-SW.

       8650-EXIT.
           EXIT.

       8655-COPY-ONE-LIMIT-OUT.

           READ CALC-LIMITS-FILE
               AT END
                   MOVE 'Y' TO CALC-LIM-EOF-SW
               NOT AT END
                   IF CALC-LIM-DEPARTMENT = CALC-LIM-MNT-DEPT
                       MOVE 'Y' TO CALC-LIM-FOUND-SW
                   ELSE
                       MOVE CALC-LIMITS-RECORD
                           TO CALC-LIM-WORK-RECORD
                       WRITE CALC-LIM-WORK-RECORD
                   END-IF
           END-READ.

       8655-EXIT.
           EXIT.

       8657-COPY-BACK-LIMITS.

           MOVE 'N' TO CALC-LIM-EOF-SW.
           OPEN INPUT CALC-LIM-WORK-FILE.
           IF CALC-LIMW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CALCLIMW, FILE STATUS '
                        CALC-LIMW-STATUS
               DISPLAY 'LIMITS MASTER LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT CALC-LIMITS-FILE
               IF CALC-LIM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REWRITE CALCLIM, FILE STATUS '
                            CALC-LIM-STATUS
                   CLOSE CALC-LIM-WORK-FILE
               ELSE
                   PERFORM 8658-COPY-ONE-LIMIT-BACK THRU 8658-EXIT
                       UNTIL CALC-LIM-EOF
                   CLOSE CALC-LIM-WORK-FILE
                   CLOSE CALC-LIMITS-FILE
               END-IF
           END-IF.
           MOVE 'N' TO CALC-LIM-EOF-SW.

       8657-EXIT.
           EXIT.

       8658-COPY-ONE-LIMIT-BACK.

           READ CALC-LIM-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-LIM-EOF-SW
               NOT AT END
                   MOVE CALC-LIM-WORK-RECORD TO CALC-LIMITS-RECORD
                   WRITE CALC-LIMITS-RECORD
           END-READ.

       8658-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8660-APPEND-LIMIT-RECORD
      *----------------------------------------------------------------
       8660-APPEND-LIMIT-RECORD.

           OPEN EXTEND CALC-LIMITS-FILE.
           IF CALC-LIM-STATUS NOT = '00'
               OPEN OUTPUT CALC-LIMITS-FILE
           END-IF.
           IF CALC-LIM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCLIM, FILE STATUS '
                        CALC-LIM-STATUS
           ELSE
               MOVE SPACES TO CALC-LIMITS-RECORD
               MOVE CALC-LIM-MNT-DEPT TO CALC-LIM-DEPARTMENT
               MOVE CALC-LIM-MNT-MIN-X TO CALC-LIM-MIN-X
               MOVE CALC-LIM-MNT-MAX-X TO CALC-LIM-MAX-X
               MOVE CALC-LIM-MNT-MIN-Y TO CALC-LIM-MIN-Y
               MOVE CALC-LIM-MNT-MAX-Y TO CALC-LIM-MAX-Y
               MOVE CALC-LIM-MNT-CAP-SW TO CALC-LIM-CAP-SW
               MOVE CALC-LIM-MNT-CAP TO CALC-LIM-PROD-CAP
               IF CALC-LIM-MNT-SUSP-AGE = SPACES
                   MOVE ZERO TO CALC-LIM-SUSP-AGE
               ELSE
                   MOVE CALC-LIM-MNT-SUSP-AGE TO CALC-LIM-SUSP-AGE
               END-IF
               MOVE CALC-LIM-MNT-RELEASE TO CALC-LIM-RELEASE-AMT
               WRITE CALC-LIMITS-RECORD
               CLOSE CALC-LIMITS-FILE
               DISPLAY 'LIMITS FOR ' CALC-LIM-MNT-DEPT ' UPDATED.'
           END-IF.

       8660-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8670-FISCAL-CAL-MODE - SUPERVISOR MAINTENANCE OF THE
      *    CALCFPER FISCAL CALENDAR: ADD A PERIOD OR CHANGE THE DATES
      *    OF AN OPEN ONE, CLOSE A PERIOD, OR LIST THE CALENDAR. A
      *    CLOSED PERIOD IS NEVER CHANGED OR REOPENED HERE. EVERY
      *    CHANGE GOES TO CALCSEC AND IS IN FORCE FOR THE REST OF
      *    THE RUN.
      *----------------------------------------------------------------
       8670-FISCAL-CAL-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'FISCAL CAL' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           MOVE SPACE TO CALC-FPM-CHOICE.
           PERFORM 8671-FPM-ONE-ACTION THRU 8671-EXIT
               UNTIL CALC-FPM-RETURN.

       8670-EXIT.
           EXIT.

       8671-FPM-ONE-ACTION.

           DISPLAY ' '.
           DISPLAY 'FISCAL PERIOD CALENDAR'.
           DISPLAY '1 = ADD A PERIOD OR CHANGE AN OPEN PERIOD'.
           DISPLAY '2 = CLOSE A PERIOD'.
           DISPLAY '3 = LIST THE CALENDAR'.
           DISPLAY '4 = RETURN TO MAIN MENU'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-FPM-CHOICE.

           EVALUATE TRUE
               WHEN CALC-FPM-UPDATE
                   PERFORM 8672-FPM-UPDATE THRU 8672-EXIT
               WHEN CALC-FPM-CLOSE
                   PERFORM 8677-FPM-CLOSE THRU 8677-EXIT
               WHEN CALC-FPM-LIST
                   PERFORM 8678-FPM-LIST THRU 8678-EXIT
               WHEN CALC-FPM-RETURN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, PLEASE TRY AGAIN.'
           END-EVALUATE.

       8671-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8672-FPM-UPDATE - KEYS THE PERIOD AND ITS FIRST AND LAST
      *    DAY. A PERIOD RUNS AT MOST 42 DAYS (THE MONTH-END REPORT
      *    HAS ONE LINE PER DAY) AND MAY NOT OVERLAP ANOTHER PERIOD.
      *----------------------------------------------------------------
       8672-FPM-UPDATE.

           PERFORM 8673-ACCEPT-FPM-PERIOD THRU 8673-EXIT.
           IF CALC-FPM-OK AND CALC-FPM-FOUND
               IF CALC-FPT-CLOSED(CALC-FPM-IX)
                   DISPLAY 'PERIOD ' CALC-FPM-PERIOD
                           ' IS CLOSED AND MAY NOT BE CHANGED.'
                   MOVE 'N' TO CALC-FPM-OK-SW
               END-IF
           END-IF.

           IF CALC-FPM-OK
               DISPLAY 'FIRST DAY OF PERIOD (YYYYMMDD): '
               PERFORM 8675-ACCEPT-FPM-DATE THRU 8675-EXIT
               MOVE CALC-FPM-DATE-X TO CALC-FPM-START
               MOVE CALC-DAYS-NUMBER TO CALC-FPM-START-DAY
           END-IF.
           IF CALC-FPM-OK
               DISPLAY 'LAST DAY OF PERIOD (YYYYMMDD): '
               PERFORM 8675-ACCEPT-FPM-DATE THRU 8675-EXIT
               MOVE CALC-FPM-DATE-X TO CALC-FPM-END
               MOVE CALC-DAYS-NUMBER TO CALC-FPM-END-DAY
           END-IF.
           IF CALC-FPM-OK
               IF CALC-FPM-END-DAY < CALC-FPM-START-DAY
                   DISPLAY 'LAST DAY IS BEFORE THE FIRST DAY.'
                   MOVE 'N' TO CALC-FPM-OK-SW
               ELSE
                   IF CALC-FPM-END-DAY - CALC-FPM-START-DAY > 41
                       DISPLAY 'A PERIOD MAY NOT RUN OVER 42 DAYS.'
                       MOVE 'N' TO CALC-FPM-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF CALC-FPM-OK
               MOVE 1 TO CALC-FPT-IX
               PERFORM 8676-CHECK-ONE-OVERLAP THRU 8676-EXIT
                   UNTIL CALC-FPT-IX > CALC-FPT-USED
                      OR NOT CALC-FPM-OK
           END-IF.

           IF CALC-FPM-OK
               MOVE 'O' TO CALC-FPM-STATE
               MOVE SPACE TO CALC-FPM-LATE-REV
               PERFORM 8680-REWRITE-EXCLUDING-PERIOD THRU 8680-EXIT
               PERFORM 8685-APPEND-PERIOD THRU 8685-EXIT
               PERFORM 1500-LOAD-FISCAL-CALENDAR THRU 1500-EXIT
           END-IF.

       8672-EXIT.
           EXIT.

      *    KEYS A PERIOD NUMBER AND LOOKS IT UP IN THE LOADED
      *    CALENDAR, SETTING CALC-FPM-FOUND AND CALC-FPM-IX.
       8673-ACCEPT-FPM-PERIOD.

           MOVE 'N' TO CALC-FPM-OK-SW.
           MOVE 'N' TO CALC-FPM-FOUND-SW.
           MOVE ZERO TO CALC-FPM-IX.
           MOVE SPACES TO CALC-FPM-PERIOD-X.
           DISPLAY 'ENTER FISCAL PERIOD (YYYYPP): '.
           ACCEPT CALC-FPM-PERIOD-X.
           IF CALC-FPM-PERIOD-X IS NOT NUMERIC
               DISPLAY 'FISCAL PERIOD MUST BE NUMERIC YYYYPP.'
           ELSE
               MOVE CALC-FPM-PERIOD-X TO CALC-FPM-PERIOD
               IF CALC-FPM-YYYY = ZERO OR CALC-FPM-PP = ZERO
                   DISPLAY 'NOT A VALID FISCAL PERIOD.'
               ELSE
                   MOVE 'Y' TO CALC-FPM-OK-SW
                   MOVE 1 TO CALC-FPT-IX
                   PERFORM 8674-FIND-FPM-PERIOD THRU 8674-EXIT
                       UNTIL CALC-FPT-IX > CALC-FPT-USED
                          OR CALC-FPM-FOUND
               END-IF
           END-IF.

       8673-EXIT.
           EXIT.

       8674-FIND-FPM-PERIOD.

           IF CALC-FPT-PERIOD(CALC-FPT-IX) = CALC-FPM-PERIOD
               MOVE 'Y' TO CALC-FPM-FOUND-SW
               MOVE CALC-FPT-IX TO CALC-FPM-IX
           ELSE
               ADD 1 TO CALC-FPT-IX
           END-IF.

       8674-EXIT.
           EXIT.

      *    ONE DATE INTO CALC-FPM-DATE-X, CHECKED THROUGH 9300, WHICH
      *    LEAVES ITS DAY NUMBER IN CALC-DAYS-NUMBER.
       8675-ACCEPT-FPM-DATE.

           MOVE SPACES TO CALC-FPM-DATE-X.
           ACCEPT CALC-FPM-DATE-X.
           IF CALC-FPM-DATE-X IS NUMERIC
               MOVE CALC-FPM-DATE-X TO CALC-DAYS-DATE
               PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
           ELSE
               MOVE 'N' TO CALC-DAYS-OK-SW
           END-IF.
           IF NOT CALC-DAYS-OK
               DISPLAY 'NOT A VALID DATE.'
               MOVE 'N' TO CALC-FPM-OK-SW
           END-IF.

       8675-EXIT.
           EXIT.

       8676-CHECK-ONE-OVERLAP.

           IF CALC-FPT-PERIOD(CALC-FPT-IX) NOT = CALC-FPM-PERIOD
               AND CALC-FPM-START NOT > CALC-FPT-END(CALC-FPT-IX)
               AND CALC-FPM-END NOT < CALC-FPT-START(CALC-FPT-IX)
               DISPLAY 'DATES OVERLAP PERIOD '
                       CALC-FPT-PERIOD(CALC-FPT-IX) ' '
                       CALC-FPT-START(CALC-FPT-IX) ' TO '
                       CALC-FPT-END(CALC-FPT-IX)
               MOVE 'N' TO CALC-FPM-OK-SW
           END-IF.
           ADD 1 TO CALC-FPT-IX.

       8676-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8677-FPM-CLOSE - CLOSES AN OPEN PERIOD ONCE ITS LAST DAY
      *    HAS COME. THE SUPERVISOR CHOOSES WHAT BECOMES OF A LATER
      *    REVERSAL OF ONE OF ITS POSTINGS. FROM THE CLOSE ON, NEW
      *    POSTINGS DATED IN THE PERIOD COUNT IN THE NEXT ONE.
      *----------------------------------------------------------------
       8677-FPM-CLOSE.

           PERFORM 8673-ACCEPT-FPM-PERIOD THRU 8673-EXIT.
           IF CALC-FPM-OK
               EVALUATE TRUE
                   WHEN NOT CALC-FPM-FOUND
                       DISPLAY 'PERIOD NOT ON THE FISCAL CALENDAR.'
                       MOVE 'N' TO CALC-FPM-OK-SW
                   WHEN CALC-FPT-CLOSED(CALC-FPM-IX)
                       DISPLAY 'PERIOD ' CALC-FPM-PERIOD
                               ' IS ALREADY CLOSED.'
                       MOVE 'N' TO CALC-FPM-OK-SW
                   WHEN CALC-FPT-END(CALC-FPM-IX) > CALC-RUN-DATE
                       DISPLAY 'PERIOD ' CALC-FPM-PERIOD
                               ' RUNS TO ' CALC-FPT-END(CALC-FPM-IX)
                               ' AND MAY NOT BE CLOSED YET.'
                       MOVE 'N' TO CALC-FPM-OK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF CALC-FPM-OK
               DISPLAY 'LATE REVERSALS OF THIS PERIOD''S POSTINGS -'
               DISPLAY '  S = REFUSE TO SUSPENSE, A = POST AS A '
                       'CURRENT-PERIOD ADJUSTMENT (S): '
               MOVE SPACE TO CALC-FPM-LATE-REV
               ACCEPT CALC-FPM-LATE-REV
               IF CALC-FPM-LATE-REV = SPACE
                   MOVE 'S' TO CALC-FPM-LATE-REV
               END-IF
               IF CALC-FPM-LATE-REV NOT = 'S'
                   AND CALC-FPM-LATE-REV NOT = 'A'
                   DISPLAY 'ANSWER S OR A.'
                   MOVE 'N' TO CALC-FPM-OK-SW
               END-IF
           END-IF.

           IF CALC-FPM-OK
               DISPLAY 'CLOSE PERIOD ' CALC-FPM-PERIOD ' '
                       CALC-FPT-START(CALC-FPM-IX) ' TO '
                       CALC-FPT-END(CALC-FPM-IX) '? (Y/N): '
               MOVE SPACE TO CALC-FPM-ANSWER
               ACCEPT CALC-FPM-ANSWER
               IF CALC-FPM-ANSWER = 'Y'
                   MOVE CALC-FPT-START(CALC-FPM-IX) TO CALC-FPM-START
                   MOVE CALC-FPT-END(CALC-FPM-IX) TO CALC-FPM-END
                   MOVE 'C' TO CALC-FPM-STATE
                   PERFORM 8680-REWRITE-EXCLUDING-PERIOD
                       THRU 8680-EXIT
                   PERFORM 8685-APPEND-PERIOD THRU 8685-EXIT
                   PERFORM 1500-LOAD-FISCAL-CALENDAR THRU 1500-EXIT
               ELSE
                   DISPLAY 'PERIOD ' CALC-FPM-PERIOD ' LEFT OPEN.'
               END-IF
           END-IF.

       8677-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8678-FPM-LIST
      *----------------------------------------------------------------
       8678-FPM-LIST.

           MOVE 'N' TO CALC-FPT-EOF-SW.
           OPEN INPUT CALC-FPER-FILE.
           IF CALC-FPER-STATUS NOT = '00'
               DISPLAY 'NO FISCAL CALENDAR ON FILE - POSTINGS FALL '
                       'IN CALENDAR MONTHS.'
           ELSE
               PERFORM 8679-LIST-ONE-PERIOD THRU 8679-EXIT
                   UNTIL CALC-FPT-EOF
               CLOSE CALC-FPER-FILE
           END-IF.
           MOVE 'N' TO CALC-FPT-EOF-SW.

       8678-EXIT.
           EXIT.

       8679-LIST-ONE-PERIOD.

           READ CALC-FPER-FILE
               AT END
                   MOVE 'Y' TO CALC-FPT-EOF-SW
               NOT AT END
                   IF CALC-FPER-CLOSED
                       DISPLAY CALC-FPER-PERIOD ' '
                               CALC-FPER-START-DATE ' TO '
                               CALC-FPER-END-DATE
                               ' CLOSED ' CALC-FPER-CLOSED-TS
                               ' BY ' CALC-FPER-CLOSED-BY
                               ' LATE REVERSALS ' CALC-FPER-LATE-REV
                   ELSE
                       DISPLAY CALC-FPER-PERIOD ' '
                               CALC-FPER-START-DATE ' TO '
                               CALC-FPER-END-DATE ' OPEN'
                   END-IF
           END-READ.

       8679-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8680-REWRITE-EXCLUDING-PERIOD - TWO-PASS REWRITE OF
      *    CALCFPER DROPPING CALC-FPM-PERIOD, SAME PATTERN AS THE
      *    RATE AND LIMITS MASTERS.
      *----------------------------------------------------------------
       8680-REWRITE-EXCLUDING-PERIOD.

           MOVE 'N' TO CALC-FPT-EOF-SW.

           OPEN INPUT CALC-FPER-FILE.
           IF CALC-FPER-STATUS NOT = '00'
               CONTINUE
           ELSE
               OPEN OUTPUT CALC-FPER-WORK-FILE
               IF CALC-FPERW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCFPEW, FILE STATUS '
                            CALC-FPERW-STATUS
                   CLOSE CALC-FPER-FILE
               ELSE
                   PERFORM 8681-COPY-ONE-PERIOD-OUT THRU 8681-EXIT
                       UNTIL CALC-FPT-EOF
                   CLOSE CALC-FPER-FILE
                   CLOSE CALC-FPER-WORK-FILE
                   PERFORM 8682-COPY-BACK-PERIODS THRU 8682-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO CALC-FPT-EOF-SW.

       8680-EXIT.
           EXIT.

       8681-COPY-ONE-PERIOD-OUT.

           READ CALC-FPER-FILE
               AT END
                   MOVE 'Y' TO CALC-FPT-EOF-SW
               NOT AT END
                   IF CALC-FPER-PERIOD NOT = CALC-FPM-PERIOD
                       MOVE CALC-FPER-RECORD TO CALC-FPER-WORK-RECORD
                       WRITE CALC-FPER-WORK-RECORD
                   END-IF
           END-READ.

       8681-EXIT.
           EXIT.

       8682-COPY-BACK-PERIODS.

           MOVE 'N' TO CALC-FPT-EOF-SW.
           OPEN INPUT CALC-FPER-WORK-FILE.
           IF CALC-FPERW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CALCFPEW, FILE STATUS '
                        CALC-FPERW-STATUS
               DISPLAY 'FISCAL CALENDAR LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT CALC-FPER-FILE
               IF CALC-FPER-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REWRITE CALCFPER, FILE STATUS '
                            CALC-FPER-STATUS
                   CLOSE CALC-FPER-WORK-FILE
               ELSE
                   PERFORM 8683-COPY-ONE-PERIOD-BACK THRU 8683-EXIT
                       UNTIL CALC-FPT-EOF
                   CLOSE CALC-FPER-WORK-FILE
                   CLOSE CALC-FPER-FILE
               END-IF
           END-IF.
           MOVE 'N' TO CALC-FPT-EOF-SW.

       8682-EXIT.
           EXIT.

       8683-COPY-ONE-PERIOD-BACK.

           READ CALC-FPER-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-FPT-EOF-SW
               NOT AT END
                   MOVE CALC-FPER-WORK-RECORD TO CALC-FPER-RECORD
                   WRITE CALC-FPER-RECORD
           END-READ.

       8683-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8685-APPEND-PERIOD - WRITES THE PERIOD AS KEYED OR CLOSED.
      *    A CLOSE IS STAMPED WITH WHEN AND BY WHOM; THE STAMP IS
      *    WHAT DECIDES WHETHER A LATER POSTING MISSED THE PERIOD.
      *----------------------------------------------------------------
       8685-APPEND-PERIOD.

           OPEN EXTEND CALC-FPER-FILE.
           IF CALC-FPER-STATUS NOT = '00'
               OPEN OUTPUT CALC-FPER-FILE
           END-IF.
           IF CALC-FPER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCFPER, FILE STATUS '
                        CALC-FPER-STATUS
           ELSE
               MOVE SPACES TO CALC-FPER-RECORD
               MOVE CALC-FPM-PERIOD TO CALC-FPER-PERIOD
               MOVE CALC-FPM-START TO CALC-FPER-START-DATE
               MOVE CALC-FPM-END TO CALC-FPER-END-DATE
               MOVE CALC-FPM-STATE TO CALC-FPER-STATE
               MOVE CALC-FPM-LATE-REV TO CALC-FPER-LATE-REV
               MOVE 'M' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE CALC-FPM-PERIOD-X TO CALC-SEC-EV-TARGET
               IF CALC-FPER-CLOSED
                   ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
                   ACCEPT CALC-TS-TIME FROM TIME
                   MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
                   MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
                   MOVE CALC-TS-STAMP TO CALC-FPER-CLOSED-TS
                   MOVE CALC-OPERATOR-ID TO CALC-FPER-CLOSED-BY
                   MOVE 'FPER CLOSE' TO CALC-SEC-EV-DETAIL
                   DISPLAY 'PERIOD ' CALC-FPM-PERIOD ' CLOSED.'
               ELSE
                   MOVE 'FPER SET' TO CALC-SEC-EV-DETAIL
                   DISPLAY 'PERIOD ' CALC-FPM-PERIOD ' SET.'
               END-IF
               WRITE CALC-FPER-RECORD
               CLOSE CALC-FPER-FILE
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
           END-IF.

       8685-EXIT.
           EXIT.

      *----------------------------------------------------------------
                   MOVE CALC-AUDSEQ-PCT-SKIP TO CALC-AUD-PCT-SKIP
      *    THE OLD LAYOUT PREDATES THE REVERSAL FLAG.
                   MOVE SPACE TO CALC-AUD-REV-SW
                   MOVE SPACES TO CALC-AUD-DEPARTMENT
                   MOVE ZERO TO CALC-AUD-BATCH-NO
                   MOVE SPACES TO CALC-AUD-CURRENCY
                   MOVE ZERO TO CALC-AUD-FX-RATE
                   MOVE ZERO TO CALC-AUD-BASE-X
                   MOVE ZERO TO CALC-AUD-BASE-Y
                   MOVE ZERO TO CALC-AUD-BASE-TOTAL
                   MOVE ZERO TO CALC-AUD-BASE-DIFF
                   MOVE ZERO TO CALC-AUD-BASE-PRODUCT
                   MOVE ZERO TO CALC-AUD-BASE-REM
                   MOVE SPACES TO CALC-AUD-FILLER
                   MOVE ZERO TO CALC-AUD-BATCH-DATE
                   PERFORM 5490-WRITE-AUDIT-KEYED THRU 5490-EXIT
                   ADD 1 TO CALC-CONV-COUNT
           END-READ.

       8710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8720-AUDIT-RELOAD-MODE - ONE-TIME RELOAD OF A KEYED AUDIT
      *    LOG STILL IN THE 168-BYTE LAYOUT. OPERATIONS RENAME THE OLD
      *    CALCAUDX TO CALCAUDO; THE NEXT RUN CREATES A NEW CALCAUDX
      *    AND THIS OPTION COPIES EVERY OLD RECORD INTO IT IN
      *    TIMESTAMP ORDER THROUGH 5490, SO EACH ONE IS NUMBERED AND
      *    CHAINED, THEN SAVES CALCASEQ. IT RUNS ONLY AGAINST A LOG
      *    WITH NOTHING CHAINED IN IT YET, SO A SECOND RUN CANNOT
      *    LOAD THE SAME RECORDS TWICE.
      *----------------------------------------------------------------
       8720-AUDIT-RELOAD-MODE.

           IF CALC-CHN-LAST-SEQ > ZERO
               DISPLAY 'CALCAUDX ALREADY HOLDS CHAINED RECORDS - '
                       'RELOAD NOT RUN.'
               MOVE 'N' TO CALC-CONV-ANSWER
           ELSE
               DISPLAY 'RELOAD PRE-UPGRADE CALCAUDO INTO CALCAUDX? '
                       '(Y/N): '
               ACCEPT CALC-CONV-ANSWER
               IF CALC-CONV-ANSWER NOT = 'Y'
                   DISPLAY 'RELOAD NOT RUN.'
               END-IF
           END-IF.
           IF CALC-CONV-ANSWER = 'Y'
               MOVE 'F' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE 'AUDIT RELD' TO CALC-SEC-EV-DETAIL
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
               MOVE ZERO TO CALC-CONV-COUNT
               MOVE 'N' TO CALC-AUDOLD-EOF-SW
               OPEN INPUT CALC-AUDOLD-FILE
               IF CALC-AUDOLD-STATUS NOT = '00'
                   DISPLAY 'NO PRE-UPGRADE AUDIT LOG TO RELOAD, '
                           'FILE STATUS ' CALC-AUDOLD-STATUS
               ELSE
                   MOVE LOW-VALUES TO CALC-AUDO-TIMESTAMP
                   START CALC-AUDOLD-FILE
                       KEY IS NOT LESS THAN CALC-AUDO-TIMESTAMP
                       INVALID KEY
                           MOVE 'Y' TO CALC-AUDOLD-EOF-SW
                   END-START
                   PERFORM 8725-RELOAD-ONE-RECORD THRU 8725-EXIT
                       UNTIL CALC-AUDOLD-EOF
                   CLOSE CALC-AUDOLD-FILE
                   PERFORM 9010-SAVE-AUDIT-CHAIN THRU 9010-EXIT
                   MOVE CALC-CONV-COUNT TO CALC-ED-BT-COUNT
                   MOVE SPACES TO CALC-PRINT-LINE
                   STRING 'AUDIT LOG RELOAD - RECORDS LOADED '
                           DELIMITED BY SIZE
                           CALC-ED-BT-COUNT DELIMITED BY SIZE
                       INTO CALC-PRINT-LINE
                   END-STRING
                   WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
                   DISPLAY 'AUDIT RECORDS RELOADED: '
                            CALC-CONV-COUNT
               END-IF
               MOVE 'N' TO CALC-AUDOLD-EOF-SW
           END-IF.

       8720-EXIT.
           EXIT.

       8725-RELOAD-ONE-RECORD.

           READ CALC-AUDOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CALC-AUDOLD-EOF-SW
               NOT AT END
                   MOVE SPACES TO CALC-AUDIT-RECORD
                   MOVE CALC-AUDO-TRAN-ID TO CALC-AUD-TRAN-ID
                   MOVE CALC-AUDO-RECORD-NO TO CALC-AUD-RECORD-NO
                   MOVE CALC-AUDO-TIMESTAMP TO CALC-AUD-TIMESTAMP
                   MOVE CALC-AUDO-OPERATOR TO CALC-AUD-OPERATOR
                   MOVE CALC-AUDO-X TO CALC-AUD-X
                   MOVE CALC-AUDO-Y TO CALC-AUD-Y
                   MOVE CALC-AUDO-TOTAL TO CALC-AUD-TOTAL
                   MOVE CALC-AUDO-DIFFERENCE TO CALC-AUD-DIFFERENCE
                   MOVE CALC-AUDO-PRODUCT TO CALC-AUD-PRODUCT
                   MOVE CALC-AUDO-QUOTIENT TO CALC-AUD-QUOTIENT
                   MOVE CALC-AUDO-OPERATION TO CALC-AUD-OPERATION
                   MOVE CALC-AUDO-ADD-SKIP TO CALC-AUD-ADD-SKIP
                   MOVE CALC-AUDO-SUB-SKIP TO CALC-AUD-SUB-SKIP
                   MOVE CALC-AUDO-MUL-SKIP TO CALC-AUD-MUL-SKIP
                   MOVE CALC-AUDO-DIVIDE-SKIP TO CALC-AUD-DIVIDE-SKIP
                   MOVE CALC-AUDO-REJECT-SW TO CALC-AUD-REJECT-SW
                   MOVE CALC-AUDO-REMAINDER TO CALC-AUD-REMAINDER
                   MOVE CALC-AUDO-PCT TO CALC-AUD-PCT
                   MOVE CALC-AUDO-REM-SKIP TO CALC-AUD-REM-SKIP
                   MOVE CALC-AUDO-PCT-SKIP TO CALC-AUD-PCT-SKIP
                   MOVE CALC-AUDO-REV-SW TO CALC-AUD-REV-SW
                   MOVE SPACES TO CALC-AUD-DEPARTMENT
                   MOVE ZERO TO CALC-AUD-BATCH-NO
                   MOVE SPACES TO CALC-AUD-CURRENCY
                   MOVE ZERO TO CALC-AUD-FX-RATE
                   MOVE ZERO TO CALC-AUD-BASE-X
                   MOVE ZERO TO CALC-AUD-BASE-Y
                   MOVE ZERO TO CALC-AUD-BASE-TOTAL
                   MOVE ZERO TO CALC-AUD-BASE-DIFF
                   MOVE ZERO TO CALC-AUD-BASE-PRODUCT
                   MOVE ZERO TO CALC-AUD-BASE-REM
                   MOVE SPACES TO CALC-AUD-FILLER
                   MOVE ZERO TO CALC-AUD-BATCH-DATE
                   PERFORM 5490-WRITE-AUDIT-KEYED THRU 5490-EXIT
                   ADD 1 TO CALC-CONV-COUNT
           END-READ.

       8725-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8750-DEPT-MASTER-MODE - SUPERVISOR MAINTENANCE OF THE
      *    CALCDEPT DEPARTMENT MASTER: ADD A DEPARTMENT OR CHANGE
      *    ONE, MAKE ONE INACTIVE, OR LIST THE MASTER. A DEPARTMENT
      *    IS NEVER REMOVED - ITS HISTORY STILL BILLS TO IT. EVERY
      *    CHANGE GOES TO CALCSEC.
      *----------------------------------------------------------------
       8750-DEPT-MASTER-MODE.

           MOVE 'F' TO CALC-SEC-EV-TYPE.
           MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR.
           MOVE 'P' TO CALC-SEC-EV-RESULT.
           MOVE 'DEPT MASTER' TO CALC-SEC-EV-DETAIL.
           PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT.

           MOVE SPACE TO CALC-DPM-CHOICE.
           PERFORM 8751-DPM-ONE-ACTION THRU 8751-EXIT
               UNTIL CALC-DPM-RETURN.

       8750-EXIT.
           EXIT.

       8751-DPM-ONE-ACTION.

           DISPLAY ' '.
           DISPLAY 'DEPARTMENT MASTER MAINTENANCE'.
           DISPLAY '1 = ADD OR CHANGE A DEPARTMENT'.
           DISPLAY '2 = MAKE A DEPARTMENT INACTIVE'.
           DISPLAY '3 = LIST THE DEPARTMENT MASTER'.
           DISPLAY '4 = RETURN TO MAIN MENU'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CALC-DPM-CHOICE.

           EVALUATE TRUE
               WHEN CALC-DPM-UPDATE
                   PERFORM 8752-DPM-UPDATE THRU 8752-EXIT
               WHEN CALC-DPM-DEACTIVATE
                   PERFORM 8758-DPM-DEACTIVATE THRU 8758-EXIT
               WHEN CALC-DPM-LIST
                   PERFORM 8759-DPM-LIST THRU 8759-EXIT
               WHEN CALC-DPM-RETURN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, PLEASE TRY AGAIN.'
           END-EVALUATE.

       8751-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8752-DPM-UPDATE - KEYS A DEPARTMENT'S NAME, CONTACT,
      *    ALLOWED OPERATIONS AND CUTOFF. FOR A DEPARTMENT ALREADY ON
      *    FILE A BLANK ENTRY KEEPS WHAT IS THERE; A NEW DEPARTMENT
      *    STARTS ACTIVE, ALLOWED EVERY OPERATION, WITH NO CUTOFF.
      *    AN INACTIVE DEPARTMENT MAY BE MADE ACTIVE AGAIN HERE.
      *----------------------------------------------------------------
       8752-DPM-UPDATE.

           DISPLAY 'ENTER DEPARTMENT: '.
           MOVE SPACES TO CALC-DPM-DEPT.
           ACCEPT CALC-DPM-DEPT.
           IF CALC-DPM-DEPT = SPACES
               DISPLAY 'DEPARTMENT MAY NOT BE BLANK.'
           ELSE
               PERFORM 8753-FIND-DPM-DEPT THRU 8753-EXIT
               MOVE 'Y' TO CALC-DPM-OK-SW
               IF CALC-DEPT-FOUND
                   DISPLAY 'CURRENTLY: ' CALC-DPM-NAME
                   DISPLAY '  CONTACT ' CALC-DPM-CONTACT
                           ' STATUS ' CALC-DPM-STATE
                           ' OPERATIONS ' CALC-DPM-OPS
                           ' CUTOFF ' CALC-DPM-CUTOFF
               ELSE
                   DISPLAY 'NEW DEPARTMENT.'
               END-IF

               DISPLAY 'DEPARTMENT NAME (BLANK = KEEP): '
               MOVE SPACES TO CALC-DPM-TEXT
               ACCEPT CALC-DPM-TEXT
               IF CALC-DPM-TEXT NOT = SPACES
                   MOVE CALC-DPM-TEXT TO CALC-DPM-NAME
               END-IF
               DISPLAY 'CONTACT (BLANK = KEEP): '
               MOVE SPACES TO CALC-DPM-TEXT
               ACCEPT CALC-DPM-TEXT
               IF CALC-DPM-TEXT NOT = SPACES
                   MOVE CALC-DPM-TEXT TO CALC-DPM-CONTACT
               END-IF

               PERFORM 8755-ACCEPT-DPM-OPS THRU 8755-EXIT
               IF CALC-DPM-OK
                   PERFORM 8757-ACCEPT-DPM-CUTOFF THRU 8757-EXIT
               END-IF
               IF CALC-DPM-OK AND CALC-DPM-STATE = 'I'
                   DISPLAY 'DEPARTMENT IS INACTIVE - MAKE IT ACTIVE? '
                           '(Y/N): '
                   ACCEPT CALC-DPM-ANSWER
                   IF CALC-DPM-ANSWER = 'Y'
                       MOVE 'A' TO CALC-DPM-STATE
                   END-IF
               END-IF

               IF CALC-DPM-OK
                   MOVE 'DEPT SET' TO CALC-SEC-EV-DETAIL
                   PERFORM 8761-REWRITE-EXCLUDING-DEPT THRU 8761-EXIT
                   PERFORM 8765-APPEND-DEPT-RECORD THRU 8765-EXIT
               ELSE
                   DISPLAY 'DEPARTMENT ' CALC-DPM-DEPT ' NOT UPDATED.'
               END-IF
           END-IF.

       8752-EXIT.
           EXIT.

      *    LOOKS UP CALC-DPM-DEPT ON CALCDEPT, SETTING CALC-DEPT-FOUND
      *    AND LOADING THE ENTRY FIELDS WITH THE RECORD ON FILE, OR
      *    WITH THE DEFAULTS FOR A NEW DEPARTMENT.
       8753-FIND-DPM-DEPT.

           MOVE 'N' TO CALC-DEPT-FOUND-SW.
           MOVE 'N' TO CALC-DEPT-EOF-SW.
           MOVE SPACES TO CALC-DPM-NAME.
           MOVE SPACES TO CALC-DPM-CONTACT.
           MOVE 'A' TO CALC-DPM-STATE.
           MOVE 'YYYYYYY' TO CALC-DPM-OPS.
           MOVE ZERO TO CALC-DPM-CUTOFF.

           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-STATUS = '00'
               PERFORM 8754-FIND-ONE-DPM-DEPT THRU 8754-EXIT
                   UNTIL CALC-DEPT-FOUND OR CALC-DEPT-EOF
               CLOSE CALC-DEPT-FILE
           END-IF.
           MOVE 'N' TO CALC-DEPT-EOF-SW.

       8753-EXIT.
           EXIT.

       8754-FIND-ONE-DPM-DEPT.

           READ CALC-DEPT-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-EOF-SW
               NOT AT END
                   IF CALC-DEPT-DEPARTMENT = CALC-DPM-DEPT
                       MOVE 'Y' TO CALC-DEPT-FOUND-SW
                       MOVE CALC-DEPT-NAME TO CALC-DPM-NAME
                       MOVE CALC-DEPT-CONTACT TO CALC-DPM-CONTACT
                       MOVE CALC-DEPT-STATE TO CALC-DPM-STATE
                       MOVE CALC-DEPT-ALLOWED-OPS TO CALC-DPM-OPS
                       IF CALC-DEPT-CUTOFF IS NUMERIC
                           MOVE CALC-DEPT-CUTOFF TO CALC-DPM-CUTOFF
                       END-IF
                   END-IF
           END-READ.

       8754-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8755-ACCEPT-DPM-OPS - THE ALLOWED OPERATION CODES ARE
      *    KEYED AS A STRING OF DIGITS, E.G. 125 FOR ADD, SUBTRACT
      *    AND DIVIDE ONLY, AND KEPT AS ONE Y/N BYTE PER CODE.
      *----------------------------------------------------------------
       8755-ACCEPT-DPM-OPS.

           DISPLAY 'ALLOWED OPERATION CODES 1-7, E.G. 1234567 '
                   '(BLANK = KEEP): '.
           MOVE SPACES TO CALC-DPM-OPS-ENTRY.
           ACCEPT CALC-DPM-OPS-ENTRY.
           IF CALC-DPM-OPS-ENTRY NOT = SPACES
               MOVE 'NNNNNNN' TO CALC-DPM-OPS
               MOVE 1 TO CALC-DPM-POS
               PERFORM 8756-MARK-ONE-DPM-OP THRU 8756-EXIT
                   UNTIL CALC-DPM-POS > 7
               IF CALC-DPM-OK AND CALC-DPM-OPS = 'NNNNNNN'
                   DISPLAY 'AT LEAST ONE OPERATION MUST BE ALLOWED - '
                           'MAKE THE DEPARTMENT INACTIVE INSTEAD.'
                   MOVE 'N' TO CALC-DPM-OK-SW
               END-IF
           END-IF.

       8755-EXIT.
           EXIT.

       8756-MARK-ONE-DPM-OP.

           EVALUATE CALC-DPM-OPS-ENTRY(CALC-DPM-POS:1)
               WHEN SPACE
                   CONTINUE
               WHEN '1' THRU '7'
                   MOVE CALC-DPM-OPS-ENTRY(CALC-DPM-POS:1)
                       TO CALC-DPM-OP-IX
                   MOVE 'Y' TO CALC-DPM-OP(CALC-DPM-OP-IX)
               WHEN OTHER
                   IF CALC-DPM-OK
                       DISPLAY 'NOT AN OPERATION CODE: '
                               CALC-DPM-OPS-ENTRY(CALC-DPM-POS:1)
                   END-IF
                   MOVE 'N' TO CALC-DPM-OK-SW
           END-EVALUATE.
           ADD 1 TO CALC-DPM-POS.

       8756-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8757-ACCEPT-DPM-CUTOFF - DAILY CUTOFF AS HHMM ON THE
      *    24-HOUR CLOCK. 0000 TAKES THE CUTOFF OFF.
      *----------------------------------------------------------------
       8757-ACCEPT-DPM-CUTOFF.

           DISPLAY 'DAILY CUTOFF HHMM (0000 = NONE, BLANK = KEEP): '.
           MOVE SPACES TO CALC-DPM-CUTOFF-X.
           ACCEPT CALC-DPM-CUTOFF-X.
           IF CALC-DPM-CUTOFF-X NOT = SPACES
               IF CALC-DPM-CUTOFF-X IS NOT NUMERIC
                   DISPLAY 'CUTOFF MUST BE FOUR DIGITS HHMM.'
                   MOVE 'N' TO CALC-DPM-OK-SW
               ELSE
                   IF CALC-DPM-CUTOFF-HH > 23
                       OR CALC-DPM-CUTOFF-MM > 59
                       DISPLAY 'NOT A VALID TIME OF DAY.'
                       MOVE 'N' TO CALC-DPM-OK-SW
                   ELSE
                       MOVE CALC-DPM-CUTOFF-X TO CALC-DPM-CUTOFF
                   END-IF
               END-IF
           END-IF.

       8757-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8758-DPM-DEACTIVATE - AN INACTIVE DEPARTMENT STAYS ON FILE
      *    BUT ANY BATCH IT SENDS IS REFUSED.
      *----------------------------------------------------------------
       8758-DPM-DEACTIVATE.

           DISPLAY 'ENTER DEPARTMENT: '.
           MOVE SPACES TO CALC-DPM-DEPT.
           ACCEPT CALC-DPM-DEPT.
           IF CALC-DPM-DEPT = SPACES
               DISPLAY 'DEPARTMENT MAY NOT BE BLANK.'
           ELSE
               PERFORM 8753-FIND-DPM-DEPT THRU 8753-EXIT
               EVALUATE TRUE
                   WHEN NOT CALC-DEPT-FOUND
                       DISPLAY 'DEPARTMENT ' CALC-DPM-DEPT
                               ' IS NOT ON FILE.'
                   WHEN CALC-DPM-STATE = 'I'
                       DISPLAY 'DEPARTMENT ' CALC-DPM-DEPT
                               ' IS ALREADY INACTIVE.'
                   WHEN OTHER
                       MOVE 'I' TO CALC-DPM-STATE
                       MOVE 'DEPT INACT' TO CALC-SEC-EV-DETAIL
                       PERFORM 8761-REWRITE-EXCLUDING-DEPT
                           THRU 8761-EXIT
                       PERFORM 8765-APPEND-DEPT-RECORD THRU 8765-EXIT
               END-EVALUATE
           END-IF.

       8758-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8759-DPM-LIST
      *----------------------------------------------------------------
       8759-DPM-LIST.

           MOVE 'N' TO CALC-DEPT-EOF-SW.
           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-STATUS NOT = '00'
               DISPLAY 'NO DEPARTMENT MASTER ON FILE YET - EVERY '
                       'DEPARTMENT IS ACCEPTED.'
           ELSE
               PERFORM 8760-LIST-ONE-DEPT THRU 8760-EXIT
                   UNTIL CALC-DEPT-EOF
               CLOSE CALC-DEPT-FILE
           END-IF.
           MOVE 'N' TO CALC-DEPT-EOF-SW.

       8759-EXIT.
           EXIT.

       8760-LIST-ONE-DEPT.

           READ CALC-DEPT-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-EOF-SW
               NOT AT END
                   IF CALC-DEPT-ACTIVE
                       DISPLAY 'DEPT ' CALC-DEPT-DEPARTMENT ' '
                               CALC-DEPT-NAME ' ACTIVE'
                   ELSE
                       DISPLAY 'DEPT ' CALC-DEPT-DEPARTMENT ' '
                               CALC-DEPT-NAME ' INACTIVE'
                   END-IF
                   DISPLAY '  CONTACT ' CALC-DEPT-CONTACT
                   DISPLAY '  OPERATIONS 1-7 ' CALC-DEPT-ALLOWED-OPS
                           '  CUTOFF ' CALC-DEPT-CUTOFF
                   DISPLAY '  SET BY ' CALC-DEPT-SET-BY
                           ' AT ' CALC-DEPT-SET-TS
           END-READ.

       8760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8761-REWRITE-EXCLUDING-DEPT - TWO-PASS REWRITE OF CALCDEPT
      *    DROPPING CALC-DPM-DEPT, SAME PATTERN AS THE LIMITS MASTER.
      *    A MISSING CALCDEPT SIMPLY MEANS NOTHING TO PRESERVE.
      *----------------------------------------------------------------
       8761-REWRITE-EXCLUDING-DEPT.

           MOVE 'N' TO CALC-DEPT-EOF-SW.

           OPEN INPUT CALC-DEPT-FILE.
           IF CALC-DEPT-STATUS NOT = '00'
               CONTINUE
           ELSE
               OPEN OUTPUT CALC-DEPT-WORK-FILE
               IF CALC-DEPTW-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CALCDEPW, FILE STATUS '
                            CALC-DEPTW-STATUS
                   CLOSE CALC-DEPT-FILE
               ELSE
                   PERFORM 8762-COPY-ONE-DEPT-OUT THRU 8762-EXIT
                       UNTIL CALC-DEPT-EOF
                   CLOSE CALC-DEPT-FILE
                   CLOSE CALC-DEPT-WORK-FILE
                   PERFORM 8763-COPY-BACK-DEPTS THRU 8763-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO CALC-DEPT-EOF-SW.

       8761-EXIT.
           EXIT.

       8762-COPY-ONE-DEPT-OUT.

           READ CALC-DEPT-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-EOF-SW
               NOT AT END
                   IF CALC-DEPT-DEPARTMENT NOT = CALC-DPM-DEPT
                       MOVE CALC-DEPT-RECORD TO CALC-DEPT-WORK-RECORD
                       WRITE CALC-DEPT-WORK-RECORD
                   END-IF
           END-READ.

       8762-EXIT.
           EXIT.

       8763-COPY-BACK-DEPTS.

           MOVE 'N' TO CALC-DEPT-EOF-SW.
           OPEN INPUT CALC-DEPT-WORK-FILE.
           IF CALC-DEPTW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CALCDEPW, FILE STATUS '
                        CALC-DEPTW-STATUS
               DISPLAY 'DEPARTMENT MASTER LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT CALC-DEPT-FILE
               IF CALC-DEPT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REWRITE CALCDEPT, FILE STATUS '
                            CALC-DEPT-STATUS
                   CLOSE CALC-DEPT-WORK-FILE
               ELSE
                   PERFORM 8764-COPY-ONE-DEPT-BACK THRU 8764-EXIT
                       UNTIL CALC-DEPT-EOF
                   CLOSE CALC-DEPT-WORK-FILE
                   CLOSE CALC-DEPT-FILE
               END-IF
           END-IF.
           MOVE 'N' TO CALC-DEPT-EOF-SW.

       8763-EXIT.
           EXIT.

       8764-COPY-ONE-DEPT-BACK.

           READ CALC-DEPT-WORK-FILE
               AT END
                   MOVE 'Y' TO CALC-DEPT-EOF-SW
               NOT AT END
                   MOVE CALC-DEPT-WORK-RECORD TO CALC-DEPT-RECORD
                   WRITE CALC-DEPT-RECORD
           END-READ.

       8764-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8765-APPEND-DEPT-RECORD - WRITES THE DEPARTMENT AS KEYED,
      *    STAMPED WITH WHO SET IT AND WHEN. CALC-SEC-EV-DETAIL IS
      *    SET BY THE CALLER FOR THE SECURITY LOG.
      *----------------------------------------------------------------
       8765-APPEND-DEPT-RECORD.

           OPEN EXTEND CALC-DEPT-FILE.
           IF CALC-DEPT-STATUS NOT = '00'
               OPEN OUTPUT CALC-DEPT-FILE
           END-IF.
           IF CALC-DEPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCDEPT, FILE STATUS '
                        CALC-DEPT-STATUS
           ELSE
               ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
               ACCEPT CALC-TS-TIME FROM TIME
               MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
               MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
               MOVE SPACES TO CALC-DEPT-RECORD
               MOVE CALC-DPM-DEPT TO CALC-DEPT-DEPARTMENT
               MOVE CALC-DPM-NAME TO CALC-DEPT-NAME
               MOVE CALC-DPM-CONTACT TO CALC-DEPT-CONTACT
               MOVE CALC-DPM-STATE TO CALC-DEPT-STATE
               MOVE CALC-DPM-OPS TO CALC-DEPT-ALLOWED-OPS
               MOVE CALC-DPM-CUTOFF TO CALC-DEPT-CUTOFF
               MOVE CALC-OPERATOR-ID TO CALC-DEPT-SET-BY
               MOVE CALC-TS-STAMP TO CALC-DEPT-SET-TS
               WRITE CALC-DEPT-RECORD
               CLOSE CALC-DEPT-FILE
               DISPLAY 'DEPARTMENT ' CALC-DPM-DEPT ' UPDATED.'
               MOVE 'M' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE CALC-DPM-DEPT TO CALC-SEC-EV-TARGET
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
           END-IF.

       8765-EXIT.
           EXIT.

      *----------------------------------------------------------------
       8830-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8900-CHARGEBACK-MODE - MONTH-END DEPARTMENT CHARGEBACK.
      *    EVERY POSTED CALCULATION OF THE ENTERED MONTH, FROM THE
      *    MONTH'S CALCARCH GENERATION AND FROM THE LIVE LOG, IS
      *    PRICED BY OPERATION CODE OFF THE CALCRATE RATE MASTER
      *    AND BILLED TO THE DEPARTMENT THAT SUBMITTED IT; A
      *    REVERSAL CREDITS THE SAME PRICE BACK. ONE STATEMENT PER
      *    DEPARTMENT PRINTS ON CALCRPT AND THE CALCGLCB LEDGER
      *    FEED IS WRITTEN. REJECTED RECORDS ARE NEVER BILLED.
      *----------------------------------------------------------------
       8900-CHARGEBACK-MODE.

           DISPLAY 'ENTER CHARGEBACK MONTH (YYYYMM): '.
           ACCEPT CALC-CHG-MONTH.

           IF CALC-CHG-MONTH IS NOT NUMERIC
               DISPLAY 'CHARGEBACK MONTH MUST BE NUMERIC YYYYMM.'
           ELSE
               MOVE 'F' TO CALC-SEC-EV-TYPE
               MOVE CALC-OPERATOR-ID TO CALC-SEC-EV-OPERATOR
               MOVE 'P' TO CALC-SEC-EV-RESULT
               MOVE 'CHARGEBACK' TO CALC-SEC-EV-DETAIL
               PERFORM 7400-WRITE-SECURITY-LOG THRU 7400-EXIT
               PERFORM 8910-LOAD-RATES THRU 8910-EXIT
               MOVE ZERO TO CALC-CHG-DEPT-USED
               MOVE ZERO TO CALC-CHG-READ-COUNT
               MOVE ZERO TO CALC-CHG-LOST-COUNT
               PERFORM 8930-TALLY-ARCHIVE-MONTH THRU 8930-EXIT
               PERFORM 8940-TALLY-LIVE-MONTH THRU 8940-EXIT
               PERFORM 8960-WRITE-STATEMENTS THRU 8960-EXIT
           END-IF.

       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8910-LOAD-RATES - LOADS CALCRATE INTO THE RATE TABLE BY
      *    OPERATION CODE. A MISSING MASTER OR A MISSING OPERATION
      *    BILLS AT ZERO; THE STATEMENT LINE SAYS SO.
      *----------------------------------------------------------------
       8910-LOAD-RATES.

           MOVE 1 TO CALC-CHG-OP-IX.
           PERFORM 8911-CLEAR-ONE-RATE THRU 8911-EXIT
               UNTIL CALC-CHG-OP-IX > 7.

           MOVE 'N' TO CALC-CHG-EOF-SW.
           OPEN INPUT CALC-RATE-FILE.
           IF CALC-RATE-STATUS NOT = '00'
               DISPLAY 'NO CHARGEBACK RATE MASTER ON FILE - '
                       'ALL OPERATIONS BILL AT ZERO.'
           ELSE
               PERFORM 8912-LOAD-ONE-RATE THRU 8912-EXIT
                   UNTIL CALC-CHG-EOF
               CLOSE CALC-RATE-FILE
           END-IF.
           MOVE 'N' TO CALC-CHG-EOF-SW.

       8910-EXIT.
           EXIT.

       8911-CLEAR-ONE-RATE.

           MOVE ZERO TO CALC-CHG-RATE(CALC-CHG-OP-IX).
           MOVE 'N' TO CALC-CHG-RATE-SW(CALC-CHG-OP-IX).
           ADD 1 TO CALC-CHG-OP-IX.

       8911-EXIT.
           EXIT.

       8912-LOAD-ONE-RATE.

           READ CALC-RATE-FILE
               AT END
                   MOVE 'Y' TO CALC-CHG-EOF-SW
               NOT AT END
                   IF CALC-RATE-OP-VALID
                       MOVE CALC-RATE-OP-CODE TO CALC-CHG-OP-IX
                       MOVE CALC-RATE-AMOUNT
                           TO CALC-CHG-RATE(CALC-CHG-OP-IX)
                       MOVE 'Y' TO CALC-CHG-RATE-SW(CALC-CHG-OP-IX)
                   END-IF
           END-READ.

       8912-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8930-TALLY-ARCHIVE-MONTH - A MONTH ALREADY ROLLED OFF THE
      *    LIVE LOG SITS IN ITS CALCARCH.YYYYMM GENERATION. EACH
      *    GENERATION RECORD IS AN IMAGE OF THE AUDIT RECORD, SO IT
      *    IS LAID BACK OVER THE AUDIT RECORD AREA AND TALLIED BY
      *    THE SAME PARAGRAPH AS A LIVE RECORD. NO GENERATION SIMPLY
      *    MEANS NOTHING OF THE MONTH HAS BEEN ARCHIVED YET.
      *----------------------------------------------------------------
       8930-TALLY-ARCHIVE-MONTH.

           MOVE SPACES TO CALC-ARCHIVE-NAME.
           STRING 'CALCARCH.' DELIMITED BY SIZE
                   CALC-CHG-MONTH DELIMITED BY SIZE
               INTO CALC-ARCHIVE-NAME
           END-STRING.

           MOVE 'N' TO CALC-CHG-EOF-SW.
           OPEN INPUT CALC-ARCHIVE-FILE.
           IF CALC-ARCH-STATUS = '00'
               PERFORM 8935-TALLY-ONE-ARCHIVED THRU 8935-EXIT
                   UNTIL CALC-CHG-EOF
               CLOSE CALC-ARCHIVE-FILE
           END-IF.
           MOVE 'N' TO CALC-CHG-EOF-SW.

       8930-EXIT.
           EXIT.

       8935-TALLY-ONE-ARCHIVED.

           READ CALC-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO CALC-CHG-EOF-SW
               NOT AT END
                   MOVE CALC-ARCHIVE-RECORD TO CALC-AUDIT-RECORD
                   PERFORM 8950-TALLY-ONE-CHARGE THRU 8950-EXIT
           END-READ.

       8935-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8940-TALLY-LIVE-MONTH - STARTS ON THE TIMESTAMP KEY AT THE
      *    FIRST OF THE MONTH AND STOPS AT THE FIRST RECORD OF THE
      *    NEXT, SAME AS THE EXTRACT PASS.
      *----------------------------------------------------------------
       8940-TALLY-LIVE-MONTH.

           MOVE 'N' TO CALC-AUDIT-EOF-SW.
           MOVE CALC-CHG-MONTH TO CALC-AUD-TIMESTAMP(1:6).
           MOVE '01000000' TO CALC-AUD-TIMESTAMP(7:8).
           START CALC-AUDIT-LOG
               KEY IS NOT LESS THAN CALC-AUD-TIMESTAMP
               INVALID KEY
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
           END-START.

           PERFORM 8945-TALLY-ONE-LIVE THRU 8945-EXIT
               UNTIL CALC-AUDIT-EOF.
           MOVE 'N' TO CALC-AUDIT-EOF-SW.

       8940-EXIT.
           EXIT.

       8945-TALLY-ONE-LIVE.

           READ CALC-AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO CALC-AUDIT-EOF-SW
               NOT AT END
                   IF CALC-AUD-TIMESTAMP(1:6) > CALC-CHG-MONTH
                       MOVE 'Y' TO CALC-AUDIT-EOF-SW
                   ELSE
                       PERFORM 8950-TALLY-ONE-CHARGE THRU 8950-EXIT
                   END-IF
           END-READ.

       8945-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8950-TALLY-ONE-CHARGE - COUNTS THE AUDIT RECORD IN HAND
      *    AGAINST ITS DEPARTMENT AND OPERATION: A POSTING AS
      *    POSTED, AN OFFSETTING 'R' RECORD AS REVERSED. A
      *    DEPARTMENT THAT FINDS NO FREE TABLE SLOT IS COUNTED AS
      *    NOT BILLED AND CALLED OUT AT THE END OF THE STATEMENTS.
      *----------------------------------------------------------------
       8950-TALLY-ONE-CHARGE.

           IF NOT CALC-AUD-WAS-REJECTED
               AND CALC-AUD-OPERATION >= '1'
               AND CALC-AUD-OPERATION <= '7'
               ADD 1 TO CALC-CHG-READ-COUNT
               MOVE CALC-AUD-OPERATION TO CALC-CHG-OP-IX
               PERFORM 8955-FIND-DEPARTMENT THRU 8955-EXIT
               IF CALC-CHG-DEPT-FOUND
                   IF CALC-AUD-IS-REVERSAL
                       ADD 1 TO CALC-CHG-REVERSED(CALC-CHG-DEPT-IX,
                                                  CALC-CHG-OP-IX)
                   ELSE
                       ADD 1 TO CALC-CHG-POSTED(CALC-CHG-DEPT-IX,
                                                CALC-CHG-OP-IX)
                   END-IF
               ELSE
                   ADD 1 TO CALC-CHG-LOST-COUNT
               END-IF
           END-IF.

       8950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8955-FIND-DEPARTMENT - SEQUENTIAL SEARCH OF THE SMALL
      *    IN-STORAGE DEPARTMENT TABLE; A NEW DEPARTMENT TAKES THE
      *    NEXT FREE SLOT WITH ITS COUNTS CLEARED.
      *----------------------------------------------------------------
       8955-FIND-DEPARTMENT.

           MOVE 'N' TO CALC-CHG-FOUND-SW.
           MOVE 1 TO CALC-CHG-DEPT-IX.
           PERFORM 8956-MATCH-ONE-DEPARTMENT THRU 8956-EXIT
               UNTIL CALC-CHG-DEPT-FOUND
                  OR CALC-CHG-DEPT-IX > CALC-CHG-DEPT-USED.

           IF NOT CALC-CHG-DEPT-FOUND
               IF CALC-CHG-DEPT-USED < 100
                   ADD 1 TO CALC-CHG-DEPT-USED
                   MOVE CALC-CHG-DEPT-USED TO CALC-CHG-DEPT-IX
                   MOVE CALC-AUD-DEPARTMENT
                       TO CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX)
                   MOVE 1 TO CALC-CHG-CLR-IX
                   PERFORM 8957-CLEAR-ONE-COUNT THRU 8957-EXIT
                       UNTIL CALC-CHG-CLR-IX > 7
                   MOVE 'Y' TO CALC-CHG-FOUND-SW
               END-IF
           END-IF.

       8955-EXIT.
           EXIT.

       8956-MATCH-ONE-DEPARTMENT.

           IF CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX) = CALC-AUD-DEPARTMENT
               MOVE 'Y' TO CALC-CHG-FOUND-SW
           ELSE
               ADD 1 TO CALC-CHG-DEPT-IX
           END-IF.

       8956-EXIT.
           EXIT.

       8957-CLEAR-ONE-COUNT.

           MOVE ZERO TO CALC-CHG-POSTED(CALC-CHG-DEPT-IX,
                                        CALC-CHG-CLR-IX).
           MOVE ZERO TO CALC-CHG-REVERSED(CALC-CHG-DEPT-IX,
                                          CALC-CHG-CLR-IX).
           ADD 1 TO CALC-CHG-CLR-IX.

       8957-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8960-WRITE-STATEMENTS - ONE STATEMENT PER DEPARTMENT ON
      *    CALCRPT AND ONE LEDGER RECORD PER NAMED DEPARTMENT ON
      *    CALCGLCB, CLOSED BY THE LEDGER TRAILER. IF CALCGLCB WILL
      *    NOT OPEN THE STATEMENTS STILL PRINT.
      *----------------------------------------------------------------
       8960-WRITE-STATEMENTS.

           MOVE ZERO TO CALC-CHG-GL-COUNT.
           MOVE ZERO TO CALC-CHG-GL-TOTAL.
           MOVE 'N' TO CALC-CHG-GL-OK-SW.
           OPEN OUTPUT CALC-GLCB-FILE.
           IF CALC-GLCB-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CALCGLCB, FILE STATUS '
                        CALC-GLCB-STATUS
               DISPLAY 'STATEMENTS PRINT BUT NO LEDGER FEED IS WRITTEN'
           ELSE
               MOVE 'Y' TO CALC-CHG-GL-OK-SW
           END-IF.

           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'DEPARTMENT CHARGEBACK STATEMENTS - PERIOD '
                   DELIMITED BY SIZE
                   CALC-CHG-MONTH DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           IF CALC-CHG-DEPT-USED = ZERO
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'NO POSTED CALCULATIONS FOR THE PERIOD'
                       DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           MOVE 1 TO CALC-CHG-DEPT-IX.
           PERFORM 8965-PRINT-ONE-STATEMENT THRU 8965-EXIT
               UNTIL CALC-CHG-DEPT-IX > CALC-CHG-DEPT-USED.

           IF CALC-CHG-LOST-COUNT > ZERO
               MOVE CALC-CHG-LOST-COUNT TO CALC-CHG-ED-COUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '*** ' DELIMITED BY SIZE
                       CALC-CHG-ED-COUNT DELIMITED BY SIZE
                       ' CALCULATIONS NOT BILLED - DEPARTMENT TABLE '
                       DELIMITED BY SIZE
                       'FULL ***' DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           IF CALC-CHG-GL-OPEN
               MOVE SPACES TO CALC-GLCB-RECORD
               MOVE 'T' TO CALC-GLCB-REC-TYPE
               MOVE CALC-CHG-MONTH TO CALC-GLCB-PERIOD
               MOVE CALC-CHG-GL-COUNT TO CALC-GLCB-COUNT
               MOVE CALC-CHG-GL-TOTAL TO CALC-GLCB-AMOUNT
               MOVE CALC-RUN-DATE TO CALC-GLCB-RUN-DATE
               WRITE CALC-GLCB-RECORD
               CLOSE CALC-GLCB-FILE
               MOVE CALC-CHG-GL-COUNT TO CALC-CHG-ED-COUNT
               MOVE CALC-CHG-GL-TOTAL TO CALC-CHG-ED-AMOUNT
               MOVE SPACES TO CALC-PRINT-LINE
               STRING 'CHARGEBACK LEDGER FEED WRITTEN - DEPARTMENTS '
                       DELIMITED BY SIZE
                       CALC-CHG-ED-COUNT DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       CALC-CHG-ED-AMOUNT DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.

           DISPLAY 'CHARGEBACK CALCULATIONS PRICED: '
                    CALC-CHG-READ-COUNT.
           DISPLAY 'DEPARTMENTS FED TO THE LEDGER:  '
                    CALC-CHG-GL-COUNT.

       8960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8965-PRINT-ONE-STATEMENT - ONE LINE PER OPERATION THE
      *    DEPARTMENT USED, THEN THE AMOUNT DUE. THE BLANK
      *    DEPARTMENT PRINTS AS UNASSIGNED AND IS KEPT OFF THE
      *    LEDGER FEED FOR THE DESK TO CHASE BY HAND.
      *----------------------------------------------------------------
       8965-PRINT-ONE-STATEMENT.

           MOVE ZERO TO CALC-CHG-DEPT-AMT.
           MOVE ZERO TO CALC-CHG-DEPT-COUNT.
           IF CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX) = SPACES
               MOVE 'UNASSIGNED' TO CALC-CHG-ED-DEPT
           ELSE
               MOVE CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX)
                   TO CALC-CHG-ED-DEPT
           END-IF.

           MOVE SPACES TO CALC-REPORT-RECORD.
           WRITE CALC-REPORT-RECORD.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING 'CHARGEBACK STATEMENT - DEPT ' DELIMITED BY SIZE
                   CALC-CHG-ED-DEPT DELIMITED BY SIZE
                   ' PERIOD ' DELIMITED BY SIZE
                   CALC-CHG-MONTH DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '  OPERATION    POSTED  REVERSED       NET'
                   DELIMITED BY SIZE
                   '      RATE           AMOUNT' DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           MOVE 1 TO CALC-CHG-OP-IX.
           PERFORM 8966-PRINT-ONE-OP-LINE THRU 8966-EXIT
               UNTIL CALC-CHG-OP-IX > 7.

           MOVE CALC-CHG-DEPT-COUNT TO CALC-CHG-ED-NET.
           MOVE CALC-CHG-DEPT-AMT TO CALC-CHG-ED-AMOUNT.
           MOVE SPACES TO CALC-PRINT-LINE.
           STRING '  NET CALCULATIONS ' DELIMITED BY SIZE
                   CALC-CHG-ED-NET DELIMITED BY SIZE
                   '   AMOUNT DUE ' DELIMITED BY SIZE
                   CALC-CHG-ED-AMOUNT DELIMITED BY SIZE
               INTO CALC-PRINT-LINE
           END-STRING.
           WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE.

           IF CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX) NOT = SPACES
               AND CALC-CHG-GL-OPEN
               MOVE SPACES TO CALC-GLCB-RECORD
               MOVE 'D' TO CALC-GLCB-REC-TYPE
               MOVE CALC-CHG-MONTH TO CALC-GLCB-PERIOD
               MOVE CALC-CHG-DEPT-ID(CALC-CHG-DEPT-IX)
                   TO CALC-GLCB-DEPARTMENT
               MOVE CALC-CHG-DEPT-COUNT TO CALC-GLCB-COUNT
               MOVE CALC-CHG-DEPT-AMT TO CALC-GLCB-AMOUNT
               MOVE CALC-RUN-DATE TO CALC-GLCB-RUN-DATE
               WRITE CALC-GLCB-RECORD
               ADD 1 TO CALC-CHG-GL-COUNT
               ADD CALC-CHG-DEPT-AMT TO CALC-CHG-GL-TOTAL
           END-IF.

           ADD 1 TO CALC-CHG-DEPT-IX.

       8965-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8966-PRINT-ONE-OP-LINE - NET COUNT TIMES RATE. AN
      *    OPERATION WITH NO RATE ON FILE IS FLAGGED ON ITS LINE.
      *----------------------------------------------------------------
       8966-PRINT-ONE-OP-LINE.

           IF CALC-CHG-POSTED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX) > ZERO
               OR CALC-CHG-REVERSED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX)
                   > ZERO
               COMPUTE CALC-CHG-NET-COUNT =
                   CALC-CHG-POSTED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX)
                 - CALC-CHG-REVERSED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX)
               COMPUTE CALC-CHG-LINE-AMT =
                   CALC-CHG-NET-COUNT * CALC-CHG-RATE(CALC-CHG-OP-IX)
               ADD CALC-CHG-NET-COUNT TO CALC-CHG-DEPT-COUNT
               ADD CALC-CHG-LINE-AMT TO CALC-CHG-DEPT-AMT
               EVALUATE CALC-CHG-OP-IX
                   WHEN 1
                       MOVE 'ADD' TO CALC-CHG-OP-NAME
                   WHEN 2
                       MOVE 'SUBTRACT' TO CALC-CHG-OP-NAME
                   WHEN 3
                       MOVE 'MULTIPLY' TO CALC-CHG-OP-NAME
                   WHEN 4
                       MOVE 'DIVIDE' TO CALC-CHG-OP-NAME
                   WHEN 5
                       MOVE 'ALL' TO CALC-CHG-OP-NAME
                   WHEN 6
                       MOVE 'REMAINDER' TO CALC-CHG-OP-NAME
                   WHEN 7
                       MOVE 'PCT OF Y' TO CALC-CHG-OP-NAME
               END-EVALUATE
               MOVE CALC-CHG-POSTED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX)
                   TO CALC-CHG-ED-COUNT
               MOVE CALC-CHG-REVERSED(CALC-CHG-DEPT-IX, CALC-CHG-OP-IX)
                   TO CALC-CHG-ED-REVERSED
               MOVE CALC-CHG-NET-COUNT TO CALC-CHG-ED-NET
               MOVE CALC-CHG-RATE(CALC-CHG-OP-IX) TO CALC-CHG-ED-RATE
               MOVE CALC-CHG-LINE-AMT TO CALC-CHG-ED-AMOUNT
               IF CALC-CHG-RATE-ON-FILE(CALC-CHG-OP-IX)
                   MOVE SPACES TO CALC-CHG-ED-NOTE
               ELSE
                   MOVE '  NO RATE ON FILE' TO CALC-CHG-ED-NOTE
               END-IF
               MOVE SPACES TO CALC-PRINT-LINE
               STRING '  ' DELIMITED BY SIZE
                       CALC-CHG-OP-NAME DELIMITED BY SIZE
                       CALC-CHG-ED-COUNT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CALC-CHG-ED-REVERSED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CALC-CHG-ED-NET DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CALC-CHG-ED-RATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CALC-CHG-ED-AMOUNT DELIMITED BY SIZE
                       CALC-CHG-ED-NOTE DELIMITED BY SIZE
                   INTO CALC-PRINT-LINE
               END-STRING
               WRITE CALC-REPORT-RECORD FROM CALC-PRINT-LINE
           END-IF.
           ADD 1 TO CALC-CHG-OP-IX.

       8966-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.

           PERFORM 9010-SAVE-AUDIT-CHAIN THRU 9010-EXIT.
           CLOSE CALC-REPORT.
           CLOSE CALC-AUDIT-LOG.

       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9010-SAVE-AUDIT-CHAIN - REWRITES THE CALCASEQ CONTROL
      *    RECORD WHEN THE CHAIN MOVED ON DURING THE RUN.
      *----------------------------------------------------------------
       9010-SAVE-AUDIT-CHAIN.

           IF CALC-CHN-LAST-SEQ NOT = CALC-CHN-SAVED-SEQ
               OPEN OUTPUT CALC-ASEQ-FILE
               IF CALC-ASEQ-STATUS = '00'
                   MOVE SPACES TO CALC-ASEQ-RECORD
                   MOVE CALC-CHN-LAST-SEQ TO CALC-ASEQ-LAST-SEQ
                   MOVE CALC-CHN-LAST-VALUE TO CALC-ASEQ-LAST-CHAIN
                   ACCEPT CALC-TS-DATE FROM DATE YYYYMMDD
                   ACCEPT CALC-TS-TIME FROM TIME
                   MOVE CALC-TS-DATE TO CALC-TS-STAMP-DATE
                   MOVE CALC-TS-TIME(1:6) TO CALC-TS-STAMP-TIME
                   MOVE CALC-TS-STAMP TO CALC-ASEQ-TIMESTAMP
                   MOVE CALC-OPERATOR-ID TO CALC-ASEQ-OPERATOR
                   WRITE CALC-ASEQ-RECORD
                   CLOSE CALC-ASEQ-FILE
                   MOVE CALC-CHN-LAST-SEQ TO CALC-CHN-SAVED-SEQ
               ELSE
                   DISPLAY 'UNABLE TO OPEN CALCASEQ, FILE STATUS '
                           CALC-ASEQ-STATUS
               END-IF
           END-IF.

       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9100-PARSE-SIGNED-VALUE - VALIDATES CALC-PARSE-TEXT AND
      *    RETURNS CALC-PARSE-VALUE AND CALC-PARSE-OK. THE ACCEPTED

       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9300-DATE-TO-DAYS - TURNS CALC-DAYS-DATE (YYYYMMDD) INTO
      *    A DAY NUMBER: 365 DAYS PER PRIOR YEAR PLUS ONE PER PRIOR
      *    LEAP YEAR, THE DAYS OF THE PRIOR MONTHS, AND THE DAY OF
      *    THE MONTH - PLUS ONE PAST FEBRUARY OF A LEAP YEAR.
      *    CALC-DAYS-OK IS OFF FOR A DATE THAT CANNOT BE A DATE.
      *----------------------------------------------------------------
       9300-DATE-TO-DAYS.

           MOVE 'N' TO CALC-DAYS-OK-SW.
           MOVE ZERO TO CALC-DAYS-NUMBER.
           IF CALC-DAYS-DATE IS NUMERIC
               AND CALC-DAYS-YYYY > ZERO
               AND CALC-DAYS-MM >= 1 AND CALC-DAYS-MM <= 12
               AND CALC-DAYS-DD >= 1 AND CALC-DAYS-DD <= 31
               MOVE 'Y' TO CALC-DAYS-OK-SW
               SUBTRACT 1 FROM CALC-DAYS-YYYY
                   GIVING CALC-DAYS-PRIOR-YEARS
               COMPUTE CALC-DAYS-NUMBER =
                   CALC-DAYS-PRIOR-YEARS * 365
                 + CALC-DAYS-CUM(CALC-DAYS-MM) + CALC-DAYS-DD
               DIVIDE CALC-DAYS-PRIOR-YEARS BY 4
                   GIVING CALC-DAYS-QUOT
               ADD CALC-DAYS-QUOT TO CALC-DAYS-NUMBER
               DIVIDE CALC-DAYS-PRIOR-YEARS BY 100
                   GIVING CALC-DAYS-QUOT
               SUBTRACT CALC-DAYS-QUOT FROM CALC-DAYS-NUMBER
               DIVIDE CALC-DAYS-PRIOR-YEARS BY 400
                   GIVING CALC-DAYS-QUOT
               ADD CALC-DAYS-QUOT TO CALC-DAYS-NUMBER
               IF CALC-DAYS-MM > 2
                   DIVIDE CALC-DAYS-YYYY BY 4
                       GIVING CALC-DAYS-QUOT REMAINDER CALC-DAYS-REM-4
                   DIVIDE CALC-DAYS-YYYY BY 100
                       GIVING CALC-DAYS-QUOT REMAINDER CALC-DAYS-REM-100
                   DIVIDE CALC-DAYS-YYYY BY 400
                       GIVING CALC-DAYS-QUOT REMAINDER CALC-DAYS-REM-400
                   IF CALC-DAYS-REM-400 = ZERO
                       OR (CALC-DAYS-REM-4 = ZERO
                           AND CALC-DAYS-REM-100 NOT = ZERO)
                       ADD 1 TO CALC-DAYS-NUMBER
                   END-IF
               END-IF
           END-IF.

       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    9400-ASSIGN-FISCAL-PERIOD - THE PERIOD A POSTING STAMPED
      *    CALC-FPC-STAMP COUNTS IN: THE CALENDAR PERIOD WHOSE DATES
      *    COVER THE STAMP DATE, OR THE CALENDAR MONTH WHEN NO
      *    PERIOD DOES. A POSTING STAMPED AFTER ITS PERIOD WAS
      *    CLOSED MISSED THAT PERIOD AND ROLLS FORWARD INTO THE NEXT
      *    ONE ON THE CALENDAR, WHERE THERE IS ONE.
      *----------------------------------------------------------------
       9400-ASSIGN-FISCAL-PERIOD.

           MOVE ZERO TO CALC-FPC-PERIOD.
           MOVE ZERO TO CALC-FPC-IX.
           MOVE 'N' TO CALC-FPC-CLOSED-SW.
           MOVE 'N' TO CALC-FPC-ROLLED-SW.

           IF CALC-FPC-STAMP(1:8) IS NUMERIC
               MOVE CALC-FPC-STAMP(1:8) TO CALC-FPC-DATE
               MOVE CALC-FPC-STAMP(1:6) TO CALC-FPC-PERIOD
               MOVE 1 TO CALC-FPT-IX
               PERFORM 9410-MATCH-ONE-PERIOD THRU 9410-EXIT
                   UNTIL CALC-FPT-IX > CALC-FPT-USED
                      OR CALC-FPC-IX > ZERO
           END-IF.

           IF CALC-FPC-IX > ZERO
               MOVE 'N' TO CALC-FPC-ROLL-END-SW
               PERFORM 9405-ROLL-ONE-PERIOD THRU 9405-EXIT
                   UNTIL CALC-FPC-ROLL-END
               MOVE CALC-FPT-PERIOD(CALC-FPC-IX) TO CALC-FPC-PERIOD
               IF CALC-FPT-CLOSED(CALC-FPC-IX)
                   MOVE 'Y' TO CALC-FPC-CLOSED-SW
               END-IF
           END-IF.

       9400-EXIT.
           EXIT.

      *    ONE STEP FORWARD. A RUN OF PERIODS ALL CLOSED BEFORE THE
      *    POSTING ROLLS IT ON PAST EVERY ONE OF THEM.
       9405-ROLL-ONE-PERIOD.

           MOVE 'Y' TO CALC-FPC-ROLL-END-SW.
           IF CALC-FPT-CLOSED(CALC-FPC-IX)
               AND CALC-FPC-STAMP > CALC-FPT-CLOSED-TS(CALC-FPC-IX)
               MOVE ZERO TO CALC-FPC-NEXT-IX
               MOVE 1 TO CALC-FPT-IX
               PERFORM 9420-FIND-NEXT-PERIOD THRU 9420-EXIT
                   UNTIL CALC-FPT-IX > CALC-FPT-USED
               IF CALC-FPC-NEXT-IX > ZERO
                   MOVE CALC-FPC-NEXT-IX TO CALC-FPC-IX
                   MOVE 'Y' TO CALC-FPC-ROLLED-SW
                   MOVE 'N' TO CALC-FPC-ROLL-END-SW
               END-IF
           END-IF.

       9405-EXIT.
           EXIT.

       9410-MATCH-ONE-PERIOD.

           IF CALC-FPC-DATE NOT < CALC-FPT-START(CALC-FPT-IX)
               AND CALC-FPC-DATE NOT > CALC-FPT-END(CALC-FPT-IX)
               MOVE CALC-FPT-IX TO CALC-FPC-IX
           END-IF.
           ADD 1 TO CALC-FPT-IX.

       9410-EXIT.
           EXIT.

      *    THE NEXT PERIOD IS THE ONE STARTING SOONEST AFTER THE
      *    CLOSED PERIOD ENDS.
       9420-FIND-NEXT-PERIOD.

           IF CALC-FPT-START(CALC-FPT-IX) > CALC-FPT-END(CALC-FPC-IX)
               IF CALC-FPC-NEXT-IX = ZERO
                   MOVE CALC-FPT-IX TO CALC-FPC-NEXT-IX
               ELSE
                   IF CALC-FPT-START(CALC-FPT-IX)
                       < CALC-FPT-START(CALC-FPC-NEXT-IX)
                       MOVE CALC-FPT-IX TO CALC-FPC-NEXT-IX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CALC-FPT-IX.

       9420-EXIT.
           EXIT.
