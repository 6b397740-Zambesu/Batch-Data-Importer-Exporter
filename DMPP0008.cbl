      *----------------------------------------------------------------*
      * PROGRAM..: DMP0008
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: GENERAL LEDGER INTERFACE. SUMMARISES THE DAY'S
      * -          DB2TABLE.TRANSHIST POSTINGS BY ACCOUNT TYPE AND
      *            POSTING KIND - CUSTOMER DEPOSITS, WITHDRAWALS,
      *            TRANSFERS, INTEREST ACCRUALS, REVERSALS, PENDING
      *            RELEASES AND FEES - AND WRITES A BALANCED GL
      *            JOURNAL FILE WITH HDR/TRL CONTROL RECORDS, EACH
      *            ENTRY PAIRING THE TYPE'S CUSTOMER-LIABILITY GL
      *            ACCOUNT WITH THE OFFSET FOR THE POSTING KIND FROM
      *            DB2TABLE.GLMAP. THE POSTING KIND COMES FROM THE LEG
      *            THAT STAMPED THE ROW: EACH TRANSHIST RUN IDENTIFIER
      *            IS MATCHED AGAINST THE NIGHT'S DMPAUDIT ROWS THE
      *            SAME WAY DMPP0005 PICKS OUT INTEREST ACCRUALS. THE
      *            JOURNAL MUST BALANCE TO ZERO AND ITS NET CUSTOMER
      *            MOVEMENT MUST TIE TO THE NET MOVEMENT THOSE
      *            DMPAUDIT ROWS CLAIM - OTHERWISE NO ENTRIES ARE
      *            WRITTEN AND THE RUN ENDS RC 8, SO THE SEND STEP
      *            BEHIND IT DOES NOT RUN. FINANCE SIGNS OFF FROM THE
      *            DMP0008R GL POSTING SUMMARY INSTEAD OF RE-KEYING
      *            THE NIGHT FROM THE DMPAUDIT TOTALS.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0008.
      *
      * OUTPUT FILES:
      *-------------
      * DMP0008J - GL JOURNAL FILE (LRECL 80): A 'HDR' RECORD, ONE
      *            'DTL' RECORD PER GL DEBIT OR CREDIT, AND A 'TRL'
      *            RECORD WITH THE ENTRY COUNT AND THE DEBIT AND
      *            CREDIT TOTALS. LEFT EMPTY WHEN THE NIGHT DOES NOT
      *            PROVE OUT.
      * DMP0008R - GL POSTING SUMMARY REPORT, WITH ANY TRANSHIST
      *            ROWS THAT COULD NOT BE JOURNALED.
      *
      * PARM: BUSINESS DATE (8) - THE POSTING DATE OF THE TRANSHIST
      *       ROWS AND THE RUN DATE OF THE DMPAUDIT ROWS TO
      *       JOURNAL. ZERO, MISSING OR NON-NUMERIC MEANS TODAY.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT DMP0008J ASSIGN TO  UT-S-DMP0008J.
           SELECT DMP0008R ASSIGN TO  UT-S-DMP0008R.
      *----------------------------------------------------------------*
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  DMP0008J
           BLOCK 0
           RECORDING F
           RECORD 80.
       01  DMP0008J-FD                 PIC X(080).
      *
       FD  DMP0008R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0008R-FD                 PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *------------------- P L A C E H O L D E R S --------------------*
      *
       01  PLCH-CURR-DATE.
           03 PLCH-DATE-YYYY           PIC 9(004)     VALUE ZEROS.
           03 PLCH-DATE-MM             PIC 9(002)     VALUE ZEROS.
           03 PLCH-DATE-DD             PIC 9(002)     VALUE ZEROS.
       01  PLCH-CURR-DATE-NUM          REDEFINES PLCH-CURR-DATE
                                       PIC 9(008).
      *
       01  PLCH-CURR-TIME.
           03 PLCH-TIME-HH             PIC 9(002)     VALUE ZEROS.
           03 PLCH-TIME-MN             PIC 9(002)     VALUE ZEROS.
           03 PLCH-TIME-SS             PIC 9(002)     VALUE ZEROS.
           03 PLCH-TIME-HS             PIC 9(002)     VALUE ZEROS.
      *
      *-------------------------- F L A G S ---------------------------*
      *
       77  FLG-RUN-FOUND               PIC X(001)     VALUE 'N'.
       77  FLG-MAP-FOUND               PIC X(001)     VALUE 'N'.
       77  FLG-IN-BALANCE              PIC X(001)     VALUE 'Y'.
       77  FLG-EXC-HEADING             PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-TH-READ                 PIC 9(017)     VALUE ZEROS.
       77  CNT-TH-UNIDENT              PIC 9(017)     VALUE ZEROS.
       77  CNT-TH-UNMAPPED             PIC 9(017)     VALUE ZEROS.
       77  CNT-MAP-GAPS                PIC 9(017)     VALUE ZEROS.
       77  CNT-JNL-ENTRIES             PIC 9(009)     VALUE ZEROS.
       77  CNT-RPT-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-RPT-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  GLI-BUSINESS-DATE           PIC 9(008)     VALUE ZEROS.
       77  GLI-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
       77  GLI-KIND-IDX                PIC 9(002)     VALUE ZEROS COMP.
       77  GLI-OFFSET-ACCT             PIC X(012)     VALUE SPACES.
       77  GLI-EXC-REASON              PIC X(030)     VALUE SPACES.
      *
      * CONTROL TOTALS. CUSTOMER DEBITS AND CREDITS ARE THE TRANSHIST
      * SIDE OF THE NIGHT; GL DEBITS AND CREDITS ARE WHAT THE JOURNAL
      * CARRIES (EVERY CUSTOMER MOVEMENT BECOMES ONE GL DEBIT AND ONE
      * GL CREDIT). THE AUDIT NET IS THE SUM OF THE NET MOVEMENT THE
      * NIGHT'S JOURNALING LEGS CLAIMED ON DMPAUDIT.
      *
       77  TOT-TH-DEBITS               PIC 9(015)V99  VALUE ZEROS.
       77  TOT-TH-CREDITS              PIC 9(015)V99  VALUE ZEROS.
       77  TOT-TH-NET                  PIC S9(015)V99 VALUE ZEROS.
       77  TOT-AUDIT-NET               PIC S9(015)V99 VALUE ZEROS.
       77  TOT-GL-DEBITS               PIC 9(015)V99  VALUE ZEROS.
       77  TOT-GL-CREDITS              PIC 9(015)V99  VALUE ZEROS.
       77  GLI-DIFF-BALANCE            PIC S9(015)V99 VALUE ZEROS.
       77  GLI-DIFF-AUDIT              PIC S9(015)V99 VALUE ZEROS.
      *
      * TRANSHIST HOST VARIABLES - ONE ROW OF THE BUSINESS DATE WITH
      * THE ACCOUNT'S CURRENT TYPE (ZERO WHEN THE ACCOUNT IS NO
      * LONGER ON FILE).
      *
       01  DMP-TRANSHIST-ROW.
           03 TH-CLIENT-ID             PIC 9(004).
           03 TH-DEBIT-CREDIT          PIC X(001).
           03 TH-AMOUNT                PIC 9(013)V99.
           03 TH-RUN-ID                PIC X(022).
           03 TH-XFER-IND              PIC X(001).
           03 TH-ACC-TYPE              PIC 9(002).
      *
      * DMPAUDIT HOST VARIABLES. THE RUN IDENTIFIER IS JOB NAME + RUN
      * DATE + RUN TIME - THE SAME COMPOSITION DMPP0001 STAMPS ON
      * EVERY JOURNAL ROW.
      *
       01  GLI-AUDIT-RUN-IDENT.
           03 ARI-JOB-NAME             PIC X(008).
           03 ARI-RUN-DATE             PIC 9(008).
           03 ARI-RUN-TIME             PIC 9(006).
      *
       77  ARI-DMP-FLAG                PIC 9(002)     VALUE ZEROS.
       77  ARI-NET-MOVEMENT            PIC S9(015)V99 VALUE ZEROS.
      *
      * THE NIGHT'S RUNS OF THE LEGS THAT JOURNAL TO TRANSHIST, WITH
      * THE DMPFLAG CODE THAT SAYS WHAT KIND OF POSTING THEY MADE:
      * 4 POSTING AND 17 STANDING ORDERS (DEPOSITS, WITHDRAWALS AND
      * TRANSFERS), 5 INTEREST ACCRUAL, 10 REVERSAL, 11 PENDING
      * RELEASE, 15 FEES. PARTITIONED POSTING STEPS ARE ONE ROW EACH,
      * SO THE TABLE CAP OF 200 LEAVES AMPLE ROOM.
      *
       01  GLI-RUN-TABLE.
           03 GLI-RUN-ENTRY            OCCURS 200 TIMES.
              05 GLR-RUN-ID            PIC X(022).
              05 GLR-DMP-FLAG          PIC 9(002).
      *
       77  CNT-AUDIT-RUNS              PIC 9(003)     VALUE ZEROS COMP.
       77  GLI-RUN-IDX                 PIC 9(003)     VALUE ZEROS COMP.
      *
      * POSTING KINDS - JOURNAL CODE AND REPORT NAME. THE SUBSCRIPT
      * IS ALSO THE SUBSCRIPT OF THE KIND'S OFFSET ACCOUNT AND
      * BUCKET IN GLI-MAP-TABLE.
      *
       01  GLI-KIND-VALUES.
           03 FILLER                   PIC X(022)     VALUE
              'DPCUSTOMER DEPOSITS'.
           03 FILLER                   PIC X(022)     VALUE
              'WDCUSTOMER WITHDRAWALS'.
           03 FILLER                   PIC X(022)     VALUE
              'TRTRANSFERS'.
           03 FILLER                   PIC X(022)     VALUE
              'ININTEREST ACCRUALS'.
           03 FILLER                   PIC X(022)     VALUE
              'RVREVERSALS'.
           03 FILLER                   PIC X(022)     VALUE
              'PRPENDING RELEASES'.
           03 FILLER                   PIC X(022)     VALUE
              'FEFEES'.
       01  GLI-KIND-TABLE              REDEFINES GLI-KIND-VALUES.
           03 GLI-KIND-ENTRY           OCCURS 7 TIMES.
              05 GLK-CODE              PIC X(002).
              05 GLK-NAME              PIC X(020).
      *
       77  GLI-KIND-COUNT              PIC 9(002)     VALUE 07 COMP.
      *
      * GLMAP HOST VARIABLES - ONE ROW PER ACCTYPES CODE: THE
      * CUSTOMER-LIABILITY GL ACCOUNT AND THE OFFSET GL ACCOUNT FOR
      * EACH POSTING KIND (CASH/CLEARING FOR DEPOSITS AND
      * WITHDRAWALS, INTERNAL TRANSFER CLEARING, INTEREST EXPENSE,
      * CORRECTIONS SUSPENSE, PENDING CLEARING, FEE INCOME).
      *
       01  DMP-GLMAP-ROW.
           03 GMR-TYPE-CODE            PIC 9(002).
           03 GMR-TYPE-DESC            PIC X(020).
           03 GMR-LIAB-ACCT            PIC X(012).
           03 GMR-DEP-OFFSET           PIC X(012).
           03 GMR-WDL-OFFSET           PIC X(012).
           03 GMR-XFR-OFFSET           PIC X(012).
           03 GMR-INT-OFFSET           PIC X(012).
           03 GMR-RVS-OFFSET           PIC X(012).
           03 GMR-REL-OFFSET           PIC X(012).
           03 GMR-FEE-OFFSET           PIC X(012).
      *
      * THE MAP IN STORAGE, WITH THE NIGHT'S CUSTOMER MOVEMENT
      * BUCKETED UNDER EACH TYPE AND KIND AS TRANSHIST IS READ.
      *
       01  GLI-MAP-TABLE.
           03 GLI-MAP-ENTRY            OCCURS 20 TIMES.
              05 GLT-TYPE-CODE         PIC 9(002).
              05 GLT-TYPE-DESC         PIC X(020).
              05 GLT-LIAB-ACCT         PIC X(012).
              05 GLT-KIND-ENTRY        OCCURS 7 TIMES.
                 07 GLT-OFFSET-ACCT    PIC X(012).
                 07 GLT-ROWS           PIC 9(009).
                 07 GLT-CUST-DEBITS    PIC 9(015)V99.
                 07 GLT-CUST-CREDITS   PIC 9(015)V99.
      *
       77  CNT-MAP-ENTRIES             PIC 9(002)     VALUE ZEROS COMP.
       77  GLI-MAP-IDX                 PIC 9(002)     VALUE ZEROS COMP.
       77  GLI-MAP-HIT                 PIC 9(002)     VALUE ZEROS COMP.
      *
      *--------------- J O U R N A L   L A Y O U T S ------------------*
      *
      * ALL THREE RECORD TYPES SHARE ONE 80-BYTE AREA, FLAGGED 'HDR',
      * 'DTL' OR 'TRL' IN BYTES 1-3 LIKE THE DMP0001I/DMP0001T FEEDS.
      * THE TRAILER TOTALS ARE THE PROOF THE RECEIVING LEDGER RUNS:
      * DEBITS EQUAL CREDITS AND THE ENTRY COUNT MATCHES.
      *
       01  GLI-JOURNAL-REGISTER        PIC X(080)     VALUE SPACES.
      *
       01  FILLER REDEFINES GLI-JOURNAL-REGISTER.
           03 GJH-RECORD-TYPE          PIC X(003).
           03 GJH-FILE-ID              PIC X(008).
           03 GJH-BUSINESS-DATE        PIC 9(008).
           03 GJH-CREATE-DATE          PIC 9(008).
           03 GJH-CREATE-TIME          PIC 9(006).
           03 GJH-SENDING-SYSTEM       PIC X(008).
           03 FILLER                   PIC X(039).
      *
       01  FILLER REDEFINES GLI-JOURNAL-REGISTER.
           03 FILLER                   PIC X(003).
           03 GJD-ENTRY-SEQ            PIC 9(006).
           03 GJD-GL-ACCOUNT           PIC X(012).
           03 GJD-DEBIT-CREDIT         PIC X(001).
           03 GJD-AMOUNT               PIC 9(015)V99.
           03 GJD-ACC-TYPE             PIC 9(002).
           03 GJD-POST-KIND            PIC X(002).
           03 GJD-BUSINESS-DATE        PIC 9(008).
           03 FILLER                   PIC X(029).
      *
       01  FILLER REDEFINES GLI-JOURNAL-REGISTER.
           03 FILLER                   PIC X(003).
           03 GJT-REC-COUNT            PIC 9(009).
           03 GJT-TOTAL-DEBITS         PIC 9(015)V99.
           03 GJT-TOTAL-CREDITS        PIC 9(015)V99.
           03 FILLER                   PIC X(034).
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       01  GLI-RPT-HEADER1.
           03 FILLER                   PIC X(042)     VALUE
              'DMPP0008 - GL POSTING SUMMARY'.
           03 FILLER                   PIC X(006)     VALUE ' FOR '.
           03 GLI-HDR-BUSINESS-DATE    PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 GLI-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 GLI-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 GLI-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 GLI-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(038)     VALUE SPACES.
      *
       01  GLI-RPT-HEADER2.
           03 FILLER                   PIC X(006)     VALUE 'TYPE'.
           03 FILLER                   PIC X(022)     VALUE
              'DESCRIPTION'.
           03 FILLER                   PIC X(022)     VALUE
              'POSTING KIND'.
           03 FILLER                   PIC X(011)     VALUE
              '     ROWS'.
           03 FILLER                   PIC X(020)     VALUE
              '   CUSTOMER DEBITS'.
           03 FILLER                   PIC X(020)     VALUE
              '  CUSTOMER CREDITS'.
           03 FILLER                   PIC X(014)     VALUE
              'LIABILITY GL'.
           03 FILLER                   PIC X(017)     VALUE
              'OFFSET GL'.
      *
       01  GLI-RPT-DETAIL.
           03 GLD-TYPE-CODE            PIC 9(002).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 GLD-TYPE-DESC            PIC X(020).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-KIND-NAME            PIC X(020).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-ROWS                 PIC Z(008)9.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-CUST-DEBITS          PIC Z(014)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-CUST-CREDITS         PIC Z(014)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-LIAB-ACCT            PIC X(012).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 GLD-OFFSET-ACCT          PIC X(012).
           03 FILLER                   PIC X(005)     VALUE SPACES.
      *
       01  GLI-RPT-EXC-HEADER1.
           03 FILLER                   PIC X(052)     VALUE
              'EXCEPTIONS - TRANSHIST ROWS THAT CANNOT BE JOURNALED'.
           03 FILLER                   PIC X(080)     VALUE SPACES.
      *
       01  GLI-RPT-EXC-HEADER2.
           03 FILLER                   PIC X(007)     VALUE 'ACCOUNT'.
           03 FILLER                   PIC X(004)     VALUE 'D/C'.
           03 FILLER                   PIC X(019)     VALUE
              '          AMOUNT'.
           03 FILLER                   PIC X(025)     VALUE
              'RUN IDENTIFIER'.
           03 FILLER                   PIC X(005)     VALUE 'TYPE'.
           03 FILLER                   PIC X(072)     VALUE 'REASON'.
      *
       01  GLI-RPT-EXC-DETAIL.
           03 GLX-CLIENT-ID            PIC 9(004).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 GLX-DEBIT-CREDIT         PIC X(001).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 GLX-AMOUNT               PIC Z(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 GLX-RUN-ID               PIC X(022).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 GLX-ACC-TYPE             PIC 9(002).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 GLX-REASON               PIC X(030).
           03 FILLER                   PIC X(042)     VALUE SPACES.
      *
       01  GLI-RPT-LABEL-LINE.
           03 GLI-LBL-TEXT             PIC X(034).
           03 GLI-LBL-COUNT            PIC -(016)9.
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 GLI-LBL-AMOUNT           PIC -(014)9.99.
           03 FILLER                   PIC X(058)     VALUE SPACES.
      *
       01  GLI-RPT-VERDICT.
           03 GLI-VERDICT-TEXT         PIC X(060).
           03 FILLER                   PIC X(072)     VALUE SPACES.
      *
       01  GLI-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LOCAL-STORAGE                   SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  DMP-PARM.
           03 DMP-PARM-LEN             PIC S9(004)    COMP.
           03 DMP-GL-DATE              PIC 9(008).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING DMP-PARM.
      ******************************************************************
      *
      *---------------------------------------*
       000000-MAIN-ROUTINE             SECTION.
      *---------------------------------------*
      *
           PERFORM 100000-START.
           PERFORM 200000-PROCESSING.
           PERFORM 800000-FINALIZATION.
      *
       000099-END-MAIN-PROCEDURE.
           STOP RUN.
      *
      *---------------------------------------*
       100000-START                    SECTION.
      *---------------------------------------*
      *
           ACCEPT PLCH-CURR-DATE       FROM DATE YYYYMMDD.
           ACCEPT PLCH-CURR-TIME       FROM TIME.
      *
           DISPLAY '***************************************************'
           DISPLAY '*** DMP0008 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** GENERAL LEDGER INTERFACE ***'.
      *
           MOVE PLCH-CURR-DATE-NUM     TO GLI-BUSINESS-DATE.
           IF DMP-PARM-LEN             NOT LESS 8
              AND DMP-GL-DATE           IS NUMERIC
              AND DMP-GL-DATE           GREATER ZEROS
              MOVE DMP-GL-DATE         TO GLI-BUSINESS-DATE
           END-IF.
      *
           DISPLAY 'JOURNALING BUSINESS DATE......: ' GLI-BUSINESS-DATE.
      *
           OPEN OUTPUT DMP0008R.
      *
           PERFORM 110000-LOAD-GL-MAP.
           PERFORM 120000-LOAD-NIGHT-RUNS.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       110000-LOAD-GL-MAP              SECTION.
      *---------------------------------------*
      *
      * LOADS DB2TABLE.GLMAP, WITH EACH TYPE'S ACCTYPES DESCRIPTION
      * FOR THE REPORT, AND ZEROES EVERY BUCKET. AN EMPTY OR
      * UNREADABLE MAP IS FATAL - A JOURNAL THAT CANNOT NAME ITS GL
      * ACCOUNTS IS NOT A JOURNAL. SAME TABLE-CAP DISCIPLINE AS
      * 150000-LOAD-ACC-TYPES IN DMPP0001.
      *
           EXEC SQL
              DECLARE DB2CURSORA CURSOR FOR
              SELECT G.TypeCode, COALESCE(T.TypeDesc, ' '),
                     G.LiabAcct, G.DepOffset, G.WdlOffset,
                     G.XfrOffset, G.IntOffset, G.RvsOffset,
                     G.RelOffset, G.FeeOffset
              FROM DB2TABLE.GLMAP G
              LEFT OUTER JOIN DB2TABLE.ACCTYPES T
                ON T.TypeCode = G.TypeCode
              ORDER BY G.TypeCode
           END-EXEC.
      *
           INITIALIZE GLI-MAP-TABLE REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           EXEC SQL
              OPEN DB2CURSORA
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999003-ERROR-003
           END-IF.
      *
           PERFORM 111000-FETCH-GL-MAP
           UNTIL SQLCODE               EQUAL 100
              OR CNT-MAP-ENTRIES       EQUAL 20.
      *
           IF CNT-MAP-ENTRIES           EQUAL 20
              AND SQLCODE               NOT EQUAL 100
              EXEC SQL
                 FETCH DB2CURSORA INTO :GMR-TYPE-CODE, :GMR-TYPE-DESC,
                 :GMR-LIAB-ACCT, :GMR-DEP-OFFSET, :GMR-WDL-OFFSET,
                 :GMR-XFR-OFFSET, :GMR-INT-OFFSET, :GMR-RVS-OFFSET,
                 :GMR-REL-OFFSET, :GMR-FEE-OFFSET
              END-EXEC
              IF SQLCODE                NOT EQUAL 100
                 DISPLAY 'MORE THAN 20 ROWS ON GLMAP - TABLE CAP '
                    'EXCEEDED, RAISE GLI-MAP-TABLE'
                 PERFORM 999003-ERROR-003
              END-IF
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSORA
           END-EXEC.
      *
           IF CNT-MAP-ENTRIES           EQUAL ZEROS
              PERFORM 999003-ERROR-003
           END-IF.
      *
           DISPLAY 'GL MAP ENTRIES LOADED.........: ' CNT-MAP-ENTRIES.
      *
       110099-END-LOAD-GL-MAP.
           EXIT.
      *
      *---------------------------------------*
       111000-FETCH-GL-MAP             SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORA INTO :GMR-TYPE-CODE, :GMR-TYPE-DESC,
              :GMR-LIAB-ACCT, :GMR-DEP-OFFSET, :GMR-WDL-OFFSET,
              :GMR-XFR-OFFSET, :GMR-INT-OFFSET, :GMR-RVS-OFFSET,
              :GMR-REL-OFFSET, :GMR-FEE-OFFSET
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-MAP-ENTRIES
                MOVE CNT-MAP-ENTRIES   TO GLI-MAP-IDX
                MOVE GMR-TYPE-CODE     TO GLT-TYPE-CODE(GLI-MAP-IDX)
                MOVE GMR-TYPE-DESC     TO GLT-TYPE-DESC(GLI-MAP-IDX)
                MOVE GMR-LIAB-ACCT     TO GLT-LIAB-ACCT(GLI-MAP-IDX)
                MOVE GMR-DEP-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 1)
                MOVE GMR-WDL-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 2)
                MOVE GMR-XFR-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 3)
                MOVE GMR-INT-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 4)
                MOVE GMR-RVS-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 5)
                MOVE GMR-REL-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 6)
                MOVE GMR-FEE-OFFSET
                   TO GLT-OFFSET-ACCT(GLI-MAP-IDX, 7)
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999003-ERROR-003
           END-EVALUATE.
      *
       111099-END-FETCH-GL-MAP.
           EXIT.
      *
      *---------------------------------------*
       120000-LOAD-NIGHT-RUNS          SECTION.
      *---------------------------------------*
      *
      * EVERY DMPAUDIT ROW OF THE BUSINESS DATE FOR A LEG THAT
      * JOURNALS TO TRANSHIST - INCLUDING RUNS THAT ENDED WITH
      * REJECTS OR DIED PART-WAY, WHOSE ROWS CARRY WHATEVER THEY HAD
      * COMMITTED. THEIR NET MOVEMENT IS WHAT THE JOURNAL MUST TIE
      * TO. LEGS THAT MOVE BALANCES WITHOUT A JOURNAL ROW (IMPORT,
      * ARCHIVE/PURGE, RESTORE) ARE NOT GL POSTINGS AND STAY OUT OF
      * BOTH SIDES.
      *
           EXEC SQL
              DECLARE DB2CURSORB CURSOR FOR
              SELECT JobName, RunDate, RunTime, DmpFlag, NetMovement
              FROM DB2TABLE.DMPAUDIT
              WHERE RunDate = :GLI-BUSINESS-DATE
              AND   DmpFlag IN (4, 5, 10, 11, 15, 17)
              ORDER BY RunTime, JobName
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORB
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 121000-FETCH-NIGHT-RUN
           UNTIL SQLCODE               EQUAL 100
              OR CNT-AUDIT-RUNS        EQUAL 200.
      *
           IF CNT-AUDIT-RUNS            EQUAL 200
              AND SQLCODE               NOT EQUAL 100
              DISPLAY 'WARNING - MORE THAN 200 JOURNALING RUNS ON THE '
                 'DATE, LATER RUNS WILL NOT BE IDENTIFIED'
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSORB
           END-EXEC.
      *
           DISPLAY 'JOURNALING RUNS ON DMPAUDIT...: ' CNT-AUDIT-RUNS.
      *
       120099-END-LOAD-NIGHT-RUNS.
           EXIT.
      *
      *---------------------------------------*
       121000-FETCH-NIGHT-RUN          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORB INTO :ARI-JOB-NAME, :ARI-RUN-DATE,
              :ARI-RUN-TIME, :ARI-DMP-FLAG, :ARI-NET-MOVEMENT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-AUDIT-RUNS
                MOVE GLI-AUDIT-RUN-IDENT
                   TO GLR-RUN-ID(CNT-AUDIT-RUNS)
                MOVE ARI-DMP-FLAG      TO GLR-DMP-FLAG(CNT-AUDIT-RUNS)
                ADD ARI-NET-MOVEMENT   TO TOT-AUDIT-NET
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       121099-END-FETCH-NIGHT-RUN.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
      *
           PERFORM 210000-SUMMARISE-TRANSHIST.
           PERFORM 300000-PROVE-JOURNAL.
           PERFORM 400000-WRITE-JOURNAL.
           PERFORM 500000-WRITE-SUMMARY.
      *
       200099-END-PROCESSING.
           EXIT.
      *
      *---------------------------------------*
       210000-SUMMARISE-TRANSHIST      SECTION.
      *---------------------------------------*
      *
      * ONE PASS OVER THE BUSINESS DATE'S JOURNAL ROWS. EACH ROW IS
      * CLASSIFIED BY THE RUN THAT STAMPED IT AND BUCKETED UNDER ITS
      * ACCOUNT'S TYPE; A ROW THAT CANNOT BE CLASSIFIED OR MAPPED IS
      * LISTED AS AN EXCEPTION AND HOLDS THE JOURNAL BACK.
      *
           EXEC SQL
              DECLARE DB2CURSORC CURSOR FOR
              SELECT H.ClientID, H.DebitCredit, H.Amount, H.RunId,
                     H.XferInd, COALESCE(A.AccountType, 0)
              FROM DB2TABLE.TRANSHIST H
              LEFT OUTER JOIN DB2TABLE.ACCOUNTS A
                ON A.ClientID = H.ClientID
              WHERE H.PostDate = :GLI-BUSINESS-DATE
              ORDER BY H.RunId, H.ClientID
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORC
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 220000-SUMMARISE-ONE-ROW
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORC
           END-EXEC.
      *
       210099-END-SUMMARISE-TRANSHIST.
           EXIT.
      *
      *---------------------------------------*
       220000-SUMMARISE-ONE-ROW        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORC INTO :TH-CLIENT-ID, :TH-DEBIT-CREDIT,
              :TH-AMOUNT, :TH-RUN-ID, :TH-XFER-IND, :TH-ACC-TYPE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-TH-READ
                PERFORM 230000-BUCKET-ROW
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       220099-END-SUMMARISE-ONE-ROW.
           EXIT.
      *
      *---------------------------------------*
       230000-BUCKET-ROW               SECTION.
      *---------------------------------------*
      *
      * EVERY ROW COUNTS TOWARDS THE TRANSHIST NET, BUCKETED OR NOT -
      * AN EXCEPTION MUST SHOW AS A BREAK, NOT QUIETLY DROP OUT OF
      * BOTH SIDES OF THE TIE.
      *
           IF TH-DEBIT-CREDIT           EQUAL 'C'
              ADD TH-AMOUNT            TO TOT-TH-CREDITS
           ELSE
              ADD TH-AMOUNT            TO TOT-TH-DEBITS
           END-IF.
      *
           PERFORM 240000-LOOKUP-RUN.
      *
           IF FLG-RUN-FOUND             NOT EQUAL 'Y'
              ADD 1                    TO CNT-TH-UNIDENT
              MOVE 'RUN NOT ON DMPAUDIT FOR DATE'
                 TO GLI-EXC-REASON
              PERFORM 260000-WRITE-EXCEPTION
              GO TO 230099-END-BUCKET-ROW
           END-IF.
      *
      * THE LEG GIVES THE KIND. A POSTING OR STANDING ORDER RUN
      * CARRIES DEPOSITS, WITHDRAWALS AND BOTH SIDES OF TRANSFERS,
      * TOLD APART BY THE ROW'S TRANSFER INDICATOR AND DIRECTION.
      *
           EVALUATE GLR-DMP-FLAG(GLI-RUN-IDX)
           WHEN 5
              MOVE 4                   TO GLI-KIND-IDX
           WHEN 10
              MOVE 5                   TO GLI-KIND-IDX
           WHEN 11
              MOVE 6                   TO GLI-KIND-IDX
           WHEN 15
              MOVE 7                   TO GLI-KIND-IDX
           WHEN OTHER
              EVALUATE TRUE
              WHEN TH-XFER-IND          EQUAL 'Y'
                 MOVE 3                TO GLI-KIND-IDX
              WHEN TH-DEBIT-CREDIT      EQUAL 'C'
                 MOVE 1                TO GLI-KIND-IDX
              WHEN OTHER
                 MOVE 2                TO GLI-KIND-IDX
              END-EVALUATE
           END-EVALUATE.
      *
           PERFORM 250000-LOOKUP-MAP.
      *
           IF FLG-MAP-FOUND             NOT EQUAL 'Y'
              ADD 1                    TO CNT-TH-UNMAPPED
              IF TH-ACC-TYPE            EQUAL ZEROS
                 MOVE 'ACCOUNT NOT ON FILE'
                    TO GLI-EXC-REASON
              ELSE
                 MOVE 'ACCOUNT TYPE NOT ON GLMAP'
                    TO GLI-EXC-REASON
              END-IF
              PERFORM 260000-WRITE-EXCEPTION
              GO TO 230099-END-BUCKET-ROW
           END-IF.
      *
           ADD 1                       TO
              GLT-ROWS(GLI-MAP-HIT, GLI-KIND-IDX).
           IF TH-DEBIT-CREDIT           EQUAL 'C'
              ADD TH-AMOUNT            TO
                 GLT-CUST-CREDITS(GLI-MAP-HIT, GLI-KIND-IDX)
           ELSE
              ADD TH-AMOUNT            TO
                 GLT-CUST-DEBITS(GLI-MAP-HIT, GLI-KIND-IDX)
           END-IF.
      *
       230099-END-BUCKET-ROW.
           EXIT.
      *
      *---------------------------------------*
       240000-LOOKUP-RUN               SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-RUN-FOUND.
      *
           PERFORM 241000-CHECK-RUN-ENTRY
           VARYING GLI-RUN-IDX         FROM 1 BY 1
           UNTIL   GLI-RUN-IDX         GREATER CNT-AUDIT-RUNS
              OR   FLG-RUN-FOUND       EQUAL 'Y'.
      *
      * THE VARYING HAS STEPPED ONE PAST THE HIT - STEP IT BACK SO
      * GLI-RUN-IDX NAMES THE RUN THAT MATCHED.
      *
           IF FLG-RUN-FOUND             EQUAL 'Y'
              SUBTRACT 1               FROM GLI-RUN-IDX
           END-IF.
      *
       240099-END-LOOKUP-RUN.
           EXIT.
      *
      *---------------------------------------*
       241000-CHECK-RUN-ENTRY          SECTION.
      *---------------------------------------*
      *
           IF TH-RUN-ID                 EQUAL GLR-RUN-ID(GLI-RUN-IDX)
              MOVE 'Y'                 TO FLG-RUN-FOUND
           END-IF.
      *
       241099-END-CHECK-RUN-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       250000-LOOKUP-MAP               SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-MAP-FOUND.
           MOVE ZEROS                  TO GLI-MAP-HIT.
      *
           PERFORM 251000-CHECK-MAP-ENTRY
           VARYING GLI-MAP-IDX         FROM 1 BY 1
           UNTIL   GLI-MAP-IDX         GREATER CNT-MAP-ENTRIES
              OR   FLG-MAP-FOUND       EQUAL 'Y'.
      *
       250099-END-LOOKUP-MAP.
           EXIT.
      *
      *---------------------------------------*
       251000-CHECK-MAP-ENTRY          SECTION.
      *---------------------------------------*
      *
           IF TH-ACC-TYPE               EQUAL
              GLT-TYPE-CODE(GLI-MAP-IDX)
              MOVE 'Y'                 TO FLG-MAP-FOUND
              MOVE GLI-MAP-IDX         TO GLI-MAP-HIT
           END-IF.
      *
       251099-END-CHECK-MAP-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       260000-WRITE-EXCEPTION          SECTION.
      *---------------------------------------*
      *
           IF FLG-EXC-HEADING           NOT EQUAL 'Y'
              PERFORM 520000-SUMMARY-PAGE-HEADING
              WRITE DMP0008R-FD        FROM GLI-RPT-EXC-HEADER1
                 AFTER ADVANCING 1 LINE
              WRITE DMP0008R-FD        FROM GLI-RPT-BLANK
                 AFTER ADVANCING 1 LINE
              WRITE DMP0008R-FD        FROM GLI-RPT-EXC-HEADER2
                 AFTER ADVANCING 1 LINE
              ADD 3                    TO CNT-RPT-LINE
              MOVE 'Y'                 TO FLG-EXC-HEADING
           END-IF.
      *
           IF CNT-RPT-LINE             GREATER GLI-LINES-PER-PAGE
              PERFORM 520000-SUMMARY-PAGE-HEADING
              WRITE DMP0008R-FD        FROM GLI-RPT-EXC-HEADER2
                 AFTER ADVANCING 1 LINE
              ADD 1                    TO CNT-RPT-LINE
           END-IF.
      *
           MOVE TH-CLIENT-ID           TO GLX-CLIENT-ID.
           MOVE TH-DEBIT-CREDIT        TO GLX-DEBIT-CREDIT.
           MOVE TH-AMOUNT              TO GLX-AMOUNT.
           MOVE TH-RUN-ID              TO GLX-RUN-ID.
           MOVE TH-ACC-TYPE            TO GLX-ACC-TYPE.
           MOVE GLI-EXC-REASON         TO GLX-REASON.
      *
           WRITE DMP0008R-FD           FROM GLI-RPT-EXC-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       260099-END-WRITE-EXCEPTION.
           EXIT.
      *
      *---------------------------------------*
       300000-PROVE-JOURNAL            SECTION.
      *---------------------------------------*
      *
      * EVERY CUSTOMER CREDIT BECOMES GL DEBIT OFFSET / CREDIT
      * LIABILITY, EVERY CUSTOMER DEBIT GL DEBIT LIABILITY / CREDIT
      * OFFSET. THE GL TOTALS ARE BUILT FROM THE SAME BUCKETS THE
      * JOURNAL IS WRITTEN FROM, AND THE JOURNAL ONLY GOES OUT WHEN
      * - DEBITS MINUS CREDITS IS ZERO,
      * - THE CUSTOMER NET TIES TO THE DMPAUDIT NET,
      * - EVERY ROW WAS CLASSIFIED AND MAPPED, AND
      * - EVERY BUCKET WITH ACTIVITY HAS BOTH ITS GL ACCOUNTS.
      *
           PERFORM 310000-PROVE-MAP-ENTRY
           VARYING GLI-MAP-IDX         FROM 1 BY 1
           UNTIL   GLI-MAP-IDX         GREATER CNT-MAP-ENTRIES.
      *
           COMPUTE TOT-TH-NET = TOT-TH-CREDITS - TOT-TH-DEBITS.
           COMPUTE GLI-DIFF-AUDIT = TOT-TH-NET - TOT-AUDIT-NET.
           COMPUTE GLI-DIFF-BALANCE = TOT-GL-DEBITS - TOT-GL-CREDITS.
      *
           IF GLI-DIFF-BALANCE          NOT EQUAL ZEROS
              OR GLI-DIFF-AUDIT         NOT EQUAL ZEROS
              OR CNT-TH-UNIDENT         NOT EQUAL ZEROS
              OR CNT-TH-UNMAPPED        NOT EQUAL ZEROS
              OR CNT-MAP-GAPS           NOT EQUAL ZEROS
              MOVE 'N'                 TO FLG-IN-BALANCE
           END-IF.
      *
       300099-END-PROVE-JOURNAL.
           EXIT.
      *
      *---------------------------------------*
       310000-PROVE-MAP-ENTRY          SECTION.
      *---------------------------------------*
      *
           PERFORM 320000-PROVE-BUCKET
           VARYING GLI-KIND-IDX        FROM 1 BY 1
           UNTIL   GLI-KIND-IDX        GREATER GLI-KIND-COUNT.
      *
       310099-END-PROVE-MAP-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       320000-PROVE-BUCKET             SECTION.
      *---------------------------------------*
      *
           IF GLT-ROWS(GLI-MAP-IDX, GLI-KIND-IDX) EQUAL ZEROS
              GO TO 320099-END-PROVE-BUCKET
           END-IF.
      *
           IF GLT-LIAB-ACCT(GLI-MAP-IDX) EQUAL SPACES
              OR GLT-OFFSET-ACCT(GLI-MAP-IDX, GLI-KIND-IDX)
                                        EQUAL SPACES
              ADD 1                    TO CNT-MAP-GAPS
              DISPLAY 'GLMAP HAS NO GL ACCOUNT FOR TYPE '
                 GLT-TYPE-CODE(GLI-MAP-IDX) ' KIND '
                 GLK-CODE(GLI-KIND-IDX)
           END-IF.
      *
           COMPUTE TOT-GL-DEBITS = TOT-GL-DEBITS
              + GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
              + GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX).
           COMPUTE TOT-GL-CREDITS = TOT-GL-CREDITS
              + GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
              + GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX).
      *
       320099-END-PROVE-BUCKET.
           EXIT.
      *
      *---------------------------------------*
       400000-WRITE-JOURNAL            SECTION.
      *---------------------------------------*
      *
      * THE JOURNAL DATASET IS ALWAYS OPENED AND CLOSED, SO A NIGHT
      * THAT DOES NOT PROVE OUT LEAVES IT EMPTY RATHER THAN HOLDING
      * WHATEVER THE SPACE HELD BEFORE. NOTHING IS WRITTEN TO IT
      * UNLESS 300000 PASSED THE NIGHT.
      *
           OPEN OUTPUT DMP0008J.
      *
           IF FLG-IN-BALANCE            NOT EQUAL 'Y'
              GO TO 400090-CLOSE-JOURNAL
           END-IF.
      *
           MOVE SPACES                 TO GLI-JOURNAL-REGISTER.
           MOVE 'HDR'                  TO GJH-RECORD-TYPE.
           MOVE 'DMPGLJNL'             TO GJH-FILE-ID.
           MOVE GLI-BUSINESS-DATE      TO GJH-BUSINESS-DATE.
           MOVE PLCH-CURR-DATE-NUM     TO GJH-CREATE-DATE.
           MOVE PLCH-TIME-HH           TO GJH-CREATE-TIME(1:2).
           MOVE PLCH-TIME-MN           TO GJH-CREATE-TIME(3:2).
           MOVE PLCH-TIME-SS           TO GJH-CREATE-TIME(5:2).
           MOVE 'DMPP0008'             TO GJH-SENDING-SYSTEM.
           WRITE DMP0008J-FD           FROM GLI-JOURNAL-REGISTER.
      *
           PERFORM 410000-JOURNAL-MAP-ENTRY
           VARYING GLI-MAP-IDX         FROM 1 BY 1
           UNTIL   GLI-MAP-IDX         GREATER CNT-MAP-ENTRIES.
      *
           MOVE SPACES                 TO GLI-JOURNAL-REGISTER.
           MOVE 'TRL'                  TO GJH-RECORD-TYPE.
           MOVE CNT-JNL-ENTRIES        TO GJT-REC-COUNT.
           MOVE TOT-GL-DEBITS          TO GJT-TOTAL-DEBITS.
           MOVE TOT-GL-CREDITS         TO GJT-TOTAL-CREDITS.
           WRITE DMP0008J-FD           FROM GLI-JOURNAL-REGISTER.
      *
       400090-CLOSE-JOURNAL.
           CLOSE DMP0008J.
      *
       400099-END-WRITE-JOURNAL.
           EXIT.
      *
      *---------------------------------------*
       410000-JOURNAL-MAP-ENTRY        SECTION.
      *---------------------------------------*
      *
           PERFORM 420000-JOURNAL-BUCKET
           VARYING GLI-KIND-IDX        FROM 1 BY 1
           UNTIL   GLI-KIND-IDX        GREATER GLI-KIND-COUNT.
      *
       410099-END-JOURNAL-MAP-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       420000-JOURNAL-BUCKET           SECTION.
      *---------------------------------------*
      *
      * CREDITS AND DEBITS ARE JOURNALED GROSS, NOT NETTED, SO THE
      * LEDGER SHOWS THE NIGHT'S FULL DEPOSIT AND WITHDRAWAL FLOWS.
      *
           MOVE GLT-OFFSET-ACCT(GLI-MAP-IDX, GLI-KIND-IDX)
              TO GLI-OFFSET-ACCT.
      *
           IF GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
                                        GREATER ZEROS
              MOVE GLI-OFFSET-ACCT     TO GJD-GL-ACCOUNT
              MOVE 'D'                 TO GJD-DEBIT-CREDIT
              MOVE GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
                 TO GJD-AMOUNT
              PERFORM 430000-WRITE-JOURNAL-ENTRY
              MOVE GLT-LIAB-ACCT(GLI-MAP-IDX) TO GJD-GL-ACCOUNT
              MOVE 'C'                 TO GJD-DEBIT-CREDIT
              MOVE GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
                 TO GJD-AMOUNT
              PERFORM 430000-WRITE-JOURNAL-ENTRY
           END-IF.
      *
           IF GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX)
                                        GREATER ZEROS
              MOVE GLT-LIAB-ACCT(GLI-MAP-IDX) TO GJD-GL-ACCOUNT
              MOVE 'D'                 TO GJD-DEBIT-CREDIT
              MOVE GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX)
                 TO GJD-AMOUNT
              PERFORM 430000-WRITE-JOURNAL-ENTRY
              MOVE GLI-OFFSET-ACCT     TO GJD-GL-ACCOUNT
              MOVE 'C'                 TO GJD-DEBIT-CREDIT
              MOVE GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX)
                 TO GJD-AMOUNT
              PERFORM 430000-WRITE-JOURNAL-ENTRY
           END-IF.
      *
       420099-END-JOURNAL-BUCKET.
           EXIT.
      *
      *---------------------------------------*
       430000-WRITE-JOURNAL-ENTRY      SECTION.
      *---------------------------------------*
      *
      * THE CALLER HAS FILLED ACCOUNT, DIRECTION AND AMOUNT; THE
      * RECORD TYPE, SEQUENCE, TYPE, KIND AND DATE ARE SET HERE.
      *
           ADD 1                       TO CNT-JNL-ENTRIES.
      *
           MOVE 'DTL'                  TO GJH-RECORD-TYPE.
           MOVE CNT-JNL-ENTRIES        TO GJD-ENTRY-SEQ.
           MOVE GLT-TYPE-CODE(GLI-MAP-IDX) TO GJD-ACC-TYPE.
           MOVE GLK-CODE(GLI-KIND-IDX) TO GJD-POST-KIND.
           MOVE GLI-BUSINESS-DATE      TO GJD-BUSINESS-DATE.
      *
           WRITE DMP0008J-FD           FROM GLI-JOURNAL-REGISTER.
      *
       430099-END-WRITE-JOURNAL-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       500000-WRITE-SUMMARY            SECTION.
      *---------------------------------------*
      *
      * THE SIGN-OFF PAGE: ONE LINE PER TYPE AND KIND WITH ACTIVITY,
      * THEN THE CONTROL TOTALS AND THE VERDICT.
      *
           PERFORM 520000-SUMMARY-PAGE-HEADING.
           WRITE DMP0008R-FD           FROM GLI-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0008R-FD           FROM GLI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-RPT-LINE.
      *
           PERFORM 510000-SUMMARY-MAP-ENTRY
           VARYING GLI-MAP-IDX         FROM 1 BY 1
           UNTIL   GLI-MAP-IDX         GREATER CNT-MAP-ENTRIES.
      *
           PERFORM 530000-WRITE-CONTROL-TOTALS.
      *
           CLOSE DMP0008R.
      *
       500099-END-WRITE-SUMMARY.
           EXIT.
      *
      *---------------------------------------*
       510000-SUMMARY-MAP-ENTRY        SECTION.
      *---------------------------------------*
      *
           PERFORM 515000-SUMMARY-BUCKET
           VARYING GLI-KIND-IDX        FROM 1 BY 1
           UNTIL   GLI-KIND-IDX        GREATER GLI-KIND-COUNT.
      *
       510099-END-SUMMARY-MAP-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       515000-SUMMARY-BUCKET           SECTION.
      *---------------------------------------*
      *
           IF GLT-ROWS(GLI-MAP-IDX, GLI-KIND-IDX) EQUAL ZEROS
              GO TO 515099-END-SUMMARY-BUCKET
           END-IF.
      *
           IF CNT-RPT-LINE             GREATER GLI-LINES-PER-PAGE
              PERFORM 520000-SUMMARY-PAGE-HEADING
              WRITE DMP0008R-FD        FROM GLI-RPT-HEADER2
                 AFTER ADVANCING 1 LINE
              WRITE DMP0008R-FD        FROM GLI-RPT-BLANK
                 AFTER ADVANCING 1 LINE
              ADD 2                    TO CNT-RPT-LINE
           END-IF.
      *
           MOVE GLT-TYPE-CODE(GLI-MAP-IDX) TO GLD-TYPE-CODE.
           MOVE GLT-TYPE-DESC(GLI-MAP-IDX) TO GLD-TYPE-DESC.
           MOVE GLK-NAME(GLI-KIND-IDX) TO GLD-KIND-NAME.
           MOVE GLT-ROWS(GLI-MAP-IDX, GLI-KIND-IDX) TO GLD-ROWS.
           MOVE GLT-CUST-DEBITS(GLI-MAP-IDX, GLI-KIND-IDX)
              TO GLD-CUST-DEBITS.
           MOVE GLT-CUST-CREDITS(GLI-MAP-IDX, GLI-KIND-IDX)
              TO GLD-CUST-CREDITS.
           MOVE GLT-LIAB-ACCT(GLI-MAP-IDX) TO GLD-LIAB-ACCT.
           MOVE GLT-OFFSET-ACCT(GLI-MAP-IDX, GLI-KIND-IDX)
              TO GLD-OFFSET-ACCT.
      *
           WRITE DMP0008R-FD           FROM GLI-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       515099-END-SUMMARY-BUCKET.
           EXIT.
      *
      *---------------------------------------*
       520000-SUMMARY-PAGE-HEADING     SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-RPT-PAGE.
           MOVE GLI-BUSINESS-DATE      TO GLI-HDR-BUSINESS-DATE.
           MOVE PLCH-DATE-MM           TO GLI-HDR-MM.
           MOVE PLCH-DATE-DD           TO GLI-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO GLI-HDR-YYYY.
           MOVE CNT-RPT-PAGE           TO GLI-HDR-PAGE.
      *
           WRITE DMP0008R-FD           FROM GLI-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0008R-FD           FROM GLI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 002                    TO CNT-RPT-LINE.
      *
       520099-END-SUMMARY-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       530000-WRITE-CONTROL-TOTALS     SECTION.
      *---------------------------------------*
      *
      * FOURTEEN LINES - START A FRESH PAGE RATHER THAN SPLIT THEM.
      *
           IF CNT-RPT-LINE             GREATER GLI-LINES-PER-PAGE - 14
              PERFORM 520000-SUMMARY-PAGE-HEADING
           ELSE
              WRITE DMP0008R-FD        FROM GLI-RPT-BLANK
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           MOVE 'TRANSHIST ROWS READ............:' TO GLI-LBL-TEXT.
           MOVE CNT-TH-READ            TO GLI-LBL-COUNT.
           MOVE ZEROS                  TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'CUSTOMER DEBITS................:' TO GLI-LBL-TEXT.
           MOVE ZEROS                  TO GLI-LBL-COUNT.
           MOVE TOT-TH-DEBITS          TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'CUSTOMER CREDITS...............:' TO GLI-LBL-TEXT.
           MOVE TOT-TH-CREDITS         TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'NET MOVEMENT - TRANSHIST.......:' TO GLI-LBL-TEXT.
           MOVE TOT-TH-NET             TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'NET MOVEMENT - DMPAUDIT........:' TO GLI-LBL-TEXT.
           MOVE CNT-AUDIT-RUNS         TO GLI-LBL-COUNT.
           MOVE TOT-AUDIT-NET          TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'DIFFERENCE.....................:' TO GLI-LBL-TEXT.
           MOVE ZEROS                  TO GLI-LBL-COUNT.
           MOVE GLI-DIFF-AUDIT         TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'GL DEBITS......................:' TO GLI-LBL-TEXT.
           MOVE TOT-GL-DEBITS          TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'GL CREDITS.....................:' TO GLI-LBL-TEXT.
           MOVE TOT-GL-CREDITS         TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'GL DEBITS MINUS CREDITS........:' TO GLI-LBL-TEXT.
           MOVE GLI-DIFF-BALANCE       TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'JOURNAL ENTRIES WRITTEN........:' TO GLI-LBL-TEXT.
           MOVE CNT-JNL-ENTRIES        TO GLI-LBL-COUNT.
           MOVE ZEROS                  TO GLI-LBL-AMOUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'ROWS NOT ON A DMPAUDIT RUN.....:' TO GLI-LBL-TEXT.
           MOVE CNT-TH-UNIDENT         TO GLI-LBL-COUNT.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           MOVE 'ROWS WITH NO GL MAPPING........:' TO GLI-LBL-TEXT.
           COMPUTE GLI-LBL-COUNT = CNT-TH-UNMAPPED + CNT-MAP-GAPS.
           PERFORM 535000-WRITE-LABEL-LINE.
      *
           WRITE DMP0008R-FD           FROM GLI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           IF FLG-IN-BALANCE            EQUAL 'Y'
              MOVE '*** IN BALANCE - JOURNAL RELEASED ***'
                 TO GLI-VERDICT-TEXT
           ELSE
              MOVE '*** OUT OF BALANCE - JOURNAL WITHHELD ***'
                 TO GLI-VERDICT-TEXT
           END-IF.
           WRITE DMP0008R-FD           FROM GLI-RPT-VERDICT
              AFTER ADVANCING 1 LINE.
      *
       530099-END-WRITE-CONTROL-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       535000-WRITE-LABEL-LINE         SECTION.
      *---------------------------------------*
      *
           WRITE DMP0008R-FD           FROM GLI-RPT-LABEL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       535099-END-WRITE-LABEL-LINE.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           DISPLAY '***************************************************'
           DISPLAY 'TRANSHIST ROWS READ...........: ' CNT-TH-READ.
           DISPLAY 'NET MOVEMENT - TRANSHIST......: ' TOT-TH-NET.
           DISPLAY 'NET MOVEMENT - DMPAUDIT.......: ' TOT-AUDIT-NET.
           DISPLAY 'GL DEBITS.....................: ' TOT-GL-DEBITS.
           DISPLAY 'GL CREDITS....................: ' TOT-GL-CREDITS.
           DISPLAY 'JOURNAL ENTRIES WRITTEN.......: ' CNT-JNL-ENTRIES.
           DISPLAY 'ROWS NOT ON A DMPAUDIT RUN....: ' CNT-TH-UNIDENT.
           DISPLAY 'ROWS WITH NO GL MAPPING.......: ' CNT-TH-UNMAPPED.
      *
           IF FLG-IN-BALANCE            EQUAL 'Y'
              DISPLAY 'RESULT........................: IN BALANCE - '
                 'JOURNAL RELEASED'
           ELSE
              DISPLAY 'RESULT........................: OUT OF BALANCE'
                 ' - JOURNAL WITHHELD, SEE DMP0008R'
              MOVE 8                   TO RETURN-CODE
              DISPLAY 'RETURN-CODE...................: ' RETURN-CODE
           END-IF.
      *
       800099-END-FINALIZATION.
           EXIT.
      *
      *---------------------------------------*
       999000-ERRORS                   SECTION.
      *---------------------------------------*
      *
       999003-ERROR-003.
      *
      * WITHOUT THE MAP NO ENTRY CAN BE BUILT - NOTHING IS WRITTEN TO
      * THE JOURNAL, AND THE NON-ZERO RETURN CODE HOLDS THE SEND.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 003 - GLMAP GL MAPPING TABLE UNAVAILABLE.'
           DISPLAY 'SQLCODE....: ' SQLCODE
           MOVE 3                      TO RETURN-CODE
           DISPLAY 'RETURN-CODE....: ' RETURN-CODE
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999004-ERROR-004.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 004 - FAILED TO SELECT DATA FROM TABLE'
           DISPLAY 'SQLCODE....: ' SQLCODE
           MOVE 4                      TO RETURN-CODE
           DISPLAY 'RETURN-CODE....: ' RETURN-CODE
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999005-ERROR-005.
      *
           DISPLAY 'WARNING IN SQL EXECUTION! '
           DISPLAY 'SQLCODE: ' SQLCODE.
      *
      ******************************************************************
      *                         END OF PROGRAM                         *
      ******************************************************************
