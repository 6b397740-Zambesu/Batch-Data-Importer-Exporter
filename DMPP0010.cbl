      *----------------------------------------------------------------*
      * PROGRAM..: DMP0010
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: LARGE-CASH AND STRUCTURING MONITOR FOR COMPLIANCE.
      * -          SCANS DB2TABLE.TRANSHIST OVER THE PARM WINDOW, ONE
      *            ACCOUNT AT A TIME, AND RAISES AN ALERT FOR:
      *            LC - A SINGLE POSTING AT OR ABOVE THE REPORTABLE
      *                 THRESHOLD;
      *            ST - SEVERAL DEPOSITS (OR SEVERAL WITHDRAWALS)
      *                 JUST UNDER THE THRESHOLD WITHIN N DAYS THAT
      *                 TOGETHER REACH IT;
      *            RT - FUNDS CREDITED AND THEN MOVED STRAIGHT OUT BY
      *                 'T' TRANSFERS WITHIN A SHORT PERIOD;
      *            DR - ACTIVITY ON AN ACCOUNT JUST REACTIVATED FROM
      *                 DORMANT ('D') STATUS.
      *            THRESHOLDS COME FROM DB2TABLE.MONPARM. ONLY CLIENT
      *            MONEY IS LOOKED AT - ROWS STAMPED BY THE ACCRUAL,
      *            REVERSAL AND FEE LEGS ARE LEFT OUT, IDENTIFIED
      *            THROUGH THEIR DMPAUDIT RUNS THE WAY DMPP0005 PICKS
      *            OUT INTEREST. EVERY ROW THAT TRIGGERS AN ALERT IS
      *            RECORDED ON DB2TABLE.MONALERT, AND A ROW ALREADY
      *            REPORTED UNDER AN ALERT TYPE IS NEVER USED FOR THAT
      *            TYPE AGAIN - OVERLAPPING WINDOWS AND RERUNS DO NOT
      *            RE-RAISE THE SAME POSTINGS.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0010.
      *
      * OUTPUT FILES:
      *-------------
      * DMP0010R - COMPLIANCE EXCEPTION REPORT: ONE BLOCK PER ALERT
      *            WITH EVERY TRANSHIST ROW THAT TRIGGERED IT, THEN
      *            THE PARAMETERS IN FORCE AND THE ALERT COUNTS.
      * DMP0010C - CASE FILE FOR THE CASE-MANAGEMENT LOAD (LRECL
      *            600): ONE FIXED-LAYOUT RECORD PER ALERT CARRYING
      *            UP TO 10 OF ITS TRIGGERING ROWS AND THE TOTAL
      *            ROW COUNT.
      *
      * PARM: WINDOW DATE FROM (8), WINDOW DATE TO (8). ZERO, MISSING
      *       OR NON-NUMERIC DATE TO MEANS TODAY; DATE FROM DEFAULTS
      *       TO DATE TO (THE NIGHTLY ONE-DAY WINDOW). ONLY POSTINGS
      *       INSIDE THE WINDOW RAISE ALERTS; THE MULTI-DAY TESTS
      *       ALSO LOOK BACK BEFORE IT FOR THE EARLIER HALF OF A
      *       PATTERN.
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
           SELECT DMP0010R ASSIGN TO  UT-S-DMP0010R.
           SELECT DMP0010C ASSIGN TO  UT-S-DMP0010C.
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
       FD  DMP0010R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0010R-FD                 PIC X(132).
      *
       FD  DMP0010C
           BLOCK 0
           RECORDING F
           RECORD 600.
       01  DMP0010C-FD                 PIC X(600).
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
       77  FLG-LEAP-YEAR               PIC X(001)     VALUE 'N'.
       77  FLG-RUN-EXCLUDED            PIC X(001)     VALUE 'N'.
       77  FLG-BUF-OVERFLOW            PIC X(001)     VALUE 'N'.
       77  FLG-ANY-IN-WINDOW           PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-TH-READ                 PIC 9(017)     VALUE ZEROS.
       77  CNT-TH-NON-CASH             PIC 9(017)     VALUE ZEROS.
       77  CNT-ACCOUNTS                PIC 9(017)     VALUE ZEROS.
       77  CNT-BUF-TRUNCATED           PIC 9(017)     VALUE ZEROS.
       77  CNT-ALERTS                  PIC 9(017)     VALUE ZEROS.
       77  CNT-ALERT-ROWS              PIC 9(017)     VALUE ZEROS.
       77  CNT-RPT-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-RPT-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
      * THE WINDOW, AND THE LOOKBACK DATE THE CURSOR STARTS FROM:
      * THE WINDOW START WALKED BACK BY THE LONGEST MULTI-DAY TEST.
      *
       77  MON-WINDOW-FROM             PIC 9(008)     VALUE ZEROS.
       77  MON-WINDOW-TO               PIC 9(008)     VALUE ZEROS.
       77  MON-LOOKBACK-FROM           PIC 9(008)     VALUE ZEROS.
       77  MON-LOOKBACK-DAYS           PIC 9(003)     VALUE ZEROS.
       77  MON-WINDOW-FROM-SERIAL      PIC 9(007)     VALUE ZEROS.
       77  MON-DATE-IDX                PIC 9(005)     VALUE ZEROS COMP.
      *
      * MONPARM HOST VARIABLES - THE ROW IN EFFECT TODAY.
      * NEAR FLOOR: A POSTING FROM HERE UP TO JUST UNDER THE LARGE
      * CASH THRESHOLD COUNTS TOWARDS A STRUCTURING PATTERN, AND A
      * CREDIT FROM HERE UP COUNTS TOWARDS A CREDIT-THEN-TRANSFER
      * PATTERN. RAPID PCT: THE SHARE OF THOSE CREDITS THE TRANSFERS
      * OUT MUST REACH.
      *
       01  DMP-MONPARM-ROW.
           03 MP-LARGE-CASH            PIC 9(013)V99.
           03 MP-NEAR-FLOOR            PIC 9(013)V99.
           03 MP-STRUCT-DAYS           PIC 9(003).
           03 MP-STRUCT-COUNT          PIC 9(003).
           03 MP-RAPID-DAYS            PIC 9(003).
           03 MP-RAPID-PCT             PIC 9(003).
           03 MP-REACT-DAYS            PIC 9(003).
           03 MP-REACT-AMOUNT          PIC 9(013)V99.
      *
      * DATE ARITHMETIC - THE BACK-ONE-DAY WALK AND LEAP RULE ARE
      * DMPP0004'S; THE DAY SERIAL (DAYS SINCE 1 JANUARY OF YEAR 1)
      * LETS "WITHIN N DAYS" BE A PLAIN SUBTRACTION.
      *
       01  MON-WORK-DATE.
           03 MON-WORK-YYYY            PIC 9(004).
           03 MON-WORK-MM              PIC 9(002).
           03 MON-WORK-DD              PIC 9(002).
       01  MON-WORK-DATE-NUM           REDEFINES MON-WORK-DATE
                                       PIC 9(008).
      *
       01  MON-MONTH-DAYS-VALUES.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 28.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 30.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 30.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 30.
           03 FILLER                   PIC 9(002)     VALUE 31.
           03 FILLER                   PIC 9(002)     VALUE 30.
           03 FILLER                   PIC 9(002)     VALUE 31.
       01  MON-MONTH-DAYS-TABLE REDEFINES MON-MONTH-DAYS-VALUES.
           03 MON-MONTH-DAYS           PIC 9(002)     OCCURS 12 TIMES.
      *
       01  MON-CUM-DAYS-VALUES.
           03 FILLER                   PIC 9(003)     VALUE 000.
           03 FILLER                   PIC 9(003)     VALUE 031.
           03 FILLER                   PIC 9(003)     VALUE 059.
           03 FILLER                   PIC 9(003)     VALUE 090.
           03 FILLER                   PIC 9(003)     VALUE 120.
           03 FILLER                   PIC 9(003)     VALUE 151.
           03 FILLER                   PIC 9(003)     VALUE 181.
           03 FILLER                   PIC 9(003)     VALUE 212.
           03 FILLER                   PIC 9(003)     VALUE 243.
           03 FILLER                   PIC 9(003)     VALUE 273.
           03 FILLER                   PIC 9(003)     VALUE 304.
           03 FILLER                   PIC 9(003)     VALUE 334.
       01  MON-CUM-DAYS-TABLE   REDEFINES MON-CUM-DAYS-VALUES.
           03 MON-CUM-DAYS             PIC 9(003)     OCCURS 12 TIMES.
      *
       77  MON-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  MON-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  MON-PRIOR-YEARS             PIC 9(004)     VALUE ZEROS.
       77  MON-DAY-SERIAL              PIC 9(007)     VALUE ZEROS.
      *
      * RUNS OF THE LEGS WHOSE JOURNAL ROWS ARE NOT CLIENT MONEY -
      * INTEREST ACCRUAL (5), REVERSAL (10) AND FEES (15) - FROM
      * DMPAUDIT, OVER THE LOOKBACK-TO-WINDOW-END SPAN. THE FEE LEG
      * RUNS NIGHTLY, SO 500 COVERS WELL OVER A YEAR.
      *
       01  MON-XRUN-TABLE.
           03 MON-XRUN-ENTRY           OCCURS 500 TIMES.
              05 MXR-RUN-ID            PIC X(022).
      *
       77  CNT-XRUNS                   PIC 9(003)     VALUE ZEROS COMP.
       77  MON-XRUN-IDX                PIC 9(003)     VALUE ZEROS COMP.
      *
       01  MON-AUDIT-RUN-IDENT.
           03 ARI-JOB-NAME             PIC X(008).
           03 ARI-RUN-DATE             PIC 9(008).
           03 ARI-RUN-TIME             PIC 9(006).
      *
      * REACTIVATIONS FROM DORMANT IN THE SPAN, FROM THE MASTER
      * CHANGE HISTORY (ACCTSTATUS 'D' TO 'A').
      *
       01  MON-REACT-TABLE.
           03 MON-REACT-ENTRY          OCCURS 500 TIMES.
              05 MRA-CLIENT-ID         PIC 9(004).
              05 MRA-CHANGE-DATE       PIC 9(008).
              05 MRA-SERIAL            PIC 9(007).
      *
       77  CNT-REACTS                  PIC 9(003)     VALUE ZEROS COMP.
       77  MON-REACT-IDX               PIC 9(003)     VALUE ZEROS COMP.
       77  MRA-HV-CLIENT-ID            PIC 9(004)     VALUE ZEROS.
       77  MRA-HV-CHANGE-DATE          PIC 9(008)     VALUE ZEROS.
      *
      * TRANSHIST HOST VARIABLES.
      *
       01  DMP-TRANSHIST-ROW.
           03 TH-CLIENT-ID             PIC 9(004).
           03 TH-DEBIT-CREDIT          PIC X(001).
           03 TH-AMOUNT                PIC 9(013)V99.
           03 TH-POST-DATE             PIC 9(008).
           03 TH-POST-TIME             PIC 9(006).
           03 TH-RUN-ID                PIC X(022).
           03 TH-XFER-IND              PIC X(001).
      *
      * ONE ACCOUNT'S CLIENT-MONEY ROWS OVER THE SPAN, IN POSTING
      * ORDER. MBR-USED HOLDS, PER ALERT TYPE, WHETHER THE ROW HAS
      * ALREADY BEEN REPORTED UNDER IT: SPACE NOT YET LOOKED UP,
      * 'Y' REPORTED (THIS RUN OR EARLIER), 'N' FREE.
      *
       01  MON-BUF-TABLE.
           03 MON-BUF-ENTRY            OCCURS 500 TIMES.
              05 MBR-POST-DATE         PIC 9(008).
              05 MBR-POST-TIME         PIC 9(006).
              05 MBR-DEBIT-CREDIT      PIC X(001).
              05 MBR-AMOUNT            PIC 9(013)V99.
              05 MBR-RUN-ID            PIC X(022).
              05 MBR-XFER-IND          PIC X(001).
              05 MBR-SERIAL            PIC 9(007).
              05 MBR-IN-WINDOW         PIC X(001).
              05 MBR-USED              PIC X(001)     OCCURS 4 TIMES.
      *
       77  CNT-BUF                     PIC 9(003)     VALUE ZEROS COMP.
       77  MON-BUF-CLIENT-ID           PIC 9(004)     VALUE ZEROS.
       77  MON-ANCHOR-IDX              PIC 9(003)     VALUE ZEROS COMP.
       77  MON-SCAN-IDX                PIC 9(003)     VALUE ZEROS COMP.
       77  MON-FIRST-CREDIT-IDX        PIC 9(003)     VALUE ZEROS COMP.
       77  MON-DAYS-APART              PIC S9(007)    VALUE ZEROS.
      *
      * ALERT TYPES - CODE AND REPORT NAME. THE SUBSCRIPT IS ALSO
      * THE MBR-USED SUBSCRIPT AND THE COUNTER SUBSCRIPT.
      *
       01  MON-TYPE-VALUES.
           03 FILLER                   PIC X(026)     VALUE
              'LCLARGE CASH POSTING'.
           03 FILLER                   PIC X(026)     VALUE
              'STSTRUCTURING'.
           03 FILLER                   PIC X(026)     VALUE
              'RTCREDIT THEN TRANSFER OUT'.
           03 FILLER                   PIC X(026)     VALUE
              'DRDORMANT ACCOUNT ACTIVITY'.
       01  MON-TYPE-TABLE              REDEFINES MON-TYPE-VALUES.
           03 MON-TYPE-ENTRY           OCCURS 4 TIMES.
              05 MTY-CODE              PIC X(002).
              05 MTY-NAME              PIC X(024).
      *
       01  MON-TYPE-COUNTS.
           03 MON-TYPE-COUNT           PIC 9(009)     OCCURS 4 TIMES.
      *
       77  MON-TYPE-IDX                PIC 9(001)     VALUE ZEROS COMP.
      *
      * THE ALERT BEING ASSEMBLED - THE BUFFER SUBSCRIPTS OF ITS
      * TRIGGERING ROWS, THEIR TOTAL, AND WHY IT FIRED.
      *
       01  MON-ALERT-ROWS.
           03 MAL-BUF-IDX              PIC 9(003)     COMP
                                       OCCURS 500 TIMES.
      *
       77  CNT-ALERT-BUILD             PIC 9(003)     VALUE ZEROS COMP.
       77  MON-ALERT-IDX               PIC 9(003)     VALUE ZEROS COMP.
       77  MON-ALERT-TOTAL             PIC 9(015)V99  VALUE ZEROS.
       77  MON-CREDIT-TOTAL            PIC 9(015)V99  VALUE ZEROS.
       77  MON-OUT-TOTAL               PIC 9(015)V99  VALUE ZEROS.
       77  MON-ALERT-REASON            PIC X(040)     VALUE SPACES.
       77  MON-CASE-SEQ                PIC 9(005)     VALUE ZEROS.
       77  MON-SEEN-COUNT              PIC S9(009)    COMP
                                                      VALUE ZEROS.
      *
       01  MON-CASE-ID.
           03 MCI-PREFIX               PIC X(003)     VALUE 'MON'.
           03 MCI-DATE                 PIC 9(008).
           03 MCI-SEQ                  PIC 9(005).
      *
      * MONALERT HOST VARIABLES - ONE ROW PER TRIGGERING POSTING.
      *
       01  DMP-MONALERT-ROW.
           03 MAR-CLIENT-ID            PIC 9(004).
           03 MAR-ALERT-TYPE           PIC X(002).
           03 MAR-CASE-ID              PIC X(016).
           03 MAR-POST-DATE            PIC 9(008).
           03 MAR-POST-TIME            PIC 9(006).
           03 MAR-DEBIT-CREDIT         PIC X(001).
           03 MAR-AMOUNT               PIC 9(013)V99.
           03 MAR-RUN-ID               PIC X(022).
           03 MAR-ALERT-DATE           PIC 9(008).
      *
      *---------------- C A S E   F I L E   L A Y O U T ---------------*
      *
      * ONE RECORD PER ALERT. ROWS BEYOND THE TENTH ARE COUNTED IN
      * CASE-ROW-COUNT BUT NOT CARRIED - THE REPORT LISTS THEM ALL
      * AND MONALERT HOLDS THEM ALL UNDER THE SAME CASE ID.
      *
       01  MON-CASE-REGISTER.
           03 CASE-ID                  PIC X(016).
           03 CASE-ALERT-TYPE          PIC X(002).
           03 CASE-CLIENT-ID           PIC 9(004).
           03 CASE-ALERT-DATE          PIC 9(008).
           03 CASE-WINDOW-FROM         PIC 9(008).
           03 CASE-WINDOW-TO           PIC 9(008).
           03 CASE-ROW-COUNT           PIC 9(003).
           03 CASE-TOTAL-AMOUNT        PIC 9(013)V99.
           03 CASE-ROWS-CARRIED        PIC 9(002).
           03 CASE-ROW                 OCCURS 10 TIMES.
              05 CASE-POST-DATE        PIC 9(008).
              05 CASE-POST-TIME        PIC 9(006).
              05 CASE-DEBIT-CREDIT     PIC X(001).
              05 CASE-AMOUNT           PIC 9(013)V99.
              05 CASE-RUN-ID           PIC X(022).
              05 CASE-XFER-IND         PIC X(001).
           03 FILLER                   PIC X(004).
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       77  MON-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
       01  MON-RPT-HEADER1.
           03 FILLER                   PIC X(042)     VALUE
              'DMPP0010 - LARGE CASH / STRUCTURING ALERTS'.
           03 FILLER                   PIC X(007)     VALUE 'WINDOW '.
           03 MON-HDR-FROM             PIC 9(008).
           03 FILLER                   PIC X(001)     VALUE '-'.
           03 MON-HDR-TO               PIC 9(008).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 MON-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 MON-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 MON-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 MON-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(029)     VALUE SPACES.
      *
       01  MON-RPT-HEADER2.
           03 FILLER                   PIC X(018)     VALUE 'CASE ID'.
           03 FILLER                   PIC X(026)     VALUE
              'ALERT TYPE'.
           03 FILLER                   PIC X(006)     VALUE 'ACCT'.
           03 FILLER                   PIC X(005)     VALUE 'ROWS'.
           03 FILLER                   PIC X(018)     VALUE
              '    TOTAL AMOUNT'.
           03 FILLER                   PIC X(059)     VALUE 'REASON'.
      *
       01  MON-RPT-HEADER3.
           03 FILLER                   PIC X(008)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'DATE'.
           03 FILLER                   PIC X(007)     VALUE 'TIME'.
           03 FILLER                   PIC X(002)     VALUE 'DC'.
           03 FILLER                   PIC X(018)     VALUE
              '          AMOUNT'.
           03 FILLER                   PIC X(006)     VALUE 'KIND'.
           03 FILLER                   PIC X(082)     VALUE
              'RUN IDENTIFIER'.
      *
       01  MON-RPT-ALERT.
           03 MAL-DET-CASE-ID          PIC X(016).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MAL-DET-TYPE-NAME        PIC X(024).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MAL-DET-CLIENT-ID        PIC 9(004).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MAL-DET-ROWS             PIC ZZ9.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MAL-DET-TOTAL            PIC Z(012)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MAL-DET-REASON           PIC X(040).
           03 FILLER                   PIC X(019)     VALUE SPACES.
      *
       01  MON-RPT-ROW.
           03 FILLER                   PIC X(008)     VALUE SPACES.
           03 MRW-DET-DATE             PIC 9(008).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 MRW-DET-TIME             PIC 9(006).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 MRW-DET-DC               PIC X(001).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 MRW-DET-AMOUNT           PIC Z(012)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MRW-DET-KIND             PIC X(004).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MRW-DET-RUN-ID           PIC X(022).
           03 FILLER                   PIC X(060)     VALUE SPACES.
      *
       01  MON-RPT-LABEL-LINE.
           03 MON-LBL-TEXT             PIC X(034).
           03 MON-LBL-COUNT            PIC -(016)9.
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 MON-LBL-AMOUNT           PIC -(014)9.99.
           03 FILLER                   PIC X(058)     VALUE SPACES.
      *
       01  MON-RPT-VERDICT.
           03 MON-VERDICT-TEXT         PIC X(060).
           03 FILLER                   PIC X(072)     VALUE SPACES.
      *
       01  MON-RPT-BLANK               PIC X(132)     VALUE SPACES.
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
           03 DMP-MON-DATE-FROM        PIC 9(008).
           03 DMP-MON-DATE-TO          PIC 9(008).
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
           DISPLAY '*** DMP0010 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** LARGE CASH / STRUCTURING MONITOR ***'.
      *
           MOVE PLCH-CURR-DATE-NUM     TO MON-WINDOW-TO.
           IF DMP-PARM-LEN             NOT LESS 16
              AND DMP-MON-DATE-TO       IS NUMERIC
              AND DMP-MON-DATE-TO       GREATER ZEROS
              MOVE DMP-MON-DATE-TO     TO MON-WINDOW-TO
           END-IF.
      *
           MOVE MON-WINDOW-TO          TO MON-WINDOW-FROM.
           IF DMP-PARM-LEN             NOT LESS 8
              AND DMP-MON-DATE-FROM     IS NUMERIC
              AND DMP-MON-DATE-FROM     GREATER ZEROS
              AND DMP-MON-DATE-FROM     NOT GREATER MON-WINDOW-TO
              MOVE DMP-MON-DATE-FROM   TO MON-WINDOW-FROM
           END-IF.
      *
           PERFORM 110000-LOAD-MON-PARM.
      *
      * THE LOOKBACK IS THE LONGEST OF THE THREE MULTI-DAY TESTS.
      *
           MOVE MP-STRUCT-DAYS         TO MON-LOOKBACK-DAYS.
           IF MP-RAPID-DAYS            GREATER MON-LOOKBACK-DAYS
              MOVE MP-RAPID-DAYS       TO MON-LOOKBACK-DAYS
           END-IF.
           IF MP-REACT-DAYS            GREATER MON-LOOKBACK-DAYS
              MOVE MP-REACT-DAYS       TO MON-LOOKBACK-DAYS
           END-IF.
      *
           MOVE MON-WINDOW-FROM        TO MON-WORK-DATE-NUM.
           PERFORM 150000-COMPUTE-DAY-SERIAL.
           MOVE MON-DAY-SERIAL         TO MON-WINDOW-FROM-SERIAL.
      *
           MOVE MON-WINDOW-FROM        TO MON-WORK-DATE-NUM.
           PERFORM 160000-BACK-ONE-DAY
           VARYING MON-DATE-IDX        FROM 1 BY 1
           UNTIL   MON-DATE-IDX        GREATER MON-LOOKBACK-DAYS.
           MOVE MON-WORK-DATE-NUM      TO MON-LOOKBACK-FROM.
      *
           DISPLAY 'WINDOW FROM...................: ' MON-WINDOW-FROM.
           DISPLAY 'WINDOW TO.....................: ' MON-WINDOW-TO.
           DISPLAY 'LOOKBACK FROM.................: '
              MON-LOOKBACK-FROM.
      *
           PERFORM 120000-LOAD-EXCLUDED-RUNS.
           PERFORM 130000-LOAD-REACTIVATIONS.
      *
           INITIALIZE MON-TYPE-COUNTS REPLACING
           NUMERIC                      BY ZEROS.
      *
           MOVE PLCH-CURR-DATE-NUM     TO MCI-DATE.
           PERFORM 140000-GET-LAST-CASE-SEQ.
      *
           OPEN OUTPUT DMP0010R.
           OPEN OUTPUT DMP0010C.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       110000-LOAD-MON-PARM            SECTION.
      *---------------------------------------*
      *
      * EXACTLY ONE MONPARM ROW MUST BE IN EFFECT. NONE, MORE THAN
      * ONE, OR A NEAR FLOOR NOT BELOW THE THRESHOLD IS FATAL -
      * A MONITOR RUNNING ON GUESSED THRESHOLDS IS WORSE THAN A
      * MONITOR THAT DID NOT RUN.
      *
           EXEC SQL
              SELECT LargeCashAmt, NearFloorAmt, StructDays,
                     StructMinCount, RapidDays, RapidPct,
                     ReactivDays, ReactivAmt
              INTO :MP-LARGE-CASH, :MP-NEAR-FLOOR, :MP-STRUCT-DAYS,
                   :MP-STRUCT-COUNT, :MP-RAPID-DAYS, :MP-RAPID-PCT,
                   :MP-REACT-DAYS, :MP-REACT-AMOUNT
              FROM DB2TABLE.MONPARM
              WHERE EffFrom <= :PLCH-CURR-DATE-NUM
              AND   EffTo   >= :PLCH-CURR-DATE-NUM
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999003-ERROR-003
           END-IF.
      *
           IF MP-LARGE-CASH             EQUAL ZEROS
              OR MP-NEAR-FLOOR          NOT LESS MP-LARGE-CASH
              OR MP-STRUCT-COUNT        LESS 2
              DISPLAY 'MONPARM ROW IN EFFECT IS NOT USABLE - LARGE '
                 'CASH MUST BE ABOVE THE NEAR FLOOR AND THE '
                 'STRUCTURING COUNT AT LEAST 2'
              PERFORM 999003-ERROR-003
           END-IF.
      *
           DISPLAY 'LARGE CASH THRESHOLD..........: ' MP-LARGE-CASH.
           DISPLAY 'NEAR-THRESHOLD FLOOR..........: ' MP-NEAR-FLOOR.
           DISPLAY 'STRUCTURING DAYS / COUNT......: ' MP-STRUCT-DAYS
              ' / ' MP-STRUCT-COUNT.
           DISPLAY 'TRANSFER-OUT DAYS / PERCENT...: ' MP-RAPID-DAYS
              ' / ' MP-RAPID-PCT.
           DISPLAY 'REACTIVATION DAYS / AMOUNT....: ' MP-REACT-DAYS
              ' / ' MP-REACT-AMOUNT.
      *
       110099-END-LOAD-MON-PARM.
           EXIT.
      *
      *---------------------------------------*
       120000-LOAD-EXCLUDED-RUNS       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              DECLARE DB2CURSORA CURSOR FOR
              SELECT JobName, RunDate, RunTime
              FROM DB2TABLE.DMPAUDIT
              WHERE DmpFlag IN (5, 10, 15)
              AND   RunDate           >= :MON-LOOKBACK-FROM
              AND   RunDate           <= :MON-WINDOW-TO
              ORDER BY RunDate, RunTime
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORA
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 121000-FETCH-EXCLUDED-RUN
           UNTIL SQLCODE               EQUAL 100
              OR CNT-XRUNS             EQUAL 500.
      *
           IF CNT-XRUNS                 EQUAL 500
              AND SQLCODE               NOT EQUAL 100
              DISPLAY 'WARNING - MORE THAN 500 ACCRUAL/REVERSAL/FEE '
                 'RUNS IN SPAN, LATER ONES WILL COUNT AS CLIENT MONEY'
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSORA
           END-EXEC.
      *
           DISPLAY 'NON-CLIENT-MONEY RUNS LOADED..: ' CNT-XRUNS.
      *
       120099-END-LOAD-EXCLUDED-RUNS.
           EXIT.
      *
      *---------------------------------------*
       121000-FETCH-EXCLUDED-RUN       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORA INTO :ARI-JOB-NAME, :ARI-RUN-DATE,
              :ARI-RUN-TIME
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-XRUNS
                MOVE MON-AUDIT-RUN-IDENT
                   TO MXR-RUN-ID(CNT-XRUNS)
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       121099-END-FETCH-EXCLUDED-RUN.
           EXIT.
      *
      *---------------------------------------*
       130000-LOAD-REACTIVATIONS       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              DECLARE DB2CURSORB CURSOR FOR
              SELECT ClientID, ChangeDate
              FROM DB2TABLE.CHGHIST
              WHERE ColumnName = 'ACCTSTATUS'
              AND   OldValue   = 'D'
              AND   NewValue   = 'A'
              AND   ChangeDate >= :MON-LOOKBACK-FROM
              AND   ChangeDate <= :MON-WINDOW-TO
              ORDER BY ClientID, ChangeDate
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
           PERFORM 131000-FETCH-REACTIVATION
           UNTIL SQLCODE               EQUAL 100
              OR CNT-REACTS            EQUAL 500.
      *
           IF CNT-REACTS                EQUAL 500
              AND SQLCODE               NOT EQUAL 100
              DISPLAY 'WARNING - MORE THAN 500 REACTIVATIONS IN SPAN, '
                 'LATER ONES WILL NOT BE MONITORED'
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSORB
           END-EXEC.
      *
           DISPLAY 'REACTIVATIONS IN SPAN.........: ' CNT-REACTS.
      *
       130099-END-LOAD-REACTIVATIONS.
           EXIT.
      *
      *---------------------------------------*
       131000-FETCH-REACTIVATION       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORB INTO :MRA-HV-CLIENT-ID,
              :MRA-HV-CHANGE-DATE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-REACTS
                MOVE MRA-HV-CLIENT-ID  TO MRA-CLIENT-ID(CNT-REACTS)
                MOVE MRA-HV-CHANGE-DATE
                   TO MRA-CHANGE-DATE(CNT-REACTS)
                MOVE MRA-HV-CHANGE-DATE TO MON-WORK-DATE-NUM
                PERFORM 150000-COMPUTE-DAY-SERIAL
                MOVE MON-DAY-SERIAL    TO MRA-SERIAL(CNT-REACTS)
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       131099-END-FETCH-REACTIVATION.
           EXIT.
      *
      *---------------------------------------*
       140000-GET-LAST-CASE-SEQ        SECTION.
      *---------------------------------------*
      *
      * CASE IDS ARE 'MON' + ALERT DATE + SEQUENCE. A SECOND RUN ON
      * THE SAME DAY (A WIDER WINDOW, A RERUN) CARRIES ON FROM THE
      * LAST SEQUENCE ALREADY ON MONALERT FOR TODAY.
      *
           MOVE PLCH-CURR-DATE-NUM     TO MAR-ALERT-DATE.
           MOVE SPACES                 TO MAR-CASE-ID.
      *
           EXEC SQL
              SELECT COALESCE(MAX(CaseId), ' ')
              INTO :MAR-CASE-ID
              FROM DB2TABLE.MONALERT
              WHERE AlertDate = :MAR-ALERT-DATE
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF MAR-CASE-ID               NOT EQUAL SPACES
              MOVE MAR-CASE-ID         TO MON-CASE-ID
              MOVE MCI-SEQ             TO MON-CASE-SEQ
              MOVE PLCH-CURR-DATE-NUM  TO MCI-DATE
           END-IF.
      *
       140099-END-GET-LAST-CASE-SEQ.
           EXIT.
      *
      *---------------------------------------*
       150000-COMPUTE-DAY-SERIAL       SECTION.
      *---------------------------------------*
      *
      * DAYS FROM 1 JANUARY OF YEAR 1 TO MON-WORK-DATE: 365 PER
      * PRIOR YEAR PLUS ITS LEAP DAYS (EVERY 4TH, LESS EVERY 100TH,
      * PLUS EVERY 400TH), THE DAYS BEFORE THIS MONTH, AND THE DAY.
      *
           COMPUTE MON-PRIOR-YEARS = MON-WORK-YYYY - 1.
           COMPUTE MON-DAY-SERIAL = MON-PRIOR-YEARS * 365
              + MON-CUM-DAYS(MON-WORK-MM) + MON-WORK-DD.
      *
           DIVIDE MON-PRIOR-YEARS BY 4 GIVING MON-YEAR-QUOT.
           ADD MON-YEAR-QUOT           TO MON-DAY-SERIAL.
           DIVIDE MON-PRIOR-YEARS BY 100 GIVING MON-YEAR-QUOT.
           SUBTRACT MON-YEAR-QUOT      FROM MON-DAY-SERIAL.
           DIVIDE MON-PRIOR-YEARS BY 400 GIVING MON-YEAR-QUOT.
           ADD MON-YEAR-QUOT           TO MON-DAY-SERIAL.
      *
           IF MON-WORK-MM              GREATER 2
              PERFORM 165000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 ADD 1                 TO MON-DAY-SERIAL
              END-IF
           END-IF.
      *
       150099-END-COMPUTE-DAY-SERIAL.
           EXIT.
      *
      *---------------------------------------*
       160000-BACK-ONE-DAY             SECTION.
      *---------------------------------------*
      *
           IF MON-WORK-DD              GREATER 1
              SUBTRACT 1               FROM MON-WORK-DD
              GO TO 160099-END-BACK-ONE-DAY
           END-IF.
      *
           IF MON-WORK-MM              EQUAL 1
              MOVE 12                  TO MON-WORK-MM
              SUBTRACT 1               FROM MON-WORK-YYYY
           ELSE
              SUBTRACT 1               FROM MON-WORK-MM
           END-IF.
      *
           MOVE MON-MONTH-DAYS(MON-WORK-MM) TO MON-WORK-DD.
      *
           IF MON-WORK-MM              EQUAL 2
              PERFORM 165000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 MOVE 29               TO MON-WORK-DD
              END-IF
           END-IF.
      *
       160099-END-BACK-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       165000-CHECK-LEAP-YEAR          SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-LEAP-YEAR.
      *
           DIVIDE MON-WORK-YYYY BY 4 GIVING MON-YEAR-QUOT
              REMAINDER MON-YEAR-REM.
           IF MON-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE MON-WORK-YYYY BY 100 GIVING MON-YEAR-QUOT
              REMAINDER MON-YEAR-REM.
           IF MON-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE MON-WORK-YYYY BY 400 GIVING MON-YEAR-QUOT
              REMAINDER MON-YEAR-REM.
           IF MON-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
       165099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
      *
      * ONE PASS IN ACCOUNT / POSTING ORDER. EACH ACCOUNT'S ROWS ARE
      * BUFFERED AND TESTED ON THE CLIENT BREAK.
      *
           EXEC SQL
              DECLARE DB2CURSORC CURSOR FOR
              SELECT ClientID, DebitCredit, Amount, PostDate,
                     PostTime, RunId, XferInd
              FROM DB2TABLE.TRANSHIST
              WHERE PostDate >= :MON-LOOKBACK-FROM
              AND   PostDate <= :MON-WINDOW-TO
              ORDER BY ClientID, PostDate, PostTime
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
           PERFORM 210000-READ-ONE-POSTING
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORC
           END-EXEC.
      *
           PERFORM 300000-TEST-ACCOUNT.
      *
           PERFORM 600000-WRITE-MONITOR-TOTALS.
      *
           CLOSE DMP0010R.
           CLOSE DMP0010C.
      *
      * THE MONALERT ROWS ARE HARDENED ONLY NOW, WITH BOTH FILES
      * COMPLETE - A RUN THAT DIES PART-WAY ROLLS THEM BACK AND A
      * RERUN RAISES THE SAME ALERTS AFRESH.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       200099-END-PROCESSING.
           EXIT.
      *
      *---------------------------------------*
       210000-READ-ONE-POSTING         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORC INTO :TH-CLIENT-ID, :TH-DEBIT-CREDIT,
              :TH-AMOUNT, :TH-POST-DATE, :TH-POST-TIME, :TH-RUN-ID,
              :TH-XFER-IND
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-TH-READ
                PERFORM 220000-BUFFER-POSTING
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       210099-END-READ-ONE-POSTING.
           EXIT.
      *
      *---------------------------------------*
       220000-BUFFER-POSTING           SECTION.
      *---------------------------------------*
      *
           IF TH-CLIENT-ID              NOT EQUAL MON-BUF-CLIENT-ID
              PERFORM 300000-TEST-ACCOUNT
              MOVE TH-CLIENT-ID        TO MON-BUF-CLIENT-ID
              MOVE ZEROS               TO CNT-BUF
              MOVE 'N'                 TO FLG-BUF-OVERFLOW
              MOVE 'N'                 TO FLG-ANY-IN-WINDOW
              ADD 1                    TO CNT-ACCOUNTS
           END-IF.
      *
           PERFORM 230000-CHECK-EXCLUDED-RUN.
      *
           IF FLG-RUN-EXCLUDED          EQUAL 'Y'
              ADD 1                    TO CNT-TH-NON-CASH
              GO TO 220099-END-BUFFER-POSTING
           END-IF.
      *
           IF CNT-BUF                   EQUAL 500
              IF FLG-BUF-OVERFLOW       NOT EQUAL 'Y'
                 MOVE 'Y'              TO FLG-BUF-OVERFLOW
                 ADD 1                 TO CNT-BUF-TRUNCATED
                 DISPLAY 'WARNING - ACCOUNT ' TH-CLIENT-ID
                    ' HAS MORE THAN 500 POSTINGS IN SPAN, ONLY THE '
                    'FIRST 500 ARE TESTED'
              END-IF
              GO TO 220099-END-BUFFER-POSTING
           END-IF.
      *
           ADD 1                       TO CNT-BUF.
           MOVE TH-POST-DATE           TO MBR-POST-DATE(CNT-BUF).
           MOVE TH-POST-TIME           TO MBR-POST-TIME(CNT-BUF).
           MOVE TH-DEBIT-CREDIT        TO MBR-DEBIT-CREDIT(CNT-BUF).
           MOVE TH-AMOUNT              TO MBR-AMOUNT(CNT-BUF).
           MOVE TH-RUN-ID              TO MBR-RUN-ID(CNT-BUF).
           MOVE TH-XFER-IND            TO MBR-XFER-IND(CNT-BUF).
           MOVE SPACES                 TO MBR-USED(CNT-BUF, 1)
                                          MBR-USED(CNT-BUF, 2)
                                          MBR-USED(CNT-BUF, 3)
                                          MBR-USED(CNT-BUF, 4).
      *
           MOVE TH-POST-DATE           TO MON-WORK-DATE-NUM.
           PERFORM 150000-COMPUTE-DAY-SERIAL.
           MOVE MON-DAY-SERIAL         TO MBR-SERIAL(CNT-BUF).
      *
           IF TH-POST-DATE              NOT LESS MON-WINDOW-FROM
              MOVE 'Y'                 TO MBR-IN-WINDOW(CNT-BUF)
              MOVE 'Y'                 TO FLG-ANY-IN-WINDOW
           ELSE
              MOVE 'N'                 TO MBR-IN-WINDOW(CNT-BUF)
           END-IF.
      *
       220099-END-BUFFER-POSTING.
           EXIT.
      *
      *---------------------------------------*
       230000-CHECK-EXCLUDED-RUN       SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-RUN-EXCLUDED.
      *
           PERFORM 231000-CHECK-XRUN-ENTRY
           VARYING MON-XRUN-IDX        FROM 1 BY 1
           UNTIL   MON-XRUN-IDX        GREATER CNT-XRUNS
              OR   FLG-RUN-EXCLUDED    EQUAL 'Y'.
      *
       230099-END-CHECK-EXCLUDED-RUN.
           EXIT.
      *
      *---------------------------------------*
       231000-CHECK-XRUN-ENTRY         SECTION.
      *---------------------------------------*
      *
           IF TH-RUN-ID                 EQUAL MXR-RUN-ID(MON-XRUN-IDX)
              MOVE 'Y'                 TO FLG-RUN-EXCLUDED
           END-IF.
      *
       231099-END-CHECK-XRUN-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       300000-TEST-ACCOUNT             SECTION.
      *---------------------------------------*
      *
      * ALL FOUR TESTS ON THE BUFFERED ACCOUNT. AN ACCOUNT WITH NO
      * CLIENT-MONEY POSTING INSIDE THE WINDOW CANNOT RAISE ANYTHING
      * - ITS LOOKBACK ROWS WERE ONLY READ AS CONTEXT.
      *
           IF CNT-BUF                   EQUAL ZEROS
              OR FLG-ANY-IN-WINDOW      NOT EQUAL 'Y'
              GO TO 300099-END-TEST-ACCOUNT
           END-IF.
      *
           PERFORM 310000-TEST-LARGE-CASH
           VARYING MON-ANCHOR-IDX      FROM 1 BY 1
           UNTIL   MON-ANCHOR-IDX      GREATER CNT-BUF.
      *
           PERFORM 320000-TEST-STRUCTURING
           VARYING MON-ANCHOR-IDX      FROM 1 BY 1
           UNTIL   MON-ANCHOR-IDX      GREATER CNT-BUF.
      *
           PERFORM 330000-TEST-RAPID-TRANSFER
           VARYING MON-ANCHOR-IDX      FROM 1 BY 1
           UNTIL   MON-ANCHOR-IDX      GREATER CNT-BUF.
      *
           PERFORM 340000-TEST-REACTIVATION
           VARYING MON-REACT-IDX       FROM 1 BY 1
           UNTIL   MON-REACT-IDX       GREATER CNT-REACTS.
      *
       300099-END-TEST-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       310000-TEST-LARGE-CASH          SECTION.
      *---------------------------------------*
      *
      * A DEPOSIT OR WITHDRAWAL AT OR ABOVE THE THRESHOLD. TRANSFERS
      * MOVE MONEY BETWEEN OUR OWN ACCOUNTS AND ARE NOT CASH.
      *
           IF MBR-IN-WINDOW(MON-ANCHOR-IDX) NOT EQUAL 'Y'
              OR MBR-XFER-IND(MON-ANCHOR-IDX) EQUAL 'Y'
              OR MBR-AMOUNT(MON-ANCHOR-IDX) LESS MP-LARGE-CASH
              GO TO 310099-END-TEST-LARGE-CASH
           END-IF.
      *
           MOVE 1                      TO MON-TYPE-IDX.
           MOVE MON-ANCHOR-IDX         TO MON-SCAN-IDX.
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-ANCHOR-IDX, 1) EQUAL 'Y'
              GO TO 310099-END-TEST-LARGE-CASH
           END-IF.
      *
           MOVE ZEROS                  TO CNT-ALERT-BUILD.
           MOVE ZEROS                  TO MON-ALERT-TOTAL.
           PERFORM 410000-ADD-ALERT-ROW.
           MOVE 'SINGLE POSTING AT OR ABOVE THRESHOLD'
              TO MON-ALERT-REASON.
           PERFORM 500000-RAISE-ALERT.
      *
       310099-END-TEST-LARGE-CASH.
           EXIT.
      *
      *---------------------------------------*
       320000-TEST-STRUCTURING         SECTION.
      *---------------------------------------*
      *
      * ANCHORED ON A NEAR-THRESHOLD DEPOSIT OR WITHDRAWAL INSIDE
      * THE WINDOW: EVERY UNREPORTED NEAR-THRESHOLD POSTING IN THE
      * SAME DIRECTION UP TO AND INCLUDING THE ANCHOR, LESS THAN
      * STRUCT-DAYS EARLIER. ENOUGH OF THEM, TOGETHER REACHING THE
      * THRESHOLD, IS ONE ALERT - AND THOSE ROWS ARE THEN USED, SO
      * A LATER ANCHOR CANNOT RAISE THE SAME PATTERN AGAIN.
      *
           IF MBR-IN-WINDOW(MON-ANCHOR-IDX) NOT EQUAL 'Y'
              OR MBR-XFER-IND(MON-ANCHOR-IDX) EQUAL 'Y'
              OR MBR-AMOUNT(MON-ANCHOR-IDX) LESS MP-NEAR-FLOOR
              OR MBR-AMOUNT(MON-ANCHOR-IDX) NOT LESS MP-LARGE-CASH
              GO TO 320099-END-TEST-STRUCTURING
           END-IF.
      *
           MOVE 2                      TO MON-TYPE-IDX.
           MOVE MON-ANCHOR-IDX         TO MON-SCAN-IDX.
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-ANCHOR-IDX, 2) EQUAL 'Y'
              GO TO 320099-END-TEST-STRUCTURING
           END-IF.
      *
           MOVE ZEROS                  TO CNT-ALERT-BUILD.
           MOVE ZEROS                  TO MON-ALERT-TOTAL.
      *
           PERFORM 321000-COLLECT-STRUCT-ROW
           VARYING MON-SCAN-IDX        FROM 1 BY 1
           UNTIL   MON-SCAN-IDX        GREATER MON-ANCHOR-IDX.
      *
           IF CNT-ALERT-BUILD           NOT LESS MP-STRUCT-COUNT
              AND MON-ALERT-TOTAL       NOT LESS MP-LARGE-CASH
              MOVE 'NEAR-THRESHOLD POSTINGS REACH THRESHOLD'
                 TO MON-ALERT-REASON
              PERFORM 500000-RAISE-ALERT
           END-IF.
      *
       320099-END-TEST-STRUCTURING.
           EXIT.
      *
      *---------------------------------------*
       321000-COLLECT-STRUCT-ROW       SECTION.
      *---------------------------------------*
      *
           IF MBR-XFER-IND(MON-SCAN-IDX) EQUAL 'Y'
              OR MBR-DEBIT-CREDIT(MON-SCAN-IDX) NOT EQUAL
                 MBR-DEBIT-CREDIT(MON-ANCHOR-IDX)
              OR MBR-AMOUNT(MON-SCAN-IDX) LESS MP-NEAR-FLOOR
              OR MBR-AMOUNT(MON-SCAN-IDX) NOT LESS MP-LARGE-CASH
              GO TO 321099-END-COLLECT-STRUCT-ROW
           END-IF.
      *
           COMPUTE MON-DAYS-APART = MBR-SERIAL(MON-ANCHOR-IDX)
              - MBR-SERIAL(MON-SCAN-IDX).
           IF MON-DAYS-APART            NOT LESS MP-STRUCT-DAYS
              GO TO 321099-END-COLLECT-STRUCT-ROW
           END-IF.
      *
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-SCAN-IDX, 2) EQUAL 'Y'
              GO TO 321099-END-COLLECT-STRUCT-ROW
           END-IF.
      *
           PERFORM 410000-ADD-ALERT-ROW.
      *
       321099-END-COLLECT-STRUCT-ROW.
           EXIT.
      *
      *---------------------------------------*
       330000-TEST-RAPID-TRANSFER      SECTION.
      *---------------------------------------*
      *
      * ANCHORED ON A 'T' TRANSFER OUT INSIDE THE WINDOW. LOOKS BACK
      * LESS THAN RAPID-DAYS FOR UNREPORTED CREDITS OF AT LEAST THE
      * NEAR FLOOR, THEN TOTALS THE UNREPORTED TRANSFERS OUT FROM
      * THE FIRST OF THOSE CREDITS UP TO THE ANCHOR. OUT REACHING
      * RAPID-PCT PERCENT OF IN IS ONE ALERT CARRYING BOTH SIDES.
      *
           IF MBR-IN-WINDOW(MON-ANCHOR-IDX) NOT EQUAL 'Y'
              OR MBR-XFER-IND(MON-ANCHOR-IDX) NOT EQUAL 'Y'
              OR MBR-DEBIT-CREDIT(MON-ANCHOR-IDX) NOT EQUAL 'D'
              GO TO 330099-END-TEST-RAPID-TRANSFER
           END-IF.
      *
           MOVE 3                      TO MON-TYPE-IDX.
           MOVE MON-ANCHOR-IDX         TO MON-SCAN-IDX.
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-ANCHOR-IDX, 3) EQUAL 'Y'
              GO TO 330099-END-TEST-RAPID-TRANSFER
           END-IF.
      *
           MOVE ZEROS                  TO CNT-ALERT-BUILD.
           MOVE ZEROS                  TO MON-ALERT-TOTAL.
           MOVE ZEROS                  TO MON-CREDIT-TOTAL.
           MOVE ZEROS                  TO MON-OUT-TOTAL.
           MOVE ZEROS                  TO MON-FIRST-CREDIT-IDX.
      *
           PERFORM 331000-COLLECT-RAPID-CREDIT
           VARYING MON-SCAN-IDX        FROM 1 BY 1
           UNTIL   MON-SCAN-IDX        GREATER MON-ANCHOR-IDX.
      *
           IF MON-FIRST-CREDIT-IDX      EQUAL ZEROS
              GO TO 330099-END-TEST-RAPID-TRANSFER
           END-IF.
      *
           PERFORM 332000-COLLECT-RAPID-OUT
           VARYING MON-SCAN-IDX        FROM MON-FIRST-CREDIT-IDX BY 1
           UNTIL   MON-SCAN-IDX        GREATER MON-ANCHOR-IDX.
      *
           IF MON-OUT-TOTAL * 100       NOT LESS
              MON-CREDIT-TOTAL * MP-RAPID-PCT
              MOVE 'CREDIT MOVED STRAIGHT OUT BY TRANSFER'
                 TO MON-ALERT-REASON
              PERFORM 500000-RAISE-ALERT
           END-IF.
      *
       330099-END-TEST-RAPID-TRANSFER.
           EXIT.
      *
      *---------------------------------------*
       331000-COLLECT-RAPID-CREDIT     SECTION.
      *---------------------------------------*
      *
           IF MBR-XFER-IND(MON-SCAN-IDX) EQUAL 'Y'
              OR MBR-DEBIT-CREDIT(MON-SCAN-IDX) NOT EQUAL 'C'
              OR MBR-AMOUNT(MON-SCAN-IDX) LESS MP-NEAR-FLOOR
              GO TO 331099-END-COLLECT-RAPID-CREDIT
           END-IF.
      *
           COMPUTE MON-DAYS-APART = MBR-SERIAL(MON-ANCHOR-IDX)
              - MBR-SERIAL(MON-SCAN-IDX).
           IF MON-DAYS-APART            NOT LESS MP-RAPID-DAYS
              GO TO 331099-END-COLLECT-RAPID-CREDIT
           END-IF.
      *
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-SCAN-IDX, 3) EQUAL 'Y'
              GO TO 331099-END-COLLECT-RAPID-CREDIT
           END-IF.
      *
           IF MON-FIRST-CREDIT-IDX      EQUAL ZEROS
              MOVE MON-SCAN-IDX        TO MON-FIRST-CREDIT-IDX
           END-IF.
           ADD MBR-AMOUNT(MON-SCAN-IDX) TO MON-CREDIT-TOTAL.
           PERFORM 410000-ADD-ALERT-ROW.
      *
       331099-END-COLLECT-RAPID-CREDIT.
           EXIT.
      *
      *---------------------------------------*
       332000-COLLECT-RAPID-OUT        SECTION.
      *---------------------------------------*
      *
           IF MBR-XFER-IND(MON-SCAN-IDX) NOT EQUAL 'Y'
              OR MBR-DEBIT-CREDIT(MON-SCAN-IDX) NOT EQUAL 'D'
              GO TO 332099-END-COLLECT-RAPID-OUT
           END-IF.
      *
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-SCAN-IDX, 3) EQUAL 'Y'
              GO TO 332099-END-COLLECT-RAPID-OUT
           END-IF.
      *
           ADD MBR-AMOUNT(MON-SCAN-IDX) TO MON-OUT-TOTAL.
           PERFORM 410000-ADD-ALERT-ROW.
      *
       332099-END-COLLECT-RAPID-OUT.
           EXIT.
      *
      *---------------------------------------*
       340000-TEST-REACTIVATION        SECTION.
      *---------------------------------------*
      *
      * FOR EACH REACTIVATION OF THIS ACCOUNT: THE UNREPORTED
      * POSTINGS FROM THE REACTIVATION DAY UNTIL REACT-DAYS LATER.
      * AT LEAST ONE OF THEM INSIDE THE WINDOW, AND TOGETHER AT OR
      * ABOVE THE REACTIVATION AMOUNT, IS ONE ALERT.
      *
           IF MRA-CLIENT-ID(MON-REACT-IDX) NOT EQUAL MON-BUF-CLIENT-ID
              GO TO 340099-END-TEST-REACTIVATION
           END-IF.
      *
           MOVE 4                      TO MON-TYPE-IDX.
           MOVE ZEROS                  TO CNT-ALERT-BUILD.
           MOVE ZEROS                  TO MON-ALERT-TOTAL.
           MOVE 'N'                    TO FLG-ANY-IN-WINDOW.
      *
           PERFORM 341000-COLLECT-REACT-ROW
           VARYING MON-SCAN-IDX        FROM 1 BY 1
           UNTIL   MON-SCAN-IDX        GREATER CNT-BUF.
      *
           IF CNT-ALERT-BUILD           GREATER ZEROS
              AND FLG-ANY-IN-WINDOW     EQUAL 'Y'
              AND MON-ALERT-TOTAL       NOT LESS MP-REACT-AMOUNT
              MOVE 'ACTIVITY AFTER REACTIVATION FROM DORMANT'
                 TO MON-ALERT-REASON
              PERFORM 500000-RAISE-ALERT
           END-IF.
      *
       340099-END-TEST-REACTIVATION.
           EXIT.
      *
      *---------------------------------------*
       341000-COLLECT-REACT-ROW        SECTION.
      *---------------------------------------*
      *
           COMPUTE MON-DAYS-APART = MBR-SERIAL(MON-SCAN-IDX)
              - MRA-SERIAL(MON-REACT-IDX).
           IF MON-DAYS-APART            LESS ZEROS
              OR MON-DAYS-APART         NOT LESS MP-REACT-DAYS
              GO TO 341099-END-COLLECT-REACT-ROW
           END-IF.
      *
           PERFORM 400000-CHECK-ROW-USED.
           IF MBR-USED(MON-SCAN-IDX, 4) EQUAL 'Y'
              GO TO 341099-END-COLLECT-REACT-ROW
           END-IF.
      *
           IF MBR-IN-WINDOW(MON-SCAN-IDX) EQUAL 'Y'
              MOVE 'Y'                 TO FLG-ANY-IN-WINDOW
           END-IF.
           PERFORM 410000-ADD-ALERT-ROW.
      *
       341099-END-COLLECT-REACT-ROW.
           EXIT.
      *
      *---------------------------------------*
       400000-CHECK-ROW-USED           SECTION.
      *---------------------------------------*
      *
      * LOOKS UP, ONCE PER ROW AND ALERT TYPE, WHETHER A PREVIOUS RUN
      * ALREADY REPORTED THE ROW UNDER THIS TYPE. ONLY CANDIDATE
      * ROWS EVER GET HERE, SO THE LOOKUPS STAY FEW.
      *
           IF MBR-USED(MON-SCAN-IDX, MON-TYPE-IDX) NOT EQUAL SPACE
              GO TO 400099-END-CHECK-ROW-USED
           END-IF.
      *
           MOVE MON-BUF-CLIENT-ID      TO MAR-CLIENT-ID.
           MOVE MTY-CODE(MON-TYPE-IDX) TO MAR-ALERT-TYPE.
           MOVE MBR-POST-DATE(MON-SCAN-IDX) TO MAR-POST-DATE.
           MOVE MBR-POST-TIME(MON-SCAN-IDX) TO MAR-POST-TIME.
           MOVE MBR-DEBIT-CREDIT(MON-SCAN-IDX) TO MAR-DEBIT-CREDIT.
           MOVE MBR-AMOUNT(MON-SCAN-IDX) TO MAR-AMOUNT.
           MOVE MBR-RUN-ID(MON-SCAN-IDX) TO MAR-RUN-ID.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :MON-SEEN-COUNT
              FROM DB2TABLE.MONALERT
              WHERE ClientID    = :MAR-CLIENT-ID
              AND   AlertType   = :MAR-ALERT-TYPE
              AND   PostDate    = :MAR-POST-DATE
              AND   PostTime    = :MAR-POST-TIME
              AND   DebitCredit = :MAR-DEBIT-CREDIT
              AND   Amount      = :MAR-AMOUNT
              AND   RunId       = :MAR-RUN-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF MON-SEEN-COUNT            GREATER ZEROS
              MOVE 'Y'                 TO
                 MBR-USED(MON-SCAN-IDX, MON-TYPE-IDX)
           ELSE
              MOVE 'N'                 TO
                 MBR-USED(MON-SCAN-IDX, MON-TYPE-IDX)
           END-IF.
      *
       400099-END-CHECK-ROW-USED.
           EXIT.
      *
      *---------------------------------------*
       410000-ADD-ALERT-ROW            SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-ALERT-BUILD.
           MOVE MON-SCAN-IDX           TO MAL-BUF-IDX(CNT-ALERT-BUILD).
           ADD MBR-AMOUNT(MON-SCAN-IDX) TO MON-ALERT-TOTAL.
      *
       410099-END-ADD-ALERT-ROW.
           EXIT.
      *
      *---------------------------------------*
       500000-RAISE-ALERT              SECTION.
      *---------------------------------------*
      *
      * ONE ALERT: A NEW CASE ID, THE REPORT BLOCK, THE CASE RECORD,
      * AND A MONALERT ROW PER TRIGGERING POSTING - WHICH ALSO MARKS
      * THOSE ROWS USED FOR THIS TYPE FOR THE REST OF THE RUN.
      *
           ADD 1                       TO CNT-ALERTS.
           ADD 1                       TO MON-TYPE-COUNT(MON-TYPE-IDX).
           ADD 1                       TO MON-CASE-SEQ.
           MOVE MON-CASE-SEQ           TO MCI-SEQ.
      *
           IF CNT-RPT-LINE             GREATER MON-LINES-PER-PAGE - 3
              PERFORM 520000-MONITOR-PAGE-HEADING
           END-IF.
      *
           MOVE MON-CASE-ID            TO MAL-DET-CASE-ID.
           MOVE MTY-NAME(MON-TYPE-IDX) TO MAL-DET-TYPE-NAME.
           MOVE MON-BUF-CLIENT-ID      TO MAL-DET-CLIENT-ID.
           MOVE CNT-ALERT-BUILD        TO MAL-DET-ROWS.
           MOVE MON-ALERT-TOTAL        TO MAL-DET-TOTAL.
           MOVE MON-ALERT-REASON       TO MAL-DET-REASON.
           WRITE DMP0010R-FD           FROM MON-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0010R-FD           FROM MON-RPT-ALERT
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-RPT-LINE.
      *
           INITIALIZE MON-CASE-REGISTER REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
           MOVE MON-CASE-ID            TO CASE-ID.
           MOVE MTY-CODE(MON-TYPE-IDX) TO CASE-ALERT-TYPE.
           MOVE MON-BUF-CLIENT-ID      TO CASE-CLIENT-ID.
           MOVE PLCH-CURR-DATE-NUM     TO CASE-ALERT-DATE.
           MOVE MON-WINDOW-FROM        TO CASE-WINDOW-FROM.
           MOVE MON-WINDOW-TO          TO CASE-WINDOW-TO.
           MOVE CNT-ALERT-BUILD        TO CASE-ROW-COUNT.
           MOVE MON-ALERT-TOTAL        TO CASE-TOTAL-AMOUNT.
      *
           PERFORM 510000-RECORD-ALERT-ROW
           VARYING MON-ALERT-IDX       FROM 1 BY 1
           UNTIL   MON-ALERT-IDX       GREATER CNT-ALERT-BUILD.
      *
           WRITE DMP0010C-FD           FROM MON-CASE-REGISTER.
      *
       500099-END-RAISE-ALERT.
           EXIT.
      *
      *---------------------------------------*
       510000-RECORD-ALERT-ROW         SECTION.
      *---------------------------------------*
      *
           MOVE MAL-BUF-IDX(MON-ALERT-IDX) TO MON-SCAN-IDX.
           ADD 1                       TO CNT-ALERT-ROWS.
      *
           MOVE MON-BUF-CLIENT-ID      TO MAR-CLIENT-ID.
           MOVE MTY-CODE(MON-TYPE-IDX) TO MAR-ALERT-TYPE.
           MOVE MON-CASE-ID            TO MAR-CASE-ID.
           MOVE MBR-POST-DATE(MON-SCAN-IDX) TO MAR-POST-DATE.
           MOVE MBR-POST-TIME(MON-SCAN-IDX) TO MAR-POST-TIME.
           MOVE MBR-DEBIT-CREDIT(MON-SCAN-IDX) TO MAR-DEBIT-CREDIT.
           MOVE MBR-AMOUNT(MON-SCAN-IDX) TO MAR-AMOUNT.
           MOVE MBR-RUN-ID(MON-SCAN-IDX) TO MAR-RUN-ID.
           MOVE PLCH-CURR-DATE-NUM     TO MAR-ALERT-DATE.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.MONALERT(
              ClientID, AlertType, CaseId, PostDate, PostTime,
              DebitCredit, Amount, RunId, AlertDate)
              VALUES (:MAR-CLIENT-ID, :MAR-ALERT-TYPE, :MAR-CASE-ID,
                      :MAR-POST-DATE, :MAR-POST-TIME,
                      :MAR-DEBIT-CREDIT, :MAR-AMOUNT, :MAR-RUN-ID,
                      :MAR-ALERT-DATE)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE 'Y'                    TO
              MBR-USED(MON-SCAN-IDX, MON-TYPE-IDX).
      *
           IF MON-ALERT-IDX             NOT GREATER 10
              MOVE MON-ALERT-IDX       TO CASE-ROWS-CARRIED
              MOVE MBR-POST-DATE(MON-SCAN-IDX)
                 TO CASE-POST-DATE(MON-ALERT-IDX)
              MOVE MBR-POST-TIME(MON-SCAN-IDX)
                 TO CASE-POST-TIME(MON-ALERT-IDX)
              MOVE MBR-DEBIT-CREDIT(MON-SCAN-IDX)
                 TO CASE-DEBIT-CREDIT(MON-ALERT-IDX)
              MOVE MBR-AMOUNT(MON-SCAN-IDX)
                 TO CASE-AMOUNT(MON-ALERT-IDX)
              MOVE MBR-RUN-ID(MON-SCAN-IDX)
                 TO CASE-RUN-ID(MON-ALERT-IDX)
              MOVE MBR-XFER-IND(MON-SCAN-IDX)
                 TO CASE-XFER-IND(MON-ALERT-IDX)
           END-IF.
      *
           IF CNT-RPT-LINE             GREATER MON-LINES-PER-PAGE
              PERFORM 520000-MONITOR-PAGE-HEADING
           END-IF.
      *
           MOVE MBR-POST-DATE(MON-SCAN-IDX) TO MRW-DET-DATE.
           MOVE MBR-POST-TIME(MON-SCAN-IDX) TO MRW-DET-TIME.
           MOVE MBR-DEBIT-CREDIT(MON-SCAN-IDX) TO MRW-DET-DC.
           MOVE MBR-AMOUNT(MON-SCAN-IDX) TO MRW-DET-AMOUNT.
           IF MBR-XFER-IND(MON-SCAN-IDX) EQUAL 'Y'
              MOVE 'XFER'              TO MRW-DET-KIND
           ELSE
              MOVE 'CASH'              TO MRW-DET-KIND
           END-IF.
           MOVE MBR-RUN-ID(MON-SCAN-IDX) TO MRW-DET-RUN-ID.
      *
           WRITE DMP0010R-FD           FROM MON-RPT-ROW
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       510099-END-RECORD-ALERT-ROW.
           EXIT.
      *
      *---------------------------------------*
       520000-MONITOR-PAGE-HEADING     SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-RPT-PAGE.
           MOVE MON-WINDOW-FROM        TO MON-HDR-FROM.
           MOVE MON-WINDOW-TO          TO MON-HDR-TO.
           MOVE PLCH-DATE-MM           TO MON-HDR-MM.
           MOVE PLCH-DATE-DD           TO MON-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO MON-HDR-YYYY.
           MOVE CNT-RPT-PAGE           TO MON-HDR-PAGE.
      *
           WRITE DMP0010R-FD           FROM MON-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0010R-FD           FROM MON-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0010R-FD           FROM MON-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0010R-FD           FROM MON-RPT-HEADER3
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-RPT-LINE.
      *
       520099-END-MONITOR-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       600000-WRITE-MONITOR-TOTALS     SECTION.
      *---------------------------------------*
      *
      * THE PARAMETERS IN FORCE GO ON THE REPORT WITH THE COUNTS, SO
      * A READER KNOWS WHAT "LARGE" MEANT ON THE NIGHT.
      *
           IF CNT-RPT-LINE             GREATER MON-LINES-PER-PAGE - 18
              PERFORM 520000-MONITOR-PAGE-HEADING
           END-IF.
      *
           WRITE DMP0010R-FD           FROM MON-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           IF CNT-ALERTS                EQUAL ZEROS
              MOVE '*** NO ALERTS RAISED FOR THIS WINDOW ***'
                 TO MON-VERDICT-TEXT
           ELSE
              MOVE '*** ALERTS LISTED ABOVE - SEE CASE FILE ***'
                 TO MON-VERDICT-TEXT
           END-IF.
           WRITE DMP0010R-FD           FROM MON-RPT-VERDICT
              AFTER ADVANCING 1 LINE.
           WRITE DMP0010R-FD           FROM MON-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'LARGE CASH THRESHOLD...........:' TO MON-LBL-TEXT.
           MOVE ZEROS                  TO MON-LBL-COUNT.
           MOVE MP-LARGE-CASH          TO MON-LBL-AMOUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'NEAR-THRESHOLD FLOOR...........:' TO MON-LBL-TEXT.
           MOVE MP-NEAR-FLOOR          TO MON-LBL-AMOUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'STRUCTURING DAYS / MIN COUNT...:' TO MON-LBL-TEXT.
           MOVE MP-STRUCT-DAYS         TO MON-LBL-COUNT.
           MOVE MP-STRUCT-COUNT        TO MON-LBL-AMOUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'TRANSFER-OUT DAYS / PERCENT....:' TO MON-LBL-TEXT.
           MOVE MP-RAPID-DAYS          TO MON-LBL-COUNT.
           MOVE MP-RAPID-PCT           TO MON-LBL-AMOUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'REACTIVATION DAYS / AMOUNT.....:' TO MON-LBL-TEXT.
           MOVE MP-REACT-DAYS          TO MON-LBL-COUNT.
           MOVE MP-REACT-AMOUNT        TO MON-LBL-AMOUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           WRITE DMP0010R-FD           FROM MON-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           MOVE ZEROS                  TO MON-LBL-AMOUNT.
      *
           MOVE 'POSTINGS READ..................:' TO MON-LBL-TEXT.
           MOVE CNT-TH-READ            TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'NOT CLIENT MONEY (SKIPPED).....:' TO MON-LBL-TEXT.
           MOVE CNT-TH-NON-CASH        TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ACCOUNTS EXAMINED..............:' TO MON-LBL-TEXT.
           MOVE CNT-ACCOUNTS           TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ALERTS - LARGE CASH............:' TO MON-LBL-TEXT.
           MOVE MON-TYPE-COUNT(1)      TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ALERTS - STRUCTURING...........:' TO MON-LBL-TEXT.
           MOVE MON-TYPE-COUNT(2)      TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ALERTS - CREDIT THEN TRANSFER..:' TO MON-LBL-TEXT.
           MOVE MON-TYPE-COUNT(3)      TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ALERTS - DORMANT ACTIVITY......:' TO MON-LBL-TEXT.
           MOVE MON-TYPE-COUNT(4)      TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
           MOVE 'ALERTS - TOTAL.................:' TO MON-LBL-TEXT.
           MOVE CNT-ALERTS             TO MON-LBL-COUNT.
           PERFORM 610000-WRITE-LABEL-LINE.
      *
       600099-END-WRITE-MONITOR-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       610000-WRITE-LABEL-LINE         SECTION.
      *---------------------------------------*
      *
           WRITE DMP0010R-FD           FROM MON-RPT-LABEL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       610099-END-WRITE-LABEL-LINE.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           DISPLAY '***************************************************'
           DISPLAY 'POSTINGS READ.................: ' CNT-TH-READ.
           DISPLAY 'NOT CLIENT MONEY (SKIPPED)....: ' CNT-TH-NON-CASH.
           DISPLAY 'ACCOUNTS EXAMINED.............: ' CNT-ACCOUNTS.
           DISPLAY 'ALERTS - LARGE CASH...........: '
              MON-TYPE-COUNT(1).
           DISPLAY 'ALERTS - STRUCTURING..........: '
              MON-TYPE-COUNT(2).
           DISPLAY 'ALERTS - CREDIT THEN TRANSFER.: '
              MON-TYPE-COUNT(3).
           DISPLAY 'ALERTS - DORMANT ACTIVITY.....: '
              MON-TYPE-COUNT(4).
           DISPLAY 'ALERTS - TOTAL................: ' CNT-ALERTS.
           DISPLAY 'TRIGGERING ROWS RECORDED......: ' CNT-ALERT-ROWS.
      *
           IF CNT-BUF-TRUNCATED        GREATER ZEROS
              DISPLAY 'ACCOUNTS ONLY PARTLY TESTED...: '
                 CNT-BUF-TRUNCATED
           END-IF.
      *
           IF CNT-ALERTS                GREATER ZEROS
              DISPLAY 'ALERTS LISTED ON DMP0010R, CASES ON DMP0010C'
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
      * NO USABLE MONPARM ROW - NOTHING HAS BEEN SCANNED OR RECORDED.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 003 - MONPARM MONITOR PARAMETERS UNAVAILABLE.'
           DISPLAY 'SQLCODE....: ' SQLCODE
           MOVE 3                      TO RETURN-CODE
           DISPLAY 'RETURN-CODE....: ' RETURN-CODE
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999004-ERROR-004.
      *
      * THE MONALERT ROWS OF THIS RUN ARE ROLLED BACK, SO THE RERUN
      * RAISES EVERY ALERT AGAIN ON A FRESH CASE FILE.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 004 - SQL STATEMENT FAILED - RUN STOPPED'
           DISPLAY 'SQLCODE....: ' SQLCODE
           EXEC SQL
              ROLLBACK
           END-EXEC
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
