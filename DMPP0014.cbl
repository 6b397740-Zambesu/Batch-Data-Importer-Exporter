      *----------------------------------------------------------------*
      * PROGRAM..: DMP0014
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: YEAR-END INTEREST REPORTING. TOTALS THE INTEREST
      * -          CREDITED TO EACH CLIENT IN A TAX YEAR FROM
      *            DB2TABLE.TRANSHIST - THE ACCRUAL POSTINGS PICKED OUT
      *            BY MATCHING THEIR RUN IDENTIFIER AGAINST THE YEAR'S
      *            DMPAUDIT ROWS OF THE DMPP0001 ACCRUAL LEG (DMPFLAG
      *            5), THE SAME WAY DMPP0005 DOES, LESS ANY 'V' LEG
      *            REVERSAL OF THOSE POSTINGS. ACCOUNTS PURGED SINCE
      *            ARE INCLUDED: THEIR HISTORY IS STILL ON TRANSHIST,
      *            AND THEIR NAME AND CONTACT DETAILS ARE TAKEN FROM
      *            THE ARCHIVE GENERATION DB2TABLE.ARCHDIR NAMES. WRITES
      *            THE REGULATORY INTEREST-REPORTING EXTRACT (ONE
      *            RECORD PER CLIENT ABOVE THE REPORTING FLOOR),
      *            A SUMMARY BY ACCOUNT TYPE PROVED AGAINST THE YEAR'S
      *            ACCRUAL REGISTER TOTALS, AND AN EXCEPTIONS LIST OF
      *            CLIENTS WHOSE IDENTITY DATA WOULD FAIL THE FILING -
      *            SO THE FIGURES ARE NO LONGER BUILT BY HAND FROM THE
      *            STATEMENTS EVERY JANUARY.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0014.
      *
      * INPUT FILE:
      *-------------
      * DMP0014V - THE ACCOUNT ARCHIVE (DMPP0001 FLAG-8 OUTPUT, FB-88
      *            IN THE DMP-FILE-REGISTER LAYOUT) - EVERY GENERATION,
      *            NEWEST FIRST, AS THE GDG BASE ALLOCATES THEM. ONLY
      *            THE NEWEST RECORD OF A CLIENT IS KEPT.
      *
      * OUTPUT FILES:
      *-------------
      * DMP0014X - INTEREST-REPORTING EXTRACT (LRECL 100): A 'HDR'
      *            RECORD, ONE 'DTL' RECORD PER CLIENT REPORTED AND A
      *            'TRL' RECORD WITH THE COUNT AND TOTAL INTEREST. LEFT
      *            EMPTY WHEN THE YEAR DOES NOT TIE TO THE ACCRUAL
      *            REGISTER.
      * DMP0014R - INTEREST SUMMARY BY ACCOUNT TYPE, THE ACCRUAL RUNS
      *            OF THE YEAR AND THE TIE TO THEIR REGISTER TOTALS.
      * DMP0014E - IDENTITY EXCEPTIONS - CLIENTS ABOVE THE FLOOR
      *            LEFT OFF THE EXTRACT UNTIL THEIR DATA IS PUT RIGHT.
      *
      * PARM: TAX YEAR (4, DEFAULT LAST YEAR) AND REPORTING FLOOR
      *       (9, IMPLIED CENTS, DEFAULT 000001000 = 10.00).
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
           SELECT DMP0014V ASSIGN TO  UT-S-DMP0014V.
           SELECT DMP0014X ASSIGN TO  UT-S-DMP0014X.
           SELECT DMP0014R ASSIGN TO  UT-S-DMP0014R.
           SELECT DMP0014E ASSIGN TO  UT-S-DMP0014E.
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
       FD  DMP0014V
           BLOCK 0
           RECORDING F
           RECORD 88.
       01  DMP0014V-FD                 PIC X(088).
      *
       FD  DMP0014X
           BLOCK 0
           RECORDING F
           RECORD 100.
       01  DMP0014X-FD                 PIC X(100).
      *
       FD  DMP0014R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0014R-FD                 PIC X(132).
      *
       FD  DMP0014E
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0014E-FD                 PIC X(132).
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
       77  FLG-END-ARCHIVE             PIC X(001)     VALUE 'N'.
       77  FLG-END-HISTORY             PIC X(001)     VALUE 'N'.
       77  FLG-CLIENT-OPEN             PIC X(001)     VALUE 'N'.
       77  FLG-RUN-FOUND               PIC X(001)     VALUE 'N'.
       77  FLG-ADR-FOUND               PIC X(001)     VALUE 'N'.
       77  FLG-YEAR-TIES               PIC X(001)     VALUE 'Y'.
       77  FLG-RUNS-CAPPED             PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-ARC-READ                PIC 9(009)     VALUE ZEROS.
       77  CNT-ARC-LOADED              PIC 9(009)     VALUE ZEROS.
       77  CNT-TH-READ                 PIC 9(017)     VALUE ZEROS.
       77  CNT-YEI-CLIENTS             PIC 9(009)     VALUE ZEROS.
       77  CNT-YEI-PURGED              PIC 9(009)     VALUE ZEROS.
       77  CNT-YEI-BELOW-FLOOR         PIC 9(009)     VALUE ZEROS.
       77  CNT-YEI-REPORTED            PIC 9(009)     VALUE ZEROS.
       77  CNT-YEI-EXCEPTIONS          PIC 9(009)     VALUE ZEROS.
       77  CNT-EXT-RECORDS             PIC 9(009)     VALUE ZEROS.
       77  CNT-RPT-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-RPT-PAGE                PIC 9(005)     VALUE ZEROS.
       77  CNT-EXC-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-EXC-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  YEI-TAX-YEAR                PIC 9(004)     VALUE ZEROS.
       77  YEI-YEAR-FROM               PIC 9(008)     VALUE ZEROS.
       77  YEI-YEAR-TO                 PIC 9(008)     VALUE ZEROS.
       77  YEI-FLOOR                   PIC 9(007)V99  VALUE 10.00.
       77  YEI-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
       77  YEI-TYPE-IDX                PIC 9(003)     VALUE ZEROS COMP.
       77  YEI-ARC-IDX                 PIC 9(005)     VALUE ZEROS COMP.
       77  YEI-AT-SIGN-COUNT           PIC 9(003)     VALUE ZEROS.
       77  YEI-EXC-REASON              PIC X(030)     VALUE SPACES.
       77  YEI-SOURCE                  PIC X(020)     VALUE SPACES.
       77  YEI-LOOKUP-RUN-ID           PIC X(022)     VALUE SPACES.
      *
      * CONTROL TOTALS. THE REGISTER TOTAL IS THE NET MOVEMENT THE
      * YEAR'S ACCRUAL RUNS CLAIMED ON DMPAUDIT - THE TOTAL EACH RUN
      * PRINTED ON ITS DMP0001A ACCRUAL REGISTER. THE TRANSHIST
      * TOTAL IS THE ACCRUAL CREDITS THOSE RUNS JOURNALED.
      *
       77  TOT-REGISTER                PIC S9(015)V99 VALUE ZEROS.
       77  TOT-TH-ACCRUED              PIC S9(015)V99 VALUE ZEROS.
       77  TOT-YEI-DIFF                PIC S9(015)V99 VALUE ZEROS.
       77  TOT-EXT-INTEREST            PIC 9(015)V99  VALUE ZEROS.
      *
      * THE CLIENT BEING TOTALLED - GROSS ACCRUALS CREDITED IN THE
      * YEAR, ACCRUALS BACKED OUT BY THE 'V' LEG, AND THE NET.
      *
       77  YEI-CURR-CLIENT             PIC 9(004)     VALUE ZEROS.
       77  YEI-CLIENT-GROSS            PIC S9(015)V99 VALUE ZEROS.
       77  YEI-CLIENT-REVERSED         PIC S9(015)V99 VALUE ZEROS.
       77  YEI-CLIENT-NET              PIC S9(015)V99 VALUE ZEROS.
      *
       01  YEI-CLIENT-IDENTITY.
           03 YCI-ON-ACCOUNTS          PIC X(001).
           03 YCI-PURGED               PIC X(001).
           03 YCI-NAME                 PIC X(020).
           03 YCI-EMAIL                PIC X(030).
           03 YCI-PHONE                PIC 9(008).
           03 YCI-ACC-TYPE             PIC 9(002).
           03 YCI-ARCH-GEN             PIC X(008).
      *
      * TRANSHIST HOST VARIABLES - ONE CANDIDATE ROW WITH THE
      * ACCOUNT'S CURRENT NAME, CONTACT DETAILS AND TYPE ('N' IN
      * TH-ON-ACCOUNTS WHEN THE ACCOUNT IS NO LONGER ON FILE).
      *
       01  DMP-TRANSHIST-ROW.
           03 TH-CLIENT-ID             PIC 9(004).
           03 TH-DEBIT-CREDIT          PIC X(001).
           03 TH-AMOUNT                PIC 9(013)V99.
           03 TH-RUN-ID                PIC X(022).
           03 TH-REV-RUN-ID            PIC X(022).
           03 TH-NAME                  PIC X(020).
           03 TH-EMAIL                 PIC X(030).
           03 TH-PHONE                 PIC 9(008).
           03 TH-ACC-TYPE              PIC 9(002).
           03 TH-ON-ACCOUNTS           PIC X(001).
      *
      * DMPAUDIT HOST VARIABLES. THE RUN IDENTIFIER IS JOB NAME + RUN
      * DATE + RUN TIME - THE SAME COMPOSITION DMPP0001 STAMPS ON
      * EVERY JOURNAL ROW.
      *
       01  YEI-AUDIT-RUN-IDENT.
           03 ARI-JOB-NAME             PIC X(008).
           03 ARI-RUN-DATE             PIC 9(008).
           03 ARI-RUN-TIME             PIC 9(006).
      *
       77  ARI-NET-MOVEMENT            PIC S9(015)V99 VALUE ZEROS.
       77  ARI-TH-ACCRUED              PIC S9(015)V99 VALUE ZEROS.
      *
      * THE TAX YEAR'S ACCRUAL RUNS - MONTHLY, PLUS ANY PARTITIONED
      * OR RESTARTED STEPS, SO THE CAP OF 200 LEAVES AMPLE ROOM.
      *
       01  YEI-RUN-TABLE.
           03 YEI-RUN-ENTRY            OCCURS 200 TIMES.
              05 YRT-RUN-ID            PIC X(022).
              05 YRT-REGISTER          PIC S9(015)V99.
              05 YRT-TH-ACCRUED        PIC S9(015)V99.
      *
       77  CNT-ACCRUAL-RUNS            PIC 9(003)     VALUE ZEROS COMP.
       77  YEI-RUN-IDX                 PIC 9(003)     VALUE ZEROS COMP.
      *
      * ARCHDIR HOST VARIABLES - THE NEWEST DIRECTORY ENTRY OF A
      * PURGED CLIENT.
      *
       77  ADR-PURGE-DATE              PIC 9(008)     VALUE ZEROS.
       77  ADR-ARCH-GEN                PIC X(008)     VALUE SPACES.
      *
      * ACCTYPES HOST VARIABLES.
      *
       77  ATR-CODE                    PIC 9(002)     VALUE ZEROS.
       77  ATR-DESC                    PIC X(020)     VALUE SPACES.
      *
      * ARCHIVE RECORD - THE DMPP0001 DMP-FILE-REGISTER LAYOUT.
      *
       01  DMP-FILE-REGISTER           PIC X(088).
      *
       01  FILLER REDEFINES DMP-FILE-REGISTER.
           03 DMP-CLIENT-ID            PIC 9(004).
           03 FILLER                   PIC X(001).
           03 DMP-NAME                 PIC X(020).
           03 FILLER                   PIC X(001).
           03 DMP-EMAIL                PIC X(030).
           03 FILLER                   PIC X(001).
           03 DMP-PHONE                PIC 9(008).
           03 FILLER                   PIC X(001).
           03 DMP-ACC-TYPE             PIC 9(002).
           03 FILLER                   PIC X(001).
           03 DMP-ACC-BALANCE          PIC 9(015)V99.
      *
      * PURGED CLIENTS' IDENTITY FROM THE ARCHIVE, SUBSCRIPTED BY
      * CLIENT ID + 1 (CLIENT IDS ARE FOUR DIGITS).
      *
       01  YEI-ARCHIVE-TABLE.
           03 YEI-ARC-ENTRY            OCCURS 10000 TIMES.
              05 YAT-LOADED            PIC X(001).
              05 YAT-NAME              PIC X(020).
              05 YAT-EMAIL             PIC X(030).
              05 YAT-PHONE             PIC 9(008).
              05 YAT-ACC-TYPE          PIC 9(002).
      *
      * THE SUMMARY BY ACCOUNT TYPE, SUBSCRIPTED BY TYPE CODE + 1.
      * A CLIENT WHOSE TYPE CANNOT BE FOUND FALLS UNDER TYPE 00.
      *
       01  YEI-TYPE-TABLE.
           03 YEI-TYPE-ENTRY           OCCURS 100 TIMES.
              05 YTT-DESC              PIC X(020).
              05 YTT-CLIENTS           PIC 9(009).
              05 YTT-GROSS             PIC S9(015)V99.
              05 YTT-REVERSED          PIC S9(015)V99.
              05 YTT-NET               PIC S9(015)V99.
              05 YTT-RPT-CLIENTS       PIC 9(009).
              05 YTT-RPT-INTEREST      PIC S9(015)V99.
      *
       01  YEI-TYPE-TOTALS.
           03 YTS-CLIENTS              PIC 9(009)     VALUE ZEROS.
           03 YTS-GROSS                PIC S9(015)V99 VALUE ZEROS.
           03 YTS-REVERSED             PIC S9(015)V99 VALUE ZEROS.
           03 YTS-NET                  PIC S9(015)V99 VALUE ZEROS.
           03 YTS-RPT-CLIENTS          PIC 9(009)     VALUE ZEROS.
           03 YTS-RPT-INTEREST         PIC S9(015)V99 VALUE ZEROS.
      *
      *--------------- E X T R A C T   L A Y O U T S ------------------*
      *
      * ALL THREE RECORD TYPES SHARE ONE 100-BYTE AREA, FLAGGED 'HDR',
      * 'DTL' OR 'TRL' IN BYTES 1-3 LIKE THE DMP0008J GL JOURNAL.
      *
       01  YEI-EXTRACT-REGISTER        PIC X(100)     VALUE SPACES.
      *
       01  FILLER REDEFINES YEI-EXTRACT-REGISTER.
           03 YXH-RECORD-TYPE          PIC X(003).
           03 YXH-FILE-ID              PIC X(008).
           03 YXH-TAX-YEAR             PIC 9(004).
           03 YXH-CREATE-DATE          PIC 9(008).
           03 YXH-CREATE-TIME          PIC 9(006).
           03 YXH-SENDING-SYSTEM       PIC X(008).
           03 YXH-FLOOR                PIC 9(007)V99.
           03 FILLER                   PIC X(054).
      *
       01  FILLER REDEFINES YEI-EXTRACT-REGISTER.
           03 FILLER                   PIC X(003).
           03 YXD-TAX-YEAR             PIC 9(004).
           03 YXD-CLIENT-ID            PIC 9(004).
           03 YXD-NAME                 PIC X(020).
           03 YXD-EMAIL                PIC X(030).
           03 YXD-PHONE                PIC 9(008).
           03 YXD-ACC-TYPE             PIC 9(002).
           03 YXD-INTEREST             PIC 9(013)V99.
           03 YXD-PURGED               PIC X(001).
           03 FILLER                   PIC X(013).
      *
       01  FILLER REDEFINES YEI-EXTRACT-REGISTER.
           03 FILLER                   PIC X(003).
           03 YXT-REC-COUNT            PIC 9(009).
           03 YXT-TOTAL-INTEREST       PIC 9(015)V99.
           03 FILLER                   PIC X(071).
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       01  YEI-RPT-HEADER1.
           03 FILLER                   PIC X(042)     VALUE
              'DMPP0014 - YEAR-END INTEREST SUMMARY'.
           03 FILLER                   PIC X(010)     VALUE
              ' TAX YEAR '.
           03 YEI-HDR-TAX-YEAR         PIC 9(004).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 YEI-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 YEI-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 YEI-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 YEI-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(038)     VALUE SPACES.
      *
       01  YEI-RPT-HEADER2.
           03 FILLER                   PIC X(006)     VALUE 'TYPE'.
           03 FILLER                   PIC X(022)     VALUE
              'DESCRIPTION'.
           03 FILLER                   PIC X(011)     VALUE
              '  CLIENTS'.
           03 FILLER                   PIC X(018)     VALUE
              '   GROSS ACCRUED'.
           03 FILLER                   PIC X(018)     VALUE
              '        REVERSED'.
           03 FILLER                   PIC X(019)     VALUE
              '     NET INTEREST'.
           03 FILLER                   PIC X(011)     VALUE
              ' REPORTED'.
           03 FILLER                   PIC X(018)     VALUE
              '  AMOUNT REPORTED'.
           03 FILLER                   PIC X(009)     VALUE SPACES.
      *
       01  YEI-RPT-DETAIL.
           03 YTD-TYPE-CODE            PIC 9(002).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 YTD-TYPE-DESC            PIC X(020).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YTD-CLIENTS              PIC Z(008)9.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YTD-GROSS                PIC -(012)9.99.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 YTD-REVERSED             PIC -(012)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YTD-NET                  PIC -(012)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YTD-RPT-CLIENTS          PIC Z(008)9.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 YTD-RPT-INTEREST         PIC -(012)9.99.
           03 FILLER                   PIC X(014)     VALUE SPACES.
      *
       01  YEI-RPT-RUN-HEADER.
           03 FILLER                   PIC X(025)     VALUE
              'ACCRUAL RUN'.
           03 FILLER                   PIC X(020)     VALUE
              '  REGISTER TOTAL'.
           03 FILLER                   PIC X(020)     VALUE
              ' TRANSHIST CREDITS'.
           03 FILLER                   PIC X(020)     VALUE
              '      DIFFERENCE'.
           03 FILLER                   PIC X(047)     VALUE SPACES.
      *
       01  YEI-RPT-RUN-DETAIL.
           03 YRD-RUN-ID               PIC X(022).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 YRD-REGISTER             PIC -(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 YRD-TH-ACCRUED           PIC -(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 YRD-DIFFERENCE           PIC -(012)9.99.
           03 FILLER                   PIC X(053)     VALUE SPACES.
      *
       01  YEI-RPT-LABEL-LINE.
           03 YEI-LBL-TEXT             PIC X(034).
           03 YEI-LBL-COUNT            PIC -(016)9.
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 YEI-LBL-AMOUNT           PIC -(014)9.99.
           03 FILLER                   PIC X(058)     VALUE SPACES.
      *
       01  YEI-RPT-TEXT-LINE.
           03 YEI-TEXT                 PIC X(080).
           03 FILLER                   PIC X(052)     VALUE SPACES.
      *
       01  YEI-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
       01  YEI-EXC-HEADER1.
           03 FILLER                   PIC X(042)     VALUE
              'DMPP0014 - INTEREST REPORTING EXCEPTIONS'.
           03 FILLER                   PIC X(010)     VALUE
              ' TAX YEAR '.
           03 YEI-EXC-TAX-YEAR         PIC 9(004).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 YEI-EXC-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 YEI-EXC-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 YEI-EXC-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 YEI-EXC-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(038)     VALUE SPACES.
      *
       01  YEI-EXC-HEADER2.
           03 FILLER                   PIC X(008)     VALUE 'CLIENT'.
           03 FILLER                   PIC X(022)     VALUE 'NAME'.
           03 FILLER                   PIC X(032)     VALUE 'EMAIL'.
           03 FILLER                   PIC X(010)     VALUE 'PHONE'.
           03 FILLER                   PIC X(005)     VALUE 'TYPE'.
           03 FILLER                   PIC X(017)     VALUE
              '    NET INTEREST'.
           03 FILLER                   PIC X(038)     VALUE
              'REASON / SOURCE OF THE IDENTITY DATA'.
      *
       01  YEI-EXC-DETAIL.
           03 YXE-CLIENT-ID            PIC 9(004).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 YXE-NAME                 PIC X(020).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YXE-EMAIL                PIC X(030).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YXE-PHONE                PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 YXE-ACC-TYPE             PIC 9(002).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 YXE-NET                  PIC -(012)9.99.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 YXE-REASON               PIC X(030).
           03 FILLER                   PIC X(008)     VALUE SPACES.
      *
       01  YEI-EXC-SOURCE-LINE.
           03 FILLER                   PIC X(094)     VALUE SPACES.
           03 YXE-SOURCE               PIC X(020).
           03 FILLER                   PIC X(018)     VALUE SPACES.
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
           03 DMP-YEI-TAX-YEAR         PIC 9(004).
           03 DMP-YEI-FLOOR            PIC 9(007)V99.
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
           DISPLAY '*** DMP0014 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** YEAR-END INTEREST REPORTING ***'.
      *
      * RUN IN JANUARY FOR THE YEAR JUST ENDED, SO THAT IS THE
      * DEFAULT. A YEAR NOT YET STARTED HAS NOTHING TO REPORT.
      *
           COMPUTE YEI-TAX-YEAR = PLCH-DATE-YYYY - 1.
      *
           IF DMP-PARM-LEN             NOT LESS 4
              AND DMP-YEI-TAX-YEAR     IS NUMERIC
              AND DMP-YEI-TAX-YEAR     GREATER ZEROS
              MOVE DMP-YEI-TAX-YEAR    TO YEI-TAX-YEAR
           END-IF.
      *
           IF YEI-TAX-YEAR             GREATER PLCH-DATE-YYYY
              PERFORM 999001-ERROR-001
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 13
              AND DMP-YEI-FLOOR        IS NUMERIC
              MOVE DMP-YEI-FLOOR       TO YEI-FLOOR
           END-IF.
      *
           COMPUTE YEI-YEAR-FROM = YEI-TAX-YEAR * 10000 + 0101.
           COMPUTE YEI-YEAR-TO   = YEI-TAX-YEAR * 10000 + 1231.
      *
           DISPLAY 'TAX YEAR......................: ' YEI-TAX-YEAR.
           DISPLAY 'REPORTING FLOOR...............: ' YEI-FLOOR.
      *
           MOVE YEI-TAX-YEAR           TO YEI-HDR-TAX-YEAR
                                          YEI-EXC-TAX-YEAR.
           MOVE PLCH-DATE-MM           TO YEI-HDR-MM YEI-EXC-MM.
           MOVE PLCH-DATE-DD           TO YEI-HDR-DD YEI-EXC-DD.
           MOVE PLCH-DATE-YYYY         TO YEI-HDR-YYYY YEI-EXC-YYYY.
      *
           OPEN OUTPUT DMP0014X.
           OPEN OUTPUT DMP0014R.
           OPEN OUTPUT DMP0014E.
      *
           PERFORM 110000-LOAD-ACC-TYPES.
           PERFORM 120000-LOAD-ACCRUAL-RUNS.
           PERFORM 130000-PROVE-ACCRUAL-RUNS.
           PERFORM 140000-LOAD-ARCHIVE.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       110000-LOAD-ACC-TYPES           SECTION.
      *---------------------------------------*
      *
      * ZEROES THE SUMMARY AND PUTS EACH ACCTYPES DESCRIPTION AGAINST
      * ITS CODE. A TYPE RETIRED SINCE STILL GETS ITS NAME - THE
      * SUMMARY IS ABOUT THE PAST YEAR, NOT TODAY'S PRODUCT RANGE.
      *
           INITIALIZE YEI-TYPE-TABLE REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
           MOVE 'TYPE NOT KNOWN'       TO YTT-DESC(1).
      *
           EXEC SQL
              DECLARE DB2CURSOR1 CURSOR FOR
              SELECT TypeCode, TypeDesc
              FROM DB2TABLE.ACCTYPES
              ORDER BY TypeCode
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSOR1
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 111000-FETCH-ACC-TYPE
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR1
           END-EXEC.
      *
       110099-END-LOAD-ACC-TYPES.
           EXIT.
      *
      *---------------------------------------*
       111000-FETCH-ACC-TYPE           SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR1 INTO :ATR-CODE, :ATR-DESC
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                COMPUTE YEI-TYPE-IDX = ATR-CODE + 1
                MOVE ATR-DESC          TO YTT-DESC(YEI-TYPE-IDX)
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       111099-END-FETCH-ACC-TYPE.
           EXIT.
      *
      *---------------------------------------*
       120000-LOAD-ACCRUAL-RUNS        SECTION.
      *---------------------------------------*
      *
      * EVERY DMPAUDIT ROW OF THE ACCRUAL LEG (DMPFLAG 5) RUN IN THE
      * TAX YEAR, WITH THE NET MOVEMENT IT CLAIMED - RUNS THAT DIED
      * PART-WAY INCLUDED, THEIR ROWS CARRY WHAT THEY COMMITTED. A
      * YEAR WITH MORE RUNS THAN THE TABLE HOLDS CANNOT BE PROVED,
      * SO THE EXTRACT IS WITHHELD.
      *
           EXEC SQL
              DECLARE DB2CURSOR2 CURSOR FOR
              SELECT JobName, RunDate, RunTime, NetMovement
              FROM DB2TABLE.DMPAUDIT
              WHERE DmpFlag = 5
              AND   RunDate BETWEEN :YEI-YEAR-FROM AND :YEI-YEAR-TO
              ORDER BY RunDate, RunTime
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSOR2
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 121000-FETCH-ACCRUAL-RUN
           UNTIL SQLCODE               EQUAL 100
              OR CNT-ACCRUAL-RUNS      EQUAL 200.
      *
           IF CNT-ACCRUAL-RUNS          EQUAL 200
              AND SQLCODE               NOT EQUAL 100
              MOVE 'Y'                 TO FLG-RUNS-CAPPED
              MOVE 'N'                 TO FLG-YEAR-TIES
              DISPLAY 'WARNING - MORE THAN 200 ACCRUAL RUNS IN THE '
                 'YEAR, LATER RUNS WILL NOT BE IDENTIFIED'
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSOR2
           END-EXEC.
      *
           DISPLAY 'ACCRUAL RUNS IN TAX YEAR......: ' CNT-ACCRUAL-RUNS.
      *
           IF CNT-ACCRUAL-RUNS          EQUAL ZEROS
              DISPLAY 'WARNING - NO ACCRUAL RUN ON DMPAUDIT FOR THE '
                 'TAX YEAR'
           END-IF.
      *
       120099-END-LOAD-ACCRUAL-RUNS.
           EXIT.
      *
      *---------------------------------------*
       121000-FETCH-ACCRUAL-RUN        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR2 INTO :ARI-JOB-NAME, :ARI-RUN-DATE,
              :ARI-RUN-TIME, :ARI-NET-MOVEMENT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-ACCRUAL-RUNS
                MOVE YEI-AUDIT-RUN-IDENT
                   TO YRT-RUN-ID(CNT-ACCRUAL-RUNS)
                MOVE ARI-NET-MOVEMENT
                   TO YRT-REGISTER(CNT-ACCRUAL-RUNS)
                MOVE ZEROS
                   TO YRT-TH-ACCRUED(CNT-ACCRUAL-RUNS)
                ADD ARI-NET-MOVEMENT   TO TOT-REGISTER
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       121099-END-FETCH-ACCRUAL-RUN.
           EXIT.
      *
      *---------------------------------------*
       130000-PROVE-ACCRUAL-RUNS       SECTION.
      *---------------------------------------*
      *
      * EACH RUN'S ACCRUAL CREDITS ON TRANSHIST MUST ADD UP TO THE
      * TOTAL ON ITS REGISTER. PROVED BEFORE ANY CLIENT IS TOTALLED
      * SO A YEAR THAT DOES NOT TIE NEVER REACHES THE EXTRACT.
      *
           PERFORM 131000-PROVE-ONE-RUN
           VARYING YEI-RUN-IDX         FROM 1 BY 1
           UNTIL   YEI-RUN-IDX         GREATER CNT-ACCRUAL-RUNS.
      *
           COMPUTE TOT-YEI-DIFF = TOT-REGISTER - TOT-TH-ACCRUED.
      *
           IF TOT-YEI-DIFF              NOT EQUAL ZEROS
              MOVE 'N'                 TO FLG-YEAR-TIES
           END-IF.
      *
           IF FLG-YEAR-TIES             NOT EQUAL 'Y'
              DISPLAY 'WARNING - TRANSHIST DOES NOT TIE TO THE '
                 'ACCRUAL REGISTERS - EXTRACT WITHHELD'
           END-IF.
      *
       130099-END-PROVE-ACCRUAL-RUNS.
           EXIT.
      *
      *---------------------------------------*
       131000-PROVE-ONE-RUN            SECTION.
      *---------------------------------------*
      *
           MOVE YRT-RUN-ID(YEI-RUN-IDX) TO TH-RUN-ID.
      *
           EXEC SQL
              SELECT COALESCE(SUM(Amount), 0)
              INTO :ARI-TH-ACCRUED
              FROM DB2TABLE.TRANSHIST
              WHERE RunId       = :TH-RUN-ID
              AND   DebitCredit = 'C'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE ARI-TH-ACCRUED         TO YRT-TH-ACCRUED(YEI-RUN-IDX).
           ADD ARI-TH-ACCRUED          TO TOT-TH-ACCRUED.
      *
           IF ARI-TH-ACCRUED            NOT EQUAL
              YRT-REGISTER(YEI-RUN-IDX)
              MOVE 'N'                 TO FLG-YEAR-TIES
           END-IF.
      *
       131099-END-PROVE-ONE-RUN.
           EXIT.
      *
      *---------------------------------------*
       140000-LOAD-ARCHIVE             SECTION.
      *---------------------------------------*
      *
      * THE NAME, CONTACT DETAILS AND TYPE OF EVERY ARCHIVED CLIENT.
      * THE GENERATIONS COME NEWEST FIRST, SO THE FIRST RECORD SEEN
      * FOR A CLIENT IS THE ONE FROM ITS LATEST PURGE - THE ONE
      * ARCHDIR POINTS AT.
      *
           INITIALIZE YEI-ARCHIVE-TABLE REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           OPEN INPUT DMP0014V.
      *
           PERFORM 141000-READ-ARCHIVE-RECORD.
      *
           PERFORM 142000-STORE-ARCHIVE-RECORD
           UNTIL   FLG-END-ARCHIVE     EQUAL 'Y'.
      *
           CLOSE DMP0014V.
      *
           DISPLAY 'ARCHIVE RECORDS READ..........: ' CNT-ARC-READ.
           DISPLAY 'ARCHIVED CLIENTS LOADED.......: ' CNT-ARC-LOADED.
      *
       140099-END-LOAD-ARCHIVE.
           EXIT.
      *
      *---------------------------------------*
       141000-READ-ARCHIVE-RECORD      SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-FILE-REGISTER REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           READ DMP0014V INTO DMP-FILE-REGISTER
           AT END
              MOVE 'Y'                 TO FLG-END-ARCHIVE
           NOT AT END
              ADD 1                    TO CNT-ARC-READ
           END-READ.
      *
       141099-END-READ-ARCHIVE-RECORD.
           EXIT.
      *
      *---------------------------------------*
       142000-STORE-ARCHIVE-RECORD     SECTION.
      *---------------------------------------*
      *
           IF DMP-CLIENT-ID             NOT NUMERIC
              GO TO 142090-NEXT-ARCHIVE-RECORD
           END-IF.
      *
           COMPUTE YEI-ARC-IDX = DMP-CLIENT-ID + 1.
      *
           IF YAT-LOADED(YEI-ARC-IDX)   EQUAL 'Y'
              GO TO 142090-NEXT-ARCHIVE-RECORD
           END-IF.
      *
           MOVE 'Y'                    TO YAT-LOADED(YEI-ARC-IDX).
           MOVE DMP-NAME               TO YAT-NAME(YEI-ARC-IDX).
           MOVE DMP-EMAIL              TO YAT-EMAIL(YEI-ARC-IDX).
           IF DMP-PHONE                 IS NUMERIC
              MOVE DMP-PHONE           TO YAT-PHONE(YEI-ARC-IDX)
           END-IF.
           IF DMP-ACC-TYPE              IS NUMERIC
              MOVE DMP-ACC-TYPE        TO YAT-ACC-TYPE(YEI-ARC-IDX)
           END-IF.
           ADD 1                       TO CNT-ARC-LOADED.
      *
       142090-NEXT-ARCHIVE-RECORD.
           PERFORM 141000-READ-ARCHIVE-RECORD.
      *
       142099-END-STORE-ARCHIVE-RECORD.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
      *
           IF FLG-YEAR-TIES             EQUAL 'Y'
              PERFORM 210000-WRITE-EXTRACT-HEADER
           END-IF.
      *
           PERFORM 300000-TOTAL-INTEREST.
      *
           IF FLG-YEAR-TIES             EQUAL 'Y'
              PERFORM 220000-WRITE-EXTRACT-TRAILER
           END-IF.
      *
           PERFORM 500000-WRITE-SUMMARY.
      *
       200099-END-PROCESSING.
           EXIT.
      *
      *---------------------------------------*
       210000-WRITE-EXTRACT-HEADER     SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO YEI-EXTRACT-REGISTER.
           MOVE 'HDR'                  TO YXH-RECORD-TYPE.
           MOVE 'DMPINTYE'             TO YXH-FILE-ID.
           MOVE YEI-TAX-YEAR           TO YXH-TAX-YEAR.
           MOVE PLCH-CURR-DATE-NUM     TO YXH-CREATE-DATE.
           MOVE PLCH-CURR-TIME(1:6)    TO YXH-CREATE-TIME.
           MOVE 'DMPP0014'             TO YXH-SENDING-SYSTEM.
           MOVE YEI-FLOOR              TO YXH-FLOOR.
      *
           WRITE DMP0014X-FD           FROM YEI-EXTRACT-REGISTER.
      *
       210099-END-WRITE-EXTRACT-HEADER.
           EXIT.
      *
      *---------------------------------------*
       220000-WRITE-EXTRACT-TRAILER    SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO YEI-EXTRACT-REGISTER.
           MOVE 'TRL'                  TO YXH-RECORD-TYPE.
           MOVE CNT-EXT-RECORDS        TO YXT-REC-COUNT.
           MOVE TOT-EXT-INTEREST       TO YXT-TOTAL-INTEREST.
      *
           WRITE DMP0014X-FD           FROM YEI-EXTRACT-REGISTER.
      *
       220099-END-WRITE-EXTRACT-TRAILER.
           EXIT.
      *
      *---------------------------------------*
       300000-TOTAL-INTEREST           SECTION.
      *---------------------------------------*
      *
      * ONE PASS OVER THE CANDIDATE JOURNAL ROWS IN CLIENT ORDER: THE
      * CREDITS POSTED SINCE THE YEAR BEGAN (A DECEMBER ACCRUAL THAT
      * RAN PAST MIDNIGHT POSTS IN JANUARY) AND EVERY REVERSAL ROW
      * SINCE THEN. A CREDIT COUNTS WHEN ITS RUN IS ONE OF THE
      * YEAR'S ACCRUAL RUNS; A REVERSAL COUNTS WHEN THE POSTING IT
      * BACKED OUT WAS - WHENEVER THE BACKOUT WAS DONE, SO A JANUARY
      * CORRECTION OF A DECEMBER ACCRUAL STILL NETS AGAINST THE YEAR
      * IT CORRECTS. THE CLIENT'S TOTAL IS SETTLED ON THE CONTROL
      * BREAK.
      *
           EXEC SQL
              DECLARE DB2CURSOR3 CURSOR FOR
              SELECT H.ClientID, H.DebitCredit, H.Amount, H.RunId,
                     H.RevRunId, COALESCE(A.ClientName, ' '),
                     COALESCE(A.Email, ' '), COALESCE(A.Phone, 0),
                     COALESCE(A.AccountType, 0),
                     CASE WHEN A.ClientID IS NULL THEN 'N'
                          ELSE 'Y' END
              FROM DB2TABLE.TRANSHIST H
              LEFT OUTER JOIN DB2TABLE.ACCOUNTS A
                ON A.ClientID = H.ClientID
              WHERE H.PostDate >= :YEI-YEAR-FROM
              AND  (H.DebitCredit = 'C'
                OR  H.RevRunId   <> ' ')
              ORDER BY H.ClientID
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSOR3
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 310000-FETCH-HISTORY-ROW.
      *
           PERFORM 320000-TOTAL-ONE-ROW
           UNTIL   FLG-END-HISTORY     EQUAL 'Y'.
      *
           EXEC SQL
              CLOSE DB2CURSOR3
           END-EXEC.
      *
           IF FLG-CLIENT-OPEN           EQUAL 'Y'
              PERFORM 400000-SETTLE-CLIENT
           END-IF.
      *
       300099-END-TOTAL-INTEREST.
           EXIT.
      *
      *---------------------------------------*
       310000-FETCH-HISTORY-ROW        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR3 INTO :TH-CLIENT-ID, :TH-DEBIT-CREDIT,
              :TH-AMOUNT, :TH-RUN-ID, :TH-REV-RUN-ID, :TH-NAME,
              :TH-EMAIL, :TH-PHONE, :TH-ACC-TYPE, :TH-ON-ACCOUNTS
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-TH-READ
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-END-HISTORY
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       310099-END-FETCH-HISTORY-ROW.
           EXIT.
      *
      *---------------------------------------*
       320000-TOTAL-ONE-ROW            SECTION.
      *---------------------------------------*
      *
           IF FLG-CLIENT-OPEN           EQUAL 'Y'
              AND TH-CLIENT-ID          NOT EQUAL YEI-CURR-CLIENT
              PERFORM 400000-SETTLE-CLIENT
           END-IF.
      *
           IF FLG-CLIENT-OPEN           NOT EQUAL 'Y'
              MOVE 'Y'                 TO FLG-CLIENT-OPEN
              MOVE TH-CLIENT-ID        TO YEI-CURR-CLIENT
              MOVE ZEROS               TO YEI-CLIENT-GROSS
                                          YEI-CLIENT-REVERSED
              MOVE TH-ON-ACCOUNTS      TO YCI-ON-ACCOUNTS
              MOVE TH-NAME             TO YCI-NAME
              MOVE TH-EMAIL            TO YCI-EMAIL
              MOVE TH-PHONE            TO YCI-PHONE
              MOVE TH-ACC-TYPE         TO YCI-ACC-TYPE
           END-IF.
      *
           IF TH-DEBIT-CREDIT           EQUAL 'C'
              MOVE TH-RUN-ID           TO YEI-LOOKUP-RUN-ID
              PERFORM 330000-LOOKUP-ACCRUAL-RUN
              IF FLG-RUN-FOUND          EQUAL 'Y'
                 ADD TH-AMOUNT         TO YEI-CLIENT-GROSS
                 GO TO 320090-NEXT-HISTORY-ROW
              END-IF
           END-IF.
      *
           IF TH-REV-RUN-ID             NOT EQUAL SPACES
              MOVE TH-REV-RUN-ID       TO YEI-LOOKUP-RUN-ID
              PERFORM 330000-LOOKUP-ACCRUAL-RUN
              IF FLG-RUN-FOUND          EQUAL 'Y'
                 IF TH-DEBIT-CREDIT     EQUAL 'D'
                    ADD TH-AMOUNT      TO YEI-CLIENT-REVERSED
                 ELSE
                    SUBTRACT TH-AMOUNT FROM YEI-CLIENT-REVERSED
                 END-IF
              END-IF
           END-IF.
      *
       320090-NEXT-HISTORY-ROW.
           PERFORM 310000-FETCH-HISTORY-ROW.
      *
       320099-END-TOTAL-ONE-ROW.
           EXIT.
      *
      *---------------------------------------*
       330000-LOOKUP-ACCRUAL-RUN       SECTION.
      *---------------------------------------*
      *
      * THE RUN IDENTIFIER TO LOOK FOR IS LEFT IN YEI-LOOKUP-RUN-ID.
      *
           MOVE 'N'                    TO FLG-RUN-FOUND.
      *
           PERFORM 331000-CHECK-RUN-ENTRY
           VARYING YEI-RUN-IDX         FROM 1 BY 1
           UNTIL   YEI-RUN-IDX         GREATER CNT-ACCRUAL-RUNS
              OR   FLG-RUN-FOUND       EQUAL 'Y'.
      *
       330099-END-LOOKUP-ACCRUAL-RUN.
           EXIT.
      *
      *---------------------------------------*
       331000-CHECK-RUN-ENTRY          SECTION.
      *---------------------------------------*
      *
           IF YEI-LOOKUP-RUN-ID         EQUAL YRT-RUN-ID(YEI-RUN-IDX)
              MOVE 'Y'                 TO FLG-RUN-FOUND
           END-IF.
      *
       331099-END-CHECK-RUN-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       400000-SETTLE-CLIENT            SECTION.
      *---------------------------------------*
      *
      * THE CLIENT'S ROWS ARE ALL IN. A CLIENT WITH NO ACCRUAL IN THE
      * YEAR IS NOT PART OF THE RETURN. ONE ABOVE THE FLOOR IS
      * FILED IF ITS IDENTITY DATA WILL PASS, OTHERWISE LISTED AS AN
      * EXCEPTION; EITHER WAY IT COUNTS IN THE SUMMARY.
      *
           MOVE 'N'                    TO FLG-CLIENT-OPEN.
      *
           IF YEI-CLIENT-GROSS          EQUAL ZEROS
              AND YEI-CLIENT-REVERSED   EQUAL ZEROS
              GO TO 400099-END-SETTLE-CLIENT
           END-IF.
      *
           COMPUTE YEI-CLIENT-NET = YEI-CLIENT-GROSS
                                  - YEI-CLIENT-REVERSED.
           ADD 1                       TO CNT-YEI-CLIENTS.
      *
           MOVE 'N'                    TO YCI-PURGED.
           MOVE SPACES                 TO YCI-ARCH-GEN.
           MOVE SPACES                 TO YEI-EXC-REASON.
           MOVE 'ACCOUNTS'             TO YEI-SOURCE.
      *
           IF YCI-ON-ACCOUNTS           NOT EQUAL 'Y'
              PERFORM 410000-ARCHIVED-IDENTITY
           END-IF.
      *
           COMPUTE YEI-TYPE-IDX = YCI-ACC-TYPE + 1.
           ADD 1                       TO YTT-CLIENTS(YEI-TYPE-IDX).
           ADD YEI-CLIENT-GROSS        TO YTT-GROSS(YEI-TYPE-IDX).
           ADD YEI-CLIENT-REVERSED     TO YTT-REVERSED(YEI-TYPE-IDX).
           ADD YEI-CLIENT-NET          TO YTT-NET(YEI-TYPE-IDX).
      *
           IF YEI-CLIENT-NET            NOT GREATER YEI-FLOOR
              ADD 1                    TO CNT-YEI-BELOW-FLOOR
              GO TO 400099-END-SETTLE-CLIENT
           END-IF.
      *
           IF YEI-EXC-REASON            EQUAL SPACES
              PERFORM 420000-EDIT-IDENTITY
           END-IF.
      *
           IF YEI-EXC-REASON            NOT EQUAL SPACES
              ADD 1                    TO CNT-YEI-EXCEPTIONS
              PERFORM 600000-WRITE-EXCEPTION
              GO TO 400099-END-SETTLE-CLIENT
           END-IF.
      *
           ADD 1                       TO CNT-YEI-REPORTED.
           ADD 1                       TO YTT-RPT-CLIENTS(YEI-TYPE-IDX).
           ADD YEI-CLIENT-NET
              TO YTT-RPT-INTEREST(YEI-TYPE-IDX).
      *
           IF FLG-YEAR-TIES             EQUAL 'Y'
              PERFORM 430000-WRITE-EXTRACT-DETAIL
           END-IF.
      *
       400099-END-SETTLE-CLIENT.
           EXIT.
      *
      *---------------------------------------*
       410000-ARCHIVED-IDENTITY        SECTION.
      *---------------------------------------*
      *
      * THE ACCOUNT IS OFF DB2TABLE.ACCOUNTS. ITS NEWEST ARCHIVE
      * DIRECTORY ENTRY SAYS WHICH GENERATION HOLDS IT; THE IDENTITY
      * COMES FROM THAT ARCHIVE. NO DIRECTORY ENTRY, OR A GENERATION
      * NO LONGER ON THE ARCHIVE GDG, LEAVES THE CLIENT WITH NO
      * IDENTITY TO FILE - AN EXCEPTION.
      *
           MOVE 'Y'                    TO YCI-PURGED.
           ADD 1                       TO CNT-YEI-PURGED.
           MOVE ZEROS                  TO YCI-ACC-TYPE.
      *
           EXEC SQL
              DECLARE DB2CURSOR4 CURSOR FOR
              SELECT PurgeDate, ArchiveGen
              FROM DB2TABLE.ARCHDIR
              WHERE ClientID = :YEI-CURR-CLIENT
              ORDER BY PurgeDate DESC
           END-EXEC.
      *
           MOVE 'N'                    TO FLG-ADR-FOUND.
      *
           EXEC SQL
              OPEN DB2CURSOR4
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              FETCH DB2CURSOR4 INTO :ADR-PURGE-DATE, :ADR-ARCH-GEN
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                MOVE 'Y'               TO FLG-ADR-FOUND
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           EXEC SQL
              CLOSE DB2CURSOR4
           END-EXEC.
      *
           IF FLG-ADR-FOUND             NOT EQUAL 'Y'
              MOVE 'PURGED - NOT ON ARCHDIR' TO YEI-EXC-REASON
              MOVE 'NONE'              TO YEI-SOURCE
              GO TO 410099-END-ARCHIVED-IDENTITY
           END-IF.
      *
           MOVE ADR-ARCH-GEN           TO YCI-ARCH-GEN.
           MOVE SPACES                 TO YEI-SOURCE.
           STRING 'ARCHIVE ' ADR-ARCH-GEN
              DELIMITED BY SIZE INTO YEI-SOURCE
           END-STRING.
      *
           COMPUTE YEI-ARC-IDX = YEI-CURR-CLIENT + 1.
      *
           IF YAT-LOADED(YEI-ARC-IDX)   NOT EQUAL 'Y'
              MOVE 'ARCHIVE GENERATION NOT READ' TO YEI-EXC-REASON
              GO TO 410099-END-ARCHIVED-IDENTITY
           END-IF.
      *
           MOVE YAT-NAME(YEI-ARC-IDX)  TO YCI-NAME.
           MOVE YAT-EMAIL(YEI-ARC-IDX) TO YCI-EMAIL.
           MOVE YAT-PHONE(YEI-ARC-IDX) TO YCI-PHONE.
           MOVE YAT-ACC-TYPE(YEI-ARC-IDX) TO YCI-ACC-TYPE.
      *
       410099-END-ARCHIVED-IDENTITY.
           EXIT.
      *
      *---------------------------------------*
       420000-EDIT-IDENTITY            SECTION.
      *---------------------------------------*
      *
      * THE FILING NEEDS THE CLIENT'S NAME AND BOTH CONTACT DETAILS,
      * HELD TO THE SAME EDITS DMPP0001 APPLIES WHEN AN ACCOUNT IS
      * LOADED (AN EMAIL WITH AN @, A NON-ZERO PHONE). THE FIRST
      * FAULT FOUND IS THE ONE LISTED.
      *
           MOVE ZEROS                  TO YEI-AT-SIGN-COUNT.
           INSPECT YCI-EMAIL TALLYING YEI-AT-SIGN-COUNT FOR ALL '@'.
      *
           EVALUATE TRUE
           WHEN YCI-NAME                EQUAL SPACES
              MOVE 'CLIENT NAME MISSING' TO YEI-EXC-REASON
           WHEN YCI-EMAIL               EQUAL SPACES
              MOVE 'EMAIL ADDRESS MISSING' TO YEI-EXC-REASON
           WHEN YEI-AT-SIGN-COUNT       NOT EQUAL 1
              MOVE 'EMAIL ADDRESS INVALID' TO YEI-EXC-REASON
           WHEN YCI-EMAIL(1:1)          EQUAL '@'
              MOVE 'EMAIL ADDRESS INVALID' TO YEI-EXC-REASON
           WHEN YCI-PHONE               NOT NUMERIC
              MOVE 'PHONE NUMBER INVALID' TO YEI-EXC-REASON
           WHEN YCI-PHONE               EQUAL ZEROS
              MOVE 'PHONE NUMBER MISSING' TO YEI-EXC-REASON
           END-EVALUATE.
      *
       420099-END-EDIT-IDENTITY.
           EXIT.
      *
      *---------------------------------------*
       430000-WRITE-EXTRACT-DETAIL     SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO YEI-EXTRACT-REGISTER.
           MOVE 'DTL'                  TO YXH-RECORD-TYPE.
           MOVE YEI-TAX-YEAR           TO YXD-TAX-YEAR.
           MOVE YEI-CURR-CLIENT        TO YXD-CLIENT-ID.
           MOVE YCI-NAME               TO YXD-NAME.
           MOVE YCI-EMAIL              TO YXD-EMAIL.
           MOVE YCI-PHONE              TO YXD-PHONE.
           MOVE YCI-ACC-TYPE           TO YXD-ACC-TYPE.
           MOVE YEI-CLIENT-NET         TO YXD-INTEREST.
           MOVE YCI-PURGED             TO YXD-PURGED.
      *
           WRITE DMP0014X-FD           FROM YEI-EXTRACT-REGISTER.
      *
           ADD 1                       TO CNT-EXT-RECORDS.
           ADD YEI-CLIENT-NET          TO TOT-EXT-INTEREST.
      *
       430099-END-WRITE-EXTRACT-DETAIL.
           EXIT.
      *
      *---------------------------------------*
       500000-WRITE-SUMMARY            SECTION.
      *---------------------------------------*
      *
      * ONE LINE PER ACCOUNT TYPE THAT EARNED INTEREST, THE TOTALS,
      * THEN EVERY ACCRUAL RUN OF THE YEAR AGAINST ITS REGISTER AND
      * THE CONTROL TOTALS. THE GROSS COLUMN'S TOTAL IS THE FIGURE
      * THAT MUST EQUAL THE SUM OF THE YEAR'S ACCRUAL REGISTERS.
      *
           PERFORM 510000-SUMMARY-PAGE-HEADING.
      *
           PERFORM 520000-SUMMARY-TYPE-LINE
           VARYING YEI-TYPE-IDX        FROM 1 BY 1
           UNTIL   YEI-TYPE-IDX        GREATER 100.
      *
           MOVE ZEROS                  TO YTD-TYPE-CODE.
           MOVE 'ALL TYPES'            TO YTD-TYPE-DESC.
           MOVE YTS-CLIENTS            TO YTD-CLIENTS.
           MOVE YTS-GROSS              TO YTD-GROSS.
           MOVE YTS-REVERSED           TO YTD-REVERSED.
           MOVE YTS-NET                TO YTD-NET.
           MOVE YTS-RPT-CLIENTS        TO YTD-RPT-CLIENTS.
           MOVE YTS-RPT-INTEREST       TO YTD-RPT-INTEREST.
           WRITE DMP0014R-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014R-FD           FROM YEI-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-RPT-LINE.
      *
           PERFORM 530000-WRITE-RUN-TIE.
           PERFORM 540000-WRITE-CONTROL-TOTALS.
      *
       500099-END-WRITE-SUMMARY.
           EXIT.
      *
      *---------------------------------------*
       510000-SUMMARY-PAGE-HEADING     SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-RPT-PAGE.
           MOVE CNT-RPT-PAGE           TO YEI-HDR-PAGE.
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0014R-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014R-FD           FROM YEI-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014R-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-RPT-LINE.
      *
       510099-END-SUMMARY-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       520000-SUMMARY-TYPE-LINE        SECTION.
      *---------------------------------------*
      *
           IF YTT-CLIENTS(YEI-TYPE-IDX) EQUAL ZEROS
              GO TO 520099-END-SUMMARY-TYPE-LINE
           END-IF.
      *
           ADD YTT-CLIENTS(YEI-TYPE-IDX)     TO YTS-CLIENTS.
           ADD YTT-GROSS(YEI-TYPE-IDX)       TO YTS-GROSS.
           ADD YTT-REVERSED(YEI-TYPE-IDX)    TO YTS-REVERSED.
           ADD YTT-NET(YEI-TYPE-IDX)         TO YTS-NET.
           ADD YTT-RPT-CLIENTS(YEI-TYPE-IDX) TO YTS-RPT-CLIENTS.
           ADD YTT-RPT-INTEREST(YEI-TYPE-IDX) TO YTS-RPT-INTEREST.
      *
           IF CNT-RPT-LINE             GREATER YEI-LINES-PER-PAGE
              PERFORM 510000-SUMMARY-PAGE-HEADING
           END-IF.
      *
           COMPUTE YTD-TYPE-CODE = YEI-TYPE-IDX - 1.
           MOVE YTT-DESC(YEI-TYPE-IDX)         TO YTD-TYPE-DESC.
           MOVE YTT-CLIENTS(YEI-TYPE-IDX)      TO YTD-CLIENTS.
           MOVE YTT-GROSS(YEI-TYPE-IDX)        TO YTD-GROSS.
           MOVE YTT-REVERSED(YEI-TYPE-IDX)     TO YTD-REVERSED.
           MOVE YTT-NET(YEI-TYPE-IDX)          TO YTD-NET.
           MOVE YTT-RPT-CLIENTS(YEI-TYPE-IDX)  TO YTD-RPT-CLIENTS.
           MOVE YTT-RPT-INTEREST(YEI-TYPE-IDX) TO YTD-RPT-INTEREST.
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       520099-END-SUMMARY-TYPE-LINE.
           EXIT.
      *
      *---------------------------------------*
       530000-WRITE-RUN-TIE            SECTION.
      *---------------------------------------*
      *
      * EACH ACCRUAL RUN'S REGISTER TOTAL BESIDE WHAT IT JOURNALED,
      * SO A BREAK POINTS STRAIGHT AT THE MONTH THAT CAUSED IT.
      *
           PERFORM 510000-SUMMARY-PAGE-HEADING.
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-RUN-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014R-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-RPT-LINE.
      *
           PERFORM 531000-WRITE-RUN-LINE
           VARYING YEI-RUN-IDX         FROM 1 BY 1
           UNTIL   YEI-RUN-IDX         GREATER CNT-ACCRUAL-RUNS.
      *
       530099-END-WRITE-RUN-TIE.
           EXIT.
      *
      *---------------------------------------*
       531000-WRITE-RUN-LINE           SECTION.
      *---------------------------------------*
      *
           IF CNT-RPT-LINE             GREATER YEI-LINES-PER-PAGE
              PERFORM 510000-SUMMARY-PAGE-HEADING
              WRITE DMP0014R-FD        FROM YEI-RPT-RUN-HEADER
                 AFTER ADVANCING 1 LINE
              ADD 1                    TO CNT-RPT-LINE
           END-IF.
      *
           MOVE YRT-RUN-ID(YEI-RUN-IDX)     TO YRD-RUN-ID.
           MOVE YRT-REGISTER(YEI-RUN-IDX)   TO YRD-REGISTER.
           MOVE YRT-TH-ACCRUED(YEI-RUN-IDX) TO YRD-TH-ACCRUED.
           COMPUTE YRD-DIFFERENCE = YRT-REGISTER(YEI-RUN-IDX)
                                  - YRT-TH-ACCRUED(YEI-RUN-IDX).
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-RUN-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       531099-END-WRITE-RUN-LINE.
           EXIT.
      *
      *---------------------------------------*
       540000-WRITE-CONTROL-TOTALS     SECTION.
      *---------------------------------------*
      *
      * FOURTEEN LINES - START A FRESH PAGE RATHER THAN SPLIT THEM.
      *
           IF CNT-RPT-LINE             GREATER YEI-LINES-PER-PAGE - 14
              PERFORM 510000-SUMMARY-PAGE-HEADING
           ELSE
              WRITE DMP0014R-FD        FROM YEI-RPT-BLANK
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           MOVE 'ACCRUAL REGISTERS - DMPAUDIT...:' TO YEI-LBL-TEXT.
           MOVE CNT-ACCRUAL-RUNS       TO YEI-LBL-COUNT.
           MOVE TOT-REGISTER           TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'ACCRUAL CREDITS - TRANSHIST....:' TO YEI-LBL-TEXT.
           MOVE ZEROS                  TO YEI-LBL-COUNT.
           MOVE TOT-TH-ACCRUED         TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'DIFFERENCE.....................:' TO YEI-LBL-TEXT.
           MOVE TOT-YEI-DIFF           TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'GROSS ACCRUED - CLIENT TOTALS..:' TO YEI-LBL-TEXT.
           MOVE YTS-CLIENTS            TO YEI-LBL-COUNT.
           MOVE YTS-GROSS              TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'ACCRUALS REVERSED..............:' TO YEI-LBL-TEXT.
           MOVE ZEROS                  TO YEI-LBL-COUNT.
           MOVE YTS-REVERSED           TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'NET INTEREST...................:' TO YEI-LBL-TEXT.
           MOVE YTS-NET                TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'REPORTING FLOOR................:' TO YEI-LBL-TEXT.
           MOVE YEI-FLOOR              TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'CLIENTS AT OR BELOW THE FLOOR..:' TO YEI-LBL-TEXT.
           MOVE CNT-YEI-BELOW-FLOOR    TO YEI-LBL-COUNT.
           MOVE ZEROS                  TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'CLIENTS ON IDENTITY EXCEPTIONS.:' TO YEI-LBL-TEXT.
           MOVE CNT-YEI-EXCEPTIONS     TO YEI-LBL-COUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'PURGED CLIENTS INCLUDED........:' TO YEI-LBL-TEXT.
           MOVE CNT-YEI-PURGED         TO YEI-LBL-COUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           MOVE 'EXTRACT RECORDS WRITTEN........:' TO YEI-LBL-TEXT.
           MOVE CNT-EXT-RECORDS        TO YEI-LBL-COUNT.
           MOVE TOT-EXT-INTEREST       TO YEI-LBL-AMOUNT.
           PERFORM 545000-WRITE-LABEL-LINE.
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           IF FLG-YEAR-TIES             EQUAL 'Y'
              MOVE '*** TIES TO THE ACCRUAL REGISTERS - EXTRACT '
                 TO YEI-TEXT
              MOVE 'WRITTEN ***'       TO YEI-TEXT(45:11)
           ELSE
              MOVE '*** DOES NOT TIE TO THE ACCRUAL REGISTERS - '
                 TO YEI-TEXT
              MOVE 'EXTRACT WITHHELD ***' TO YEI-TEXT(45:20)
           END-IF.
           WRITE DMP0014R-FD           FROM YEI-RPT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      *
       540099-END-WRITE-CONTROL-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       545000-WRITE-LABEL-LINE         SECTION.
      *---------------------------------------*
      *
           WRITE DMP0014R-FD           FROM YEI-RPT-LABEL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RPT-LINE.
      *
       545099-END-WRITE-LABEL-LINE.
           EXIT.
      *
      *---------------------------------------*
       600000-WRITE-EXCEPTION          SECTION.
      *---------------------------------------*
      *
      * TWO LINES PER CLIENT: THE IDENTITY AS HELD AND WHAT IS WRONG
      * WITH IT, THEN WHERE IT CAME FROM - ACCOUNTS OR THE ARCHIVE
      * GENERATION TO PUT RIGHT (OR RESTORE) BEFORE RERUNNING.
      *
           IF CNT-EXC-LINE             GREATER YEI-LINES-PER-PAGE
              PERFORM 610000-EXC-PAGE-HEADING
           END-IF.
      *
           MOVE YEI-CURR-CLIENT        TO YXE-CLIENT-ID.
           MOVE YCI-NAME               TO YXE-NAME.
           MOVE YCI-EMAIL              TO YXE-EMAIL.
           MOVE YCI-PHONE              TO YXE-PHONE.
           MOVE YCI-ACC-TYPE           TO YXE-ACC-TYPE.
           MOVE YEI-CLIENT-NET         TO YXE-NET.
           MOVE YEI-EXC-REASON         TO YXE-REASON.
           MOVE YEI-SOURCE             TO YXE-SOURCE.
      *
           WRITE DMP0014E-FD           FROM YEI-EXC-DETAIL
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014E-FD           FROM YEI-EXC-SOURCE-LINE
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-EXC-LINE.
      *
       600099-END-WRITE-EXCEPTION.
           EXIT.
      *
      *---------------------------------------*
       610000-EXC-PAGE-HEADING         SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-EXC-PAGE.
           MOVE CNT-EXC-PAGE           TO YEI-EXC-PAGE.
      *
           WRITE DMP0014E-FD           FROM YEI-EXC-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0014E-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014E-FD           FROM YEI-EXC-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0014E-FD           FROM YEI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-EXC-LINE.
      *
       610099-END-EXC-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           IF CNT-YEI-EXCEPTIONS        EQUAL ZEROS
              PERFORM 610000-EXC-PAGE-HEADING
              MOVE 'NO IDENTITY EXCEPTIONS' TO YEI-TEXT
              WRITE DMP0014E-FD        FROM YEI-RPT-TEXT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           CLOSE DMP0014X.
           CLOSE DMP0014R.
           CLOSE DMP0014E.
      *
           DISPLAY '***************************************************'
           DISPLAY 'TRANSHIST ROWS READ...........: ' CNT-TH-READ.
           DISPLAY 'CLIENTS WITH INTEREST.........: ' CNT-YEI-CLIENTS.
           DISPLAY 'PURGED CLIENTS INCLUDED.......: ' CNT-YEI-PURGED.
           DISPLAY 'CLIENTS AT OR BELOW THE FLOOR.: '
              CNT-YEI-BELOW-FLOOR.
           DISPLAY 'CLIENTS REPORTED..............: ' CNT-YEI-REPORTED.
           DISPLAY 'IDENTITY EXCEPTIONS...........: '
              CNT-YEI-EXCEPTIONS.
           DISPLAY 'ACCRUAL REGISTERS - DMPAUDIT..: ' TOT-REGISTER.
           DISPLAY 'ACCRUAL CREDITS - TRANSHIST...: ' TOT-TH-ACCRUED.
           DISPLAY 'EXTRACT RECORDS WRITTEN.......: ' CNT-EXT-RECORDS.
           DISPLAY 'EXTRACT TOTAL INTEREST........: ' TOT-EXT-INTEREST.
      *
           IF FLG-YEAR-TIES             NOT EQUAL 'Y'
              OR CNT-YEI-EXCEPTIONS     GREATER ZEROS
              MOVE 8                   TO RETURN-CODE
              DISPLAY 'EXTRACT WITHHELD OR CLIENTS LEFT OFF IT - SEE '
                 'DMP0014R AND DMP0014E'
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
       999001-ERROR-001.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 001 - INVALID PARM - TAX YEAR NOT YET STARTED'
           MOVE 1                      TO RETURN-CODE
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
      ******************************************************************
      *                         END OF PROGRAM                         *
      ******************************************************************
