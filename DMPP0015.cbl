      *----------------------------------------------------------------*
      * PROGRAM..: DMP0015
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: NIGHTLY CUSTOMER NOTIFICATIONS. COLLECTS THE DAY'S
      * -          CUSTOMER-FACING EVENTS AND WRITES THE INTERFACE FILE
      *            THE MAIL/SMS VENDOR SENDS FROM - ONE NOTICE PER
      *            EVENT, WITH THE CLIENT'S NAME, EMAIL AND PHONE:
      *            NSF - A DEBIT REFUSED FOR INSUFFICIENT FUNDS BY THE
      *                  POSTING, TRANSFER OR 'W' RELEASE LEG (THE
      *                  FEEITEM ROWS THOSE LEGS RECORD);
      *            FRZ/DOR/CLO - THE ACCOUNT FROZEN, MADE DORMANT OR
      *                  CLOSED BY THE 'S' OR 'D' LEG (THE ACCTSTATUS
      *                  ROWS ON DB2TABLE.CHGHIST);
      *            LRG - A POSTING ABOVE THE ALERT AMOUNT SET FOR THE
      *                  ACCOUNT TYPE ON DB2TABLE.ALERTAMT;
      *            DWN - AN ACTIVE ACCOUNT THE 'D' SWEEP WILL MARK
      *                  DORMANT WITHIN THE WARNING PERIOD.
      *            EVERY NOTICE SENT IS RECORDED ON DB2TABLE.NOTIFHIST
      *            UNDER A KEY THAT IDENTIFIES THE EVENT, AND AN EVENT
      *            ALREADY THERE IS NOT SENT AGAIN - SO A DUPLICATE
      *            EVENT, AN OVERLAPPING WINDOW OR A RERUN OF THE NIGHT
      *            NEVER MESSAGES A CLIENT TWICE. CLIENTS WITH NEITHER A
      *            USABLE EMAIL NOR A USABLE PHONE ARE LISTED INSTEAD
      *            FOR THE BRANCH TO PUT RIGHT.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0015.
      *
      * OUTPUT FILES:
      *-------------
      * DMP0015N - NOTIFICATION INTERFACE FILE FOR THE VENDOR (LRECL
      *            150): A 'HDR' RECORD, ONE 'DTL' RECORD PER NOTICE
      *            AND A 'TRL' RECORD WITH THE NOTICE COUNT.
      * DMP0015E - NOTIFICATION EXCEPTIONS - EVENTS FOR CLIENTS THAT
      *            CANNOT BE CONTACTED - THEN THE COUNTS BY EVENT.
      *
      * PARM: WINDOW DATE FROM (8), WINDOW DATE TO (8), DORMANCY
      *       MONTHS (3), WARNING DAYS (3). ZERO, MISSING OR NON-
      *       NUMERIC DATE TO MEANS TODAY; DATE FROM DEFAULTS TO THE
      *       DAY BEFORE DATE TO, SO A NIGHT THAT CROSSES MIDNIGHT AND
      *       A DAYTIME 'S' RUN AFTER LAST NIGHT'S STEP ARE BOTH
      *       PICKED UP (NOTIFHIST KEEPS THE OVERLAP FROM BEING SENT
      *       TWICE). DORMANCY MONTHS DEFAULT 018 AND MUST MATCH THE
      *       DMPP0001 FLAG-D STEP; WARNING DAYS DEFAULT 030.
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
           SELECT DMP0015N ASSIGN TO  UT-S-DMP0015N.
           SELECT DMP0015E ASSIGN TO  UT-S-DMP0015E.
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
       FD  DMP0015N
           BLOCK 0
           RECORDING F
           RECORD 150.
       01  DMP0015N-FD                 PIC X(150).
      *
       FD  DMP0015E
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0015E-FD                 PIC X(132).
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
       77  FLG-EMAIL-USABLE            PIC X(001)     VALUE 'N'.
       77  FLG-PHONE-USABLE            PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-NTF-READ                PIC 9(009)     VALUE ZEROS.
       77  CNT-NTF-DUPLICATE           PIC 9(009)     VALUE ZEROS.
       77  CNT-NTF-SENT                PIC 9(009)     VALUE ZEROS.
       77  CNT-NTF-EXCEPTION           PIC 9(009)     VALUE ZEROS.
       77  CNT-ALERT-TYPES             PIC S9(009)    VALUE ZEROS.
       77  CNT-EXC-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-EXC-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  NTF-DATE-FROM               PIC 9(008)     VALUE ZEROS.
       77  NTF-DATE-TO                 PIC 9(008)     VALUE ZEROS.
       77  NTF-DORM-MONTHS             PIC 9(003)     VALUE 018.
       77  NTF-WARN-DAYS               PIC 9(003)     VALUE 030.
       77  NTF-WARN-CUTOFF             PIC 9(008)     VALUE ZEROS.
       77  NTF-NOW-TIME                PIC 9(006)     VALUE ZEROS.
       77  NTF-DAY-IDX                 PIC 9(003)     VALUE ZEROS COMP.
       77  NTF-MONTH-IDX               PIC 9(003)     VALUE ZEROS COMP.
       77  NTF-EVENT-IDX               PIC 9(002)     VALUE ZEROS COMP.
       77  NTF-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  NTF-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  NTF-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  NTF-AT-SIGN-COUNT           PIC 9(003)     VALUE ZEROS.
       77  NTF-HIST-COUNT              PIC S9(009)    VALUE ZEROS.
       77  NTF-EXC-REASON              PIC X(030)     VALUE SPACES.
       77  NTF-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
      * THE RUN IDENTIFIER STAMPED ON EVERY NOTIFHIST ROW - PROGRAM
      * NAME + RUN DATE + RUN TIME, THE SAME SHAPE AS THE DMPP0001
      * RUN STAMP.
      *
       01  NTF-RUN-IDENT.
           03 NTF-RUN-JOB              PIC X(008).
           03 NTF-RUN-DATE             PIC 9(008).
           03 NTF-RUN-TIME             PIC 9(006).
      *
       01  NTF-WORK-DATE.
           03 NTF-WORK-YYYY            PIC 9(004).
           03 NTF-WORK-MM              PIC 9(002).
           03 NTF-WORK-DD              PIC 9(002).
       01  NTF-WORK-DATE-NUM           REDEFINES NTF-WORK-DATE
                                       PIC 9(008).
      *
       01  NTF-MONTH-DAYS-VALUES.
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
       01  NTF-MONTH-DAYS-TABLE REDEFINES NTF-MONTH-DAYS-VALUES.
           03 NTF-MONTH-DAYS           PIC 9(002)     OCCURS 12 TIMES.
      *
      * THE EVENTS NOTIFIED, WITH THE TEXT THE VENDOR PUTS IN FRONT
      * OF THE CLIENT AND THE NIGHT'S COUNTS FOR EACH.
      *
       01  NTF-EVENT-VALUES.
           03 FILLER                   PIC X(003)     VALUE 'NSF'.
           03 FILLER                   PIC X(040)     VALUE
              'PAYMENT REFUSED - INSUFFICIENT FUNDS'.
           03 FILLER                   PIC X(003)     VALUE 'FRZ'.
           03 FILLER                   PIC X(040)     VALUE
              'ACCOUNT FROZEN'.
           03 FILLER                   PIC X(003)     VALUE 'DOR'.
           03 FILLER                   PIC X(040)     VALUE
              'ACCOUNT MARKED DORMANT'.
           03 FILLER                   PIC X(003)     VALUE 'CLO'.
           03 FILLER                   PIC X(040)     VALUE
              'ACCOUNT CLOSED'.
           03 FILLER                   PIC X(003)     VALUE 'LRG'.
           03 FILLER                   PIC X(040)     VALUE
              'LARGE POSTING TO YOUR ACCOUNT'.
           03 FILLER                   PIC X(003)     VALUE 'DWN'.
           03 FILLER                   PIC X(040)     VALUE
              'ACCOUNT DUE TO BECOME DORMANT'.
       01  NTF-EVENT-TABLE             REDEFINES NTF-EVENT-VALUES.
           03 NTF-EVENT-ENTRY          OCCURS 6 TIMES.
              05 NET-EVENT-CODE        PIC X(003).
              05 NET-EVENT-TEXT        PIC X(040).
      *
       01  NTF-EVENT-COUNTS.
           03 NTF-COUNT-ENTRY          OCCURS 6 TIMES.
              05 NEC-READ              PIC 9(009).
              05 NEC-DUPLICATE         PIC 9(009).
              05 NEC-SENT              PIC 9(009).
              05 NEC-EXCEPTION         PIC 9(009).
      *
      * THE NOTICE BEING ISSUED - FILLED BY THE EVENT PASS, THEN
      * CHECKED AGAINST NOTIFHIST, CONTACT-EDITED AND WRITTEN BY
      * 500000. THE EVENT KEY IDENTIFIES THE EVENT WITHIN CLIENT
      * AND EVENT CODE:
      *   NSF     - EVENT DATE + LEG + AMOUNT ATTEMPTED
      *   FRZ/DOR/CLO - CHANGE DATE
      *   LRG     - POSTING DATE + DEBIT/CREDIT + AMOUNT
      *   DWN     - DATE OF THE LAST ACTIVITY
      * SO THE SAME REFUSAL OR POSTING TRANSMITTED TWICE IN A DAY
      * MAKES ONE NOTICE, AND A DORMANCY WARNING IS GIVEN ONCE PER
      * SPELL OF INACTIVITY.
      *
       01  NTF-NOTICE.
           03 NTN-CLIENT-ID            PIC 9(004).
           03 NTN-EVENT-CODE           PIC X(003).
           03 NTN-EVENT-DATE           PIC 9(008).
           03 NTN-AMOUNT               PIC 9(013)V99.
           03 NTN-DEBIT-CREDIT         PIC X(001).
           03 NTN-SOURCE-LEG           PIC X(001).
           03 NTN-DUE-DATE             PIC 9(008).
           03 NTN-EVENT-KEY            PIC X(030).
      *
       01  NTF-KEY-AREA                PIC X(030).
       01  FILLER REDEFINES NTF-KEY-AREA.
           03 NKY-DATE                 PIC 9(008).
           03 NKY-INDICATOR            PIC X(001).
           03 NKY-AMOUNT               PIC 9(013)V99.
           03 FILLER                   PIC X(006).
      *
      * ACCOUNTS HOST VARIABLES - THE CLIENT'S CONTACT DETAILS.
      *
       77  ACC-CLIENT-NAME             PIC X(020)     VALUE SPACES.
       77  ACC-EMAIL                   PIC X(030)     VALUE SPACES.
       77  ACC-PHONE                   PIC 9(008)     VALUE ZEROS.
      *
      * EVENT HOST VARIABLES - ONE ROW OF WHICHEVER EVENT CURSOR IS
      * OPEN.
      *
       01  DMP-EVENT-ROW.
           03 EVR-CLIENT-ID            PIC 9(004).
           03 EVR-EVENT-DATE           PIC 9(008).
           03 EVR-INDICATOR            PIC X(001).
           03 EVR-AMOUNT               PIC 9(013)V99.
           03 EVR-NEW-VALUE            PIC X(030).
           03 EVR-LAST-ACTIVITY        PIC 9(008).
      *
      * NOTIFHIST HOST VARIABLES - ONE ROW PER NOTICE SENT.
      *
       01  DMP-NOTIFHIST-ROW.
           03 NFH-CLIENT-ID            PIC 9(004).
           03 NFH-EVENT-CODE           PIC X(003).
           03 NFH-EVENT-KEY            PIC X(030).
           03 NFH-EVENT-DATE           PIC 9(008).
           03 NFH-SENT-DATE            PIC 9(008).
           03 NFH-SENT-TIME            PIC 9(006).
           03 NFH-RUN-ID               PIC X(022).
      *
      *--------------- I N T E R F A C E   L A Y O U T S --------------*
      *
      * ALL THREE RECORD TYPES SHARE ONE 150-BYTE AREA, FLAGGED 'HDR',
      * 'DTL' OR 'TRL' IN BYTES 1-3 LIKE THE DMP0008J GL JOURNAL.
      *
       01  NTF-VENDOR-REGISTER         PIC X(150)     VALUE SPACES.
      *
       01  FILLER REDEFINES NTF-VENDOR-REGISTER.
           03 NVH-RECORD-TYPE          PIC X(003).
           03 NVH-FILE-ID              PIC X(008).
           03 NVH-BUSINESS-DATE        PIC 9(008).
           03 NVH-CREATE-DATE          PIC 9(008).
           03 NVH-CREATE-TIME          PIC 9(006).
           03 NVH-SENDING-SYSTEM       PIC X(008).
           03 NVH-WINDOW-FROM          PIC 9(008).
           03 NVH-WINDOW-TO            PIC 9(008).
           03 FILLER                   PIC X(093).
      *
       01  FILLER REDEFINES NTF-VENDOR-REGISTER.
           03 FILLER                   PIC X(003).
           03 NVD-CLIENT-ID            PIC 9(004).
           03 NVD-NAME                 PIC X(020).
           03 NVD-EMAIL                PIC X(030).
           03 NVD-PHONE                PIC 9(008).
           03 NVD-EVENT-CODE           PIC X(003).
           03 NVD-EVENT-DATE           PIC 9(008).
           03 NVD-AMOUNT               PIC 9(013)V99.
           03 NVD-DEBIT-CREDIT         PIC X(001).
           03 NVD-SOURCE-LEG           PIC X(001).
           03 NVD-DUE-DATE             PIC 9(008).
           03 NVD-EVENT-TEXT           PIC X(040).
           03 FILLER                   PIC X(009).
      *
       01  FILLER REDEFINES NTF-VENDOR-REGISTER.
           03 FILLER                   PIC X(003).
           03 NVT-REC-COUNT            PIC 9(009).
           03 FILLER                   PIC X(138).
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       01  NTF-EXC-HEADER1.
           03 FILLER                   PIC X(044)     VALUE
              'DMPP0015 - CUSTOMER NOTIFICATION EXCEPTIONS'.
           03 FILLER                   PIC X(008)     VALUE 'WINDOW '.
           03 NTF-HDR-FROM             PIC 9(008).
           03 FILLER                   PIC X(003)     VALUE ' - '.
           03 NTF-HDR-TO               PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 NTF-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 NTF-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 NTF-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 NTF-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(023)     VALUE SPACES.
      *
       01  NTF-EXC-HEADER2.
           03 FILLER                   PIC X(008)     VALUE 'CLIENT'.
           03 FILLER                   PIC X(022)     VALUE 'NAME'.
           03 FILLER                   PIC X(032)     VALUE 'EMAIL'.
           03 FILLER                   PIC X(010)     VALUE 'PHONE'.
           03 FILLER                   PIC X(007)     VALUE 'EVENT'.
           03 FILLER                   PIC X(010)     VALUE 'DATE'.
           03 FILLER                   PIC X(019)     VALUE
              '           AMOUNT'.
           03 FILLER                   PIC X(024)     VALUE 'REASON'.
      *
       01  NTF-EXC-DETAIL.
           03 NXD-CLIENT-ID            PIC 9(004).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 NXD-NAME                 PIC X(020).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NXD-EMAIL                PIC X(030).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NXD-PHONE                PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NXD-EVENT-CODE           PIC X(003).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 NXD-EVENT-DATE           PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NXD-AMOUNT               PIC Z(012)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NXD-REASON               PIC X(024).
           03 FILLER                   PIC X(001)     VALUE SPACES.
      *
       01  NTF-COUNT-HEADER.
           03 FILLER                   PIC X(048)     VALUE
              'EVENT'.
           03 FILLER                   PIC X(013)     VALUE
              '    SELECTED'.
           03 FILLER                   PIC X(013)     VALUE
              ' ALREADY SENT'.
           03 FILLER                   PIC X(013)     VALUE
              '        SENT'.
           03 FILLER                   PIC X(013)     VALUE
              '  EXCEPTIONS'.
           03 FILLER                   PIC X(032)     VALUE SPACES.
      *
       01  NTF-COUNT-LINE.
           03 NCL-EVENT-CODE           PIC X(003).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 NCL-EVENT-TEXT           PIC X(040).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 NCL-READ                 PIC Z(011)9.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 NCL-DUPLICATE            PIC Z(011)9.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 NCL-SENT                 PIC Z(011)9.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 NCL-EXCEPTION            PIC Z(011)9.
           03 FILLER                   PIC X(033)     VALUE SPACES.
      *
       01  NTF-RPT-TEXT-LINE.
           03 NTF-TEXT                 PIC X(080).
           03 FILLER                   PIC X(052)     VALUE SPACES.
      *
       01  NTF-RPT-BLANK               PIC X(132)     VALUE SPACES.
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
           03 DMP-NTF-DATE-FROM        PIC 9(008).
           03 DMP-NTF-DATE-TO          PIC 9(008).
           03 DMP-NTF-DORM-MONTHS      PIC 9(003).
           03 DMP-NTF-WARN-DAYS        PIC 9(003).
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
           PERFORM 200000-NSF-REFUSALS.
           PERFORM 300000-STATUS-CHANGES.
           PERFORM 400000-LARGE-POSTINGS.
           PERFORM 450000-DORMANCY-WARNINGS.
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
           DISPLAY '*** DMP0015 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** CUSTOMER NOTIFICATIONS ***'.
      *
           MOVE PLCH-CURR-DATE-NUM     TO NTF-DATE-TO.
      *
           IF DMP-PARM-LEN             NOT LESS 16
              AND DMP-NTF-DATE-TO      IS NUMERIC
              AND DMP-NTF-DATE-TO      GREATER ZEROS
              MOVE DMP-NTF-DATE-TO     TO NTF-DATE-TO
           END-IF.
      *
           MOVE NTF-DATE-TO            TO NTF-WORK-DATE-NUM.
           PERFORM 110000-BACK-ONE-DAY.
           MOVE NTF-WORK-DATE-NUM      TO NTF-DATE-FROM.
      *
           IF DMP-PARM-LEN             NOT LESS 8
              AND DMP-NTF-DATE-FROM    IS NUMERIC
              AND DMP-NTF-DATE-FROM    GREATER ZEROS
              MOVE DMP-NTF-DATE-FROM   TO NTF-DATE-FROM
           END-IF.
      *
           IF NTF-DATE-FROM            GREATER NTF-DATE-TO
              PERFORM 999001-ERROR-001
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 19
              AND DMP-NTF-DORM-MONTHS  IS NUMERIC
              AND DMP-NTF-DORM-MONTHS  GREATER ZEROS
              MOVE DMP-NTF-DORM-MONTHS TO NTF-DORM-MONTHS
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 22
              AND DMP-NTF-WARN-DAYS    IS NUMERIC
              AND DMP-NTF-WARN-DAYS    GREATER ZEROS
              MOVE DMP-NTF-WARN-DAYS   TO NTF-WARN-DAYS
           END-IF.
      *
      * AN ACCOUNT IS MARKED DORMANT WHEN ITS LAST ACTIVITY IS BEFORE
      * THE RUN DATE LESS THE DORMANCY MONTHS. ONE WHOSE LAST
      * ACTIVITY IS BEFORE THE SAME CUTOFF TAKEN FROM THE WARNING
      * DAYS AHEAD WILL BE MARKED WITHIN THE WARNING PERIOD.
      *
           MOVE NTF-DATE-TO            TO NTF-WORK-DATE-NUM.
           PERFORM 130000-FORWARD-ONE-DAY
           VARYING NTF-DAY-IDX         FROM 1 BY 1
           UNTIL   NTF-DAY-IDX         GREATER NTF-WARN-DAYS.
           PERFORM 140000-BACK-ONE-MONTH
           VARYING NTF-MONTH-IDX       FROM 1 BY 1
           UNTIL   NTF-MONTH-IDX       GREATER NTF-DORM-MONTHS.
           MOVE NTF-WORK-DATE-NUM      TO NTF-WARN-CUTOFF.
      *
           MOVE 'DMPP0015'             TO NTF-RUN-JOB.
           MOVE PLCH-CURR-DATE-NUM     TO NTF-RUN-DATE.
           MOVE PLCH-CURR-TIME(1:6)    TO NTF-NOW-TIME.
           MOVE NTF-NOW-TIME           TO NTF-RUN-TIME.
      *
           INITIALIZE NTF-EVENT-COUNTS REPLACING
           NUMERIC                      BY ZEROS.
      *
           DISPLAY 'RUN IDENTIFIER................: ' NTF-RUN-IDENT.
           DISPLAY 'WINDOW FROM...................: ' NTF-DATE-FROM.
           DISPLAY 'WINDOW TO.....................: ' NTF-DATE-TO.
           DISPLAY 'DORMANCY MONTHS...............: ' NTF-DORM-MONTHS.
           DISPLAY 'WARNING DAYS..................: ' NTF-WARN-DAYS.
           DISPLAY 'WARN IF NO ACTIVITY SINCE.....: ' NTF-WARN-CUTOFF.
      *
           MOVE NTF-DATE-FROM          TO NTF-HDR-FROM.
           MOVE NTF-DATE-TO            TO NTF-HDR-TO.
           MOVE PLCH-DATE-MM           TO NTF-HDR-MM.
           MOVE PLCH-DATE-DD           TO NTF-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO NTF-HDR-YYYY.
      *
           OPEN OUTPUT DMP0015N.
           OPEN OUTPUT DMP0015E.
      *
           MOVE SPACES                 TO NTF-VENDOR-REGISTER.
           MOVE 'HDR'                  TO NVH-RECORD-TYPE.
           MOVE 'DMPNOTIF'             TO NVH-FILE-ID.
           MOVE NTF-DATE-TO            TO NVH-BUSINESS-DATE.
           MOVE PLCH-CURR-DATE-NUM     TO NVH-CREATE-DATE.
           MOVE NTF-NOW-TIME           TO NVH-CREATE-TIME.
           MOVE 'DMPP0015'             TO NVH-SENDING-SYSTEM.
           MOVE NTF-DATE-FROM          TO NVH-WINDOW-FROM.
           MOVE NTF-DATE-TO            TO NVH-WINDOW-TO.
           WRITE DMP0015N-FD           FROM NTF-VENDOR-REGISTER.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       110000-BACK-ONE-DAY             SECTION.
      *---------------------------------------*
      *
           IF NTF-WORK-DD               GREATER 1
              SUBTRACT 1               FROM NTF-WORK-DD
              GO TO 110099-END-BACK-ONE-DAY
           END-IF.
      *
           IF NTF-WORK-MM               EQUAL 1
              MOVE 12                  TO NTF-WORK-MM
              SUBTRACT 1               FROM NTF-WORK-YYYY
           ELSE
              SUBTRACT 1               FROM NTF-WORK-MM
           END-IF.
      *
           PERFORM 150000-LAST-DAY-OF-MONTH.
           MOVE NTF-LAST-DAY           TO NTF-WORK-DD.
      *
       110099-END-BACK-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       120000-CHECK-LEAP-YEAR          SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-LEAP-YEAR.
      *
           DIVIDE NTF-WORK-YYYY BY 4 GIVING NTF-YEAR-QUOT
              REMAINDER NTF-YEAR-REM.
           IF NTF-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE NTF-WORK-YYYY BY 100 GIVING NTF-YEAR-QUOT
              REMAINDER NTF-YEAR-REM.
           IF NTF-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE NTF-WORK-YYYY BY 400 GIVING NTF-YEAR-QUOT
              REMAINDER NTF-YEAR-REM.
           IF NTF-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
       120099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       130000-FORWARD-ONE-DAY          SECTION.
      *---------------------------------------*
      *
           PERFORM 150000-LAST-DAY-OF-MONTH.
      *
           IF NTF-WORK-DD               LESS NTF-LAST-DAY
              ADD 1                    TO NTF-WORK-DD
              GO TO 130099-END-FORWARD-ONE-DAY
           END-IF.
      *
           MOVE 1                      TO NTF-WORK-DD.
           IF NTF-WORK-MM               EQUAL 12
              MOVE 1                   TO NTF-WORK-MM
              ADD 1                    TO NTF-WORK-YYYY
           ELSE
              ADD 1                    TO NTF-WORK-MM
           END-IF.
      *
       130099-END-FORWARD-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       140000-BACK-ONE-MONTH           SECTION.
      *---------------------------------------*
      *
      * THE DAY IS CLAMPED TO THE TARGET MONTH'S LENGTH, AS THE
      * DMPP0001 DORMANCY SWEEP DOES (MARCH 31 LESS ONE MONTH IS
      * FEBRUARY 28/29).
      *
           IF NTF-WORK-MM               EQUAL 1
              MOVE 12                  TO NTF-WORK-MM
              SUBTRACT 1               FROM NTF-WORK-YYYY
           ELSE
              SUBTRACT 1               FROM NTF-WORK-MM
           END-IF.
      *
           PERFORM 150000-LAST-DAY-OF-MONTH.
           IF NTF-WORK-DD               GREATER NTF-LAST-DAY
              MOVE NTF-LAST-DAY        TO NTF-WORK-DD
           END-IF.
      *
       140099-END-BACK-ONE-MONTH.
           EXIT.
      *
      *---------------------------------------*
       145000-FORWARD-ONE-MONTH        SECTION.
      *---------------------------------------*
      *
           IF NTF-WORK-MM               EQUAL 12
              MOVE 1                   TO NTF-WORK-MM
              ADD 1                    TO NTF-WORK-YYYY
           ELSE
              ADD 1                    TO NTF-WORK-MM
           END-IF.
      *
           PERFORM 150000-LAST-DAY-OF-MONTH.
           IF NTF-WORK-DD               GREATER NTF-LAST-DAY
              MOVE NTF-LAST-DAY        TO NTF-WORK-DD
           END-IF.
      *
       145099-END-FORWARD-ONE-MONTH.
           EXIT.
      *
      *---------------------------------------*
       150000-LAST-DAY-OF-MONTH        SECTION.
      *---------------------------------------*
      *
           MOVE NTF-MONTH-DAYS(NTF-WORK-MM) TO NTF-LAST-DAY.
           IF NTF-WORK-MM               EQUAL 2
              PERFORM 120000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 MOVE 29               TO NTF-LAST-DAY
              END-IF
           END-IF.
      *
       150099-END-LAST-DAY-OF-MONTH.
           EXIT.
      *
      *---------------------------------------*
       200000-NSF-REFUSALS             SECTION.
      *---------------------------------------*
      *
      * EVERY NSF REFUSAL BY THE POSTING ('P'), TRANSFER ('T') AND
      * PENDING RELEASE ('W') LEGS IS ON DB2TABLE.FEEITEM AS A KIND
      * 'N' ROW, WRITTEN IN THE SAME UNIT OF WORK AS THE REFUSAL -
      * WHETHER OR NOT A FEE IS LATER CHARGED FOR IT.
      *
           MOVE 1                      TO NTF-EVENT-IDX.
      *
           EXEC SQL
              DECLARE DB2CURSOR1 CURSOR FOR
              SELECT ClientID, EventDate, EventSource, AttemptAmt
              FROM DB2TABLE.FEEITEM
              WHERE FeeKind = 'N'
              AND   EventSource IN ('P', 'T', 'W')
              AND   EventDate BETWEEN :NTF-DATE-FROM AND :NTF-DATE-TO
              ORDER BY ClientID, EventDate, FeeId
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
           PERFORM 210000-FETCH-NSF-REFUSAL
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR1
           END-EXEC.
      *
       200099-END-NSF-REFUSALS.
           EXIT.
      *
      *---------------------------------------*
       210000-FETCH-NSF-REFUSAL        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR1 INTO :EVR-CLIENT-ID, :EVR-EVENT-DATE,
              :EVR-INDICATOR, :EVR-AMOUNT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                INITIALIZE NTF-NOTICE
                MOVE EVR-CLIENT-ID     TO NTN-CLIENT-ID
                MOVE EVR-EVENT-DATE    TO NTN-EVENT-DATE
                MOVE EVR-AMOUNT        TO NTN-AMOUNT
                MOVE 'D'               TO NTN-DEBIT-CREDIT
                MOVE EVR-INDICATOR     TO NTN-SOURCE-LEG
                MOVE SPACES            TO NTF-KEY-AREA
                MOVE EVR-EVENT-DATE    TO NKY-DATE
                MOVE EVR-INDICATOR     TO NKY-INDICATOR
                MOVE EVR-AMOUNT        TO NKY-AMOUNT
                MOVE NTF-KEY-AREA      TO NTN-EVENT-KEY
                PERFORM 500000-ISSUE-NOTICE
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       210099-END-FETCH-NSF-REFUSAL.
           EXIT.
      *
      *---------------------------------------*
       300000-STATUS-CHANGES           SECTION.
      *---------------------------------------*
      *
      * ACCOUNTS FROZEN ('F'), MADE DORMANT ('D') OR CLOSED ('C') BY
      * A STATUS CARD ('S' LEG) OR THE DORMANCY SWEEP ('D' LEG), AS
      * LOGGED ON DB2TABLE.CHGHIST WITH EVERY STATUS CHANGE.
      *
           EXEC SQL
              DECLARE DB2CURSOR2 CURSOR FOR
              SELECT ClientID, ChangeDate, SourceLeg, NewValue
              FROM DB2TABLE.CHGHIST
              WHERE ColumnName = 'ACCTSTATUS'
              AND   SourceLeg IN ('S', 'D')
              AND   SUBSTR(NewValue, 1, 1) IN ('F', 'D', 'C')
              AND   ChangeDate BETWEEN :NTF-DATE-FROM AND :NTF-DATE-TO
              ORDER BY ClientID, ChangeDate, ChangeTime
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
           PERFORM 310000-FETCH-STATUS-CHANGE
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR2
           END-EXEC.
      *
       300099-END-STATUS-CHANGES.
           EXIT.
      *
      *---------------------------------------*
       310000-FETCH-STATUS-CHANGE      SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR2 INTO :EVR-CLIENT-ID, :EVR-EVENT-DATE,
              :EVR-INDICATOR, :EVR-NEW-VALUE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                EVALUATE EVR-NEW-VALUE(1:1)
                WHEN 'F'
                   MOVE 2              TO NTF-EVENT-IDX
                WHEN 'D'
                   MOVE 3              TO NTF-EVENT-IDX
                WHEN OTHER
                   MOVE 4              TO NTF-EVENT-IDX
                END-EVALUATE
                INITIALIZE NTF-NOTICE
                MOVE EVR-CLIENT-ID     TO NTN-CLIENT-ID
                MOVE EVR-EVENT-DATE    TO NTN-EVENT-DATE
                MOVE EVR-INDICATOR     TO NTN-SOURCE-LEG
                MOVE SPACES            TO NTF-KEY-AREA
                MOVE EVR-EVENT-DATE    TO NKY-DATE
                MOVE NTF-KEY-AREA      TO NTN-EVENT-KEY
                PERFORM 500000-ISSUE-NOTICE
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       310099-END-FETCH-STATUS-CHANGE.
           EXIT.
      *
      *---------------------------------------*
       400000-LARGE-POSTINGS           SECTION.
      *---------------------------------------*
      *
      * POSTINGS ABOVE THE ALERT AMOUNT ON DB2TABLE.ALERTAMT FOR THE
      * ACCOUNT'S TYPE - CREDITS AND DEBITS ALIKE, WHICHEVER LEG
      * POSTED THEM. A TYPE WITH NO ALERTAMT ROW RAISES NO NOTICES.
      *
           MOVE 5                      TO NTF-EVENT-IDX.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :CNT-ALERT-TYPES
              FROM DB2TABLE.ALERTAMT
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           DISPLAY 'ACCOUNT TYPES WITH ALERT AMT..: ' CNT-ALERT-TYPES.
      *
           IF CNT-ALERT-TYPES           EQUAL ZEROS
              DISPLAY 'WARNING - NO ALERTAMT ROWS, NO LARGE-POSTING '
                 'NOTICES WILL BE RAISED'
              GO TO 400099-END-LARGE-POSTINGS
           END-IF.
      *
           EXEC SQL
              DECLARE DB2CURSOR3 CURSOR FOR
              SELECT H.ClientID, H.PostDate, H.DebitCredit, H.Amount
              FROM DB2TABLE.TRANSHIST H
              INNER JOIN DB2TABLE.ACCOUNTS A
                 ON A.ClientID = H.ClientID
              INNER JOIN DB2TABLE.ALERTAMT L
                 ON L.TypeCode = A.AccountType
              WHERE H.PostDate BETWEEN :NTF-DATE-FROM AND :NTF-DATE-TO
              AND   H.Amount > L.AlertAmt
              ORDER BY H.ClientID, H.PostDate, H.PostTime
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
           PERFORM 410000-FETCH-LARGE-POSTING
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR3
           END-EXEC.
      *
       400099-END-LARGE-POSTINGS.
           EXIT.
      *
      *---------------------------------------*
       410000-FETCH-LARGE-POSTING      SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR3 INTO :EVR-CLIENT-ID, :EVR-EVENT-DATE,
              :EVR-INDICATOR, :EVR-AMOUNT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                INITIALIZE NTF-NOTICE
                MOVE EVR-CLIENT-ID     TO NTN-CLIENT-ID
                MOVE EVR-EVENT-DATE    TO NTN-EVENT-DATE
                MOVE EVR-AMOUNT        TO NTN-AMOUNT
                MOVE EVR-INDICATOR     TO NTN-DEBIT-CREDIT
                MOVE SPACES            TO NTF-KEY-AREA
                MOVE EVR-EVENT-DATE    TO NKY-DATE
                MOVE EVR-INDICATOR     TO NKY-INDICATOR
                MOVE EVR-AMOUNT        TO NKY-AMOUNT
                MOVE NTF-KEY-AREA      TO NTN-EVENT-KEY
                PERFORM 500000-ISSUE-NOTICE
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       410099-END-FETCH-LARGE-POSTING.
           EXIT.
      *
      *---------------------------------------*
       450000-DORMANCY-WARNINGS        SECTION.
      *---------------------------------------*
      *
      * ACTIVE ACCOUNTS WHOSE LAST ACTIVITY IS BEFORE THE WARNING
      * CUTOFF. ACTIVITY IS JUDGED AS THE 'D' SWEEP JUDGES IT: ANY
      * TRANSHIST POSTING EXCEPT A FEE THE BANK CHARGED. THE DUE
      * DATE SENT IS THE FIRST NIGHT THE SWEEP WILL FIND THE ACCOUNT
      * QUIET FOR THE FULL PERIOD (THE SWEEP ONLY RUNS ON BUSINESS
      * DAYS, SO IT MAY BE A DAY OR TWO LATER).
      *
           MOVE 6                      TO NTF-EVENT-IDX.
      *
           EXEC SQL
              DECLARE DB2CURSOR4 CURSOR FOR
              SELECT A.ClientID, COALESCE(MAX(Q.PostDate), 0)
              FROM DB2TABLE.ACCOUNTS A
              LEFT OUTER JOIN
                 (SELECT H.ClientID, H.PostDate
                  FROM DB2TABLE.TRANSHIST H
                  WHERE NOT EXISTS
                     (SELECT 1 FROM DB2TABLE.FEEITEM F
                      WHERE F.ClientID  = H.ClientID
                      AND   F.FeeRunId  = H.RunId
                      AND   F.FeeStatus = 'C')) Q
                 ON Q.ClientID = A.ClientID
              WHERE A.AcctStatus = 'A'
              GROUP BY A.ClientID
              HAVING COALESCE(MAX(Q.PostDate), 0) < :NTF-WARN-CUTOFF
              ORDER BY A.ClientID
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSOR4
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 460000-FETCH-DORMANCY-WARNING
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR4
           END-EXEC.
      *
       450099-END-DORMANCY-WARNINGS.
           EXIT.
      *
      *---------------------------------------*
       460000-FETCH-DORMANCY-WARNING   SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR4 INTO :EVR-CLIENT-ID, :EVR-LAST-ACTIVITY
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                INITIALIZE NTF-NOTICE
                MOVE EVR-CLIENT-ID     TO NTN-CLIENT-ID
                MOVE NTF-DATE-TO       TO NTN-EVENT-DATE
                MOVE 'D'               TO NTN-SOURCE-LEG
                PERFORM 470000-COMPUTE-DORMANCY-DATE
                MOVE SPACES            TO NTF-KEY-AREA
                MOVE EVR-LAST-ACTIVITY TO NKY-DATE
                MOVE NTF-KEY-AREA      TO NTN-EVENT-KEY
                PERFORM 500000-ISSUE-NOTICE
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       460099-END-FETCH-DORMANCY-WARNING.
           EXIT.
      *
      *---------------------------------------*
       470000-COMPUTE-DORMANCY-DATE    SECTION.
      *---------------------------------------*
      *
      * LAST ACTIVITY PLUS THE DORMANCY MONTHS PLUS ONE DAY - NEVER
      * EARLIER THAN TONIGHT. AN ACCOUNT WITH NO ACTIVITY AT ALL IS
      * DUE TONIGHT.
      *
           MOVE NTF-DATE-TO            TO NTN-DUE-DATE.
      *
           IF EVR-LAST-ACTIVITY         EQUAL ZEROS
              GO TO 470099-END-COMPUTE-DORMANCY-DATE
           END-IF.
      *
           MOVE EVR-LAST-ACTIVITY      TO NTF-WORK-DATE-NUM.
           PERFORM 145000-FORWARD-ONE-MONTH
           VARYING NTF-MONTH-IDX       FROM 1 BY 1
           UNTIL   NTF-MONTH-IDX       GREATER NTF-DORM-MONTHS.
           PERFORM 130000-FORWARD-ONE-DAY.
      *
           IF NTF-WORK-DATE-NUM         GREATER NTF-DATE-TO
              MOVE NTF-WORK-DATE-NUM   TO NTN-DUE-DATE
           END-IF.
      *
       470099-END-COMPUTE-DORMANCY-DATE.
           EXIT.
      *
      *---------------------------------------*
       500000-ISSUE-NOTICE             SECTION.
      *---------------------------------------*
      *
      * ONE EVENT: SKIPPED WHEN NOTIFHIST SHOWS IT ALREADY SENT (BY
      * THIS RUN OR AN EARLIER ONE); LISTED AS AN EXCEPTION WHEN THE
      * CLIENT CANNOT BE REACHED; OTHERWISE WRITTEN FOR THE VENDOR
      * AND RECORDED AS SENT. A CONTACT DETAIL THAT FAILS ITS EDIT
      * IS LEFT BLANK ON THE NOTICE SO THE VENDOR USES THE OTHER.
      *
           ADD 1                       TO CNT-NTF-READ.
           ADD 1                       TO NEC-READ(NTF-EVENT-IDX).
           MOVE SPACES                 TO NTF-EXC-REASON.
           MOVE NET-EVENT-CODE(NTF-EVENT-IDX) TO NTN-EVENT-CODE.
      *
           MOVE NTN-CLIENT-ID          TO NFH-CLIENT-ID.
           MOVE NTN-EVENT-CODE         TO NFH-EVENT-CODE.
           MOVE NTN-EVENT-KEY          TO NFH-EVENT-KEY.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :NTF-HIST-COUNT
              FROM DB2TABLE.NOTIFHIST
              WHERE ClientID  = :NFH-CLIENT-ID
              AND   EventCode = :NFH-EVENT-CODE
              AND   EventKey  = :NFH-EVENT-KEY
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF NTF-HIST-COUNT            GREATER ZEROS
              ADD 1                    TO CNT-NTF-DUPLICATE
              ADD 1                    TO NEC-DUPLICATE(NTF-EVENT-IDX)
              GO TO 500099-END-ISSUE-NOTICE
           END-IF.
      *
           EXEC SQL
              SELECT ClientName, Email, Phone
              INTO :ACC-CLIENT-NAME, :ACC-EMAIL, :ACC-PHONE
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :NFH-CLIENT-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              PERFORM 510000-EDIT-CONTACT
           WHEN 100
              MOVE SPACES              TO ACC-CLIENT-NAME ACC-EMAIL
              MOVE ZEROS               TO ACC-PHONE
              MOVE 'ACCOUNT NOT ON FILE' TO NTF-EXC-REASON
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           IF NTF-EXC-REASON            NOT EQUAL SPACES
              ADD 1                    TO CNT-NTF-EXCEPTION
              ADD 1                    TO NEC-EXCEPTION(NTF-EVENT-IDX)
              PERFORM 600000-WRITE-EXCEPTION
              GO TO 500099-END-ISSUE-NOTICE
           END-IF.
      *
           MOVE SPACES                 TO NTF-VENDOR-REGISTER.
           MOVE 'DTL'                  TO NVH-RECORD-TYPE.
           MOVE NTN-CLIENT-ID          TO NVD-CLIENT-ID.
           MOVE ACC-CLIENT-NAME        TO NVD-NAME.
           MOVE ZEROS                  TO NVD-PHONE.
           IF FLG-EMAIL-USABLE          EQUAL 'Y'
              MOVE ACC-EMAIL           TO NVD-EMAIL
           END-IF.
           IF FLG-PHONE-USABLE          EQUAL 'Y'
              MOVE ACC-PHONE           TO NVD-PHONE
           END-IF.
           MOVE NTN-EVENT-CODE         TO NVD-EVENT-CODE.
           MOVE NTN-EVENT-DATE         TO NVD-EVENT-DATE.
           MOVE NTN-AMOUNT             TO NVD-AMOUNT.
           MOVE NTN-DEBIT-CREDIT       TO NVD-DEBIT-CREDIT.
           MOVE NTN-SOURCE-LEG         TO NVD-SOURCE-LEG.
           MOVE NTN-DUE-DATE           TO NVD-DUE-DATE.
           MOVE NET-EVENT-TEXT(NTF-EVENT-IDX) TO NVD-EVENT-TEXT.
      *
           WRITE DMP0015N-FD           FROM NTF-VENDOR-REGISTER.
      *
           MOVE NTN-EVENT-DATE         TO NFH-EVENT-DATE.
           MOVE PLCH-CURR-DATE-NUM     TO NFH-SENT-DATE.
           MOVE NTF-NOW-TIME           TO NFH-SENT-TIME.
           MOVE NTF-RUN-IDENT          TO NFH-RUN-ID.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.NOTIFHIST(
                 ClientID, EventCode, EventKey, EventDate, SentDate,
                 SentTime, RunId)
              VALUES (:NFH-CLIENT-ID, :NFH-EVENT-CODE, :NFH-EVENT-KEY,
                      :NFH-EVENT-DATE, :NFH-SENT-DATE, :NFH-SENT-TIME,
                      :NFH-RUN-ID)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO CNT-NTF-SENT.
           ADD 1                       TO NEC-SENT(NTF-EVENT-IDX).
      *
       500099-END-ISSUE-NOTICE.
           EXIT.
      *
      *---------------------------------------*
       510000-EDIT-CONTACT             SECTION.
      *---------------------------------------*
      *
      * THE SAME EDITS DMPP0001 APPLIES WHEN AN ACCOUNT IS LOADED: AN
      * EMAIL NEEDS ONE @ WITH SOMETHING BEFORE IT, A PHONE MUST NOT
      * BE ZERO. ONE USABLE CHANNEL IS ENOUGH TO SEND.
      *
           MOVE SPACES                 TO NTF-EXC-REASON.
           MOVE 'N'                    TO FLG-EMAIL-USABLE.
           MOVE 'N'                    TO FLG-PHONE-USABLE.
      *
           MOVE ZEROS                  TO NTF-AT-SIGN-COUNT.
           INSPECT ACC-EMAIL TALLYING NTF-AT-SIGN-COUNT FOR ALL '@'.
      *
           IF ACC-EMAIL                 NOT EQUAL SPACES
              AND NTF-AT-SIGN-COUNT     EQUAL 1
              AND ACC-EMAIL(1:1)        NOT EQUAL '@'
              MOVE 'Y'                 TO FLG-EMAIL-USABLE
           END-IF.
      *
           IF ACC-PHONE                 IS NUMERIC
              AND ACC-PHONE             GREATER ZEROS
              MOVE 'Y'                 TO FLG-PHONE-USABLE
           END-IF.
      *
           IF FLG-EMAIL-USABLE          NOT EQUAL 'Y'
              AND FLG-PHONE-USABLE      NOT EQUAL 'Y'
              MOVE 'NO USABLE EMAIL OR PHONE' TO NTF-EXC-REASON
           END-IF.
      *
       510099-END-EDIT-CONTACT.
           EXIT.
      *
      *---------------------------------------*
       600000-WRITE-EXCEPTION          SECTION.
      *---------------------------------------*
      *
           IF CNT-EXC-LINE             GREATER NTF-LINES-PER-PAGE
              PERFORM 610000-EXC-PAGE-HEADING
           END-IF.
      *
           MOVE NTN-CLIENT-ID          TO NXD-CLIENT-ID.
           MOVE ACC-CLIENT-NAME        TO NXD-NAME.
           MOVE ACC-EMAIL              TO NXD-EMAIL.
           MOVE ACC-PHONE              TO NXD-PHONE.
           MOVE NTN-EVENT-CODE         TO NXD-EVENT-CODE.
           MOVE NTN-EVENT-DATE         TO NXD-EVENT-DATE.
           MOVE NTN-AMOUNT             TO NXD-AMOUNT.
           MOVE NTF-EXC-REASON         TO NXD-REASON.
      *
           WRITE DMP0015E-FD           FROM NTF-EXC-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-EXC-LINE.
      *
       600099-END-WRITE-EXCEPTION.
           EXIT.
      *
      *---------------------------------------*
       610000-EXC-PAGE-HEADING         SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-EXC-PAGE.
           MOVE CNT-EXC-PAGE           TO NTF-HDR-PAGE.
      *
           WRITE DMP0015E-FD           FROM NTF-EXC-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0015E-FD           FROM NTF-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0015E-FD           FROM NTF-EXC-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0015E-FD           FROM NTF-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-EXC-LINE.
      *
       610099-END-EXC-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       700000-WRITE-EVENT-COUNTS       SECTION.
      *---------------------------------------*
      *
      * THE NIGHT'S COUNTS BY EVENT, ON A PAGE OF THEIR OWN AT THE
      * END OF THE EXCEPTIONS LIST.
      *
           PERFORM 610000-EXC-PAGE-HEADING.
      *
           IF CNT-NTF-EXCEPTION         EQUAL ZEROS
              MOVE 'NO NOTIFICATION EXCEPTIONS' TO NTF-TEXT
              WRITE DMP0015E-FD        FROM NTF-RPT-TEXT-LINE
                 AFTER ADVANCING 1 LINE
              WRITE DMP0015E-FD        FROM NTF-RPT-BLANK
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           WRITE DMP0015E-FD           FROM NTF-COUNT-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE DMP0015E-FD           FROM NTF-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           PERFORM 710000-WRITE-COUNT-LINE
           VARYING NTF-EVENT-IDX       FROM 1 BY 1
           UNTIL   NTF-EVENT-IDX       GREATER 6.
      *
           MOVE SPACES                 TO NCL-EVENT-CODE.
           MOVE 'ALL EVENTS'           TO NCL-EVENT-TEXT.
           MOVE CNT-NTF-READ           TO NCL-READ.
           MOVE CNT-NTF-DUPLICATE      TO NCL-DUPLICATE.
           MOVE CNT-NTF-SENT           TO NCL-SENT.
           MOVE CNT-NTF-EXCEPTION      TO NCL-EXCEPTION.
           WRITE DMP0015E-FD           FROM NTF-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0015E-FD           FROM NTF-COUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
       700099-END-WRITE-EVENT-COUNTS.
           EXIT.
      *
      *---------------------------------------*
       710000-WRITE-COUNT-LINE         SECTION.
      *---------------------------------------*
      *
           MOVE NET-EVENT-CODE(NTF-EVENT-IDX) TO NCL-EVENT-CODE.
           MOVE NET-EVENT-TEXT(NTF-EVENT-IDX) TO NCL-EVENT-TEXT.
           MOVE NEC-READ(NTF-EVENT-IDX)       TO NCL-READ.
           MOVE NEC-DUPLICATE(NTF-EVENT-IDX)  TO NCL-DUPLICATE.
           MOVE NEC-SENT(NTF-EVENT-IDX)       TO NCL-SENT.
           MOVE NEC-EXCEPTION(NTF-EVENT-IDX)  TO NCL-EXCEPTION.
      *
           WRITE DMP0015E-FD           FROM NTF-COUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
       710099-END-WRITE-COUNT-LINE.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
      * THE TRAILER CLOSES THE FILE, THEN THE NIGHT'S NOTIFHIST ROWS
      * ARE COMMITTED IN ONE GO - A RUN THAT FAILS PART-WAY RECORDS
      * NOTHING AS SENT, SO ITS RERUN ISSUES THE WHOLE NIGHT AGAIN.
      *
           MOVE SPACES                 TO NTF-VENDOR-REGISTER.
           MOVE 'TRL'                  TO NVH-RECORD-TYPE.
           MOVE CNT-NTF-SENT           TO NVT-REC-COUNT.
           WRITE DMP0015N-FD           FROM NTF-VENDOR-REGISTER.
      *
           PERFORM 700000-WRITE-EVENT-COUNTS.
      *
           CLOSE DMP0015N.
           CLOSE DMP0015E.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           DISPLAY '***************************************************'
           DISPLAY 'EVENTS SELECTED...............: ' CNT-NTF-READ.
           DISPLAY 'ALREADY SENT - SUPPRESSED.....: ' CNT-NTF-DUPLICATE.
           DISPLAY 'NOTICES WRITTEN...............: ' CNT-NTF-SENT.
           DISPLAY 'EXCEPTIONS - NOT CONTACTABLE..: ' CNT-NTF-EXCEPTION.
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
           DISPLAY 'ERROR 001 - INVALID PARM - DATE FROM AFTER DATE TO'
           MOVE 1                      TO RETURN-CODE
           DISPLAY 'RETURN-CODE....: ' RETURN-CODE
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999004-ERROR-004.
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
      ******************************************************************
      *                         END OF PROGRAM                         *
      ******************************************************************
