      *            THE RANGE, SO EACH PARTITION OF A FEED REGISTERS
      *            - AND IS DEDUPED - ON ITS OWN. TRANSFERS
      *            PARTITION BY THE DEBIT-SIDE ACCOUNT.
      *            VRS0029 - ADDED DMP-FLAG 'F', FEE ASSESSMENT: EVERY
      *            NSF REFUSAL (POSTING, TRANSFER OR 'W' RELEASE) IS
      *            NOW RECORDED ON DB2TABLE.FEEITEM IN THE SAME UNIT OF
      *            WORK AS THE REFUSAL, AND THE NEW LEG CHARGES THE
      *            PENDING ONES PLUS THE MONTH-END MAINTENANCE FEE FOR
      *            ACCOUNTS UNDER THEIR TYPE'S MINIMUM BALANCE, FROM
      *            THE DB2TABLE.FEESCHED SCHEDULE KEYED BY ACCTYPES
      *            CODE. EACH CHARGE IS JOURNALED TO TRANSHIST UNDER
      *            THE FEE RUN'S STAMP (DMPAUDIT CODE 15 IDENTIFIES
      *            IT), LISTED ON THE NEW DMP0001F FEE REGISTER AND
      *            CARRIED INTO THE NET MOVEMENT. BRANCH-APPROVED
      *            WAIVER CARDS ON DMP0001C SKIP A FEE BEFORE IT POSTS
      *            INSTEAD OF A 'V' BACKOUT AFTERWARDS. FEE ROWS DO
      *            NOT COUNT AS ACTIVITY FOR THE DORMANCY SWEEP.
      *            VRS0030 - ADDED STANDING ORDERS ON THE NEW
      *            DB2TABLE.STANDORD TABLE: DMP-FLAG 'O' APPLIES THE
      *            BRANCH'S ADD / AMEND / SUSPEND / RESUME / CANCEL
      *            CARDS FROM DMP0001C, AND DMP-FLAG 'G' GENERATES
      *            EACH ORDER DUE TODAY AS A POSTING OR TRANSFER
      *            UNDER THE SAME STATUS AND NSF RULES AS THE POSTING
      *            LEG, THEN ROLLS ITS NEXT DUE DATE (WEEKLY, MONTHLY
      *            OR QUARTERLY). NSF REFUSALS FEED THE FEE LEG LIKE
      *            ANY OTHER; THREE IN A ROW SUSPEND THE ORDER. EVERY
      *            ORDER GENERATED, SKIPPED OR REFUSED, AND THE
      *            ORDERS SUSPENDED, ARE LISTED ON THE NEW DMP0001G
      *            REGISTER. DMPAUDIT CODES 16 ('O') AND 17 ('G').
      *            VRS0031 - TRANSHIST ROWS NOW CARRY A TRANSFER
      *            INDICATOR (XFERIND 'Y' ON BOTH SIDES OF A TRANSFER,
      *            'N' OTHERWISE) FOR THE DMPP0008 GL INTERFACE.
      *            VRS0032 - EVERY CHANGE TO AN ACCOUNT'S MASTER
      *            COLUMNS IS NOW RECORDED ON DB2TABLE.CHGHIST IN THE
      *            SAME UNIT OF WORK AS THE CHANGE - ONE ROW PER
      *            COLUMN WITH THE OLD AND NEW VALUE, THE RUN
      *            IDENTIFIER AND THE LEG THAT MADE IT. COVERS THE
      *            FLAG-3 UPSERT, 'S' STATUS CARDS, THE 'D' SWEEP,
      *            REACTIVATION OF A DORMANT ACCOUNT BY ANY POSTING
      *            AND THE FLAG-9 RESTORE. DMPP0009 REPORTS IT.
      *            VRS0033 - ADDED THE BUSINESS-DAY CALENDAR ON THE
      *            NEW DB2TABLE.BUSCAL TABLE (A WEEKEND RULE PER YEAR
      *            PLUS THE BANK HOLIDAYS), MAINTAINED BY DMP0001C
      *            CARDS THROUGH THE NEW DMP-FLAG 'H' LEG (DMPAUDIT
      *            CODE 18). A VALUE-DATED ITEM FALLING ON A NON-
      *            BUSINESS DAY NOW ROLLS TO THE NEXT BUSINESS DAY,
      *            BOTH WHEN THE POSTING LEG WAREHOUSES IT AND WHEN
      *            THE 'W' SWEEP COMES TO RELEASE IT. THE ACCRUAL,
      *            FEE AND DORMANCY LEGS REFUSE TO RUN ON A NON-
      *            BUSINESS DAY (RC 11) UNLESS THE CALENDAR OVERRIDE
      *            ('Y' AT PARM POSITION 51) IS GIVEN, AND MONTH-END
      *            MAINTENANCE FEES ARE NOW ASSESSED ON THE LAST
      *            BUSINESS DAY OF THE MONTH.
      *            VRS0034 - DUAL CONTROL ON MAINTENANCE CARDS: THE
      *            'V' REVERSAL, 'S' STATUS, FLAG-7 TYPE AND FLAG-9
      *            RESTORE LEGS NO LONGER READ DMP0001C. THEIR CARDS
      *            ARE STAGED ON THE NEW DB2TABLE.CARDAPPR BY DMPP0013
      *            AND APPROVED THERE BY A SECOND USER; THE LEGS READ
      *            ONLY APPROVED CARDS NOT YET APPLIED AND STAMP EACH
      *            ONE WITH THE RUN IDENTIFIER AS THEY DEAL WITH IT. A
      *            RESTORE WITH NO APPROVED CARD FOR ITS CLIENT ENDS
      *            RC 12.
      *            VRS0035 - EVERY OFFSET ROW THE 'V' LEG JOURNALS NOW
      *            CARRIES THE RUN IDENTIFIER OF THE POSTING IT BACKS
      *            OUT (NEW TRANSHIST COLUMN REVRUNID, SPACES ON ALL
      *            OTHER ROWS), SO A REVERSED INTEREST ACCRUAL CAN BE
      *            NETTED OFF THE CLIENT'S INTEREST FOR THE YEAR.
      *            VRS0036 - A STANDING ORDER FALLING DUE ON A NON-
      *            BUSINESS DAY IS NOW DEFERRED TO THE NEXT BUSINESS
      *            DAY AND VALUE-DATED THERE; ITS SCHEDULE STILL ROLLS
      *            FROM THE ANCHOR DAY. RESUMING A SUSPENDED ORDER NOW
      *            ROLLS ITS NEXT DUE DATE ON TO TODAY OR LATER, SO THE
      *            PAYMENTS MISSED WHILE SUSPENDED ARE NOT TAKEN.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
           SELECT DMP0001B ASSIGN TO  UT-S-DMP0001B.
           SELECT DMP0001Q ASSIGN TO  UT-S-DMP0001Q.
           SELECT DMP0001X ASSIGN TO  UT-S-DMP0001X.
           SELECT DMP0001F ASSIGN TO  UT-S-DMP0001F.
           SELECT DMP0001G ASSIGN TO  UT-S-DMP0001G.
      *----------------------------------------------------------------*
      *
      ******************************************************************
           RECORD 88.
       01  DMP0001V-FD                 PIC X(088).
      *
      * DMP0001C - MAINTENANCE CARDS FOR THE 'F', 'O' AND 'H' LEGS.
      * A FIXED 80-BYTE CARD FILE, FOR THE SAME REASON AS DMP0001V.
      * THE 'V', 'S', FLAG-7 AND FLAG-9 CARDS NO LONGER COME THIS
      * WAY - THEY ARE APPROVED ON DB2TABLE.CARDAPPR FIRST.
       FD  DMP0001C
           BLOCK 0
           RECORDING F
               DEPENDING ON DMP-OUT-REC-LEN.
       01  DMP0001X-FD                 PIC X(300).
      *
      * DMP0001F - FEE REGISTER WRITTEN BY THE DMP-FLAG 'F' LEG: ONE
      * LINE PER FEE CHARGED, WAIVED OR SKIPPED PLUS CONTROL TOTALS,
      * SO THE BRANCH SEES EVERY FEE THE NIGHT ASSESSED INSTEAD OF
      * KEYING THEM FROM THE NSF REPORT. SEE 575000-WRITE-FEE-LINE.
       FD  DMP0001F
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0001F-FD                 PIC X(132).
      *
      * DMP0001G - STANDING ORDER REGISTER WRITTEN BY THE DMP-FLAG 'G'
      * LEG: ONE LINE PER ORDER DUE (GENERATED, SKIPPED, REFUSED NSF
      * OR ENDED) PLUS CONTROL TOTALS, THEN THE ORDERS SUSPENDED TODAY
      * FOR THE BRANCH TO FOLLOW UP. SEE 849000-WRITE-SO-LINE.
       FD  DMP0001G
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0001G-FD                 PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  CNT-PEND-NSF                PIC 9(017)     VALUE ZEROS.
       77  TOT-PEND-RELEASED           PIC 9(015)V99  VALUE ZEROS.
      *
      * VALUE DATES THAT FELL ON A NON-BUSINESS DAY AND WERE ROLLED
      * FORWARD - BY THE POSTING LEG AS IT WAREHOUSES (OR POSTS) THE
      * ITEM, AND BY THE 'W' SWEEP, WHICH PUTS AN ITEM WHOSE ROLLED
      * DATE IS STILL AHEAD BACK ON THE TABLE UNDER THAT DATE.
      *
       77  CNT-TRANS-ROLLED            PIC 9(017)     VALUE ZEROS.
       77  CNT-PEND-DEFERRED           PIC 9(017)     VALUE ZEROS.
       77  TR-ROLLED-VALUE-DATE        PIC 9(008)     VALUE ZEROS.
      *
      * A RELEASED (OR REFUSED) PENDING ITEM HAS NO DMP0001T RECORD
      * BEHIND IT, SO ITS DMP0001E REJECT LINE IS BUILT IN THIS
      * LAYOUT INSTEAD.
      * DB2TABLE.ACCOUNTS. THE POSTING LEGS READ THE STATUS ALONGSIDE
      * THE BALANCE AND ENFORCE IT BEFORE ANY MONEY MOVES; THE
      * DMP-FLAG 'S' LEG APPLIES STATUS CARDS (CLIENT ID + NEW
      * STATUS) APPROVED ON CARDAPPR; THE DMP-FLAG 'D' SWEEP MARKS
      * ACTIVE ACCOUNTS DORMANT AFTER DSW-MONTHS MONTHS WITHOUT A
      * TRANSHIST POSTING.
      *
       77  HIST-ACC-STATUS             PIC X(001)     VALUE SPACE.
       77  TRF-FROM-STATUS             PIC X(001)     VALUE SPACE.
           03 FILLER                   PIC X(075).
      *
       77  STC-OLD-BALANCE             PIC S9(015)V99 VALUE ZEROS.
       77  STC-OLD-STATUS              PIC X(001)     VALUE SPACE.
       77  CNT-STC-READ                PIC 9(017)     VALUE ZEROS.
       77  CNT-STC-APPLIED             PIC 9(017)     VALUE ZEROS.
       77  CNT-STC-REJECT              PIC 9(017)     VALUE ZEROS.
       77  DSW-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  FLG-DSW-LEAP-YEAR           PIC X(001)     VALUE 'N'.
      *
      * BUSINESS-DAY CALENDAR (DB2TABLE.BUSCAL). EACH YEAR HAS ONE
      * 'W' ROW CARRYING ITS WEEKEND RULE - SEVEN BYTES, MONDAY
      * FIRST, 'Y' WHERE THAT WEEKDAY IS NOT A BUSINESS DAY - AND
      * ONE 'H' ROW PER BANK HOLIDAY. A YEAR WITH NO 'W' ROW FALLS
      * BACK TO A SATURDAY/SUNDAY WEEKEND, WARNED ONCE PER RUN, SO A
      * MISSING YEAR DEGRADES TO PLAIN WEEKENDS RATHER THAN TO
      * EVERY DAY BEING A BUSINESS DAY. THE DMP-FLAG 'H' LEG
      * MAINTAINS THE TABLE; DMPP0011 LISTS THE YEAR AHEAD.
      *
       01  DMP-BUSCAL-ROW.
           03 CBR-CAL-YEAR             PIC 9(004).
           03 CBR-ENTRY-TYPE           PIC X(001).
           03 CBR-CAL-DATE             PIC 9(008).
           03 CBR-WEEKEND-DAYS         PIC X(007).
           03 CBR-DESC                 PIC X(030).
      *
      * DMP-FLAG 'H' CARD: ACTION ('W' WEEKEND RULE FOR THE YEAR,
      * 'H' ADD OR RENAME A HOLIDAY, 'R' REMOVE A HOLIDAY), DATE
      * (ONLY THE YEAR IS READ ON A 'W' CARD), WEEKEND MASK ('W'
      * CARDS) AND DESCRIPTION ('H' CARDS).
      *
       01  DMP-CALENDAR-CARD.
           03 CLC-ACTION               PIC X(001).
           03 CLC-DATE.
              05 CLC-YEAR              PIC 9(004).
              05 CLC-MM                PIC 9(002).
              05 CLC-DD                PIC 9(002).
           03 CLC-WEEKEND-MASK         PIC X(007).
           03 CLC-DESC                 PIC X(030).
           03 FILLER                   PIC X(034).
      *
       77  CNT-CAL-READ                PIC 9(017)     VALUE ZEROS.
       77  CNT-CAL-APPLIED             PIC 9(017)     VALUE ZEROS.
       77  CNT-CAL-REJECT              PIC 9(017)     VALUE ZEROS.
       77  CAL-MASK-BUS-DAYS           PIC 9(003)     VALUE ZEROS COMP.
       77  CAL-MASK-OFF-DAYS           PIC 9(003)     VALUE ZEROS COMP.
       77  FLG-CAL-CARD-OK             PIC X(001)     VALUE 'N'.
      *
      * BUSINESS-DAY TEST WORK FIELDS. THE WEEKDAY COMES FROM THE DAY
      * SERIAL (DAYS SINCE 1 JANUARY OF YEAR 1, WHICH WAS A MONDAY),
      * SO (SERIAL - 1) MOD 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
      * THE LAST DATE TESTED AND THE YEAR WHOSE RULE IS HELD ARE
      * KEPT, SO A FEED FULL OF THE SAME VALUE DATE COSTS ONE LOOKUP.
      *
       01  CAL-WORK-DATE.
           03 CAL-WORK-YYYY            PIC 9(004).
           03 CAL-WORK-MM              PIC 9(002).
           03 CAL-WORK-DD              PIC 9(002).
       01  CAL-WORK-DATE-NUM           REDEFINES CAL-WORK-DATE
                                       PIC 9(008).
      *
       01  CAL-CUM-DAYS-VALUES.
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
       01  CAL-CUM-DAYS-TABLE   REDEFINES CAL-CUM-DAYS-VALUES.
           03 CAL-CUM-DAYS             PIC 9(003)     OCCURS 12 TIMES.
      *
       01  CAL-RULE-MASK               PIC X(007)     VALUE 'NNNNNYY'.
       01  CAL-RULE-TABLE       REDEFINES CAL-RULE-MASK.
           03 CAL-RULE-DAY             PIC X(001)     OCCURS 7 TIMES.
      *
       77  CAL-RULE-YEAR               PIC 9(004)     VALUE ZEROS.
       77  CAL-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  CAL-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  CAL-PRIOR-YEARS             PIC 9(004)     VALUE ZEROS.
       77  CAL-DAY-SERIAL              PIC 9(007)     VALUE ZEROS.
       77  CAL-WEEK-QUOT               PIC 9(007)     VALUE ZEROS.
       77  CAL-WEEKDAY                 PIC 9(001)     VALUE ZEROS.
       77  CAL-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  CAL-HOLIDAY-COUNT           PIC S9(009)    VALUE ZEROS.
       77  CAL-LAST-DATE-TESTED        PIC 9(008)     VALUE ZEROS.
       77  CAL-LAST-RESULT             PIC X(001)     VALUE SPACE.
       77  CAL-ROLL-IDX                PIC 9(003)     VALUE ZEROS COMP.
       77  FLG-CAL-LEAP-YEAR           PIC X(001)     VALUE 'N'.
       77  FLG-CAL-BUSINESS-DAY        PIC X(001)     VALUE 'Y'.
       77  FLG-CAL-LAST-BUS-DAY        PIC X(001)     VALUE 'N'.
      *
      * HDR/TRL CONTROL RECORDS CARRIED BY DMP0001I AND DMP0001T.
      * BOTH FEEDS FLAG THEM WITH 'HDR' OR 'TRL' IN BYTES 1-3; THE
      * HEADER CARRIES THE FILE-ID, CREATION DATE AND SENDING SYSTEM,
      *
       01  ADR-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
      * REVERSAL/BACKOUT CARD READ BY THE DMP-FLAG 'V' LEG FROM
      * CARDAPPR. ACTION 'P' NAMES ONE POSTING (CLIENT, POSTING DATE,
      * AMOUNT, ORIGINAL D/C); ACTION 'R' NAMES A WHOLE RUN BY THE
      * RUN IDENTIFIER STAMPED ON ITS TRANSHIST ROWS - EVERY POSTING
      * OF THAT RUN IS BACKED OUT. SEE 670000-REVERSE-POSTINGS.
       77  RVS-ORIG-AMOUNT             PIC 9(013)V99  VALUE ZEROS.
       77  RVS-NEW-DC                  PIC X(001)     VALUE SPACE.
       77  RVS-SOURCE                  PIC X(022)     VALUE SPACES.
       77  RVS-ORIG-RUN-ID             PIC X(022)     VALUE SPACES.
       77  RVS-MATCH-COUNT             PIC S9(009)    VALUE ZEROS.
       77  CNT-RVS-CARDS               PIC 9(017)     VALUE ZEROS.
       77  CNT-RVS-APPLIED             PIC 9(017)     VALUE ZEROS.
      *
       01  RVS-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
      * FEE SCHEDULE (DB2TABLE.FEESCHED) HOST VARIABLES AND THE
      * IN-STORAGE COPY THE DMP-FLAG 'F' LEG CHARGES FROM - ONE ROW
      * PER ACCTYPES CODE IN EFFECT TODAY: THE NSF FEE, THE MONTHLY
      * MAINTENANCE FEE AND THE MINIMUM BALANCE AT OR ABOVE WHICH THE
      * MAINTENANCE FEE IS WAIVED. A FEE CHANGE IS A NEW SCHEDULE ROW
      * WITH ITS OWN EFFECTIVE DATES, NOT A PROGRAM CHANGE.
      *
       01  DMP-FEESCHED-ROW.
           03 FSR-TYPE-CODE            PIC 9(002).
           03 FSR-NSF-FEE              PIC 9(013)V99.
           03 FSR-MAINT-FEE            PIC 9(013)V99.
           03 FSR-WAIVE-MIN-BAL        PIC S9(015)V99.
           03 FSR-EFF-FROM             PIC 9(008).
           03 FSR-EFF-TO               PIC 9(008).
      *
       01  DMP-FEE-SCHED-TABLE.
           03 DMP-FEE-SCHED-ENTRY      OCCURS 20 TIMES.
              05 FSC-TYPE-CODE         PIC 9(002).
              05 FSC-NSF-FEE           PIC 9(013)V99.
              05 FSC-MAINT-FEE         PIC 9(013)V99.
              05 FSC-WAIVE-MIN-BAL     PIC S9(015)V99.
      *
       77  CNT-FEE-SCHEDS              PIC 9(002)     VALUE ZEROS COMP.
       77  DMP-FEE-SCHED-IDX           PIC 9(002)     VALUE ZEROS COMP.
       77  DMP-FEE-SCHED-LOOKUP        PIC 9(002)     VALUE ZEROS.
       77  FLG-FEE-SCHED-FOUND         PIC X(001)     VALUE 'N'.
       77  FEE-NSF-AMOUNT              PIC 9(013)V99  VALUE ZEROS.
       77  FEE-MAINT-AMOUNT            PIC 9(013)V99  VALUE ZEROS.
       77  FEE-WAIVE-MIN-BAL           PIC S9(015)V99 VALUE ZEROS.
      *
      * FEE ITEM (DB2TABLE.FEEITEM) HOST VARIABLES. EVERY NSF REFUSAL
      * IS WRITTEN HERE AS A PENDING ('P') NSF ITEM BY THE LEG THAT
      * REFUSED IT (529000), IN THE SAME UNIT OF WORK; THE FEE LEG
      * SETTLES IT - 'C' CHARGED, 'W' WAIVED BY CARD, 'S' SKIPPED -
      * AND STAMPS ITS OWN RUN IDENTIFIER ON IT. A MAINTENANCE FEE IS
      * WRITTEN ALREADY SETTLED, ONE PER ACCOUNT PER MONTH-END DATE.
      * A SETTLED ITEM IS NEVER PICKED UP AGAIN, SO A RERUN OF THE
      * FEE LEG CANNOT CHARGE ANYTHING TWICE. FEI-FEE-ID IS THE
      * TABLE'S GENERATED KEY.
      *
       01  DMP-FEEITEM-ROW.
           03 FEI-FEE-ID               PIC S9(009).
           03 FEI-CLIENT-ID            PIC 9(004).
           03 FEI-FEE-KIND             PIC X(001).
           03 FEI-EVENT-DATE           PIC 9(008).
           03 FEI-EVENT-SOURCE         PIC X(001).
           03 FEI-ATTEMPT-AMT          PIC 9(013)V99.
           03 FEI-ACC-TYPE             PIC 9(002).
           03 FEI-EVENT-RUN-ID         PIC X(022).
           03 FEI-FEE-STATUS           PIC X(001).
           03 FEI-FEE-AMOUNT           PIC 9(013)V99.
           03 FEI-FEE-RUN-ID           PIC X(022).
      *
       77  FEI-MATCH-COUNT             PIC S9(009)    VALUE ZEROS.
      *
      * FEE WAIVER CARD READ BY THE DMP-FLAG 'F' LEG THROUGH DMP0001C
      * BEFORE ANYTHING IS CHARGED: ACTION 'W', CLIENT ID, FEE KIND
      * ('N' NSF, 'M' MAINTENANCE) AND THE DATE OF THE FEE IT WAIVES
      * (THE NSF REFUSAL DATE, OR THE MONTH-END DATE). THE DATE IS
      * REQUIRED - A CARD LEFT IN THE DECK CAN THEN NEVER WAIVE NEXT
      * MONTH'S FEE BY ACCIDENT.
      *
       01  DMP-FEE-WAIVER-CARD.
           03 FWC-ACTION               PIC X(001).
           03 FWC-CLIENT-ID            PIC 9(004).
           03 FWC-FEE-KIND             PIC X(001).
           03 FWC-EVENT-DATE           PIC 9(008).
           03 FILLER                   PIC X(066).
      *
       01  DMP-FEE-WAIVER-TABLE.
           03 DMP-FEE-WAIVER-ENTRY     OCCURS 200 TIMES.
              05 FWT-CLIENT-ID         PIC 9(004).
              05 FWT-FEE-KIND          PIC X(001).
              05 FWT-EVENT-DATE        PIC 9(008).
              05 FWT-USED              PIC X(001).
      *
       77  CNT-FEE-WAIVERS             PIC 9(003)     VALUE ZEROS COMP.
       77  DMP-FEE-WAIVER-IDX          PIC 9(003)     VALUE ZEROS COMP.
       77  FLG-FEE-WAIVED              PIC X(001)     VALUE 'N'.
      *
      * FEE LEG WORK FIELDS AND COUNTERS. FEE-MONTH-END-DATE IS THE
      * MONTH-END THE MAINTENANCE FEE IS BEING ASSESSED FOR - TODAY
      * WHEN TODAY IS THE LAST DAY OF THE MONTH, OR THE DATE GIVEN IN
      * THE PARM'S DATE-FROM POSITIONS TO CATCH UP A MISSED MONTH-END;
      * ZERO MEANS NO MAINTENANCE FEES ARE DUE ON THIS RUN.
      *
       77  FEE-MONTH-END-DATE          PIC 9(008)     VALUE ZEROS.
       77  FEE-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  FEE-CLIENT-ID               PIC 9(004)     VALUE ZEROS.
       77  FEE-ACC-TYPE                PIC 9(002)     VALUE ZEROS.
       77  FEE-ACC-STATUS              PIC X(001)     VALUE SPACE.
       77  FEE-OLD-BALANCE             PIC S9(015)V99 VALUE ZEROS.
       77  FEE-NEW-BALANCE             PIC S9(015)V99 VALUE ZEROS.
       77  FEE-AMOUNT                  PIC 9(013)V99  VALUE ZEROS.
       77  FEE-OUTCOME                 PIC X(030)     VALUE SPACES.
       77  CNT-FEE-NSF-READ            PIC 9(017)     VALUE ZEROS.
       77  CNT-FEE-ACC-READ            PIC 9(017)     VALUE ZEROS.
       77  CNT-FEE-CHARGED             PIC 9(017)     VALUE ZEROS.
       77  CNT-FEE-WAIVED              PIC 9(017)     VALUE ZEROS.
       77  CNT-FEE-SKIPPED             PIC 9(017)     VALUE ZEROS.
       77  CNT-FEE-SETTLED             PIC 9(017)     VALUE ZEROS.
       77  CNT-FWC-READ                PIC 9(017)     VALUE ZEROS.
       77  CNT-FWC-REJECT              PIC 9(017)     VALUE ZEROS.
       77  CNT-FWC-UNUSED              PIC 9(017)     VALUE ZEROS.
       77  TOT-FEE-CHARGED             PIC 9(015)V99  VALUE ZEROS.
       77  TOT-FEE-WAIVED              PIC 9(015)V99  VALUE ZEROS.
      *
      * FEE REGISTER LAYOUTS - SEE DMP0001F.
      *
       77  FEE-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
       77  CNT-FEE-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-FEE-PAGE                PIC 9(005)     VALUE ZEROS.
      *
       01  FEE-RPT-HEADER1.
           03 FILLER                   PIC X(034)     VALUE
              'DMPP0001 - FEE ASSESSMENT REGISTER'.
           03 FILLER                   PIC X(018)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 FEE-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 FEE-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 FEE-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 FEE-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(046)     VALUE SPACES.
      *
       01  FEE-RPT-HEADER2.
           03 FILLER                   PIC X(007)     VALUE 'ACCOUNT'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(004)     VALUE 'TYPE'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'FEE'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(008)     VALUE 'FEE DATE'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(016)     VALUE
              '      FEE AMOUNT'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(018)     VALUE
              '      NEW BALANCE'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(030)     VALUE
              'OUTCOME'.
           03 FILLER                   PIC X(028)     VALUE SPACES.
      *
       01  FEE-RPT-DETAIL.
           03 FEE-DET-CLIENT-ID        PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FEE-DET-ACC-TYPE         PIC 9(002).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FEE-DET-KIND             PIC X(005).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FEE-DET-DATE             PIC 9(008).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FEE-DET-AMOUNT           PIC Z(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FEE-DET-NEW-BALANCE      PIC -(014)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FEE-DET-OUTCOME          PIC X(030).
           03 FILLER                   PIC X(028)     VALUE SPACES.
      *
       01  FEE-RPT-TOTALS.
           03 FILLER                   PIC X(016)     VALUE
              'CONTROL TOTALS -'.
           03 FILLER                   PIC X(009)     VALUE
              ' CHARGED '.
           03 FEE-TOT-CHARGED          PIC Z(008)9.
           03 FILLER                   PIC X(009)     VALUE
              '  AMOUNT '.
           03 FEE-TOT-AMOUNT           PIC Z(014)9.99.
           03 FILLER                   PIC X(009)     VALUE
              '  WAIVED '.
           03 FEE-TOT-WAIVED           PIC Z(008)9.
           03 FILLER                   PIC X(009)     VALUE
              '  AMOUNT '.
           03 FEE-TOT-WAIVED-AMT       PIC Z(014)9.99.
           03 FILLER                   PIC X(010)     VALUE
              '  SKIPPED '.
           03 FEE-TOT-SKIPPED          PIC Z(008)9.
           03 FILLER                   PIC X(007)     VALUE SPACES.
      *
       01  FEE-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
      * STANDING ORDERS (DB2TABLE.STANDORD) - ONE ROW PER REPEATING
      * INSTRUCTION, KEYED BY CLIENT ID AND THE BRANCH'S ORDER
      * NUMBER FOR THAT CLIENT. DEBIT-CREDIT 'D' OR 'C' IS A SINGLE-
      * SIDED POSTING TO THE CLIENT; 'T' IS A TRANSFER FROM THE
      * CLIENT TO THE COUNTER ACCOUNT. FREQUENCY W(EEKLY), M(ONTHLY)
      * OR Q(UARTERLY); ANCHOR-DAY IS THE DAY OF MONTH THE ORDER WAS
      * SET UP FOR, SO A 31ST THAT FALLS ON FEBRUARY 28 COMES BACK TO
      * THE 31ST IN MARCH. END DATE AND STOP COUNT ARE OPTIONAL
      * (ZERO = NONE); GEN-COUNT IS HOW MANY POSTINGS THE ORDER HAS
      * MADE. STATUS A(CTIVE), S(USPENDED), X (CANCELLED) OR
      * E(NDED). NSF-COUNT IS THE RUN OF CONSECUTIVE NSF FAILURES -
      * THE THIRD SUSPENDS THE ORDER WITH SUSP-REASON 'N'.
      * LAST-GEN-DATE KEEPS AN ORDER TO ONE POSTING A NIGHT, EVEN
      * WHEN IT IS SEVERAL PERIODS BEHIND OR THE STEP IS RERUN.
      *
       01  DMP-STANDORD-ROW.
           03 SOR-CLIENT-ID            PIC 9(004).
           03 SOR-ORDER-SEQ            PIC 9(002).
           03 SOR-DEBIT-CREDIT         PIC X(001).
           03 SOR-COUNTER-ID           PIC 9(004).
           03 SOR-AMOUNT               PIC 9(013)V99.
           03 SOR-FREQUENCY            PIC X(001).
           03 SOR-ANCHOR-DAY           PIC 9(002).
           03 SOR-NEXT-DUE             PIC 9(008).
           03 SOR-END-DATE             PIC 9(008).
           03 SOR-STOP-COUNT           PIC 9(003).
           03 SOR-GEN-COUNT            PIC 9(005).
           03 SOR-ORDER-STATUS         PIC X(001).
           03 SOR-NSF-COUNT            PIC 9(002).
           03 SOR-SUSP-REASON          PIC X(001).
           03 SOR-SUSP-DATE            PIC 9(008).
           03 SOR-LAST-GEN-DATE        PIC 9(008).
      *
      * STANDING ORDER MAINTENANCE CARD READ BY THE DMP-FLAG 'O' LEG
      * THROUGH DMP0001C. ACTION 'A' ADD, 'M' AMEND (THE CARD CARRIES
      * THE WHOLE INSTRUCTION AGAIN), 'S' SUSPEND, 'R' RESUME (ALSO
      * CLEARS THE NSF RUN) OR 'C' CANCEL - THE LAST THREE NEED ONLY
      * THE CLIENT ID AND ORDER NUMBER.
      *
       01  DMP-STANDORD-CARD.
           03 SOC-ACTION               PIC X(001).
           03 SOC-CLIENT-ID            PIC 9(004).
           03 SOC-ORDER-SEQ            PIC 9(002).
           03 SOC-DEBIT-CREDIT         PIC X(001).
           03 SOC-COUNTER-ID           PIC 9(004).
           03 SOC-AMOUNT               PIC 9(013)V99.
           03 SOC-FREQUENCY            PIC X(001).
           03 SOC-NEXT-DUE             PIC 9(008).
           03 SOC-END-DATE             PIC 9(008).
           03 SOC-STOP-COUNT           PIC 9(003).
           03 FILLER                   PIC X(033).
      *
       77  SOC-REJECT-TEXT             PIC X(030)     VALUE SPACES.
       77  SOC-CHECK-ID                PIC 9(004)     VALUE ZEROS.
       77  SOC-CHECK-STATUS            PIC X(001)     VALUE SPACE.
       77  SOC-OLD-STATUS              PIC X(001)     VALUE SPACE.
       77  CNT-SOC-READ                PIC 9(017)     VALUE ZEROS.
       77  CNT-SOC-APPLIED             PIC 9(017)     VALUE ZEROS.
       77  CNT-SOC-REJECT              PIC 9(017)     VALUE ZEROS.
      *
      * STANDING ORDER GENERATION WORK FIELDS AND COUNTERS. THE
      * THREE-STRIKES LIMIT IS A CONSTANT, LIKE DMP-LOAN-ACC-TYPE.
      *
       77  SOG-NSF-LIMIT               PIC 9(002)     VALUE 03.
       77  SOG-DUE-DATE                PIC 9(008)     VALUE ZEROS.
       77  SOG-OUTCOME                 PIC X(030)     VALUE SPACES.
       77  SOG-RESULT                  PIC X(001)     VALUE SPACE.
       77  SOG-MONTHS                  PIC 9(002)     VALUE ZEROS.
       77  SOG-MONTH-IDX               PIC 9(002)     VALUE ZEROS COMP.
       77  SOG-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  CNT-SOG-READ                PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-POSTED              PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-SKIPPED             PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-DEFERRED            PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-NSF                 PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-SUSPENDED           PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-ENDED               PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-SETTLED             PIC 9(017)     VALUE ZEROS.
       77  CNT-SOG-SUSP-LISTED         PIC 9(017)     VALUE ZEROS.
       77  TOT-SOG-POSTED              PIC 9(015)V99  VALUE ZEROS.
      *
      * STANDING ORDER REGISTER LAYOUTS - SEE DMP0001G.
      *
       77  SOG-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
       77  CNT-SOG-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-SOG-PAGE                PIC 9(005)     VALUE ZEROS.
      *
       01  SOG-RPT-HEADER1.
           03 FILLER                   PIC X(034)     VALUE
              'DMPP0001 - STANDING ORDER REGISTER'.
           03 FILLER                   PIC X(018)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 SOG-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 SOG-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 SOG-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 SOG-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(046)     VALUE SPACES.
      *
       01  SOG-RPT-HEADER2.
           03 FILLER                   PIC X(007)     VALUE 'ACCOUNT'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'ORDER'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(003)     VALUE 'D/C'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(007)     VALUE 'COUNTER'.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(016)     VALUE
              '          AMOUNT'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(008)     VALUE 'DUE DATE'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(008)     VALUE 'NEXT DUE'.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(030)     VALUE
              'OUTCOME'.
           03 FILLER                   PIC X(031)     VALUE SPACES.
      *
       01  SOG-RPT-DETAIL.
           03 SOG-DET-CLIENT-ID        PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 SOG-DET-ORDER-SEQ        PIC 9(002).
           03 FILLER                   PIC X(006)     VALUE SPACES.
           03 SOG-DET-DC               PIC X(001).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 SOG-DET-COUNTER-ID       PIC Z(003)9.
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 SOG-DET-AMOUNT           PIC Z(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 SOG-DET-DUE-DATE         PIC 9(008).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 SOG-DET-NEXT-DUE         PIC 9(008).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 SOG-DET-OUTCOME          PIC X(030).
           03 FILLER                   PIC X(031)     VALUE SPACES.
      *
       01  SOG-RPT-TOTALS.
           03 FILLER                   PIC X(016)     VALUE
              'CONTROL TOTALS -'.
           03 FILLER                   PIC X(011)     VALUE
              ' GENERATED '.
           03 SOG-TOT-POSTED           PIC Z(008)9.
           03 FILLER                   PIC X(009)     VALUE
              '  AMOUNT '.
           03 SOG-TOT-AMOUNT           PIC Z(014)9.99.
           03 FILLER                   PIC X(010)     VALUE
              '  SKIPPED '.
           03 SOG-TOT-SKIPPED          PIC Z(008)9.
           03 FILLER                   PIC X(006)     VALUE
              '  NSF '.
           03 SOG-TOT-NSF              PIC Z(008)9.
           03 FILLER                   PIC X(012)     VALUE
              '  SUSPENDED '.
           03 SOG-TOT-SUSPENDED        PIC Z(008)9.
           03 FILLER                   PIC X(014)     VALUE SPACES.
      *
      * BRANCH FOLLOW-UP LIST PRINTED AFTER THE TOTALS: EVERY ORDER
      * SUSPENDED TODAY FOR REPEATED NSF FAILURE.
      *
       01  SOG-RPT-SUSP-HEADER.
           03 FILLER                   PIC X(050)     VALUE
              'ORDERS SUSPENDED TODAY AFTER CONSECUTIVE NSF FAILU'.
           03 FILLER                   PIC X(031)     VALUE
              'RES - BRANCH TO CONTACT CLIENT'.
           03 FILLER                   PIC X(051)     VALUE SPACES.
      *
       01  SOG-RPT-SUSP-DETAIL.
           03 SOG-SUS-CLIENT-ID        PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 SOG-SUS-ORDER-SEQ        PIC 9(002).
           03 FILLER                   PIC X(006)     VALUE SPACES.
           03 SOG-SUS-DC               PIC X(001).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 SOG-SUS-COUNTER-ID       PIC Z(003)9.
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 SOG-SUS-AMOUNT           PIC Z(012)9.99.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(010)     VALUE
              'FREQUENCY '.
           03 SOG-SUS-FREQUENCY        PIC X(001).
           03 FILLER                   PIC X(071)     VALUE SPACES.
      *
       01  SOG-RPT-BLANK               PIC X(132)     VALUE SPACES.
      *
      * PARM FIELDS BEYOND THE ORIGINAL 20 BYTES ARE OPTIONAL - THE
      * RUNTIME COPIES OF THEM BELOW ARE DEFAULTED AT 100000-START
      * AND ONLY OVERLAID WHEN DMP-PARM-LEN SAYS THE CALLER ACTUALLY
      *
       77  DMP-OPT-PART-FROM           PIC 9(004)     VALUE ZEROS.
       77  DMP-OPT-PART-TO             PIC 9(004)     VALUE 9999.
      *
      * 'Y' LETS THE ACCRUAL, FEE AND DORMANCY LEGS RUN ON A DAY THE
      * BUSINESS-DAY CALENDAR SAYS IS NOT A BUSINESS DAY.
      *
       77  DMP-OPT-CAL-OVERRIDE        PIC X(001)     VALUE 'N'.
       77  CNT-TRANS-SKIPPED           PIC 9(017)     VALUE ZEROS.
      *
      * FEED IDENTITY CAPTURED FROM THE FILE HEADER AND HELD HERE -
           03 RUN-ID-DATE              PIC 9(008).
           03 RUN-ID-TIME              PIC 9(006).
      *
      * TRANSHIST ROW - ONE PER SUCCESSFUL POSTING. TH-XFER-IND IS
      * 'Y' ON THE TWO SIDES OF A TRANSFER AND 'N' ON EVERYTHING ELSE,
      * SO THE GL INTERFACE (DMPP0008) CAN TELL A TRANSFER FROM A
      * DEPOSIT OR WITHDRAWAL POSTED IN THE SAME RUN. TH-REV-RUN-ID
      * IS SET ONLY ON A REVERSAL'S OFFSET ROW, TO THE RUN IDENTIFIER
      * OF THE POSTING BACKED OUT - THE YEAR-END INTEREST REPORTING
      * (DMPP0014) NETS REVERSED ACCRUALS BY IT.
      *
       01  DMP-TRANSHIST-ROW.
           03 TH-CLIENT-ID             PIC 9(004).
           03 TH-POST-TIME             PIC 9(006).
           03 TH-RUN-ID                PIC X(022).
           03 TH-RESULT-BALANCE        PIC S9(015)V99.
           03 TH-XFER-IND              PIC X(001)     VALUE 'N'.
           03 TH-REV-RUN-ID            PIC X(022)     VALUE SPACES.
      *
      * POSTING WORK FIELDS - THE ACCOUNT IS READ FIRST AND THE NEW
      * BALANCE COMPUTED HERE, SO THE RESULTING BALANCE IS KNOWN FOR
       77  HIST-NEW-BALANCE            PIC S9(015)V99 VALUE ZEROS.
       77  HIST-ACC-TYPE               PIC 9(002)     VALUE ZEROS.
      *
      * MASTER CHANGE-HISTORY ROW - ONE PER COLUMN CHANGED. THE
      * CALLER FILLS CH-CLIENT-ID / CH-COLUMN-NAME / CH-OLD-VALUE /
      * CH-NEW-VALUE; THE DATE, RUN STAMP AND SOURCE LEG (THE
      * DMP-FLAG OF THE RUN) ARE APPLIED BY 930000. VALUES ARE HELD
      * AS TEXT SO ONE COLUMN SERVES NAME, EMAIL, PHONE, TYPE,
      * BALANCE AND STATUS ALIKE.
      *
       01  DMP-CHGHIST-ROW.
           03 CH-CLIENT-ID             PIC 9(004).
           03 CH-COLUMN-NAME           PIC X(018).
           03 CH-OLD-VALUE             PIC X(030).
           03 CH-NEW-VALUE             PIC X(030).
           03 CH-CHANGE-DATE           PIC 9(008).
           03 CH-CHANGE-TIME           PIC 9(006).
           03 CH-RUN-ID                PIC X(022).
           03 CH-SOURCE-LEG            PIC X(001).
      *
      * BEFORE AND AFTER IMAGES OF THE MASTER COLUMNS, AS TEXT, FOR
      * THE WHOLE-ROW CHANGES (UPSERT AND RESTORE). 932000 WRITES A
      * CHGHIST ROW FOR EVERY COLUMN WHOSE TWO IMAGES DIFFER. THE
      * DB2 COLUMN NAMES ARE HELD IN THE SAME ORDER.
      *
       01  CHG-COLUMN-VALUES.
           03 FILLER                   PIC X(018)     VALUE
              'CLIENTNAME'.
           03 FILLER                   PIC X(018)     VALUE
              'EMAIL'.
           03 FILLER                   PIC X(018)     VALUE
              'PHONE'.
           03 FILLER                   PIC X(018)     VALUE
              'ACCOUNTTYPE'.
           03 FILLER                   PIC X(018)     VALUE
              'BALANCE'.
           03 FILLER                   PIC X(018)     VALUE
              'ACCTSTATUS'.
       01  CHG-COLUMN-TABLE            REDEFINES CHG-COLUMN-VALUES.
           03 CHG-COLUMN-NAME          PIC X(018)     OCCURS 6 TIMES.
      *
       01  CHG-OLD-IMAGE.
           03 CHG-OLD-NAME             PIC X(030).
           03 CHG-OLD-EMAIL            PIC X(030).
           03 CHG-OLD-PHONE            PIC X(030).
           03 CHG-OLD-ACC-TYPE         PIC X(030).
           03 CHG-OLD-BALANCE          PIC X(030).
           03 CHG-OLD-STATUS           PIC X(030).
       01  CHG-OLD-TABLE               REDEFINES CHG-OLD-IMAGE.
           03 CHG-OLD-COLUMN           PIC X(030)     OCCURS 6 TIMES.
      *
       01  CHG-NEW-IMAGE.
           03 CHG-NEW-NAME             PIC X(030).
           03 CHG-NEW-EMAIL            PIC X(030).
           03 CHG-NEW-PHONE            PIC X(030).
           03 CHG-NEW-ACC-TYPE         PIC X(030).
           03 CHG-NEW-BALANCE          PIC X(030).
           03 CHG-NEW-STATUS           PIC X(030).
       01  CHG-NEW-TABLE               REDEFINES CHG-NEW-IMAGE.
           03 CHG-NEW-COLUMN           PIC X(030)     OCCURS 6 TIMES.
      *
       77  CHG-COL-IDX                 PIC 9(002)     VALUE ZEROS COMP.
       77  CHG-EDIT-BALANCE            PIC -(014)9.99.
       77  CHG-EDIT-PHONE              PIC 9(008)     VALUE ZEROS.
       77  CHG-EDIT-ACC-TYPE           PIC 9(002)     VALUE ZEROS.
      *
      * THE ACCOUNT ROW AS IT STOOD BEFORE AN UPSERT OVERWRITES IT.
      *
       77  CHG-DB-NAME                 PIC X(020)     VALUE SPACES.
       77  CHG-DB-EMAIL                PIC X(030)     VALUE SPACES.
       77  CHG-DB-PHONE                PIC 9(008)     VALUE ZEROS.
       77  CHG-DB-ACC-TYPE             PIC 9(002)     VALUE ZEROS.
       77  CHG-DB-STATUS               PIC X(001)     VALUE SPACE.
       77  CNT-CHG-WRITTEN             PIC 9(017)     VALUE ZEROS.
      *
      * DMP0001O RECORD FOR THE FLAG-6 POSTING HISTORY UNLOAD.
      *
       01  DMP-HIST-REGISTER.
       77  MAX-SANE-BALANCE            PIC 9(015)V99
           VALUE 999999999999.99.
      *
      * APPROVED MAINTENANCE CARD - THE 'V', 'S', FLAG-7 AND FLAG-9
      * LEGS TAKE THEIR CARDS FROM DB2TABLE.CARDAPPR, WHERE DMPP0013
      * STAGES THEM UNDER THE KEYING USER AND A SECOND USER APPROVES
      * OR REJECTS THEM. THE IMAGE IS THE SAME CARD THE LEG USED TO
      * READ FROM DMP0001C. APV-APPLY-RESULT IS WRITTEN BACK AS THE
      * CARD STATUS: 'U' APPLIED, 'J' REJECTED BY THE LEG'S OWN EDITS.
      *
       01  DMP-APPROVED-CARD.
           03 APV-CARD-ID              PIC S9(009).
           03 APV-TARGET-LEG           PIC X(001).
           03 APV-CARD-IMAGE           PIC X(080).
           03 APV-APPLY-RESULT         PIC X(001).
      *
       77  APV-REJECT-BEFORE           PIC 9(017)     VALUE ZEROS.
       77  APV-CLIENT-ID-X             PIC X(004)     VALUE SPACES.
      *
      *---------------- T A B L E - S T R U C T U R E S ---------------*
      *
       01  DMP-TABLE-REGISTER.
      * SEE DMP-OPT-PART-FROM/TO IN WORKING-STORAGE.
           03 DMP-SEL-PART-FROM        PIC 9(004).
           03 DMP-SEL-PART-TO          PIC 9(004).
      * 'Y' = RUN THE ACCRUAL, FEE OR DORMANCY LEG ON A NON-BUSINESS
      * DAY - SEE 879000-GUARD-BUSINESS-DAY.
           03 DMP-SEL-CAL-OVERRIDE     PIC X(001).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING DMP-PARM.
              DISPLAY 'PARTITION RANGE...............: '
                 DMP-OPT-PART-FROM ' - ' DMP-OPT-PART-TO
           END-IF.
           IF DMP-PARM-LEN             NOT LESS 51
              AND DMP-SEL-CAL-OVERRIDE  EQUAL 'Y'
              MOVE 'Y'                 TO DMP-OPT-CAL-OVERRIDE
              DISPLAY 'CALENDAR OVERRIDE SUPPLIED'
           END-IF.
      *
           MOVE PLCH-CURR-DATE-NUM     TO DMP-MAINT-STAMP.
      *
                 PERFORM 999001-ERROR-001
              END-IF
              MOVE DMP-SEL-DATE-FROM   TO DSW-MONTHS
           WHEN 'F'
              DISPLAY '*** FEE ASSESSMENT ***'
      *       THE DATE-FROM POSITIONS, WHEN GIVEN, NAME A MISSED
      *       MONTH-END TO ASSESS MAINTENANCE FEES FOR - SEE 561000.
              IF DMP-SEL-DATE-FROM      NOT NUMERIC
                 DISPLAY 'FEE MONTH-END DATE (DATE-FROM) NOT NUMERIC'
                 PERFORM 999001-ERROR-001
              END-IF
           WHEN 'O'
              DISPLAY '*** STANDING ORDER MAINTENANCE ***'
           WHEN 'G'
              DISPLAY '*** STANDING ORDER GENERATION ***'
           WHEN 'H'
              DISPLAY '*** BUSINESS-DAY CALENDAR MAINTENANCE ***'
           WHEN OTHER
              PERFORM 999001-ERROR-001
           END-EVALUATE.
      *
      * THE ACCRUAL, FEE AND DORMANCY LEGS RUN ON BUSINESS DAYS ONLY
      * - INTEREST, CHARGES AND DORMANCY ALL COUNT FROM THE DAY THE
      * BANK WAS OPEN. REFUSED BEFORE ANYTHING IS OPENED OR READ.
      *
           IF DMP-FLAG                  EQUAL '5'
              OR DMP-FLAG               EQUAL 'F'
              OR DMP-FLAG               EQUAL 'D'
              PERFORM 879000-GUARD-BUSINESS-DAY
           END-IF.
      *
      * THE LEGS THAT EDIT, POST OR REPORT AGAINST ACCOUNT TYPES NEED
      * THE REFERENCE TABLE IN STORAGE BEFORE THE FIRST RECORD.
      *
             PERFORM 690000-DORMANCY-SWEEP
           WHEN 'Q'
             PERFORM 780000-ARCHDIR-INQUIRY
           WHEN 'F'
             PERFORM 560000-ASSESS-FEES
           WHEN 'O'
             PERFORM 820000-MAINTAIN-STAND-ORDERS
           WHEN 'G'
             PERFORM 840000-GENERATE-STAND-ORDERS
           WHEN 'H'
             PERFORM 860000-MAINTAIN-CALENDAR
           WHEN OTHER
             PERFORM 999001-ERROR-001
           END-EVALUATE.
      * RESUBMITTED OR CORRECTED DMP0001I CAN BE RERUN SAFELY WITHOUT
      * FIRST DELETING THE ROWS IT ALREADY LOADED. THE OLD BALANCE IS
      * READ AHEAD OF THE UPDATE SO THE RUN'S NET BALANCE MOVEMENT
      * (NEW MINUS OLD) CAN BE RECORDED FOR RECONCILIATION, AND THE
      * REST OF THE ROW WITH IT SO EACH COLUMN THE UPDATE CHANGES
      * CAN BE WRITTEN TO CHGHIST.
      *
           EXEC SQL
              SELECT Balance, ClientName, Email, Phone,
                     AccountType, AcctStatus
              INTO :HIST-OLD-BALANCE, :CHG-DB-NAME, :CHG-DB-EMAIL,
                   :CHG-DB-PHONE, :CHG-DB-ACC-TYPE, :CHG-DB-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :DMP-CLIENT-ID
           END-EXEC.
              ADD 1                     TO CNT-UPSERT-UPDATE
              COMPUTE TOT-NET-MOVEMENT = TOT-NET-MOVEMENT
                 + DMP-ACC-BALANCE - HIST-OLD-BALANCE
              PERFORM 447600-LOG-UPSERT-CHANGES
              PERFORM 429000-BUMP-LOAD-COUNTERS
           END-IF.
      *
       447599-END-UPSERT-UPDATE-ROW.
           EXIT.
      *
      *---------------------------------------*
       447600-LOG-UPSERT-CHANGES       SECTION.
      *---------------------------------------*
      *
      * BEFORE IMAGE FROM THE ROW READ IN 447000, AFTER IMAGE FROM
      * THE RECORD JUST APPLIED. THE UPSERT NEVER TOUCHES THE
      * STATUS, SO BOTH STATUS IMAGES CARRY THE OLD ONE.
      *
           MOVE DMP-CLIENT-ID          TO CH-CLIENT-ID.
      *
           MOVE CHG-DB-NAME            TO CHG-OLD-NAME.
           MOVE CHG-DB-EMAIL           TO CHG-OLD-EMAIL.
           MOVE CHG-DB-PHONE           TO CHG-EDIT-PHONE.
           MOVE CHG-EDIT-PHONE         TO CHG-OLD-PHONE.
           MOVE CHG-DB-ACC-TYPE        TO CHG-EDIT-ACC-TYPE.
           MOVE CHG-EDIT-ACC-TYPE      TO CHG-OLD-ACC-TYPE.
           MOVE HIST-OLD-BALANCE       TO CHG-EDIT-BALANCE.
           MOVE CHG-EDIT-BALANCE       TO CHG-OLD-BALANCE.
           MOVE CHG-DB-STATUS          TO CHG-OLD-STATUS.
      *
           PERFORM 933000-SET-NEW-IMAGE.
           MOVE CHG-DB-STATUS          TO CHG-NEW-STATUS.
      *
           PERFORM 932000-LOG-IMAGE-CHANGES.
      *
       447699-END-LOG-UPSERT-CHANGES.
           EXIT.
      *
      *---------------------------------------*
       448000-UPSERT-INSERT-ROW        SECTION.
      *---------------------------------------*
      * A SINGLE-SIDED ITEM VALUE-DATED PAST TODAY IS WAREHOUSED TO
      * DB2TABLE.PENDTRANS INSTEAD OF POSTED - THE DMP-FLAG 'W'
      * NIGHTLY SWEEP RELEASES IT ON OR AFTER ITS VALUE DATE. A
      * BLANK, ZERO OR PAST VALUE DATE POSTS TODAY AS ALWAYS. A
      * VALUE DATE ON A NON-BUSINESS DAY IS FIRST ROLLED TO THE NEXT
      * BUSINESS DAY (520500), AND IT IS THE ROLLED DATE THAT DECIDES.
      *
      * A RECORD OUTSIDE THIS STEP'S PARTITION RANGE BELONGS TO A
      * PARALLEL STEP - IT IS ALREADY COUNTED AND HASHED BY THE READ
      *
           EVALUATE TR-DEBIT-CREDIT
           WHEN 'D'
              PERFORM 520500-ROLL-VALUE-DATE
              IF TR-ROLLED-VALUE-DATE    GREATER PLCH-CURR-DATE-NUM
                 PERFORM 540000-WAREHOUSE-PENDING
              ELSE
                 PERFORM 521000-APPLY-TRANSACTION
              END-IF
           WHEN 'C'
              PERFORM 520500-ROLL-VALUE-DATE
              IF TR-ROLLED-VALUE-DATE    GREATER PLCH-CURR-DATE-NUM
                 PERFORM 540000-WAREHOUSE-PENDING
              ELSE
                 PERFORM 521000-APPLY-TRANSACTION
       520099-END-POST-ONE-TRANSACTION.
           EXIT.
      *
      *---------------------------------------*
       520500-ROLL-VALUE-DATE          SECTION.
      *---------------------------------------*
      *
      * TR-ROLLED-VALUE-DATE IS THE DATE THE ITEM IS ACTUALLY DUE: THE
      * SENDER'S VALUE DATE, MOVED ON TO THE NEXT BUSINESS DAY WHEN IT
      * FALLS ON A WEEKEND OR BANK HOLIDAY - AN ITEM DATED FOR A
      * SATURDAY IS WAREHOUSED FOR MONDAY, ONE DATED FOR A HOLIDAY
      * TODAY WAITS FOR TOMORROW. BLANK, ZERO AND PAST VALUE DATES
      * ARE SAME-DAY POSTINGS AS BEFORE AND ARE NOT ROLLED.
      *
           MOVE ZEROS                  TO TR-ROLLED-VALUE-DATE.
      *
           IF TR-VALUE-DATE             NOT NUMERIC
              OR TR-VALUE-DATE          LESS PLCH-CURR-DATE-NUM
              GO TO 520599-END-ROLL-VALUE-DATE
           END-IF.
      *
           MOVE TR-VALUE-DATE          TO CAL-WORK-DATE-NUM.
           PERFORM 875000-ROLL-TO-BUSINESS-DAY.
           MOVE CAL-WORK-DATE-NUM      TO TR-ROLLED-VALUE-DATE.
      *
           IF TR-ROLLED-VALUE-DATE      NOT EQUAL TR-VALUE-DATE
              ADD 1                    TO CNT-TRANS-ROLLED
           END-IF.
      *
       520599-END-ROLL-VALUE-DATE.
           EXIT.
      *
      *---------------------------------------*
       521000-APPLY-TRANSACTION        SECTION.
      *---------------------------------------*
              PERFORM 525000-WRITE-TRANS-REJECT
              ADD 1                    TO CNT-TRANS-NSF
              PERFORM 527000-WRITE-NSF-REPORT-LINE
              MOVE TR-CLIENT-ID        TO FEI-CLIENT-ID
              MOVE HIST-ACC-TYPE       TO FEI-ACC-TYPE
              MOVE TR-AMOUNT           TO FEI-ATTEMPT-AMT
              MOVE 'P'                 TO FEI-EVENT-SOURCE
              PERFORM 529000-RECORD-NSF-EVENT
              GO TO 521099-END-APPLY-TRANSACTION
           END-IF.
      *
                 SUBTRACT TR-AMOUNT    FROM TOT-NET-MOVEMENT
              END-IF
              PERFORM 521500-WRITE-TRANSHIST-ROW
              IF HIST-ACC-STATUS        EQUAL 'D'
                 MOVE TR-CLIENT-ID      TO CH-CLIENT-ID
                 PERFORM 931000-LOG-REACTIVATION
              END-IF
              PERFORM 522000-BUMP-TRANS-COUNTERS
           END-IF.
      *
      *
      * SHARED BY THE TRANSACTION-POSTING AND INTEREST-ACCRUAL LEGS -
      * THE CALLER FILLS TH-CLIENT-ID / TH-DEBIT-CREDIT / TH-AMOUNT /
      * TH-RESULT-BALANCE, THE RUN STAMP IS APPLIED HERE. A TRANSFER
      * SETS TH-XFER-IND TO 'Y' FOR ITS TWO ROWS, A REVERSAL SETS
      * TH-REV-RUN-ID; BOTH ARE PUT BACK AFTER EVERY INSERT SO NO
      * OTHER CALLER HAS TO.
      *
           MOVE PLCH-CURR-DATE-NUM     TO TH-POST-DATE.
           MOVE RUN-ID-TIME            TO TH-POST-TIME.
           EXEC SQL
              INSERT INTO DB2TABLE.TRANSHIST(
              ClientID, DebitCredit, Amount, PostDate, PostTime,
              RunId, ResultBalance, XferInd, RevRunId)
              VALUES (:TH-CLIENT-ID, :TH-DEBIT-CREDIT, :TH-AMOUNT,
                      :TH-POST-DATE, :TH-POST-TIME, :TH-RUN-ID,
                      :TH-RESULT-BALANCE, :TH-XFER-IND,
                      :TH-REV-RUN-ID)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999008-ERROR-008
           END-IF.
      *
           MOVE 'N'                    TO TH-XFER-IND.
           MOVE SPACES                 TO TH-REV-RUN-ID.
      *
       521699-END-INSERT-TRANSHIST-ROW.
           EXIT.
              PERFORM 525000-WRITE-TRANS-REJECT
              ADD 1                    TO CNT-TRANS-NSF
              PERFORM 535000-WRITE-TRANSFER-NSF-LINE
              MOVE TRF-FROM-ID         TO FEI-CLIENT-ID
              MOVE TRF-FROM-ACC-TYPE   TO FEI-ACC-TYPE
              MOVE TRF-AMOUNT          TO FEI-ATTEMPT-AMT
              MOVE 'T'                 TO FEI-EVENT-SOURCE
              PERFORM 529000-RECORD-NSF-EVENT
              GO TO 530099-END-APPLY-TRANSFER
           END-IF.
      *
           MOVE 'D'                    TO TH-DEBIT-CREDIT.
           MOVE TRF-AMOUNT             TO TH-AMOUNT.
           MOVE TRF-FROM-NEW-BAL       TO TH-RESULT-BALANCE.
           MOVE 'Y'                    TO TH-XFER-IND.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           MOVE TRF-TO-ID              TO TH-CLIENT-ID.
           MOVE 'C'                    TO TH-DEBIT-CREDIT.
           MOVE TRF-AMOUNT             TO TH-AMOUNT.
           MOVE TRF-TO-NEW-BAL         TO TH-RESULT-BALANCE.
           MOVE 'Y'                    TO TH-XFER-IND.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           IF TRF-FROM-STATUS           EQUAL 'D'
              MOVE TRF-FROM-ID         TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
           IF TRF-TO-STATUS             EQUAL 'D'
              MOVE TRF-TO-ID           TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
      *
           ADD 1                       TO CNT-TRANS-TRANSFER.
           PERFORM 522000-BUMP-TRANS-COUNTERS.
      * A FUTURE-DATED ITEM GOES ONTO DB2TABLE.PENDTRANS INSTEAD OF
      * THE BALANCE - NO NSF CHECK HERE, THE BALANCE THAT MATTERS IS
      * THE ONE ON ITS VALUE DATE, AND 555000 RE-RUNS THE CHECK THEN.
      * THE VALUE DATE STORED IS THE ONE ALREADY ROLLED TO A BUSINESS
      * DAY BY 520500.
      * THE CAPTURE DATE AND RUN IDENTIFIER ARE KEPT SO A PENDING
      * ITEM CAN BE TRACED BACK TO THE FEED THAT DELIVERED IT. THE
      * ROW HARDENS UNDER THE SAME COMMIT/CHECKPOINT DISCIPLINE AS A
              ClientID, DebitCredit, Amount, ValueDate, CaptDate,
              CaptRunId)
              VALUES (:TR-CLIENT-ID, :TR-DEBIT-CREDIT, :TR-AMOUNT,
                      :TR-ROLLED-VALUE-DATE, :PLCH-CURR-DATE-NUM,
                      :DMP-RUN-IDENT)
           END-EXEC.
      *
       551099-END-RELEASE-ONE-ITEM.
           EXIT.
      *
      *---------------------------------------*
       554000-DEFER-PENDING-ITEM       SECTION.
      *---------------------------------------*
      *
      * THE ITEM STAYS ON DB2TABLE.PENDTRANS WITH ITS VALUE DATE MOVED
      * TO THE NEXT BUSINESS DAY (LEFT IN CAL-WORK-DATE BY 555000), SO
      * THE SWEEP ON THAT DAY RELEASES IT. THE UPDATE RIDES IN THE
      * SAME UNIT OF WORK AS THE RELEASES AROUND IT.
      *
           EXEC SQL
              UPDATE DB2TABLE.PENDTRANS
              SET ValueDate = :CAL-WORK-DATE-NUM
              WHERE PendId = :PND-PEND-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'PENDING UPDATE FAILED FOR ITEM: ' PND-PEND-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
           DISPLAY 'PENDING ITEM ' PND-PEND-ID ' VALUE DATE '
              PND-VALUE-DATE ' ROLLED TO ' CAL-WORK-DATE-NUM.
      *
           ADD 1                       TO CNT-PEND-DEFERRED.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 556000-PEND-COMMIT-POINT
           END-IF.
      *
       554099-END-DEFER-PENDING-ITEM.
           EXIT.
      *
      *---------------------------------------*
       555000-APPLY-PENDING-ITEM       SECTION.
      *---------------------------------------*
      * TABLE - SO IT IS CORRECTED AND RESUBMITTED LIKE ANY OTHER
      * REJECT INSTEAD OF RETRYING SILENTLY EVERY NIGHT. EITHER WAY
      * THE PENDING ROW IS DELETED IN THE SAME UNIT OF WORK.
      *
      * NOTHING IS RELEASED ON A NON-BUSINESS VALUE DATE. ITEMS
      * WAREHOUSED BEFORE THE CALENDAR EXISTED, OR DATED ON A HOLIDAY
      * ADDED SINCE THEY WERE WAREHOUSED, ARE ROLLED HERE: WHEN THE
      * NEXT BUSINESS DAY IS STILL AHEAD THE ITEM GOES BACK ON THE
      * TABLE UNDER THAT DATE (554000); WHEN IT HAS ALREADY COME THE
      * ITEM IS RELEASED NOW.
      *
           MOVE PND-VALUE-DATE         TO CAL-WORK-DATE-NUM.
           PERFORM 875000-ROLL-TO-BUSINESS-DAY.
      *
           IF CAL-WORK-DATE-NUM         GREATER PLCH-CURR-DATE-NUM
              PERFORM 554000-DEFER-PENDING-ITEM
              GO TO 555099-END-APPLY-PENDING-ITEM
           END-IF.
      *
           EXEC SQL
              SELECT Balance, AccountType, AcctStatus
              PERFORM 557000-WRITE-PENDING-REJECT
              ADD 1                    TO CNT-PEND-NSF
              PERFORM 559000-WRITE-PENDING-NSF-LINE
              MOVE PND-CLIENT-ID       TO FEI-CLIENT-ID
              MOVE HIST-ACC-TYPE       TO FEI-ACC-TYPE
              MOVE PND-AMOUNT          TO FEI-ATTEMPT-AMT
              MOVE 'W'                 TO FEI-EVENT-SOURCE
              PERFORM 529000-RECORD-NSF-EVENT
              PERFORM 558000-DELETE-PENDING-ROW
              GO TO 555099-END-APPLY-PENDING-ITEM
           END-IF.
           MOVE PND-AMOUNT             TO TH-AMOUNT.
           MOVE HIST-NEW-BALANCE       TO TH-RESULT-BALANCE.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           IF HIST-ACC-STATUS           EQUAL 'D'
              MOVE PND-CLIENT-ID       TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
      *
           PERFORM 558000-DELETE-PENDING-ROW.
      *
           EXIT.
      *
      *---------------------------------------*
       529000-RECORD-NSF-EVENT         SECTION.
      *---------------------------------------*
      *
      * SHARED BY THE POSTING, TRANSFER, RELEASE AND STANDING ORDER
      * NSF REFUSALS - THE CALLER FILLS FEI-CLIENT-ID / FEI-ACC-TYPE /
      * FEI-ATTEMPT-AMT / FEI-EVENT-SOURCE ('P', 'T', 'W' OR 'O').
      * THE REFUSAL IS RECORDED AS A PENDING NSF FEE ITEM FOR THE
      * DMP-FLAG 'F' LEG, IN THE SAME UNIT OF
      * WORK AS EVERYTHING ELSE THE RECORD DID: A RESTART THAT
      * REPROCESSES THE RECORD REPROCESSES ITS REFUSAL TOO, SO THE
      * FEE IS NEITHER LOST NOR DOUBLED. A FAILED INSERT IS FATAL -
      * THE ALTERNATIVE IS A FEE NOBODY WILL EVER CHARGE.
      *
           MOVE 'N'                    TO FEI-FEE-KIND.
           MOVE PLCH-CURR-DATE-NUM     TO FEI-EVENT-DATE.
           MOVE DMP-RUN-IDENT          TO FEI-EVENT-RUN-ID.
           MOVE 'P'                    TO FEI-FEE-STATUS.
           MOVE ZEROS                  TO FEI-FEE-AMOUNT.
           MOVE SPACES                 TO FEI-FEE-RUN-ID.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.FEEITEM(
              ClientID, FeeKind, EventDate, EventSource, AttemptAmt,
              AccountType, EventRunId, FeeStatus, FeeAmount, FeeRunId)
              VALUES (:FEI-CLIENT-ID, :FEI-FEE-KIND, :FEI-EVENT-DATE,
                      :FEI-EVENT-SOURCE, :FEI-ATTEMPT-AMT,
                      :FEI-ACC-TYPE, :FEI-EVENT-RUN-ID,
                      :FEI-FEE-STATUS, :FEI-FEE-AMOUNT,
                      :FEI-FEE-RUN-ID)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'NSF FEE ITEM INSERT FAILED FOR ACCOUNT: '
                 FEI-CLIENT-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
       529099-END-RECORD-NSF-EVENT.
           EXIT.
      *
      *---------------------------------------*
       560000-ASSESS-FEES              SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'F' - CHARGES THE FEES THE BRANCH USED TO KEY BY
      * HAND: AT MONTH-END, THE MAINTENANCE FEE ON EVERY ACCOUNT
      * WHOSE BALANCE IS UNDER ITS TYPE'S WAIVER MINIMUM; EVERY
      * NIGHT, THE NSF FEE FOR EVERY REFUSAL THE POSTING, TRANSFER
      * AND RELEASE LEGS RECORDED ON DB2TABLE.FEEITEM. AMOUNTS COME
      * FROM DB2TABLE.FEESCHED BY ACCOUNT TYPE. EACH CHARGE GOES
      * THROUGH THE SAME READ-COMPUTE-UPDATE PATH AS A POSTING, IS
      * JOURNALED TO TRANSHIST UNDER THIS RUN'S STAMP, LISTED ON THE
      * DMP0001F FEE REGISTER AND CARRIED INTO THE NET MOVEMENT.
      *
      * MAINTENANCE FEES ARE ASSESSED FIRST, SO THE MINIMUM-BALANCE
      * TEST SEES THE CLIENT'S OWN BALANCE AND NOT ONE ALREADY CUT
      * BY TONIGHT'S NSF FEES. THE PARTITION RANGE IS HONOURED BY
      * BOTH CURSORS. LIKE THE 'W' RELEASE, NO SKIP-TO-CHECKPOINT
      * PASS IS NEEDED ON RESTART: EVERY FEE IS SETTLED ON FEEITEM
      * IN THE SAME UNIT OF WORK AS ITS CHARGE, AND A SETTLED FEE IS
      * NEVER PICKED UP AGAIN.
      *
           EXEC SQL
              DECLARE DB2CURSORM CURSOR WITH HOLD FOR
              SELECT ClientID, AccountType, Balance, AcctStatus
              FROM DB2TABLE.ACCOUNTS
              WHERE AcctStatus <> 'C'
              AND   ClientID BETWEEN :DMP-OPT-PART-FROM
                                AND :DMP-OPT-PART-TO
              ORDER BY ClientID
           END-EXEC.
      *
           EXEC SQL
              DECLARE DB2CURSORL CURSOR WITH HOLD FOR
              SELECT FeeId, ClientID, EventDate, AttemptAmt
              FROM DB2TABLE.FEEITEM
              WHERE FeeKind   = 'N'
              AND   FeeStatus = 'P'
              AND   ClientID BETWEEN :DMP-OPT-PART-FROM
                                AND :DMP-OPT-PART-TO
              ORDER BY ClientID, FeeId
           END-EXEC.
      *
           PERFORM 562000-LOAD-FEE-SCHEDULE.
           PERFORM 561000-SET-FEE-MONTH-END.
           PERFORM 563000-LOAD-FEE-WAIVERS.
      *
           MOVE 'F'                    TO CKP-CURR-LEG.
           PERFORM 425000-CHECKPOINT-LOAD.
      *
           IF CNT-CHECKPOINT-POS       GREATER ZEROS
              OPEN EXTEND DMP0001F
              DISPLAY 'RESUMING - ALREADY SETTLED...: '
                 CNT-CHECKPOINT-POS
           ELSE
              OPEN OUTPUT DMP0001F
           END-IF.
      *
           IF FEE-MONTH-END-DATE       EQUAL ZEROS
              DISPLAY 'NOT A MONTH-END - NO MAINTENANCE FEES DUE'
           ELSE
              DISPLAY 'MAINTENANCE FEES FOR MONTH-END: '
                 FEE-MONTH-END-DATE
              EXEC SQL
                 OPEN DB2CURSORM
              END-EXEC
              IF SQLCODE                NOT EQUAL 0
                 PERFORM 999004-ERROR-004
              END-IF
              PERFORM 565000-MAINT-FEE-ONE-ACCOUNT
              UNTIL SQLCODE            EQUAL 100
              EXEC SQL
                 CLOSE DB2CURSORM
              END-EXEC
           END-IF.
      *
           EXEC SQL
              OPEN DB2CURSORL
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 567000-SETTLE-ONE-NSF-ITEM
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORL
           END-EXEC.
      *
           PERFORM 577000-WRITE-FEE-TOTALS.
           CLOSE DMP0001F.
      *
           PERFORM 578000-REPORT-UNUSED-WAIVERS.
      *
      * RUN COMPLETED CLEAN THROUGH BOTH CURSORS - COMMIT WHAT IS
      * LEFT AND RESET THE CHECKPOINT SO THE NEXT RUN STARTS FRESH.
      *
           EXEC SQL
              COMMIT
           MOVE ZEROS                  TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
      *
       560099-END-ASSESS-FEES.
           EXIT.
      *
      *---------------------------------------*
       561000-SET-FEE-MONTH-END        SECTION.
      *---------------------------------------*
      *
      * MAINTENANCE FEES ARE DUE ON THE LAST DAY OF THE MONTH. A
      * MONTH-END WHOSE RUN WAS MISSED IS CAUGHT UP BY GIVING ITS
      * DATE IN THE PARM'S DATE-FROM POSITIONS - IT MUST BE A REAL
      * MONTH-END AND NOT IN THE FUTURE. FEES ALREADY ASSESSED FOR
      * THAT MONTH-END ARE NOT ASSESSED AGAIN (SEE 566000).
      *
      * THE LEG ONLY RUNS ON BUSINESS DAYS, SO A MONTH ENDING ON A
      * WEEKEND OR HOLIDAY IS ASSESSED ON ITS LAST BUSINESS DAY
      * INSTEAD - STILL UNDER THE CALENDAR MONTH-END DATE, SO AN
      * OVERRIDE RUN ON THE MONTH-END ITSELF FINDS IT DONE.
      *
           MOVE ZEROS                  TO FEE-MONTH-END-DATE.
      *
           IF DMP-SEL-DATE-FROM         EQUAL ZEROS
              MOVE PLCH-CURR-DATE-NUM  TO DSW-WORK-DATE-NUM
           ELSE
              MOVE DMP-SEL-DATE-FROM   TO DSW-WORK-DATE-NUM
           END-IF.
      *
           IF DSW-WORK-DATE-NUM         GREATER PLCH-CURR-DATE-NUM
              OR DSW-WORK-MM            LESS 1
              OR DSW-WORK-MM            GREATER 12
              DISPLAY 'FEE MONTH-END DATE INVALID....: '
                 DSW-WORK-DATE-NUM
              PERFORM 999001-ERROR-001
           END-IF.
      *
           MOVE DSW-MONTH-DAYS(DSW-WORK-MM) TO FEE-LAST-DAY.
           IF DSW-WORK-MM               EQUAL 2
              PERFORM 693000-CHECK-DSW-LEAP-YEAR
              IF FLG-DSW-LEAP-YEAR      EQUAL 'Y'
                 MOVE 29               TO FEE-LAST-DAY
              END-IF
           END-IF.
      *
           IF DSW-WORK-DD               EQUAL FEE-LAST-DAY
              MOVE DSW-WORK-DATE-NUM   TO FEE-MONTH-END-DATE
              GO TO 561099-END-SET-FEE-MONTH-END
           END-IF.
      *
           IF DMP-SEL-DATE-FROM         EQUAL ZEROS
              PERFORM 878000-CHECK-LAST-BUS-DAY
              IF FLG-CAL-LAST-BUS-DAY   EQUAL 'Y'
                 MOVE FEE-LAST-DAY     TO DSW-WORK-DD
                 MOVE DSW-WORK-DATE-NUM
                    TO FEE-MONTH-END-DATE
                 DISPLAY 'LAST BUSINESS DAY OF THE MONTH - MONTH-END '
                    'FEES ASSESSED TODAY'
              END-IF
              GO TO 561099-END-SET-FEE-MONTH-END
           END-IF.
      *
           IF DMP-SEL-DATE-FROM         NOT EQUAL ZEROS
              DISPLAY 'FEE MONTH-END DATE IS NOT THE LAST DAY OF ITS '
                 'MONTH: ' DMP-SEL-DATE-FROM
              PERFORM 999001-ERROR-001
           END-IF.
      *
       561099-END-SET-FEE-MONTH-END.
           EXIT.
      *
      *---------------------------------------*
       562000-LOAD-FEE-SCHEDULE        SECTION.
      *---------------------------------------*
      *
      * LOADS THE FEESCHED ROWS IN EFFECT TODAY INTO DMP-FEE-SCHED-
      * TABLE - SAME SHAPE AND SAME TABLE-CAP DISCIPLINE AS 150000-
      * LOAD-ACC-TYPES. WHERE TWO ROWS FOR ONE TYPE OVERLAP, THE ONE
      * EFFECTIVE MOST RECENTLY SORTS FIRST AND IS THE ONE THE
      * LOOKUP FINDS. AN EMPTY OR UNREADABLE SCHEDULE IS FATAL - A
      * FEE RUN THAT CHARGES NOTHING BECAUSE IT COULD NOT READ ITS
      * PRICES WOULD LOOK LIKE A QUIET NIGHT.
      *
           EXEC SQL
              DECLARE DB2CURSORK CURSOR FOR
              SELECT TypeCode, NsfFee, MaintFee, WaiveMinBal,
                     EffFrom, EffTo
              FROM DB2TABLE.FEESCHED
              WHERE EffFrom <= :PLCH-CURR-DATE-NUM
              AND   EffTo   >= :PLCH-CURR-DATE-NUM
              ORDER BY TypeCode, EffFrom DESC
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORK
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999012-ERROR-012
           END-IF.
      *
           PERFORM 562500-FETCH-FEE-SCHEDULE
           UNTIL SQLCODE               EQUAL 100
              OR CNT-FEE-SCHEDS        EQUAL 20.
      *
           IF CNT-FEE-SCHEDS            EQUAL 20
              AND SQLCODE               NOT EQUAL 100
              EXEC SQL
                 FETCH DB2CURSORK INTO :FSR-TYPE-CODE, :FSR-NSF-FEE,
                 :FSR-MAINT-FEE, :FSR-WAIVE-MIN-BAL, :FSR-EFF-FROM,
                 :FSR-EFF-TO
              END-EXEC
              IF SQLCODE                NOT EQUAL 100
                 DISPLAY 'MORE THAN 20 ROWS ON FEESCHED - TABLE CAP '
                    'EXCEEDED, RAISE DMP-FEE-SCHED-TABLE'
                 PERFORM 999012-ERROR-012
              END-IF
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSORK
           END-EXEC.
      *
           IF CNT-FEE-SCHEDS            EQUAL ZEROS
              PERFORM 999012-ERROR-012
           END-IF.
      *
           DISPLAY 'FEE SCHEDULES LOADED..........: ' CNT-FEE-SCHEDS.
      *
       562099-END-LOAD-FEE-SCHEDULE.
           EXIT.
      *
      *---------------------------------------*
       562500-FETCH-FEE-SCHEDULE       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORK INTO :FSR-TYPE-CODE, :FSR-NSF-FEE,
              :FSR-MAINT-FEE, :FSR-WAIVE-MIN-BAL, :FSR-EFF-FROM,
              :FSR-EFF-TO
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-FEE-SCHEDS
                MOVE FSR-TYPE-CODE     TO FSC-TYPE-CODE(CNT-FEE-SCHEDS)
                MOVE FSR-NSF-FEE       TO FSC-NSF-FEE(CNT-FEE-SCHEDS)
                MOVE FSR-MAINT-FEE     TO FSC-MAINT-FEE(CNT-FEE-SCHEDS)
                MOVE FSR-WAIVE-MIN-BAL
                   TO FSC-WAIVE-MIN-BAL(CNT-FEE-SCHEDS)
           WHEN SQLCODE                EQUAL 100
                CONTINUE
           WHEN OTHER
                PERFORM 999012-ERROR-012
           END-EVALUATE.
      *
       562599-END-FETCH-FEE-SCHEDULE.
           EXIT.
      *
      *---------------------------------------*
       563000-LOAD-FEE-WAIVERS         SECTION.
      *---------------------------------------*
      *
      * THE BRANCH'S WAIVER CARDS ARE READ INTO STORAGE BEFORE ANY
      * FEE IS CHARGED, SO A WAIVED FEE IS NEVER POSTED AT ALL. AN
      * EMPTY DECK (OR A DUMMY DD) SIMPLY MEANS NO WAIVERS TONIGHT.
      * BAD CARDS ARE WARNED TO SYSOUT AND COUNTED, LIKE THE FLAG-7
      * AND 'S' CARDS.
      *
           OPEN INPUT DMP0001C.
      *
           PERFORM 563500-READ-FEE-WAIVER-CARD.
      *
           PERFORM 564000-STORE-FEE-WAIVER
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           CLOSE DMP0001C.
      *
           DISPLAY 'FEE WAIVER CARDS LOADED.......: ' CNT-FEE-WAIVERS.
      *
       563099-END-LOAD-FEE-WAIVERS.
           EXIT.
      *
      *---------------------------------------*
       563500-READ-FEE-WAIVER-CARD     SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-FEE-WAIVER-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           READ DMP0001C INTO DMP-FEE-WAIVER-CARD
           AT END
              MOVE 'Y'                 TO FLG-END-INPUT-FILE
           NOT AT END
              ADD 1                    TO CNT-FWC-READ
           END-READ.
      *
       563599-END-READ-FEE-WAIVER-CARD.
           EXIT.
      *
      *---------------------------------------*
       564000-STORE-FEE-WAIVER         SECTION.
      *---------------------------------------*
      *
           EVALUATE TRUE
           WHEN FWC-ACTION              NOT EQUAL 'W'
              ADD 1                    TO CNT-FWC-REJECT
              DISPLAY 'WARNING - WAIVER CARD DROPPED, '
                 'BAD ACTION: ' DMP-FEE-WAIVER-CARD(1:14)
           WHEN FWC-CLIENT-ID           NOT NUMERIC
              ADD 1                    TO CNT-FWC-REJECT
              DISPLAY 'WARNING - WAIVER CARD DROPPED, '
                 'BAD CLIENT ID: ' DMP-FEE-WAIVER-CARD(1:14)
           WHEN FWC-FEE-KIND            NOT EQUAL 'N'
              AND FWC-FEE-KIND          NOT EQUAL 'M'
              ADD 1                    TO CNT-FWC-REJECT
              DISPLAY 'WARNING - WAIVER CARD DROPPED, '
                 'BAD FEE KIND: ' DMP-FEE-WAIVER-CARD(1:14)
           WHEN FWC-EVENT-DATE          NOT NUMERIC
              OR FWC-EVENT-DATE         EQUAL ZEROS
              ADD 1                    TO CNT-FWC-REJECT
              DISPLAY 'WARNING - WAIVER CARD DROPPED, '
                 'BAD FEE DATE: ' DMP-FEE-WAIVER-CARD(1:14)
           WHEN CNT-FEE-WAIVERS         EQUAL 200
              ADD 1                    TO CNT-FWC-REJECT
              DISPLAY 'WARNING - WAIVER CARD DROPPED, '
                 'MORE THAN 200 CARDS: ' DMP-FEE-WAIVER-CARD(1:14)
           WHEN OTHER
              ADD 1                    TO CNT-FEE-WAIVERS
              MOVE FWC-CLIENT-ID
                 TO FWT-CLIENT-ID(CNT-FEE-WAIVERS)
              MOVE FWC-FEE-KIND
                 TO FWT-FEE-KIND(CNT-FEE-WAIVERS)
              MOVE FWC-EVENT-DATE
                 TO FWT-EVENT-DATE(CNT-FEE-WAIVERS)
              MOVE 'N'                 TO FWT-USED(CNT-FEE-WAIVERS)
           END-EVALUATE.
      *
           PERFORM 563500-READ-FEE-WAIVER-CARD.
      *
       564099-END-STORE-FEE-WAIVER.
           EXIT.
      *
      *---------------------------------------*
       565000-MAINT-FEE-ONE-ACCOUNT    SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORM INTO :FEE-CLIENT-ID, :FEE-ACC-TYPE,
              :FEE-OLD-BALANCE, :FEE-ACC-STATUS
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-FEE-ACC-READ
                PERFORM 566000-ASSESS-MAINT-FEE
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       565099-END-MAINT-FEE-ONE-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       566000-ASSESS-MAINT-FEE         SECTION.
      *---------------------------------------*
      *
      * AN ACCOUNT OWES THE MAINTENANCE FEE WHEN ITS TYPE CARRIES
      * ONE AND ITS BALANCE IS UNDER THE TYPE'S WAIVER MINIMUM.
      * ACCOUNTS AT OR OVER THE MINIMUM, AND TYPES WITH NO FEE, ARE
      * NOT LISTED - THE REGISTER SHOWS FEES, NOT THE WHOLE BOOK.
      *
           MOVE FEE-ACC-TYPE           TO DMP-FEE-SCHED-LOOKUP.
           PERFORM 569000-LOOKUP-FEE-SCHEDULE.
      *
           IF FEE-MAINT-AMOUNT          EQUAL ZEROS
              OR FEE-OLD-BALANCE        NOT LESS FEE-WAIVE-MIN-BAL
              GO TO 566099-END-ASSESS-MAINT-FEE
           END-IF.
      *
      * ONE MAINTENANCE FEE PER ACCOUNT PER MONTH-END - A RERUN, OR
      * A CATCH-UP FOR A MONTH-END THAT DID IN FACT RUN, FINDS THE
      * ITEM ALREADY SETTLED AND LEAVES THE ACCOUNT ALONE.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :FEI-MATCH-COUNT
              FROM DB2TABLE.FEEITEM
              WHERE ClientID  = :FEE-CLIENT-ID
              AND   FeeKind   = 'M'
              AND   EventDate = :FEE-MONTH-END-DATE
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF FEI-MATCH-COUNT           GREATER ZEROS
              GO TO 566099-END-ASSESS-MAINT-FEE
           END-IF.
      *
           MOVE 'M'                    TO FEI-FEE-KIND.
           MOVE FEE-MONTH-END-DATE     TO FEI-EVENT-DATE.
           MOVE FEE-MAINT-AMOUNT       TO FEE-AMOUNT.
           MOVE FEE-OLD-BALANCE        TO FEE-NEW-BALANCE.
      *
           PERFORM 570000-CHECK-FEE-WAIVER.
      *
      * A FROZEN ACCOUNT REFUSES DEBITS, AND A FEE IS A DEBIT - IT
      * IS LISTED AS SKIPPED SO THE BRANCH CAN DECIDE, NOT POSTED.
      * CLOSED ACCOUNTS NEVER REACH HERE (SEE THE CURSOR).
      *
           EVALUATE TRUE
           WHEN FLG-FEE-WAIVED          EQUAL 'Y'
              MOVE 'W'                 TO FEI-FEE-STATUS
              MOVE 'WAIVED - BRANCH CARD' TO FEE-OUTCOME
           WHEN FEE-ACC-STATUS          EQUAL 'F'
              MOVE 'S'                 TO FEI-FEE-STATUS
              MOVE 'SKIPPED - ACCOUNT FROZEN' TO FEE-OUTCOME
           WHEN OTHER
              PERFORM 571000-CHARGE-FEE
           END-EVALUATE.
      *
           PERFORM 572000-INSERT-MAINT-FEEITEM.
           PERFORM 573500-FINISH-FEE-ITEM.
      *
       566099-END-ASSESS-MAINT-FEE.
           EXIT.
      *
      *---------------------------------------*
       567000-SETTLE-ONE-NSF-ITEM      SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORL INTO :FEI-FEE-ID, :FEI-CLIENT-ID,
              :FEI-EVENT-DATE, :FEI-ATTEMPT-AMT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-FEE-NSF-READ
                PERFORM 568000-ASSESS-NSF-FEE
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       567099-END-SETTLE-ONE-NSF-ITEM.
           EXIT.
      *
      *---------------------------------------*
       568000-ASSESS-NSF-FEE           SECTION.
      *---------------------------------------*
      *
      * THE FEE IS PRICED BY THE ACCOUNT'S TYPE TODAY AND CHARGED
      * AGAINST TODAY'S BALANCE AND STATUS - THE SAME RULES AS ANY
      * OTHER DEBIT: NOTHING POSTS TO A CLOSED ACCOUNT AND NO DEBIT
      * LEAVES A FROZEN ONE. AN ITEM THAT CANNOT BE CHARGED IS STILL
      * SETTLED (SKIPPED) AND LISTED, SO IT DOES NOT COME BACK EVERY
      * NIGHT.
      *
           MOVE FEI-CLIENT-ID          TO FEE-CLIENT-ID.
           MOVE 'N'                    TO FEI-FEE-KIND.
      *
           EXEC SQL
              SELECT Balance, AccountType, AcctStatus
              INTO :FEE-OLD-BALANCE, :FEE-ACC-TYPE,
                   :FEE-ACC-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :FEE-CLIENT-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE ZEROS               TO FEE-ACC-TYPE
              MOVE ZEROS               TO FEE-OLD-BALANCE
              MOVE ZEROS               TO FEE-NEW-BALANCE
              MOVE ZEROS               TO FEE-AMOUNT
              MOVE 'S'                 TO FEI-FEE-STATUS
              MOVE 'SKIPPED - ACCOUNT NOT ON FILE' TO FEE-OUTCOME
              PERFORM 573000-UPDATE-NSF-FEEITEM
              PERFORM 573500-FINISH-FEE-ITEM
              GO TO 568099-END-ASSESS-NSF-FEE
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           MOVE FEE-ACC-TYPE           TO DMP-FEE-SCHED-LOOKUP.
           PERFORM 569000-LOOKUP-FEE-SCHEDULE.
           MOVE FEE-NSF-AMOUNT         TO FEE-AMOUNT.
           MOVE FEE-OLD-BALANCE        TO FEE-NEW-BALANCE.
      *
           PERFORM 570000-CHECK-FEE-WAIVER.
      *
           EVALUATE TRUE
           WHEN FLG-FEE-WAIVED          EQUAL 'Y'
              MOVE 'W'                 TO FEI-FEE-STATUS
              MOVE 'WAIVED - BRANCH CARD' TO FEE-OUTCOME
           WHEN FEE-AMOUNT              EQUAL ZEROS
              MOVE 'S'                 TO FEI-FEE-STATUS
              MOVE 'SKIPPED - NO FEE SCHEDULED' TO FEE-OUTCOME
           WHEN FEE-ACC-STATUS          EQUAL 'C'
              MOVE 'S'                 TO FEI-FEE-STATUS
              MOVE 'SKIPPED - ACCOUNT CLOSED' TO FEE-OUTCOME
           WHEN FEE-ACC-STATUS          EQUAL 'F'
              MOVE 'S'                 TO FEI-FEE-STATUS
              MOVE 'SKIPPED - ACCOUNT FROZEN' TO FEE-OUTCOME
           WHEN OTHER
              PERFORM 571000-CHARGE-FEE
           END-EVALUATE.
      *
           PERFORM 573000-UPDATE-NSF-FEEITEM.
           PERFORM 573500-FINISH-FEE-ITEM.
      *
       568099-END-ASSESS-NSF-FEE.
           EXIT.
      *
      *---------------------------------------*
       569000-LOOKUP-FEE-SCHEDULE      SECTION.
      *---------------------------------------*
      *
      * LOOKS DMP-FEE-SCHED-LOOKUP UP IN THE LOADED SCHEDULE. A TYPE
      * WITH NO ROW IN EFFECT CARRIES NO FEES - ALL THREE AMOUNTS
      * COME BACK ZERO.
      *
           MOVE 'N'                    TO FLG-FEE-SCHED-FOUND.
           MOVE ZEROS                  TO FEE-NSF-AMOUNT.
           MOVE ZEROS                  TO FEE-MAINT-AMOUNT.
           MOVE ZEROS                  TO FEE-WAIVE-MIN-BAL.
      *
           PERFORM 569500-CHECK-FEE-SCHED-ENTRY
           VARYING DMP-FEE-SCHED-IDX   FROM 1 BY 1
           UNTIL   DMP-FEE-SCHED-IDX   GREATER CNT-FEE-SCHEDS
              OR   FLG-FEE-SCHED-FOUND EQUAL 'Y'.
      *
       569099-END-LOOKUP-FEE-SCHEDULE.
           EXIT.
      *
      *---------------------------------------*
       569500-CHECK-FEE-SCHED-ENTRY    SECTION.
      *---------------------------------------*
      *
           IF DMP-FEE-SCHED-LOOKUP
              EQUAL FSC-TYPE-CODE(DMP-FEE-SCHED-IDX)
              MOVE 'Y'                 TO FLG-FEE-SCHED-FOUND
              MOVE FSC-NSF-FEE(DMP-FEE-SCHED-IDX)
                 TO FEE-NSF-AMOUNT
              MOVE FSC-MAINT-FEE(DMP-FEE-SCHED-IDX)
                 TO FEE-MAINT-AMOUNT
              MOVE FSC-WAIVE-MIN-BAL(DMP-FEE-SCHED-IDX)
                 TO FEE-WAIVE-MIN-BAL
           END-IF.
      *
       569599-END-CHECK-FEE-SCHED-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       570000-CHECK-FEE-WAIVER         SECTION.
      *---------------------------------------*
      *
      * A WAIVER CARD MATCHES ON CLIENT, FEE KIND AND FEE DATE. ONE
      * CARD WAIVES EVERY NSF FEE THAT CLIENT RAN UP ON THAT DATE.
      *
           MOVE 'N'                    TO FLG-FEE-WAIVED.
      *
           PERFORM 570500-CHECK-FEE-WAIVER-ENTRY
           VARYING DMP-FEE-WAIVER-IDX  FROM 1 BY 1
           UNTIL   DMP-FEE-WAIVER-IDX  GREATER CNT-FEE-WAIVERS
              OR   FLG-FEE-WAIVED      EQUAL 'Y'.
      *
       570099-END-CHECK-FEE-WAIVER.
           EXIT.
      *
      *---------------------------------------*
       570500-CHECK-FEE-WAIVER-ENTRY   SECTION.
      *---------------------------------------*
      *
           IF FEE-CLIENT-ID
              EQUAL FWT-CLIENT-ID(DMP-FEE-WAIVER-IDX)
              AND FEI-FEE-KIND
              EQUAL FWT-FEE-KIND(DMP-FEE-WAIVER-IDX)
              AND FEI-EVENT-DATE
              EQUAL FWT-EVENT-DATE(DMP-FEE-WAIVER-IDX)
              MOVE 'Y'                 TO FLG-FEE-WAIVED
              MOVE 'Y'                 TO FWT-USED(DMP-FEE-WAIVER-IDX)
           END-IF.
      *
       570599-END-CHECK-FEE-WAIVER-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       571000-CHARGE-FEE               SECTION.
      *---------------------------------------*
      *
      * SAME READ-COMPUTE-UPDATE SHAPE AS 521000-APPLY-TRANSACTION,
      * ALWAYS A DEBIT. NO NSF REFUSAL: AN NSF FEE IS CHARGED
      * BECAUSE THE MONEY WAS NOT THERE, SO REFUSING IT FOR THE SAME
      * REASON WOULD MEAN IT NEVER POSTS - THE RESULTING OVERDRAFT
      * IS VISIBLE ON THE REGISTER. THE STATUS IS NOT WRITTEN BACK:
      * A FEE IS NOT CLIENT ACTIVITY AND DOES NOT REACTIVATE A
      * DORMANT ACCOUNT.
      *
           COMPUTE FEE-NEW-BALANCE = FEE-OLD-BALANCE - FEE-AMOUNT.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :FEE-NEW-BALANCE,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :FEE-CLIENT-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'FEE UPDATE FAILED FOR ACCOUNT: '
                 FEE-CLIENT-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
           SUBTRACT FEE-AMOUNT         FROM TOT-NET-MOVEMENT.
      *
           MOVE FEE-CLIENT-ID          TO TH-CLIENT-ID.
           MOVE 'D'                    TO TH-DEBIT-CREDIT.
           MOVE FEE-AMOUNT             TO TH-AMOUNT.
           MOVE FEE-NEW-BALANCE        TO TH-RESULT-BALANCE.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           MOVE 'C'                    TO FEI-FEE-STATUS.
           MOVE 'CHARGED'              TO FEE-OUTCOME.
      *
       571099-END-CHARGE-FEE.
           EXIT.
      *
      *---------------------------------------*
       572000-INSERT-MAINT-FEEITEM     SECTION.
      *---------------------------------------*
      *
      * A MAINTENANCE FEE HAS NO REFUSAL BEHIND IT - ITS FEE ITEM IS
      * WRITTEN HERE, ALREADY SETTLED, IN THE SAME UNIT OF WORK AS
      * THE CHARGE.
      *
           MOVE FEE-CLIENT-ID          TO FEI-CLIENT-ID.
           MOVE 'M'                    TO FEI-EVENT-SOURCE.
           MOVE ZEROS                  TO FEI-ATTEMPT-AMT.
           MOVE FEE-ACC-TYPE           TO FEI-ACC-TYPE.
           MOVE DMP-RUN-IDENT          TO FEI-EVENT-RUN-ID.
           MOVE FEE-AMOUNT             TO FEI-FEE-AMOUNT.
           MOVE DMP-RUN-IDENT          TO FEI-FEE-RUN-ID.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.FEEITEM(
              ClientID, FeeKind, EventDate, EventSource, AttemptAmt,
              AccountType, EventRunId, FeeStatus, FeeAmount, FeeRunId)
              VALUES (:FEI-CLIENT-ID, :FEI-FEE-KIND, :FEI-EVENT-DATE,
                      :FEI-EVENT-SOURCE, :FEI-ATTEMPT-AMT,
                      :FEI-ACC-TYPE, :FEI-EVENT-RUN-ID,
                      :FEI-FEE-STATUS, :FEI-FEE-AMOUNT,
                      :FEI-FEE-RUN-ID)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'FEE ITEM INSERT FAILED FOR ACCOUNT: '
                 FEE-CLIENT-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
       572099-END-INSERT-MAINT-FEEITEM.
           EXIT.
      *
      *---------------------------------------*
       573000-UPDATE-NSF-FEEITEM       SECTION.
      *---------------------------------------*
      *
      * SETTLES THE PENDING NSF ITEM BY ITS GENERATED KEY, IN THE
      * SAME UNIT OF WORK AS THE CHARGE (IF ANY) - AN ITEM IS NEVER
      * BOTH CHARGED AND STILL PENDING.
      *
           MOVE FEE-AMOUNT             TO FEI-FEE-AMOUNT.
           MOVE DMP-RUN-IDENT          TO FEI-FEE-RUN-ID.
      *
           EXEC SQL
              UPDATE DB2TABLE.FEEITEM
              SET FeeStatus = :FEI-FEE-STATUS,
                  FeeAmount = :FEI-FEE-AMOUNT,
                  FeeRunId  = :FEI-FEE-RUN-ID
              WHERE FeeId = :FEI-FEE-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'FEE ITEM UPDATE FAILED FOR ITEM: ' FEI-FEE-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
       573099-END-UPDATE-NSF-FEEITEM.
           EXIT.
      *
      *---------------------------------------*
       573500-FINISH-FEE-ITEM          SECTION.
      *---------------------------------------*
      *
           EVALUATE FEI-FEE-STATUS
           WHEN 'C'
              ADD 1                    TO CNT-FEE-CHARGED
              ADD FEE-AMOUNT           TO TOT-FEE-CHARGED
           WHEN 'W'
              ADD 1                    TO CNT-FEE-WAIVED
              ADD FEE-AMOUNT           TO TOT-FEE-WAIVED
           WHEN OTHER
              ADD 1                    TO CNT-FEE-SKIPPED
           END-EVALUATE.
      *
           PERFORM 575000-WRITE-FEE-LINE.
      *
           ADD 1                       TO CNT-FEE-SETTLED.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 574000-FEE-COMMIT-POINT
           END-IF.
      *
       573599-END-FINISH-FEE-ITEM.
           EXIT.
      *
      *---------------------------------------*
       574000-FEE-COMMIT-POINT         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE CNT-FEE-SETTLED        TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
           MOVE ZEROS                  TO CNT-SINCE-COMMIT.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           DISPLAY 'COMMIT POINT TAKEN AT FEE NO..: '
              CNT-CHECKPOINT-POS.
      *
       574099-END-FEE-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       575000-WRITE-FEE-LINE           SECTION.
      *---------------------------------------*
      *
           IF CNT-FEE-LINE             GREATER FEE-LINES-PER-PAGE
              PERFORM 576000-FEE-PAGE-HEADING
           END-IF.
      *
           MOVE FEE-CLIENT-ID          TO FEE-DET-CLIENT-ID.
           MOVE FEE-ACC-TYPE           TO FEE-DET-ACC-TYPE.
           IF FEI-FEE-KIND              EQUAL 'M'
              MOVE 'MAINT'             TO FEE-DET-KIND
           ELSE
              MOVE 'NSF'               TO FEE-DET-KIND
           END-IF.
           MOVE FEI-EVENT-DATE         TO FEE-DET-DATE.
           MOVE FEE-AMOUNT             TO FEE-DET-AMOUNT.
           MOVE FEE-NEW-BALANCE        TO FEE-DET-NEW-BALANCE.
           MOVE FEE-OUTCOME            TO FEE-DET-OUTCOME.
      *
           WRITE DMP0001F-FD           FROM FEE-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-FEE-LINE.
      *
       575099-END-WRITE-FEE-LINE.
           EXIT.
      *
      *---------------------------------------*
       576000-FEE-PAGE-HEADING         SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-FEE-PAGE.
           MOVE PLCH-DATE-MM           TO FEE-HDR-MM.
           MOVE PLCH-DATE-DD           TO FEE-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO FEE-HDR-YYYY.
           MOVE CNT-FEE-PAGE           TO FEE-HDR-PAGE.
      *
           WRITE DMP0001F-FD           FROM FEE-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0001F-FD           FROM FEE-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001F-FD           FROM FEE-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001F-FD           FROM FEE-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-FEE-LINE.
      *
       576099-END-FEE-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       577000-WRITE-FEE-TOTALS         SECTION.
      *---------------------------------------*
      *
           IF CNT-FEE-LINE             GREATER FEE-LINES-PER-PAGE
              PERFORM 576000-FEE-PAGE-HEADING
           END-IF.
      *
           MOVE CNT-FEE-CHARGED        TO FEE-TOT-CHARGED.
           MOVE TOT-FEE-CHARGED        TO FEE-TOT-AMOUNT.
           MOVE CNT-FEE-WAIVED         TO FEE-TOT-WAIVED.
           MOVE TOT-FEE-WAIVED         TO FEE-TOT-WAIVED-AMT.
           MOVE CNT-FEE-SKIPPED        TO FEE-TOT-SKIPPED.
      *
           WRITE DMP0001F-FD           FROM FEE-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001F-FD           FROM FEE-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
      *
       577099-END-WRITE-FEE-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       578000-REPORT-UNUSED-WAIVERS    SECTION.
      *---------------------------------------*
      *
      * A WAIVER CARD THAT MATCHED NOTHING IS USUALLY A KEYING ERROR
      * (WRONG CLIENT OR DATE) - THE FEE IT WAS MEANT FOR HAS BEEN
      * CHARGED, SO THE BRANCH NEEDS TO KNOW.
      *
           PERFORM 578500-CHECK-UNUSED-WAIVER
           VARYING DMP-FEE-WAIVER-IDX  FROM 1 BY 1
           UNTIL   DMP-FEE-WAIVER-IDX  GREATER CNT-FEE-WAIVERS.
      *
       578099-END-REPORT-UNUSED-WAIVERS.
           EXIT.
      *
      *---------------------------------------*
       578500-CHECK-UNUSED-WAIVER      SECTION.
      *---------------------------------------*
      *
           IF FWT-USED(DMP-FEE-WAIVER-IDX) EQUAL 'N'
              ADD 1                    TO CNT-FWC-UNUSED
              DISPLAY 'WARNING - WAIVER CARD MATCHED NO FEE: '
                 FWT-CLIENT-ID(DMP-FEE-WAIVER-IDX) ' '
                 FWT-FEE-KIND(DMP-FEE-WAIVER-IDX) ' '
                 FWT-EVENT-DATE(DMP-FEE-WAIVER-IDX)
           END-IF.
      *
       578599-END-CHECK-UNUSED-WAIVER.
           EXIT.
      *
      *---------------------------------------*
       600000-ACCRUE-INTEREST          SECTION.
      *---------------------------------------*
      *
      * WALKS EVERY INTEREST-BEARING ACCOUNT (TYPE 02/03/04) IN
      * CLIENTID ORDER AND POSTS THE PER-TYPE MONTHLY RATE UNDER THE
      * SAME COMMIT/CHECKPOINT DISCIPLINE AS THE POSTING LEG. THE
      * CURSOR IS DECLARED WITH HOLD SO THE MID-RUN COMMITS DO NOT
      * CLOSE IT. THE DETERMINISTIC CLIENTID ORDER IS WHAT MAKES THE
      * CHECKPOINT RESTART SOUND: A RESUMED RUN FETCHES THE SAME
      * ACCOUNTS IN THE SAME SEQUENCE AND SKIPS THE FIRST N ALREADY
      * POSTED AND COMMITTED.
      *
      * ONLY ACTIVE ACCOUNTS ACCRUE - A DORMANT, FROZEN OR CLOSED
      * ACCOUNT EARNS NOTHING UNTIL ITS STATUS SAYS OTHERWISE. THE
      * PARTITION RANGE (WHOLE TABLE BY DEFAULT) LETS SEVERAL
      * ACCRUAL STEPS EACH WALK THEIR OWN SLICE IN PARALLEL, EACH
      * WITH ITS OWN DMP0001K AND DMP0001A.
      *
           EXEC SQL
              DECLARE DB2CURSOR4 CURSOR WITH HOLD FOR
              SELECT ClientID, AccountType, Balance
              FROM DB2TABLE.ACCOUNTS
              WHERE AccountType IN (02, 03, 04)
              AND   AcctStatus = 'A'
              AND   ClientID BETWEEN :DMP-OPT-PART-FROM
                                AND :DMP-OPT-PART-TO
              ORDER BY ClientID
           END-EXEC.
      *
      * THE ACCRUAL IS MONTHLY AND BELONGS ON THE LAST BUSINESS DAY
      * OF THE MONTH. A RUN ON ANY OTHER BUSINESS DAY STILL ACCRUES -
      * A LATE OR CATCH-UP RUN IS LEGITIMATE - BUT SAYS SO.
      *
           PERFORM 878000-CHECK-LAST-BUS-DAY.
           IF FLG-CAL-LAST-BUS-DAY      EQUAL 'Y'
              DISPLAY 'LAST BUSINESS DAY OF MONTH....: YES'
           ELSE
              DISPLAY 'WARNING - NOT THE LAST BUSINESS DAY OF THE '
                 'MONTH'
           END-IF.
      *
           MOVE 'A'                    TO CKP-CURR-LEG.
           PERFORM 425000-CHECKPOINT-LOAD.
      *
           IF CNT-CHECKPOINT-POS       GREATER ZEROS
              DISPLAY 'RESTARTING AFTER ACCOUNT NO..: '
                 CNT-CHECKPOINT-POS
              OPEN EXTEND DMP0001A
           ELSE
              OPEN OUTPUT DMP0001A
           END-IF.
      *
           EXEC SQL
              OPEN DB2CURSOR4
           END-EXEC.
      *
           PERFORM 610000-ACCRUE-ONE-ACCOUNT
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR4
           END-EXEC.
      *
           PERFORM 650000-WRITE-ACCRUAL-TOTALS.
           CLOSE DMP0001A.
      *
      * RUN COMPLETED CLEAN THROUGH THE CURSOR - COMMIT WHAT IS LEFT
      * AND RESET THE CHECKPOINT SO THE NEXT RUN STARTS FROM THE TOP.
      *
           EXEC SQL
              COMMIT
           MOVE ZEROS                  TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
      *
       600099-END-ACCRUE-INTEREST.
           EXIT.
      *
      *---------------------------------------*
       610000-ACCRUE-ONE-ACCOUNT       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR4 INTO :ACCR-CLIENT-ID, :ACCR-ACC-TYPE,
              :ACCR-OLD-BALANCE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-ACCR-READ
      *         ACCOUNTS UP TO THE CHECKPOINT WERE POSTED AND
      *         COMMITTED BY THE PRIOR, ABORTED RUN - RE-FETCHED
      *         ONLY TO REACH THE RESTART POINT, NOT RE-POSTED.
                IF CNT-ACCR-READ       GREATER CNT-CHECKPOINT-POS
                   PERFORM 620000-POST-INTEREST
                END-IF
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       610099-END-ACCRUE-ONE-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       620000-POST-INTEREST            SECTION.
      *---------------------------------------*
      *
           PERFORM 625000-FIND-ACCRUAL-RATE.
      *
           IF FLG-ACCR-RATE-FOUND      NOT EQUAL 'Y'
              GO TO 620099-END-POST-INTEREST
           END-IF.
      *
           COMPUTE ACCR-INTEREST ROUNDED =
              ACCR-OLD-BALANCE * ACCR-RATE.
           COMPUTE ACCR-NEW-BALANCE =
              ACCR-OLD-BALANCE + ACCR-INTEREST.
      *
           PERFORM 630000-WRITE-ACCRUAL-LINE.
      *
           ADD ACCR-OLD-BALANCE        TO TOT-ACCR-OPENING.
      *
      * A ZERO-BALANCE ACCOUNT ACCRUES NOTHING, AND A BALANCE THAT IS
      * SOMEHOW NEGATIVE MUST NOT ACCRUE NEGATIVE INTEREST - THE
      * REGISTER LINE ABOVE STILL SHOWS THE ACCOUNT EITHER WAY, BUT
      * ONLY A POSITIVE INTEREST AMOUNT IS POSTED AND JOURNALED.
      *
           IF ACCR-INTEREST            NOT GREATER ZEROS
              GO TO 620099-END-POST-INTEREST
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :ACCR-NEW-BALANCE,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :ACCR-CLIENT-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'ACCRUAL UPDATE FAILED FOR ACCOUNT: '
                 ACCR-CLIENT-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE ACCR-CLIENT-ID         TO TH-CLIENT-ID.
           MOVE 'C'                    TO TH-DEBIT-CREDIT.
           MOVE ACCR-INTEREST          TO TH-AMOUNT.
           MOVE ACCR-NEW-BALANCE       TO TH-RESULT-BALANCE.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           ADD 1                       TO CNT-ACCR-POSTED.
           ADD ACCR-INTEREST           TO TOT-ACCR-INTEREST.
           ADD ACCR-INTEREST           TO TOT-NET-MOVEMENT.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 640000-ACCR-COMMIT-POINT
           END-IF.
      *
       620099-END-POST-INTEREST.
           EXIT.
      *
      *---------------------------------------*
       625000-FIND-ACCRUAL-RATE        SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-ACCR-RATE-FOUND.
      *
           PERFORM 626000-CHECK-RATE-ENTRY
           VARYING DMP-ACCR-RATE-IDX   FROM 1 BY 1
           UNTIL   DMP-ACCR-RATE-IDX   GREATER 3
              OR   FLG-ACCR-RATE-FOUND EQUAL 'Y'.
      *
       625099-END-FIND-ACCRUAL-RATE.
           EXIT.
      *
      *---------------------------------------*
       626000-CHECK-RATE-ENTRY         SECTION.
      *---------------------------------------*
      *
           IF ACCR-ACC-TYPE
              EQUAL ACCR-RATE-TYPE(DMP-ACCR-RATE-IDX)
              MOVE 'Y'                 TO FLG-ACCR-RATE-FOUND
              MOVE ACCR-RATE-VALUE(DMP-ACCR-RATE-IDX) TO ACCR-RATE
           END-IF.
      *
       626099-END-CHECK-RATE-ENTRY.
           EXIT.
      *
      *---------------------------------------*
       630000-WRITE-ACCRUAL-LINE       SECTION.
      *---------------------------------------*
      *
           IF CNT-ACCR-LINE            GREATER ACCR-LINES-PER-PAGE
              PERFORM 635000-ACCR-PAGE-HEADING
           END-IF.
      *
           MOVE ACCR-CLIENT-ID         TO ACCR-DET-CLIENT-ID.
           MOVE ACCR-ACC-TYPE          TO ACCR-DET-ACC-TYPE.
           MOVE ACCR-OLD-BALANCE       TO ACCR-DET-OPENING.
           MOVE ACCR-RATE              TO ACCR-DET-RATE.
           MOVE ACCR-INTEREST          TO ACCR-DET-INTEREST.
           MOVE ACCR-ACC-TYPE          TO DMP-ACC-TYPE-LOOKUP.
           PERFORM 940000-LOOKUP-ACC-TYPE.
           MOVE DMP-ACC-TYPE-DESC      TO ACCR-DET-DESC.
      *
           WRITE DMP0001A-FD           FROM ACCR-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-ACCR-LINE.
      *
       630099-END-WRITE-ACCRUAL-LINE.
           EXIT.
      *
      *---------------------------------------*
       635000-ACCR-PAGE-HEADING        SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-ACCR-PAGE.
           MOVE PLCH-DATE-MM           TO ACCR-HDR-MM.
           MOVE PLCH-DATE-DD           TO ACCR-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO ACCR-HDR-YYYY.
           MOVE CNT-ACCR-PAGE          TO ACCR-HDR-PAGE.
      *
           WRITE DMP0001A-FD           FROM ACCR-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0001A-FD           FROM ACCR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001A-FD           FROM ACCR-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001A-FD           FROM ACCR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-ACCR-LINE.
      *
       635099-END-ACCR-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       640000-ACCR-COMMIT-POINT        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE CNT-ACCR-READ          TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
           MOVE ZEROS                  TO CNT-SINCE-COMMIT.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           DISPLAY 'COMMIT POINT TAKEN AT ACCOUNT NO..: '
              CNT-CHECKPOINT-POS.
      *
       640099-END-ACCR-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       650000-WRITE-ACCRUAL-TOTALS     SECTION.
      *---------------------------------------*
      *
           IF CNT-ACCR-LINE            GREATER ACCR-LINES-PER-PAGE
              PERFORM 635000-ACCR-PAGE-HEADING
           END-IF.
      *
           MOVE CNT-ACCR-POSTED        TO ACCR-TOT-COUNT.
           MOVE TOT-ACCR-OPENING       TO ACCR-TOT-OPENING.
           MOVE TOT-ACCR-INTEREST      TO ACCR-TOT-INTEREST.
      *
           WRITE DMP0001A-FD           FROM ACCR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001A-FD           FROM ACCR-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
      *
       650099-END-WRITE-ACCRUAL-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       660000-MAINTAIN-ACC-TYPES       SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 7 - APPLIES ACCOUNT TYPE MAINTENANCE CARDS TO
      * DB2TABLE.ACCTYPES, SO THE PRODUCT TEAM CAN ACTIVATE OR
      * RETIRE A TYPE BY FEEDING A CONTROL FILE. CARD: ACTION 'A'
      * (ADD/ACTIVATE, UPSERT SEMANTICS) OR 'R' (RETIRE), TYPE CODE,
      * DESCRIPTION, EFFECTIVE FROM/TO. THE CARDS ARE THE APPROVED,
      * NOT YET APPLIED FLAG-7 CARDS ON DB2TABLE.CARDAPPR (SEE
      * 880000). THEY ARE FEW AND THE ACTIONS IDEMPOTENT - NO
      * CHECKPOINTING, ONE COMMIT AT END OF FILE, WHICH ALSO HARDENS
      * THE APPLIED STAMPS.
      *
           MOVE '7'                    TO APV-TARGET-LEG.
           PERFORM 880000-OPEN-APPROVED-CARDS.
      *
           PERFORM 661000-READ-ACCTYPE-CARD.
      *
           PERFORM 662000-APPLY-ACCTYPE-CARD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           PERFORM 883000-CLOSE-APPROVED-CARDS.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       660099-END-MAINTAIN-ACC-TYPES.
           EXIT.
      *
      *---------------------------------------*
       661000-READ-ACCTYPE-CARD        SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-ACCTYPE-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           PERFORM 881000-FETCH-APPROVED-CARD.
      *
           IF FLG-END-INPUT-FILE       NOT EQUAL 'Y'
              MOVE APV-CARD-IMAGE      TO DMP-ACCTYPE-CARD
              ADD 1                    TO CNT-ATM-READ
           END-IF.
      *
       661099-END-READ-ACCTYPE-CARD.
           EXIT.
      *
      *---------------------------------------*
       662000-APPLY-ACCTYPE-CARD       SECTION.
      *---------------------------------------*
      *
           MOVE CNT-ATM-REJECT         TO APV-REJECT-BEFORE.
      *
           EVALUATE TRUE
           WHEN ATM-CODE                NOT NUMERIC
              ADD 1                    TO CNT-ATM-REJECT
              DISPLAY 'WARNING - MAINTENANCE CARD DROPPED, '
                 'BAD TYPE CODE: ' DMP-ACCTYPE-CARD(1:23)
           WHEN ATM-ACTION              EQUAL 'A'
              PERFORM 663000-ACTIVATE-ACC-TYPE
           WHEN ATM-ACTION              EQUAL 'R'
              PERFORM 664000-RETIRE-ACC-TYPE
           WHEN OTHER
              ADD 1                    TO CNT-ATM-REJECT
              DISPLAY 'WARNING - MAINTENANCE CARD DROPPED, '
                 'BAD ACTION: ' DMP-ACCTYPE-CARD(1:23)
           END-EVALUATE.
      *
           IF CNT-ATM-REJECT           GREATER APV-REJECT-BEFORE
              MOVE 'J'                 TO APV-APPLY-RESULT
           ELSE
              MOVE 'U'                 TO APV-APPLY-RESULT
           END-IF.
           PERFORM 882000-MARK-CARD-APPLIED.
      *
           PERFORM 661000-READ-ACCTYPE-CARD.
      *
       662099-END-APPLY-ACCTYPE-CARD.
           EXIT.
      *
      *---------------------------------------*
       663000-ACTIVATE-ACC-TYPE        SECTION.
      *---------------------------------------*
      *
      * UPDATE-IF-EXISTS, INSERT-IF-NEW - SAME UPSERT PATTERN AS THE
      * CLIENT LOAD, SO A CARD CAN BOTH INTRODUCE A NEW TYPE AND
      * RE-ACTIVATE OR RE-DATE AN EXISTING ONE.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCTYPES
              SET TypeDesc = :ATM-DESC,
                  ActiveFlag = 'Y',
                  EffFrom = :ATM-EFF-FROM,
                  EffTo = :ATM-EFF-TO
              WHERE TypeCode = :ATM-CODE
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              ADD 1                     TO CNT-ATM-APPLIED
           WHEN 100
              PERFORM 663500-INSERT-ACC-TYPE
           WHEN OTHER
              ADD 1                     TO CNT-ATM-REJECT
              DISPLAY 'WARNING - ACCTYPES UPDATE FAILED, SQLCODE: '
                 SQLCODE ' TYPE: ' ATM-CODE
           END-EVALUATE.
      *
       663099-END-ACTIVATE-ACC-TYPE.
           EXIT.
      *
      *---------------------------------------*
       663500-INSERT-ACC-TYPE          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              INSERT INTO DB2TABLE.ACCTYPES(
              TypeCode, TypeDesc, ActiveFlag, EffFrom, EffTo)
              VALUES (:ATM-CODE, :ATM-DESC, 'Y',
                      :ATM-EFF-FROM, :ATM-EFF-TO)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              ADD 1                     TO CNT-ATM-REJECT
              DISPLAY 'WARNING - ACCTYPES INSERT FAILED, SQLCODE: '
                 SQLCODE ' TYPE: ' ATM-CODE
           ELSE
              ADD 1                     TO CNT-ATM-APPLIED
           END-IF.
      *
       663599-END-INSERT-ACC-TYPE.
           EXIT.
      *
      *---------------------------------------*
       664000-RETIRE-ACC-TYPE          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCTYPES
              SET ActiveFlag = 'N',
                  EffTo = :ATM-EFF-TO
              WHERE TypeCode = :ATM-CODE
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              ADD 1                     TO CNT-ATM-APPLIED
           WHEN 100
              ADD 1                     TO CNT-ATM-REJECT
              DISPLAY 'WARNING - RETIRE CARD FOR UNKNOWN TYPE: '
                 ATM-CODE
           WHEN OTHER
              ADD 1                     TO CNT-ATM-REJECT
              DISPLAY 'WARNING - ACCTYPES UPDATE FAILED, SQLCODE: '
                 SQLCODE ' TYPE: ' ATM-CODE
           END-EVALUATE.
      *
       664099-END-RETIRE-ACC-TYPE.
           EXIT.
      *
      *---------------------------------------*
       680000-MAINTAIN-STATUS          SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'S' - APPLIES ACCOUNT STATUS CARDS (THE APPROVED,
      * NOT YET APPLIED 'S' CARDS ON DB2TABLE.CARDAPPR - SEE 880000),
      * SO A FRAUD HOLD OR A CLOSURE IS A DUAL-CONTROLLED CARD,
      * NOT A HAND-KEYED SQL UPDATE. CARD:
      * CLIENT ID, NEW STATUS (A ACTIVE, D DORMANT, F FROZEN,
      * C CLOSED). CLOSING NEEDS A ZERO BALANCE - THE MONEY HAS TO
      * GO SOMEWHERE FIRST, AND THE FLAG-8 PURGE ONLY TAKES CLOSED
      * ACCOUNTS, SO THIS IS THE GATE THAT KEEPS BALANCES OUT OF THE
      * ARCHIVE. SAME SHAPE AS THE FLAG-7 TYPE MAINTENANCE: THE FILE
      * IS SMALL AND THE ACTIONS IDEMPOTENT - NO CHECKPOINTING, ONE
      * COMMIT AT END OF FILE, REJECTED CARDS WARNED TO SYSOUT.
      *
           MOVE 'S'                    TO APV-TARGET-LEG.
           PERFORM 880000-OPEN-APPROVED-CARDS.
      *
           PERFORM 681000-READ-STATUS-CARD.
      *
           PERFORM 682000-APPLY-STATUS-CARD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           PERFORM 883000-CLOSE-APPROVED-CARDS.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       680099-END-MAINTAIN-STATUS.
           EXIT.
      *
      *---------------------------------------*
       681000-READ-STATUS-CARD         SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-STATUS-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           PERFORM 881000-FETCH-APPROVED-CARD.
      *
           IF FLG-END-INPUT-FILE       NOT EQUAL 'Y'
              MOVE APV-CARD-IMAGE      TO DMP-STATUS-CARD
              ADD 1                    TO CNT-STC-READ
           END-IF.
      *
       681099-END-READ-STATUS-CARD.
           EXIT.
      *
      *---------------------------------------*
       682000-APPLY-STATUS-CARD        SECTION.
      *---------------------------------------*
      *
           MOVE CNT-STC-REJECT         TO APV-REJECT-BEFORE.
      *
           EVALUATE TRUE
           WHEN STC-CLIENT-ID           NOT NUMERIC
              ADD 1                    TO CNT-STC-REJECT
              DISPLAY 'WARNING - STATUS CARD DROPPED, '
                 'BAD CLIENT ID: ' DMP-STATUS-CARD(1:5)
           WHEN STC-NEW-STATUS          EQUAL 'A'
              OR STC-NEW-STATUS         EQUAL 'D'
              OR STC-NEW-STATUS         EQUAL 'F'
              OR STC-NEW-STATUS         EQUAL 'C'
              PERFORM 683000-SET-ACCOUNT-STATUS
           WHEN OTHER
              ADD 1                    TO CNT-STC-REJECT
              DISPLAY 'WARNING - STATUS CARD DROPPED, '
                 'BAD STATUS: ' DMP-STATUS-CARD(1:5)
           END-EVALUATE.
      *
           IF CNT-STC-REJECT           GREATER APV-REJECT-BEFORE
              MOVE 'J'                 TO APV-APPLY-RESULT
           ELSE
              MOVE 'U'                 TO APV-APPLY-RESULT
           END-IF.
           PERFORM 882000-MARK-CARD-APPLIED.
      *
           PERFORM 681000-READ-STATUS-CARD.
      *
       682099-END-APPLY-STATUS-CARD.
           EXIT.
      *
      *---------------------------------------*
       683000-SET-ACCOUNT-STATUS       SECTION.
      *---------------------------------------*
      *
      * THE BALANCE IS READ FIRST SO A CLOSE CARD AGAINST AN ACCOUNT
      * STILL HOLDING MONEY CAN BE REFUSED - AND SO A CARD FOR AN
      * ACCOUNT NOT ON FILE WARNS INSTEAD OF QUIETLY UPDATING
      * NOTHING.
      *
           EXEC SQL
              SELECT Balance, AcctStatus
              INTO :STC-OLD-BALANCE, :STC-OLD-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :STC-CLIENT-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              ADD 1                    TO CNT-STC-REJECT
              DISPLAY 'WARNING - STATUS CARD FOR UNKNOWN ACCOUNT: '
                 STC-CLIENT-ID
              GO TO 683099-END-SET-ACCOUNT-STATUS
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           IF STC-NEW-STATUS            EQUAL 'C'
              AND STC-OLD-BALANCE       NOT EQUAL ZEROS
              ADD 1                    TO CNT-STC-REJECT
              DISPLAY 'WARNING - CANNOT CLOSE ACCOUNT '
                 STC-CLIENT-ID ' - BALANCE NOT ZERO'
              GO TO 683099-END-SET-ACCOUNT-STATUS
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET AcctStatus = :STC-NEW-STATUS,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :STC-CLIENT-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              ADD 1                     TO CNT-STC-REJECT
              DISPLAY 'WARNING - STATUS UPDATE FAILED, SQLCODE: '
                 SQLCODE ' ACCOUNT: ' STC-CLIENT-ID
           ELSE
              ADD 1                     TO CNT-STC-APPLIED
              IF STC-NEW-STATUS         NOT EQUAL STC-OLD-STATUS
                 MOVE STC-CLIENT-ID     TO CH-CLIENT-ID
                 MOVE 'ACCTSTATUS'      TO CH-COLUMN-NAME
                 MOVE STC-OLD-STATUS    TO CH-OLD-VALUE
                 MOVE STC-NEW-STATUS    TO CH-NEW-VALUE
                 PERFORM 930000-WRITE-CHGHIST-ROW
              END-IF
           END-IF.
      *
       683099-END-SET-ACCOUNT-STATUS.
           EXIT.
      *
      *---------------------------------------*
       690000-DORMANCY-SWEEP           SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'D' - MARKS ACTIVE ACCOUNTS DORMANT WHEN THEY HAVE
      * HAD NO TRANSHIST POSTING FOR DSW-MONTHS MONTHS. RUN NIGHTLY;
      * THE SWEEP ONLY EVER MOVES A ACTIVE TO DORMANT - FROZEN AND
      * CLOSED ACCOUNTS ARE SOMEONE'S DELIBERATE DECISION AND ARE
      * LEFT ALONE, AND A DORMANT ACCOUNT COMES BACK TO ACTIVE THE
      * MOMENT THE POSTING LEG TOUCHES IT. LIKE THE PURGE, NO
      * SKIP-TO-CHECKPOINT PASS IS NEEDED ON RESTART: ACCOUNTS
      * ALREADY MARKED AND COMMITTED ARE NO LONGER ACTIVE, SO A
      * RERUN'S CURSOR SIMPLY NO LONGER SEES THEM. A FEE THE BANK
      * CHARGED (A JOURNAL ROW MATCHING A CHARGED FEEITEM BY CLIENT
      * AND RUN IDENTIFIER) IS NOT CLIENT ACTIVITY - OTHERWISE THE
      * MONTHLY MAINTENANCE FEE ALONE WOULD KEEP AN ABANDONED
      * ACCOUNT ACTIVE FOREVER.
      *
           PERFORM 691000-COMPUTE-DORM-CUTOFF.
      *
           DISPLAY 'DORMANCY MONTHS...............: ' DSW-MONTHS.
           DISPLAY 'DORMANCY CUTOFF DATE..........: '
              DSW-CUTOFF-DATE.
      *
           EXEC SQL
              DECLARE DB2CURSORE CURSOR WITH HOLD FOR
              SELECT A.ClientID
              FROM DB2TABLE.ACCOUNTS A
              WHERE A.AcctStatus = 'A'
              AND NOT EXISTS
                 (SELECT 1 FROM DB2TABLE.TRANSHIST H
                  WHERE H.ClientID = A.ClientID
                  AND   H.PostDate >= :DSW-CUTOFF-DATE
                  AND NOT EXISTS
                     (SELECT 1 FROM DB2TABLE.FEEITEM F
                      WHERE F.ClientID  = H.ClientID
                      AND   F.FeeRunId  = H.RunId
                      AND   F.FeeStatus = 'C'))
              ORDER BY A.ClientID
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORE
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 694000-MARK-ONE-DORMANT
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORE
           END-EXEC.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       690099-END-DORMANCY-SWEEP.
           EXIT.
      *
      *---------------------------------------*
       691000-COMPUTE-DORM-CUTOFF      SECTION.
      *---------------------------------------*
      *
      * WALKS THE RUN DATE BACK DSW-MONTHS MONTHS, CLAMPING THE DAY
      * TO THE TARGET MONTH'S LENGTH (MARCH 31 LESS ONE MONTH IS
      * FEBRUARY 28/29) - PLAIN VERBS AND THE MONTH TABLE, WITH THE
      * CENTURY LEAP RULE IN 693000.
      *
           MOVE PLCH-CURR-DATE         TO DSW-WORK-DATE.
      *
           PERFORM 692000-BACK-ONE-MONTH
           VARYING DSW-MONTH-IDX       FROM 1 BY 1
           UNTIL   DSW-MONTH-IDX       GREATER DSW-MONTHS.
      *
           MOVE DSW-WORK-DATE-NUM      TO DSW-CUTOFF-DATE.
      *
       691099-END-COMPUTE-DORM-CUTOFF.
           EXIT.
      *
      *---------------------------------------*
       692000-BACK-ONE-MONTH           SECTION.
      *---------------------------------------*
      *
           IF DSW-WORK-MM              EQUAL 1
              MOVE 12                  TO DSW-WORK-MM
              SUBTRACT 1               FROM DSW-WORK-YYYY
           ELSE
              SUBTRACT 1               FROM DSW-WORK-MM
           END-IF.
      *
           IF DSW-WORK-DD              GREATER
              DSW-MONTH-DAYS(DSW-WORK-MM)
              MOVE DSW-MONTH-DAYS(DSW-WORK-MM) TO DSW-WORK-DD
           END-IF.
      *
           IF DSW-WORK-MM              EQUAL 2
              AND DSW-WORK-DD          EQUAL 28
              PERFORM 693000-CHECK-DSW-LEAP-YEAR
              IF FLG-DSW-LEAP-YEAR      EQUAL 'Y'
                 AND PLCH-DATE-DD       GREATER 28
                 MOVE 29               TO DSW-WORK-DD
              END-IF
           END-IF.
      *
       692099-END-BACK-ONE-MONTH.
           EXIT.
      *
      *---------------------------------------*
       693000-CHECK-DSW-LEAP-YEAR      SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-DSW-LEAP-YEAR.
      *
           DIVIDE DSW-WORK-YYYY BY 4 GIVING DSW-YEAR-QUOT
              REMAINDER DSW-YEAR-REM.
           IF DSW-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-DSW-LEAP-YEAR
           END-IF.
      *
           DIVIDE DSW-WORK-YYYY BY 100 GIVING DSW-YEAR-QUOT
              REMAINDER DSW-YEAR-REM.
           IF DSW-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-DSW-LEAP-YEAR
           END-IF.
      *
           DIVIDE DSW-WORK-YYYY BY 400 GIVING DSW-YEAR-QUOT
              REMAINDER DSW-YEAR-REM.
           IF DSW-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-DSW-LEAP-YEAR
           END-IF.
      *
       693099-END-CHECK-DSW-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       694000-MARK-ONE-DORMANT         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORE INTO :DSW-CLIENT-ID
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-DORM-READ
                PERFORM 695000-SET-DORMANT
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       694099-END-MARK-ONE-DORMANT.
           EXIT.
      *
      *---------------------------------------*
       695000-SET-DORMANT              SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET AcctStatus = 'D',
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :DSW-CLIENT-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'DORMANCY UPDATE FAILED FOR ACCOUNT: '
                 DSW-CLIENT-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
      * THE CURSOR ONLY RETURNS ACTIVE ACCOUNTS, SO THE BEFORE
      * IMAGE IS ALWAYS 'A'.
      *
           MOVE DSW-CLIENT-ID          TO CH-CLIENT-ID.
           MOVE 'ACCTSTATUS'           TO CH-COLUMN-NAME.
           MOVE 'A'                    TO CH-OLD-VALUE.
           MOVE 'D'                    TO CH-NEW-VALUE.
           PERFORM 930000-WRITE-CHGHIST-ROW.
      *
           ADD 1                       TO CNT-DORM-MARKED.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 696000-DORM-COMMIT-POINT
           END-IF.
      *
       695099-END-SET-DORMANT.
           EXIT.
      *
      *---------------------------------------*
       696000-DORM-COMMIT-POINT        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE ZEROS                  TO CNT-SINCE-COMMIT.
      *
           DISPLAY 'COMMIT POINT TAKEN AT ACCOUNT NO..: '
              CNT-DORM-MARKED.
      *
       696099-END-DORM-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       670000-REVERSE-POSTINGS         SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'V' - BACKS OUT POSTED TRANSACTIONS PROPERLY: AN
      * OFFSETTING TRANSHIST ROW, A BALANCE ADJUSTMENT THROUGH THE
      * SAME READ-COMPUTE-UPDATE PATH AS THE POSTING LEG, THE
      * MOVEMENT CARRIED INTO DMPAUDIT, AND A LINE ON THE DMP0001B
      * REVERSAL REGISTER - SO A DOUBLE-TRANSMITTED FEED OR ONE BAD
      * POSTING NO LONGER MEANS HAND-KEYED SQL THAT LEAVES NO
      * JOURNAL ROW AND BREAKS THE NIGHTLY RECONCILIATION.
      *
      * THE CARDS ARE THE APPROVED, NOT YET APPLIED 'V' CARDS ON
      * DB2TABLE.CARDAPPR (SEE 880000). THE COMMIT IS TAKEN AFTER
      * EACH CARD COMPLETES (NOT EVERY N POSTINGS): A WHOLE-RUN CARD
      * MUST BACK OUT ALL OF ITS RUN OR NONE OF IT, AND CARDS ARE
      * FEW, SO THE UNIT OF WORK IS BOUNDED BY ONE RUN'S POSTINGS.
      * THE CARD'S APPLIED STAMP IS IN THE SAME UNIT OF WORK, SO A
      * RESTARTED RUN NO LONGER SEES THE CARDS ALREADY APPLIED AND
      * COMMITTED; THE DMP0001K CHECKPOINT STILL COUNTS THEM, WHICH
      * TELLS THE RESTART TO EXTEND THE REJECT FILE AND REGISTER.
      *
           MOVE 'V'                    TO CKP-CURR-LEG.
           PERFORM 425000-CHECKPOINT-LOAD.
      *
           MOVE 'V'                    TO APV-TARGET-LEG.
           PERFORM 880000-OPEN-APPROVED-CARDS.
      *
      * SEE 430000-INSERT-TABLE - A RESUMED RUN EXTENDS DMP0001E AND
      * DMP0001B INSTEAD OF TRUNCATING THEM SO THE PRIOR RUN'S
      * REJECTS AND REGISTER LINES SURVIVE.
      *
           IF CNT-CHECKPOINT-POS       GREATER ZEROS
              OPEN EXTEND DMP0001E
              OPEN EXTEND DMP0001B
              DISPLAY 'RESTARTING AFTER CARD NO.....: '
                 CNT-CHECKPOINT-POS
           ELSE
              OPEN OUTPUT DMP0001E
              OPEN OUTPUT DMP0001B
           END-IF.
      *
           PERFORM 671000-READ-REVERSAL-CARD.
      *
           PERFORM 672000-APPLY-REVERSAL-CARD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           PERFORM 678000-WRITE-REVERSAL-TOTALS.
      *
           PERFORM 883000-CLOSE-APPROVED-CARDS.
           CLOSE DMP0001E.
           CLOSE DMP0001B.
      *
      * RUN COMPLETED CLEAN TO END OF FILE - COMMIT WHAT IS LEFT AND
      * RESET THE CHECKPOINT SO THE NEXT RUN STARTS FROM CARD 1.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
           MOVE ZEROS                  TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
      *
       670099-END-REVERSE-POSTINGS.
           EXIT.
      *
      *---------------------------------------*
       671000-READ-REVERSAL-CARD       SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-REVERSAL-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           PERFORM 881000-FETCH-APPROVED-CARD.
      *
           IF FLG-END-INPUT-FILE       NOT EQUAL 'Y'
              MOVE APV-CARD-IMAGE      TO DMP-REVERSAL-CARD
              ADD 1                    TO CNT-RVS-CARDS
           END-IF.
      *
       671099-END-READ-REVERSAL-CARD.
           EXIT.
      *
      *---------------------------------------*
       672000-APPLY-REVERSAL-CARD      SECTION.
      *---------------------------------------*
      *
           MOVE CNT-RVS-REJECT         TO APV-REJECT-BEFORE.
      *
           EVALUATE RVC-ACTION
           WHEN 'P'
              PERFORM 673000-REVERSE-ONE-POSTING
           WHEN 'R'
              PERFORM 674000-REVERSE-WHOLE-RUN
           WHEN OTHER
              ADD 1                    TO CNT-RVS-REJECT
              MOVE ZEROS               TO DMP-REJ-SQLCODE
              MOVE 'INVALID REVERSAL CARD ACTION'
                 TO DMP-REJ-REASON-TEXT
              PERFORM 679000-WRITE-REVERSAL-CARD-REJ
           END-EVALUATE.
      *
      * A WHOLE-RUN CARD WITH ANY POSTING REFUSED COUNTS AS REJECTED
      * ON THE APPROVAL REGISTER - DMP0001E SAYS WHICH POSTINGS.
      *
           IF CNT-RVS-REJECT           GREATER APV-REJECT-BEFORE
              MOVE 'J'                 TO APV-APPLY-RESULT
           ELSE
              MOVE 'U'                 TO APV-APPLY-RESULT
           END-IF.
           PERFORM 882000-MARK-CARD-APPLIED.
      *
           PERFORM 677000-RVS-COMMIT-POINT.
      *
           PERFORM 671000-READ-REVERSAL-CARD.
      *
       672099-END-APPLY-REVERSAL-CARD.
           EXIT.
      *
      *---------------------------------------*
       673000-REVERSE-ONE-POSTING      SECTION.
      *---------------------------------------*
      *
      * THE ORIGINAL POSTING MUST BE ON THE JOURNAL BEFORE ANYTHING
      * IS OFFSET - A CARD THAT MATCHES NOTHING IS A KEYING ERROR,
      * NOT A REVERSAL. THE MATCHED ROW'S RUN IDENTIFIER GOES ON THE
      * OFFSET ROW (THE LATEST RUN IF THE CARD MATCHES SEVERAL).
      *
           EXEC SQL
              SELECT COUNT(*), COALESCE(MAX(RunId), ' ')
              INTO :RVS-MATCH-COUNT, :RVS-ORIG-RUN-ID
              FROM DB2TABLE.TRANSHIST
              WHERE ClientID    = :RVC-CLIENT-ID
              AND   PostDate    = :RVC-POST-DATE
              AND   Amount      = :RVC-AMOUNT
              AND   DebitCredit = :RVC-DC
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF RVS-MATCH-COUNT           EQUAL ZEROS
              ADD 1                    TO CNT-RVS-REJECT
              MOVE ZEROS               TO DMP-REJ-SQLCODE
              MOVE 'NO MATCHING POSTING ON JOURNAL'
                 TO DMP-REJ-REASON-TEXT
              PERFORM 679000-WRITE-REVERSAL-CARD-REJ
              GO TO 673099-END-REVERSE-ONE-POSTING
           END-IF.
      *
           MOVE RVC-CLIENT-ID          TO RVS-ORIG-CLIENT.
           MOVE RVC-DC                 TO RVS-ORIG-DC.
           MOVE RVC-AMOUNT             TO RVS-ORIG-AMOUNT.
           MOVE 'CARD REVERSAL'        TO RVS-SOURCE.
           PERFORM 675000-APPLY-ONE-REVERSAL.
      *
       673099-END-REVERSE-ONE-POSTING.
           EXIT.
      *
      *---------------------------------------*
       674000-REVERSE-WHOLE-RUN        SECTION.
      *---------------------------------------*
      *
      * EVERY POSTING STAMPED WITH THE NAMED RUN IDENTIFIER IS BACKED
      * OUT. THE OFFSETS ARE JOURNALED UNDER THIS RUN'S OWN STAMP, SO
      * A BACKOUT IS ITSELF TRACEABLE (AND REVERSIBLE) THE SAME WAY
      * ANY OTHER RUN IS.
      *
           EXEC SQL
              DECLARE DB2CURSOR5 CURSOR FOR
              SELECT ClientID, DebitCredit, Amount
              FROM DB2TABLE.TRANSHIST
              WHERE RunId = :RVC-RUN-ID
              ORDER BY ClientID
           END-EXEC.
      *
           MOVE ZEROS                  TO RVS-MATCH-COUNT.
           MOVE RVC-RUN-ID             TO RVS-SOURCE.
           MOVE RVC-RUN-ID             TO RVS-ORIG-RUN-ID.
      *
           EXEC SQL
              OPEN DB2CURSOR5
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 674500-FETCH-RUN-POSTING
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR5
           END-EXEC.
      *
           IF RVS-MATCH-COUNT           EQUAL ZEROS
              ADD 1                    TO CNT-RVS-REJECT
              MOVE ZEROS               TO DMP-REJ-SQLCODE
              MOVE 'RUN ID NOT ON JOURNAL'
                 TO DMP-REJ-REASON-TEXT
              PERFORM 679000-WRITE-REVERSAL-CARD-REJ
           END-IF.
      *
       674099-END-REVERSE-WHOLE-RUN.
           EXIT.
      *
      *---------------------------------------*
       674500-FETCH-RUN-POSTING        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR5 INTO :RVS-ORIG-CLIENT, :RVS-ORIG-DC,
              :RVS-ORIG-AMOUNT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO RVS-MATCH-COUNT
                PERFORM 675000-APPLY-ONE-REVERSAL
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       674599-END-FETCH-RUN-POSTING.
           EXIT.
      *
      *---------------------------------------*
       675000-APPLY-ONE-REVERSAL       SECTION.
      *---------------------------------------*
      *
      * SAME READ-COMPUTE-UPDATE SHAPE AS 521000-APPLY-TRANSACTION,
      * WITH THE D/C INVERTED. NO NSF REFUSAL HERE: BACKING OUT A
      * CREDIT THE CLIENT HAS ALREADY SPENT MUST STILL GO THROUGH -
      * THE RESULTING OVERDRAFT IS THE POINT OF THE BACKOUT, AND IT
      * IS VISIBLE ON THE REVERSAL REGISTER. THE ACCOUNT STATUS IS
      * NOT ENFORCED EITHER, FOR THE SAME REASON - A BAD POSTING
      * AGAINST A SINCE-FROZEN ACCOUNT STILL HAS TO COME BACK OUT.
      *
           IF RVS-ORIG-DC               EQUAL 'C'
              MOVE 'D'                 TO RVS-NEW-DC
           ELSE
              MOVE 'C'                 TO RVS-NEW-DC
           END-IF.
      *
           EXEC SQL
              SELECT Balance
              INTO :HIST-OLD-BALANCE
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :RVS-ORIG-CLIENT
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              ADD 1                    TO CNT-RVS-REJECT
              MOVE SQLCODE              TO DMP-REJ-SQLCODE
              MOVE 'ACCOUNT NOT ON FILE - NOT REVERSED'
                 TO DMP-REJ-REASON-TEXT
              PERFORM 679500-WRITE-REVERSAL-POST-REJ
              GO TO 675099-END-APPLY-ONE-REVERSAL
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           IF RVS-NEW-DC                EQUAL 'C'
              COMPUTE HIST-NEW-BALANCE =
                 HIST-OLD-BALANCE + RVS-ORIG-AMOUNT
           ELSE
              COMPUTE HIST-NEW-BALANCE =
                 HIST-OLD-BALANCE - RVS-ORIG-AMOUNT
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :HIST-NEW-BALANCE,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :RVS-ORIG-CLIENT
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF RVS-NEW-DC                EQUAL 'C'
              ADD RVS-ORIG-AMOUNT      TO TOT-NET-MOVEMENT
           ELSE
              SUBTRACT RVS-ORIG-AMOUNT FROM TOT-NET-MOVEMENT
           END-IF.
      *
           MOVE RVS-ORIG-CLIENT        TO TH-CLIENT-ID.
           MOVE RVS-NEW-DC             TO TH-DEBIT-CREDIT.
           MOVE RVS-ORIG-AMOUNT        TO TH-AMOUNT.
           MOVE HIST-NEW-BALANCE       TO TH-RESULT-BALANCE.
           MOVE RVS-ORIG-RUN-ID        TO TH-REV-RUN-ID.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           ADD 1                       TO CNT-RVS-APPLIED.
           ADD RVS-ORIG-AMOUNT         TO TOT-RVS-AMOUNT.
      *
           PERFORM 676000-WRITE-REVERSAL-LINE.
      *
       675099-END-APPLY-ONE-REVERSAL.
           EXIT.
      *
      *---------------------------------------*
       676000-WRITE-REVERSAL-LINE      SECTION.
      *---------------------------------------*
      *
           IF CNT-RVS-LINE             GREATER RVS-LINES-PER-PAGE
              PERFORM 676500-RVS-PAGE-HEADING
           END-IF.
      *
           MOVE RVS-ORIG-CLIENT        TO RVS-DET-CLIENT-ID.
           MOVE RVS-ORIG-DC            TO RVS-DET-ORIG-DC.
           MOVE RVS-ORIG-AMOUNT        TO RVS-DET-AMOUNT.
           MOVE RVS-NEW-DC             TO RVS-DET-NEW-DC.
           MOVE HIST-NEW-BALANCE       TO RVS-DET-NEW-BALANCE.
           MOVE RVS-SOURCE             TO RVS-DET-SOURCE.
      *
           WRITE DMP0001B-FD           FROM RVS-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-RVS-LINE.
      *
       676099-END-WRITE-REVERSAL-LINE.
           EXIT.
      *
      *---------------------------------------*
       676500-RVS-PAGE-HEADING         SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-RVS-PAGE.
           MOVE PLCH-DATE-MM           TO RVS-HDR-MM.
           MOVE PLCH-DATE-DD           TO RVS-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO RVS-HDR-YYYY.
           MOVE CNT-RVS-PAGE           TO RVS-HDR-PAGE.
      *
           WRITE DMP0001B-FD           FROM RVS-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0001B-FD           FROM RVS-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001B-FD           FROM RVS-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001B-FD           FROM RVS-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-RVS-LINE.
      *
       676599-END-RVS-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       677000-RVS-COMMIT-POINT         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           ADD 1                       TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           DISPLAY 'COMMIT POINT TAKEN AT CARD NO.: '
              CNT-CHECKPOINT-POS.
      *
       677099-END-RVS-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       678000-WRITE-REVERSAL-TOTALS    SECTION.
      *---------------------------------------*
      *
           IF CNT-RVS-LINE             GREATER RVS-LINES-PER-PAGE
              PERFORM 676500-RVS-PAGE-HEADING
           END-IF.
      *
           MOVE CNT-RVS-APPLIED        TO RVS-TOT-COUNT.
           MOVE TOT-RVS-AMOUNT         TO RVS-TOT-AMOUNT.
      *
           WRITE DMP0001B-FD           FROM RVS-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001B-FD           FROM RVS-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
      *
       678099-END-WRITE-REVERSAL-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       679000-WRITE-REVERSAL-CARD-REJ  SECTION.
      *---------------------------------------*
      *
      * THE OFFENDING CARD ITSELF GOES TO DMP0001E SO IT CAN BE
      * CORRECTED AND RESUBMITTED WITHOUT GUESSWORK.
      *
           MOVE SPACES                 TO DMP-REJ-RECORD.
           MOVE DMP-REVERSAL-CARD      TO DMP-REJ-RECORD.
           MOVE DMP-REJ-REASON-TEXT    TO DMP-REJ-REASON.
      *
           WRITE DMP0001E-FD           FROM DMP-REJECT-REGISTER.
      *
       679099-END-WRITE-REVERSAL-CARD-REJ.
           EXIT.
      *
      *---------------------------------------*
       679500-WRITE-REVERSAL-POST-REJ  SECTION.
      *---------------------------------------*
      *
      * A WHOLE-RUN BACKOUT HAS NO CARD PER POSTING - THE POSTING
      * THAT COULD NOT BE REVERSED IS WRITTEN IN ITS OWN LAYOUT.
      *
           MOVE RVS-ORIG-CLIENT        TO RRJ-CLIENT-ID.
           MOVE RVS-ORIG-DC            TO RRJ-DC.
           MOVE RVS-ORIG-AMOUNT        TO RRJ-AMOUNT.
      *
           MOVE SPACES                 TO DMP-REJ-RECORD.
           MOVE DMP-RVS-REJ-DETAIL     TO DMP-REJ-RECORD.
           MOVE DMP-REJ-REASON-TEXT    TO DMP-REJ-REASON.
      *
           WRITE DMP0001E-FD           FROM DMP-REJECT-REGISTER.
      *
       679599-END-WRITE-REVERSAL-POST-REJ.
           EXIT.
      *
      *---------------------------------------*
       700000-ARCHIVE-PURGE            SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 8 - ACCOUNTS ALREADY MARKED CLOSED, WITH A ZERO
      * BALANCE AND NO TRANSHIST ACTIVITY SINCE THE CUTOFF DATE
      * (DMP-SEL-DATE-FROM), ARE
      * UNLOADED TO THE DATED ARCHIVE FILE ON THE DMP0001O DD IN THE
      * DMP-FILE-REGISTER LAYOUT, THEN DELETED, UNDER THE SAME
      * COMMIT/CHECKPOINT DISCIPLINE AS THE IMPORT LEG. THE ZERO-
      * BALANCE PREDICATE IS WHAT LETS 800000 PROVE NOTHING WITH
      * MONEY ON IT WAS PURGED, AND THE CLOSED-STATUS PREDICATE
      * MAKES DELETION THE LAST STEP OF A VISIBLE LIFECYCLE INSTEAD
      * OF THE FIRST SIGN OF IT. NO SKIP-TO-CHECKPOINT PASS IS NEEDED
      * ON RESTART: ROWS ALREADY PURGED AND COMMITTED ARE GONE FROM
      * THE TABLE, SO A RERUN'S CURSOR SIMPLY NO LONGER SEES THEM.
      *
           EXEC SQL
              DECLARE DB2CURSOR9 CURSOR WITH HOLD FOR
              SELECT A.ClientID, A.ClientName, A.Email, A.Phone,
              A.AccountType, A.Balance
              FROM DB2TABLE.ACCOUNTS A
              WHERE A.Balance = 0
              AND A.AcctStatus = 'C'
              AND NOT EXISTS
                 (SELECT 1 FROM DB2TABLE.TRANSHIST H
                  WHERE H.ClientID = A.ClientID
                  AND   H.PostDate >= :DMP-SEL-DATE-FROM)
              ORDER BY A.ClientID
           END-EXEC.
      *
           MOVE 'P'                    TO CKP-CURR-LEG.
           PERFORM 425000-CHECKPOINT-LOAD.
           IF CNT-CHECKPOINT-POS       GREATER ZEROS
              DISPLAY 'RESUMING - ALREADY PURGED....: '
                 CNT-CHECKPOINT-POS
           END-IF.
      *
           OPEN OUTPUT DMP0001O.
      *
           EXEC SQL
              OPEN DB2CURSOR9
           END-EXEC.
      *
           PERFORM 710000-PURGE-ONE-ACCOUNT
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSOR9
           END-EXEC.
      *
           CLOSE DMP0001O.
      *
      * RUN COMPLETED CLEAN THROUGH THE CURSOR - COMMIT WHAT IS LEFT
      * AND RESET THE CHECKPOINT SO THE NEXT RUN STARTS FROM THE TOP.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
           MOVE ZEROS                  TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
      *
       700099-END-ARCHIVE-PURGE.
           EXIT.
      *
      *---------------------------------------*
       710000-PURGE-ONE-ACCOUNT        SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR9 INTO :TB_CLIENT_ID, :TB_NAME,
              TB_EMAIL, TB_PHONE, TB_ACC_TYPE, TB_ACC_BALANCE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                PERFORM 720000-ARCHIVE-AND-DELETE
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       710099-END-PURGE-ONE-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       720000-ARCHIVE-AND-DELETE       SECTION.
      *---------------------------------------*
      *
      * THE ARCHIVE RECORD IS WRITTEN BEFORE THE DELETE - IF THE
      * DELETE FAILS THE RUN STOPS AND THE EXTRA ARCHIVE RECORD IS
      * HARMLESS; A ROW DELETED WITHOUT ITS ARCHIVE RECORD WOULD NOT
      * BE. THE ARCHIVE DIRECTORY ROW GOES IN THE SAME UNIT OF WORK
      * AS THE DELETE, SO AN ACCOUNT IS OFF THE TABLE IF AND ONLY IF
      * THE DIRECTORY SAYS WHICH GENERATION HOLDS IT.
      *
           ADD 1                       TO CNT-UNLO-TABLE.
           PERFORM 330000-WRITE-OUTPUT.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.ARCHDIR(
              ClientID, PurgeDate, RunId, ArchiveGen)
              VALUES (:TB_CLIENT_ID, :PLCH-CURR-DATE-NUM,
                      :DMP-RUN-IDENT, :DMP-OPT-ARCH-GEN)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'ARCHIVE DIRECTORY INSERT FAILED FOR ACCOUNT: '
                 TB_CLIENT_ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO CNT-ADR-WRITTEN.
      *
           EXEC SQL
              DELETE FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :TB_CLIENT_ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'PURGE DELETE FAILED FOR ACCOUNT: '
                 TB_CLIENT_ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO CNT-PURGE-UNLOAD.
           ADD TB_ACC_BALANCE          TO TOT-BALANCE-PURGED.
           SUBTRACT TB_ACC_BALANCE     FROM TOT-NET-MOVEMENT.
           SUBTRACT 1                  FROM CNT-ROWS-DELTA.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 730000-PURGE-COMMIT-POINT
           END-IF.
      *
       720099-END-ARCHIVE-AND-DELETE.
           EXIT.
      *
      *---------------------------------------*
       730000-PURGE-COMMIT-POINT       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE CNT-PURGE-UNLOAD       TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
           MOVE ZEROS                  TO CNT-SINCE-COMMIT.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           DISPLAY 'COMMIT POINT TAKEN AT ACCOUNT NO..: '
              CNT-CHECKPOINT-POS.
      *
       730099-END-PURGE-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       750000-RESTORE-ACCOUNT          SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 9 - SCANS THE ARCHIVE FILE MOUNTED ON THE DMP0001V
      * DD (FIXED DMP-FILE-REGISTER LAYOUT, AS WRITTEN BY FLAG 8)
      * FOR THE CLIENT NAMED IN THE PARM AND INSERTS IT BACK INTO
      * THE ACCOUNTS TABLE. THE ACCOUNT COMES BACK ACTIVE: IT WAS
      * CLOSED WHEN IT WAS PURGED, BUT A RESTORE MEANS THE CLIENT
      * IS BACK. THE ARCHIVE DIRECTORY IS CONSULTED FIRST, SO THE
      * SYSOUT NAMES THE GENERATION THAT ACTUALLY HOLDS THE ACCOUNT
      * INSTEAD OF THE OPERATOR PROBING GENERATIONS ONE RC 9 AT A
      * TIME. NOTHING IS RESTORED WITHOUT AN APPROVED, NOT YET
      * APPLIED FLAG-9 CARD FOR THE CLIENT ON DB2TABLE.CARDAPPR
      * (884000); THE CARD IS STAMPED APPLIED IN THE RESTORE'S OWN
      * UNIT OF WORK, AND STAYS APPROVED IF THE CLIENT IS NOT IN
      * THE MOUNTED GENERATION, SO THE RERUN CAN USE IT.
      *
           PERFORM 884000-FIND-RESTORE-APPROVAL.
      *
           PERFORM 760500-CONSULT-ARCH-DIR.
      *
           MOVE 'N'                    TO FLG-RESTORE-FOUND.
      *
           OPEN INPUT DMP0001V.
      *
           PERFORM 755000-READ-ARCHIVE-RECORD.
      *
           PERFORM 760000-SCAN-ARCHIVE-RECORD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'
              OR   FLG-RESTORE-FOUND   EQUAL 'Y'.
      *
           CLOSE DMP0001V.
      *
           IF FLG-RESTORE-FOUND        NOT EQUAL 'Y'
              PERFORM 999010-ERROR-010
           END-IF.
      *
           MOVE 'U'                    TO APV-APPLY-RESULT.
           PERFORM 882000-MARK-CARD-APPLIED.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       750099-END-RESTORE-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       760500-CONSULT-ARCH-DIR         SECTION.
      *---------------------------------------*
      *
      * THE NEWEST DIRECTORY ENTRY FOR THE CLIENT NAMES THE
      * GENERATION TO MOUNT ON DMP0001V - AN ACCOUNT PURGED, RESTORED
      * AND PURGED AGAIN SITS IN ITS LATEST GENERATION. NO ENTRY
      * MEANS THE ACCOUNT WAS PURGED BEFORE THE DIRECTORY EXISTED
      * (OR NEVER PURGED AT ALL) - THE SCAN STILL RUNS, EXACTLY AS
      * IT ALWAYS DID, SO OLD ARCHIVES STAY RESTORABLE.
      *
           EXEC SQL
              DECLARE DB2CURSORH CURSOR FOR
              SELECT ClientID, PurgeDate, RunId, ArchiveGen
              FROM DB2TABLE.ARCHDIR
              WHERE ClientID = :DMP-OPT-CLIENT-ID
              ORDER BY PurgeDate DESC
           END-EXEC.
      *
           MOVE 'N'                    TO FLG-ADR-FOUND.
      *
           EXEC SQL
              OPEN DB2CURSORH
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              FETCH DB2CURSORH INTO :ADR-CLIENT-ID, :ADR-PURGE-DATE,
              :ADR-RUN-ID, :ADR-ARCH-GEN
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
              CLOSE DB2CURSORH
           END-EXEC.
      *
           IF FLG-ADR-FOUND             EQUAL 'Y'
              DISPLAY 'ARCHIVE DIRECTORY - PURGED ON.: '
                 ADR-PURGE-DATE
              DISPLAY 'ARCHIVE DIRECTORY - GENERATION: '
                 ADR-ARCH-GEN
              DISPLAY 'ARCHIVE DIRECTORY - BY RUN....: '
                 ADR-RUN-ID
              DISPLAY 'MOUNT THAT GENERATION ON DMP0001V - RC 9 '
                 'MEANS A DIFFERENT ONE IS MOUNTED'
           ELSE
              DISPLAY 'ACCOUNT NOT ON ARCHIVE DIRECTORY - PURGED '
                 'BEFORE THE DIRECTORY EXISTED; SCANNING THE '
                 'MOUNTED GENERATION'
           END-IF.
      *
       760599-END-CONSULT-ARCH-DIR.
           EXIT.
      *
      *---------------------------------------*
       755000-READ-ARCHIVE-RECORD      SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-FILE-REGISTER REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           READ DMP0001V INTO DMP-FILE-REGISTER
           AT END
              MOVE 'Y'                 TO FLG-END-INPUT-FILE
           NOT AT END
              ADD 1                    TO CNT-READ-INPUT
           END-READ.
      *
       755099-END-READ-ARCHIVE-RECORD.
           EXIT.
      *
      *---------------------------------------*
       760000-SCAN-ARCHIVE-RECORD      SECTION.
      *---------------------------------------*
      *
           IF DMP-CLIENT-ID             IS NUMERIC
              AND DMP-CLIENT-ID         EQUAL DMP-OPT-CLIENT-ID
              MOVE 'Y'                 TO FLG-RESTORE-FOUND
              PERFORM 770000-REINSERT-ACCOUNT
           ELSE
              PERFORM 755000-READ-ARCHIVE-RECORD
           END-IF.
      *
       760099-END-SCAN-ARCHIVE-RECORD.
           EXIT.
      *
      *---------------------------------------*
       770000-REINSERT-ACCOUNT         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              INSERT INTO DB2TABLE.ACCOUNTS(
              ClientID, ClientName, Email, Phone, AccountType,
              Balance, AcctStatus, LastMaintDate)
              VALUES (:DMP-CLIENT-ID,
                      :DMP-NAME,
                      :DMP-EMAIL,
                      :DMP-PHONE,
                      :DMP-ACC-TYPE,
                      :DMP-ACC-BALANCE,
                      'A',
                      :DMP-MAINT-STAMP)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'RESTORE INSERT FAILED FOR ACCOUNT: '
                 DMP-CLIENT-ID ' - SQLCODE: ' SQLCODE
              DISPLAY '(SQLCODE -803 MEANS THE ACCOUNT IS ALREADY '
                 'ON THE TABLE)'
              PERFORM 999004-ERROR-004
           END-IF.
      *
      * THE ROW DID NOT EXIST A MOMENT AGO, SO EVERY COLUMN IS
      * LOGGED AGAINST A '*PURGED*' BEFORE IMAGE - THE HISTORY
      * SHOWS EXACTLY WHAT CAME BACK FROM THE ARCHIVE.
      *
           MOVE DMP-CLIENT-ID          TO CH-CLIENT-ID.
           MOVE '*PURGED*'             TO CHG-OLD-NAME
                                          CHG-OLD-EMAIL
                                          CHG-OLD-PHONE
                                          CHG-OLD-ACC-TYPE
                                          CHG-OLD-BALANCE
                                          CHG-OLD-STATUS.
           PERFORM 933000-SET-NEW-IMAGE.
           MOVE 'A'                    TO CHG-NEW-STATUS.
           PERFORM 932000-LOG-IMAGE-CHANGES.
      *
           ADD DMP-ACC-BALANCE         TO TOT-NET-MOVEMENT.
           ADD 1                       TO CNT-ROWS-DELTA.
           ADD 1                       TO CNT-LOAD-INPUT.
           ADD DMP-ACC-BALANCE         TO TOT-BALANCE-LOAD.
      *
           DISPLAY 'ACCOUNT RESTORED FROM ARCHIVE.: ' DMP-CLIENT-ID.
      *
       770099-END-REINSERT-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       780000-ARCHDIR-INQUIRY          SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'Q' - PRINTS THE ARCHIVE DIRECTORY TO DMP0001Q,
      * OPTIONALLY FOR ONE CLIENT (THE PARM'S CLIENT-ID FIELD) AND/OR
      * A PURGE DATE RANGE (THE DATE-FROM/DATE-TO FIELDS, AS ON THE
      * FLAG-6 HISTORY UNLOAD). READ-ONLY - THE ANSWER TO "WHEN WAS
      * THIS ACCOUNT PURGED AND WHERE IS IT" WITHOUT A RESTORE JOB
      * SUBMITTED AS A PROBE.
      *
           EXEC SQL
              DECLARE DB2CURSORI CURSOR FOR
              SELECT ClientID, PurgeDate, RunId, ArchiveGen
              FROM DB2TABLE.ARCHDIR
              WHERE (ClientID = :DMP-OPT-CLIENT-ID
                 OR  :DMP-OPT-CLIENT-ID = 0)
              AND   PurgeDate          >= :DMP-SEL-DATE-FROM
              AND   PurgeDate          <= :DMP-OPT-DATE-TO
              ORDER BY ClientID, PurgeDate
           END-EXEC.
      *
           OPEN OUTPUT DMP0001Q.
      *
           EXEC SQL
              OPEN DB2CURSORI
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 781000-LIST-ONE-ARCHDIR-ROW
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORI
           END-EXEC.
      *
           PERFORM 787000-WRITE-ARCHDIR-TOTALS.
      *
           CLOSE DMP0001Q.
      *
       780099-END-ARCHDIR-INQUIRY.
           EXIT.
      *
      *---------------------------------------*
       781000-LIST-ONE-ARCHDIR-ROW     SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORI INTO :ADR-CLIENT-ID, :ADR-PURGE-DATE,
              :ADR-RUN-ID, :ADR-ARCH-GEN
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-ADR-LISTED
                PERFORM 785000-WRITE-ARCHDIR-LINE
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       781099-END-LIST-ONE-ARCHDIR-ROW.
           EXIT.
      *
      *---------------------------------------*
       785000-WRITE-ARCHDIR-LINE       SECTION.
      *---------------------------------------*
      *
           IF CNT-ADR-LINE             GREATER ADR-LINES-PER-PAGE
              PERFORM 786000-ADR-PAGE-HEADING
           END-IF.
      *
           MOVE ADR-CLIENT-ID          TO ADR-DET-CLIENT-ID.
           MOVE ADR-PURGE-DATE         TO ADR-DET-PURGE-DATE.
           MOVE ADR-ARCH-GEN           TO ADR-DET-ARCH-GEN.
           MOVE ADR-RUN-ID             TO ADR-DET-RUN-ID.
      *
           WRITE DMP0001Q-FD           FROM ADR-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-ADR-LINE.
      *
       785099-END-WRITE-ARCHDIR-LINE.
           EXIT.
      *
      *---------------------------------------*
       786000-ADR-PAGE-HEADING         SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-ADR-PAGE.
           MOVE PLCH-DATE-MM           TO ADR-HDR-MM.
           MOVE PLCH-DATE-DD           TO ADR-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO ADR-HDR-YYYY.
           MOVE CNT-ADR-PAGE           TO ADR-HDR-PAGE.
      *
           WRITE DMP0001Q-FD           FROM ADR-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0001Q-FD           FROM ADR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001Q-FD           FROM ADR-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001Q-FD           FROM ADR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-ADR-LINE.
      *
       786099-END-ADR-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       787000-WRITE-ARCHDIR-TOTALS     SECTION.
      *---------------------------------------*
      *
           IF CNT-ADR-LINE             GREATER ADR-LINES-PER-PAGE
              PERFORM 786000-ADR-PAGE-HEADING
           END-IF.
      *
           MOVE CNT-ADR-LISTED         TO ADR-TOT-COUNT.
      *
           WRITE DMP0001Q-FD           FROM ADR-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001Q-FD           FROM ADR-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
      *
       787099-END-WRITE-ARCHDIR-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       820000-MAINTAIN-STAND-ORDERS    SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'O' - APPLIES STANDING ORDER CARDS READ FROM THE
      * DMP0001C CARD FILE TO DB2TABLE.STANDORD: ADD, AMEND, SUSPEND,
      * RESUME AND CANCEL. NOTHING IS POSTED HERE - THE DMP-FLAG 'G'
      * LEG TURNS DUE ORDERS INTO POSTINGS. SAME SHAPE AS THE FLAG-7
      * AND 'S' MAINTENANCE: THE FILE IS SMALL AND EACH CARD STANDS
      * ON ITS OWN - NO CHECKPOINTING, ONE COMMIT AT END OF FILE,
      * REJECTED CARDS WARNED TO SYSOUT.
      *
           OPEN INPUT DMP0001C.
      *
           PERFORM 821000-READ-STAND-ORDER-CARD.
      *
           PERFORM 822000-APPLY-STAND-ORDER-CARD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           CLOSE DMP0001C.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       820099-END-MAINTAIN-STAND-ORDERS.
           EXIT.
      *
      *---------------------------------------*
       821000-READ-STAND-ORDER-CARD    SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-STANDORD-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           READ DMP0001C INTO DMP-STANDORD-CARD
           AT END
              MOVE 'Y'                 TO FLG-END-INPUT-FILE
           NOT AT END
              ADD 1                    TO CNT-SOC-READ
           END-READ.
      *
       821099-END-READ-STAND-ORDER-CARD.
           EXIT.
      *
      *---------------------------------------*
       822000-APPLY-STAND-ORDER-CARD   SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO SOC-REJECT-TEXT.
      *
           EVALUATE TRUE
           WHEN SOC-CLIENT-ID           NOT NUMERIC
              MOVE 'BAD CLIENT ID'     TO SOC-REJECT-TEXT
           WHEN SOC-ORDER-SEQ           NOT NUMERIC
              OR SOC-ORDER-SEQ          EQUAL ZEROS
              MOVE 'BAD ORDER NUMBER'  TO SOC-REJECT-TEXT
           WHEN SOC-ACTION              EQUAL 'A'
              PERFORM 822500-EDIT-STAND-ORDER-CARD
              IF SOC-REJECT-TEXT        EQUAL SPACES
                 PERFORM 823000-ADD-STAND-ORDER
              END-IF
           WHEN SOC-ACTION              EQUAL 'M'
              PERFORM 822500-EDIT-STAND-ORDER-CARD
              IF SOC-REJECT-TEXT        EQUAL SPACES
                 PERFORM 824000-AMEND-STAND-ORDER
              END-IF
           WHEN SOC-ACTION              EQUAL 'S'
              OR SOC-ACTION             EQUAL 'R'
              OR SOC-ACTION             EQUAL 'C'
              PERFORM 825000-SET-STAND-ORDER-STATUS
           WHEN OTHER
              MOVE 'BAD ACTION'        TO SOC-REJECT-TEXT
           END-EVALUATE.
      *
           IF SOC-REJECT-TEXT           EQUAL SPACES
              ADD 1                    TO CNT-SOC-APPLIED
           ELSE
              ADD 1                    TO CNT-SOC-REJECT
              DISPLAY 'WARNING - STANDING ORDER CARD DROPPED, '
                 SOC-REJECT-TEXT ': ' DMP-STANDORD-CARD(1:47)
           END-IF.
      *
           PERFORM 821000-READ-STAND-ORDER-CARD.
      *
       822099-END-APPLY-STAND-ORDER-CARD.
           EXIT.
      *
      *---------------------------------------*
       822500-EDIT-STAND-ORDER-CARD    SECTION.
      *---------------------------------------*
      *
      * AN ADD OR AMEND CARD CARRIES THE WHOLE INSTRUCTION AND IS
      * EDITED IN FULL BEFORE THE TABLE IS TOUCHED. THE FIRST FAILED
      * EDIT NAMES THE REJECT; SOC-REJECT-TEXT STAYS BLANK ON A GOOD
      * CARD. BOTH ACCOUNTS MUST BE ON FILE AND OPEN TODAY - A
      * LATER CLOSURE IS CAUGHT AT GENERATION TIME.
      *
           EVALUATE TRUE
           WHEN SOC-DEBIT-CREDIT        NOT EQUAL 'D'
              AND SOC-DEBIT-CREDIT      NOT EQUAL 'C'
              AND SOC-DEBIT-CREDIT      NOT EQUAL 'T'
              MOVE 'BAD DEBIT/CREDIT INDICATOR' TO SOC-REJECT-TEXT
           WHEN SOC-COUNTER-ID          NOT NUMERIC
              MOVE 'BAD COUNTER ACCOUNT' TO SOC-REJECT-TEXT
           WHEN SOC-DEBIT-CREDIT        EQUAL 'T'
              AND (SOC-COUNTER-ID       EQUAL ZEROS
              OR SOC-COUNTER-ID         EQUAL SOC-CLIENT-ID)
              MOVE 'BAD COUNTER ACCOUNT' TO SOC-REJECT-TEXT
           WHEN SOC-DEBIT-CREDIT        NOT EQUAL 'T'
              AND SOC-COUNTER-ID        NOT EQUAL ZEROS
              MOVE 'COUNTER ACCOUNT ON ONE-SIDED' TO SOC-REJECT-TEXT
           WHEN SOC-AMOUNT              NOT NUMERIC
              OR SOC-AMOUNT             EQUAL ZEROS
              MOVE 'BAD AMOUNT'        TO SOC-REJECT-TEXT
           WHEN SOC-FREQUENCY           NOT EQUAL 'W'
              AND SOC-FREQUENCY         NOT EQUAL 'M'
              AND SOC-FREQUENCY         NOT EQUAL 'Q'
              MOVE 'BAD FREQUENCY'     TO SOC-REJECT-TEXT
           WHEN SOC-NEXT-DUE            NOT NUMERIC
              OR SOC-NEXT-DUE           LESS PLCH-CURR-DATE-NUM
              MOVE 'BAD NEXT DUE DATE' TO SOC-REJECT-TEXT
           WHEN SOC-END-DATE            NOT NUMERIC
              OR (SOC-END-DATE          NOT EQUAL ZEROS
              AND SOC-END-DATE          LESS SOC-NEXT-DUE)
              MOVE 'BAD END DATE'      TO SOC-REJECT-TEXT
           WHEN SOC-STOP-COUNT          NOT NUMERIC
              MOVE 'BAD STOP COUNT'    TO SOC-REJECT-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
      *
           IF SOC-REJECT-TEXT           NOT EQUAL SPACES
              GO TO 822599-END-EDIT-STAND-ORDER-CARD
           END-IF.
      *
      * THE DUE DATE MUST BE A REAL CALENDAR DATE - THE ROLL FORWARD
      * IN 845000 WORKS FROM IT.
      *
           MOVE SOC-NEXT-DUE           TO DSW-WORK-DATE-NUM.
           IF DSW-WORK-MM               LESS 1
              OR DSW-WORK-MM            GREATER 12
              OR DSW-WORK-DD            LESS 1
              MOVE 'BAD NEXT DUE DATE' TO SOC-REJECT-TEXT
              GO TO 822599-END-EDIT-STAND-ORDER-CARD
           END-IF.
           PERFORM 846500-SET-SOG-LAST-DAY.
           IF DSW-WORK-DD               GREATER SOG-LAST-DAY
              MOVE 'BAD NEXT DUE DATE' TO SOC-REJECT-TEXT
              GO TO 822599-END-EDIT-STAND-ORDER-CARD
           END-IF.
      *
           MOVE SOC-CLIENT-ID          TO SOC-CHECK-ID.
           PERFORM 826000-CHECK-SO-ACCOUNT.
           IF SOC-REJECT-TEXT           NOT EQUAL SPACES
              GO TO 822599-END-EDIT-STAND-ORDER-CARD
           END-IF.
      *
           IF SOC-DEBIT-CREDIT          EQUAL 'T'
              MOVE SOC-COUNTER-ID      TO SOC-CHECK-ID
              PERFORM 826000-CHECK-SO-ACCOUNT
           END-IF.
      *
       822599-END-EDIT-STAND-ORDER-CARD.
           EXIT.
      *
      *---------------------------------------*
       823000-ADD-STAND-ORDER          SECTION.
      *---------------------------------------*
      *
      * A NEW ORDER STARTS ACTIVE WITH A CLEAN NSF RUN. THE ANCHOR
      * DAY IS TAKEN FROM THE FIRST DUE DATE (DSW-WORK-DD, SET BY
      * THE EDIT).
      *
           MOVE SOC-CLIENT-ID          TO SOR-CLIENT-ID.
           MOVE SOC-ORDER-SEQ          TO SOR-ORDER-SEQ.
           MOVE SOC-DEBIT-CREDIT       TO SOR-DEBIT-CREDIT.
           MOVE SOC-COUNTER-ID         TO SOR-COUNTER-ID.
           MOVE SOC-AMOUNT             TO SOR-AMOUNT.
           MOVE SOC-FREQUENCY          TO SOR-FREQUENCY.
           MOVE DSW-WORK-DD            TO SOR-ANCHOR-DAY.
           MOVE SOC-NEXT-DUE           TO SOR-NEXT-DUE.
           MOVE SOC-END-DATE           TO SOR-END-DATE.
           MOVE SOC-STOP-COUNT         TO SOR-STOP-COUNT.
           MOVE ZEROS                  TO SOR-GEN-COUNT.
           MOVE 'A'                    TO SOR-ORDER-STATUS.
           MOVE ZEROS                  TO SOR-NSF-COUNT.
           MOVE SPACE                  TO SOR-SUSP-REASON.
           MOVE ZEROS                  TO SOR-SUSP-DATE.
           MOVE ZEROS                  TO SOR-LAST-GEN-DATE.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.STANDORD(
              ClientID, OrderSeq, DebitCredit, CounterID, Amount,
              Frequency, AnchorDay, NextDue, EndDate, StopCount,
              GenCount, OrderStatus, NsfCount, SuspReason, SuspDate,
              LastGenDate, LastMaintDate)
              VALUES (:SOR-CLIENT-ID, :SOR-ORDER-SEQ,
                      :SOR-DEBIT-CREDIT, :SOR-COUNTER-ID, :SOR-AMOUNT,
                      :SOR-FREQUENCY, :SOR-ANCHOR-DAY, :SOR-NEXT-DUE,
                      :SOR-END-DATE, :SOR-STOP-COUNT, :SOR-GEN-COUNT,
                      :SOR-ORDER-STATUS, :SOR-NSF-COUNT,
                      :SOR-SUSP-REASON, :SOR-SUSP-DATE,
                      :SOR-LAST-GEN-DATE, :DMP-MAINT-STAMP)
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN -803
              MOVE 'ORDER ALREADY ON FILE' TO SOC-REJECT-TEXT
           WHEN OTHER
              DISPLAY 'WARNING - STANDORD INSERT FAILED, SQLCODE: '
                 SQLCODE ' ACCOUNT: ' SOC-CLIENT-ID
              MOVE 'STANDORD INSERT FAILED' TO SOC-REJECT-TEXT
           END-EVALUATE.
      *
       823099-END-ADD-STAND-ORDER.
           EXIT.
      *
      *---------------------------------------*
       824000-AMEND-STAND-ORDER        SECTION.
      *---------------------------------------*
      *
      * AN AMEND REPLACES THE INSTRUCTION BUT NOT ITS HISTORY - THE
      * STATUS, GENERATED COUNT AND NSF RUN ARE LEFT AS THEY ARE. AN
      * ORDER THAT HAS ENDED OR BEEN CANCELLED IS NOT AMENDED BACK
      * TO LIFE; KEY A NEW ONE.
      *
           MOVE DSW-WORK-DD            TO SOR-ANCHOR-DAY.
      *
           EXEC SQL
              UPDATE DB2TABLE.STANDORD
              SET DebitCredit = :SOC-DEBIT-CREDIT,
                  CounterID = :SOC-COUNTER-ID,
                  Amount = :SOC-AMOUNT,
                  Frequency = :SOC-FREQUENCY,
                  AnchorDay = :SOR-ANCHOR-DAY,
                  NextDue = :SOC-NEXT-DUE,
                  EndDate = :SOC-END-DATE,
                  StopCount = :SOC-STOP-COUNT,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :SOC-CLIENT-ID
              AND   OrderSeq = :SOC-ORDER-SEQ
              AND   OrderStatus IN ('A', 'S')
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE 'ORDER NOT ON FILE OR ENDED' TO SOC-REJECT-TEXT
           WHEN OTHER
              DISPLAY 'WARNING - STANDORD UPDATE FAILED, SQLCODE: '
                 SQLCODE ' ACCOUNT: ' SOC-CLIENT-ID
              MOVE 'STANDORD UPDATE FAILED' TO SOC-REJECT-TEXT
           END-EVALUATE.
      *
       824099-END-AMEND-STAND-ORDER.
           EXIT.
      *
      *---------------------------------------*
       825000-SET-STAND-ORDER-STATUS   SECTION.
      *---------------------------------------*
      *
      * SUSPEND ('S') ONLY AN ACTIVE ORDER; RESUME ('R') ONLY A
      * SUSPENDED ONE, CLEARING THE NSF RUN SO A RESUMED ORDER GETS
      * ITS FULL THREE STRIKES AGAIN; CANCEL ('C') EITHER. THE
      * CURRENT STATUS IS READ FIRST SO THE WARNING SAYS WHY A CARD
      * DID NOT APPLY. A RESUMED ORDER'S NEXT DUE DATE IS ROLLED ON,
      * PERIOD BY PERIOD, TO TODAY OR LATER - THE PAYMENTS THAT FELL
      * DUE WHILE IT WAS SUSPENDED ARE NOT TAKEN, ONE A NIGHT, ONCE
      * IT IS RESUMED.
      *
           EXEC SQL
              SELECT OrderStatus, Frequency, AnchorDay, NextDue
              INTO :SOC-OLD-STATUS, :SOR-FREQUENCY, :SOR-ANCHOR-DAY,
                   :SOR-NEXT-DUE
              FROM DB2TABLE.STANDORD
              WHERE ClientID = :SOC-CLIENT-ID
              AND   OrderSeq = :SOC-ORDER-SEQ
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE 'ORDER NOT ON FILE' TO SOC-REJECT-TEXT
              GO TO 825099-END-SET-STAND-ORDER-STATUS
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           EVALUATE TRUE
           WHEN SOC-ACTION              EQUAL 'S'
              AND SOC-OLD-STATUS        NOT EQUAL 'A'
              MOVE 'ORDER NOT ACTIVE'  TO SOC-REJECT-TEXT
           WHEN SOC-ACTION              EQUAL 'R'
              AND SOC-OLD-STATUS        NOT EQUAL 'S'
              MOVE 'ORDER NOT SUSPENDED' TO SOC-REJECT-TEXT
           WHEN SOC-ACTION              EQUAL 'C'
              AND SOC-OLD-STATUS        NOT EQUAL 'A'
              AND SOC-OLD-STATUS        NOT EQUAL 'S'
              MOVE 'ORDER ALREADY ENDED' TO SOC-REJECT-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
      *
           IF SOC-REJECT-TEXT           NOT EQUAL SPACES
              GO TO 825099-END-SET-STAND-ORDER-STATUS
           END-IF.
      *
           EVALUATE SOC-ACTION
           WHEN 'S'
              MOVE 'S'                 TO SOR-ORDER-STATUS
              MOVE 'B'                 TO SOR-SUSP-REASON
              MOVE PLCH-CURR-DATE-NUM  TO SOR-SUSP-DATE
           WHEN 'R'
              MOVE 'A'                 TO SOR-ORDER-STATUS
              MOVE SPACE               TO SOR-SUSP-REASON
              MOVE ZEROS               TO SOR-SUSP-DATE
              PERFORM 845000-ROLL-NEXT-DUE
              UNTIL   SOR-NEXT-DUE     NOT LESS PLCH-CURR-DATE-NUM
           WHEN OTHER
              MOVE 'X'                 TO SOR-ORDER-STATUS
              MOVE SPACE               TO SOR-SUSP-REASON
              MOVE ZEROS               TO SOR-SUSP-DATE
           END-EVALUATE.
      *
           EXEC SQL
              UPDATE DB2TABLE.STANDORD
              SET OrderStatus = :SOR-ORDER-STATUS,
                  SuspReason = :SOR-SUSP-REASON,
                  SuspDate = :SOR-SUSP-DATE,
                  NextDue = :SOR-NEXT-DUE,
                  NsfCount = 0,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :SOC-CLIENT-ID
              AND   OrderSeq = :SOC-ORDER-SEQ
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'WARNING - STANDORD UPDATE FAILED, SQLCODE: '
                 SQLCODE ' ACCOUNT: ' SOC-CLIENT-ID
              MOVE 'STANDORD UPDATE FAILED' TO SOC-REJECT-TEXT
           END-IF.
      *
       825099-END-SET-STAND-ORDER-STATUS.
           EXIT.
      *
      *---------------------------------------*
       826000-CHECK-SO-ACCOUNT         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              SELECT AcctStatus
              INTO :SOC-CHECK-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :SOC-CHECK-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              IF SOC-CHECK-STATUS       EQUAL 'C'
                 MOVE 'ACCOUNT CLOSED' TO SOC-REJECT-TEXT
              END-IF
           WHEN 100
              MOVE 'ACCOUNT NOT ON FILE' TO SOC-REJECT-TEXT
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       826099-END-CHECK-SO-ACCOUNT.
           EXIT.
      *
      *---------------------------------------*
       840000-GENERATE-STAND-ORDERS    SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'G' - TURNS EVERY ACTIVE STANDING ORDER DUE TODAY
      * (OR EARLIER AND NOT YET GENERATED) INTO A POSTING, UNDER THE
      * SAME STATUS, NSF AND TRANSFER RULES AS THE POSTING LEG, THEN
      * ROLLS ITS NEXT DUE DATE ON BY ONE PERIOD. EACH ORDER'S
      * POSTING, JOURNAL ROWS AND ROLLED ROW SIT IN ONE UNIT OF WORK
      * AND LAST-GEN-DATE IS STAMPED ON IT, SO - LIKE THE 'W'
      * RELEASE - A RESTART NEEDS NO SKIP-TO-CHECKPOINT PASS: THE
      * CURSOR NO LONGER SEES AN ORDER ALREADY DONE TONIGHT. AN ORDER
      * SEVERAL PERIODS BEHIND CATCHES UP ONE PERIOD A NIGHT. AN
      * ORDER FALLING DUE ON A WEEKEND OR BANK HOLIDAY IS DEFERRED,
      * UNTOUCHED, TO THE NEXT BUSINESS DAY (SEE 870000). EVERY
      * OTHER ORDER LOOKED AT IS LISTED ON THE DMP0001G REGISTER,
      * FOLLOWED BY THE ORDERS SUSPENDED TODAY FOR REPEATED NSF
      * FAILURE.
      *
           EXEC SQL
              DECLARE DB2CURSORN CURSOR WITH HOLD FOR
              SELECT ClientID, OrderSeq, DebitCredit, CounterID,
                     Amount, Frequency, AnchorDay, NextDue, EndDate,
                     StopCount, GenCount, NsfCount
              FROM DB2TABLE.STANDORD
              WHERE OrderStatus = 'A'
              AND   NextDue     <= :PLCH-CURR-DATE-NUM
              AND   LastGenDate <  :PLCH-CURR-DATE-NUM
              AND   ClientID BETWEEN :DMP-OPT-PART-FROM
                                AND :DMP-OPT-PART-TO
              ORDER BY ClientID, OrderSeq
           END-EXEC.
      *
           MOVE 'G'                    TO CKP-CURR-LEG.
           PERFORM 425000-CHECKPOINT-LOAD.
      *
           IF CNT-CHECKPOINT-POS       GREATER ZEROS
              OPEN EXTEND DMP0001G
              DISPLAY 'RESUMING - ALREADY GENERATED.: '
                 CNT-CHECKPOINT-POS
           ELSE
              OPEN OUTPUT DMP0001G
           END-IF.
      *
           EXEC SQL
              OPEN DB2CURSORN
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 841000-GENERATE-ONE-ORDER
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORN
           END-EXEC.
      *
           PERFORM 850000-WRITE-SO-TOTALS.
      *
      * THE SUSPENSIONS ARE COMMITTED BEFORE THEY ARE LISTED, SO THE
      * LIST IS WHAT IS ON THE TABLE - INCLUDING ANY AN ABORTED
      * EARLIER RUN OF TONIGHT'S STEP SUSPENDED.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           PERFORM 851000-LIST-SUSPENDED-ORDERS.
      *
           CLOSE DMP0001G.
      *
      * RUN COMPLETED CLEAN THROUGH THE CURSOR - RESET THE CHECKPOINT
      * SO THE NEXT RUN STARTS FRESH.
      *
           MOVE ZEROS                  TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
      *
       840099-END-GENERATE-STAND-ORDERS.
           EXIT.
      *
      *---------------------------------------*
       841000-GENERATE-ONE-ORDER       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORN INTO :SOR-CLIENT-ID, :SOR-ORDER-SEQ,
              :SOR-DEBIT-CREDIT, :SOR-COUNTER-ID, :SOR-AMOUNT,
              :SOR-FREQUENCY, :SOR-ANCHOR-DAY, :SOR-NEXT-DUE,
              :SOR-END-DATE, :SOR-STOP-COUNT, :SOR-GEN-COUNT,
              :SOR-NSF-COUNT
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-SOG-READ
                PERFORM 842000-PROCESS-STAND-ORDER
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       841099-END-GENERATE-ONE-ORDER.
           EXIT.
      *
      *---------------------------------------*
       842000-PROCESS-STAND-ORDER      SECTION.
      *---------------------------------------*
      *
      * SOG-RESULT COMES BACK 'P' POSTED, 'K' SKIPPED (ACCOUNT NOT
      * ON FILE, CLOSED, OR A FROZEN DEBIT SIDE) OR 'N' REFUSED NSF.
      * ONLY A POSTING COUNTS TOWARDS THE STOP COUNT AND CLEARS THE
      * NSF RUN; A SKIP LEAVES THE RUN AS IT WAS. WHATEVER HAPPENED,
      * THIS PERIOD'S PAYMENT IS DONE WITH AND THE DUE DATE ROLLS ON
      * - A MISSED PAYMENT IS NOT RETRIED THE NEXT NIGHT.
      *
           MOVE 'A'                    TO SOR-ORDER-STATUS.
           MOVE SPACE                  TO SOR-SUSP-REASON.
           MOVE ZEROS                  TO SOR-SUSP-DATE.
           MOVE SOR-NEXT-DUE           TO SOG-DUE-DATE.
      *
      * AN ORDER WHOSE DUE DATE IS ALREADY PAST ITS END DATE (AN
      * AMENDED END DATE, OR ONE MISSED WHILE SUSPENDED) SIMPLY ENDS.
      *
           IF SOR-END-DATE              NOT EQUAL ZEROS
              AND SOR-NEXT-DUE          GREATER SOR-END-DATE
              MOVE 'E'                 TO SOR-ORDER-STATUS
              MOVE 'E'                 TO SOG-RESULT
              MOVE 'ENDED - PAST END DATE' TO SOG-OUTCOME
              GO TO 842090-SAVE-STAND-ORDER
           END-IF.
      *
      * A PAYMENT DUE ON A WEEKEND OR BANK HOLIDAY IS VALUE-DATED TO
      * THE NEXT BUSINESS DAY AND NOT TAKEN UNTIL THAT DAY COMES -
      * THE ORDER IS LEFT UNTOUCHED UNTIL THEN. NEXTDUE ITSELF STAYS
      * ON THE SCHEDULE DATE, SO 845000 ROLLS FROM THE ANCHOR AND
      * THE SCHEDULE DOES NOT DRIFT.
      *
           MOVE SOR-NEXT-DUE           TO CAL-WORK-DATE-NUM.
           PERFORM 875000-ROLL-TO-BUSINESS-DAY.
           MOVE CAL-WORK-DATE-NUM      TO SOG-DUE-DATE.
      *
           IF SOG-DUE-DATE              GREATER PLCH-CURR-DATE-NUM
              ADD 1                    TO CNT-SOG-DEFERRED
              GO TO 842099-END-PROCESS-STAND-ORDER
           END-IF.
      *
           IF SOR-DEBIT-CREDIT          EQUAL 'T'
              PERFORM 844000-APPLY-SO-TRANSFER
           ELSE
              PERFORM 843000-APPLY-SO-POSTING
           END-IF.
      *
           EVALUATE SOG-RESULT
           WHEN 'P'
              ADD 1                    TO SOR-GEN-COUNT
              MOVE ZEROS               TO SOR-NSF-COUNT
           WHEN 'N'
              ADD 1                    TO SOR-NSF-COUNT
              IF SOR-NSF-COUNT          NOT LESS SOG-NSF-LIMIT
                 MOVE 'S'              TO SOR-ORDER-STATUS
                 MOVE 'N'              TO SOR-SUSP-REASON
                 MOVE PLCH-CURR-DATE-NUM TO SOR-SUSP-DATE
                 MOVE 'FAILED NSF - ORDER SUSPENDED' TO SOG-OUTCOME
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
      *
           PERFORM 845000-ROLL-NEXT-DUE.
      *
           IF SOR-ORDER-STATUS          EQUAL 'A'
              IF (SOR-STOP-COUNT        NOT EQUAL ZEROS
                 AND SOR-GEN-COUNT      NOT LESS SOR-STOP-COUNT)
                 OR (SOR-END-DATE       NOT EQUAL ZEROS
                 AND SOR-NEXT-DUE       GREATER SOR-END-DATE)
                 MOVE 'E'              TO SOR-ORDER-STATUS
                 IF SOG-RESULT          EQUAL 'P'
                    MOVE 'GENERATED - FINAL PAYMENT' TO SOG-OUTCOME
                 END-IF
              END-IF
           END-IF.
      *
       842090-SAVE-STAND-ORDER.
           PERFORM 847000-UPDATE-STAND-ORDER.
           PERFORM 847500-FINISH-STAND-ORDER.
      *
       842099-END-PROCESS-STAND-ORDER.
           EXIT.
      *
      *---------------------------------------*
       843000-APPLY-SO-POSTING         SECTION.
      *---------------------------------------*
      *
      * SAME READ-COMPUTE-UPDATE SHAPE AND SAME RULES AS 521000-
      * APPLY-TRANSACTION, FED FROM THE STANDING ORDER: NOTHING
      * POSTS TO A CLOSED ACCOUNT, NO DEBIT LEAVES A FROZEN ONE,
      * ACTIVITY REACTIVATES A DORMANT ONE, AND A DEBIT MAY NOT
      * OVERDRAW ANY BUT A LOAN ACCOUNT.
      *
           EXEC SQL
              SELECT Balance, AccountType, AcctStatus
              INTO :HIST-OLD-BALANCE, :HIST-ACC-TYPE,
                   :HIST-ACC-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :SOR-CLIENT-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT NOT ON FILE' TO SOG-OUTCOME
              GO TO 843099-END-APPLY-SO-POSTING
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           IF HIST-ACC-STATUS           EQUAL 'C'
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT CLOSED' TO SOG-OUTCOME
              GO TO 843099-END-APPLY-SO-POSTING
           END-IF.
      *
           IF SOR-DEBIT-CREDIT          EQUAL 'D'
              AND HIST-ACC-STATUS       EQUAL 'F'
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT FROZEN' TO SOG-OUTCOME
              GO TO 843099-END-APPLY-SO-POSTING
           END-IF.
      *
           IF HIST-ACC-STATUS           EQUAL 'D'
              MOVE 'A'                 TO HIST-NEW-STATUS
           ELSE
              MOVE HIST-ACC-STATUS     TO HIST-NEW-STATUS
           END-IF.
      *
           IF SOR-DEBIT-CREDIT          EQUAL 'C'
              COMPUTE HIST-NEW-BALANCE = HIST-OLD-BALANCE + SOR-AMOUNT
           ELSE
              COMPUTE HIST-NEW-BALANCE = HIST-OLD-BALANCE - SOR-AMOUNT
           END-IF.
      *
           IF SOR-DEBIT-CREDIT          EQUAL 'D'
              AND HIST-ACC-TYPE         NOT EQUAL DMP-LOAN-ACC-TYPE
              AND HIST-NEW-BALANCE      LESS ZEROS
              MOVE 'N'                 TO SOG-RESULT
              MOVE 'FAILED NSF'        TO SOG-OUTCOME
              MOVE SOR-CLIENT-ID       TO FEI-CLIENT-ID
              MOVE HIST-ACC-TYPE       TO FEI-ACC-TYPE
              MOVE SOR-AMOUNT          TO FEI-ATTEMPT-AMT
              MOVE 'O'                 TO FEI-EVENT-SOURCE
              PERFORM 529000-RECORD-NSF-EVENT
              GO TO 843099-END-APPLY-SO-POSTING
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :HIST-NEW-BALANCE,
                  AcctStatus = :HIST-NEW-STATUS,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :SOR-CLIENT-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF SOR-DEBIT-CREDIT          EQUAL 'C'
              ADD SOR-AMOUNT            TO TOT-NET-MOVEMENT
           ELSE
              SUBTRACT SOR-AMOUNT       FROM TOT-NET-MOVEMENT
           END-IF.
      *
           MOVE SOR-CLIENT-ID          TO TH-CLIENT-ID.
           MOVE SOR-DEBIT-CREDIT       TO TH-DEBIT-CREDIT.
           MOVE SOR-AMOUNT             TO TH-AMOUNT.
           MOVE HIST-NEW-BALANCE       TO TH-RESULT-BALANCE.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           IF HIST-ACC-STATUS           EQUAL 'D'
              MOVE SOR-CLIENT-ID       TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
      *
           MOVE 'P'                    TO SOG-RESULT.
           MOVE 'GENERATED'            TO SOG-OUTCOME.
      *
       843099-END-APPLY-SO-POSTING.
           EXIT.
      *
      *---------------------------------------*
       844000-APPLY-SO-TRANSFER        SECTION.
      *---------------------------------------*
      *
      * SAME RULES AS 530000-APPLY-TRANSFER: BOTH SIDES READ AND
      * CHECKED BEFORE EITHER BALANCE IS TOUCHED, ONE JOURNAL ROW
      * PER SIDE, NET ZERO TO THE TABLE. THE ORDER'S CLIENT IS THE
      * DEBIT SIDE, THE COUNTER ACCOUNT THE CREDIT SIDE.
      *
           MOVE SOR-CLIENT-ID          TO TRF-FROM-ID.
           MOVE SOR-COUNTER-ID         TO TRF-TO-ID.
           MOVE SOR-AMOUNT             TO TRF-AMOUNT.
      *
           EXEC SQL
              SELECT Balance, AccountType, AcctStatus
              INTO :TRF-FROM-BALANCE, :TRF-FROM-ACC-TYPE,
                   :TRF-FROM-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :TRF-FROM-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT NOT ON FILE' TO SOG-OUTCOME
              GO TO 844099-END-APPLY-SO-TRANSFER
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           EXEC SQL
              SELECT Balance, AccountType, AcctStatus
              INTO :TRF-TO-BALANCE, :TRF-TO-ACC-TYPE,
                   :TRF-TO-STATUS
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :TRF-TO-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - COUNTER NOT ON FILE' TO SOG-OUTCOME
              GO TO 844099-END-APPLY-SO-TRANSFER
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           IF TRF-FROM-STATUS           EQUAL 'C'
              OR TRF-TO-STATUS          EQUAL 'C'
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT CLOSED' TO SOG-OUTCOME
              GO TO 844099-END-APPLY-SO-TRANSFER
           END-IF.
      *
           IF TRF-FROM-STATUS           EQUAL 'F'
              MOVE 'K'                 TO SOG-RESULT
              MOVE 'SKIPPED - ACCOUNT FROZEN' TO SOG-OUTCOME
              GO TO 844099-END-APPLY-SO-TRANSFER
           END-IF.
      *
           IF TRF-FROM-STATUS           EQUAL 'D'
              MOVE 'A'                 TO TRF-FROM-NEW-STS
           ELSE
              MOVE TRF-FROM-STATUS     TO TRF-FROM-NEW-STS
           END-IF.
           IF TRF-TO-STATUS             EQUAL 'D'
              MOVE 'A'                 TO TRF-TO-NEW-STS
           ELSE
              MOVE TRF-TO-STATUS       TO TRF-TO-NEW-STS
           END-IF.
      *
           COMPUTE TRF-FROM-NEW-BAL =
              TRF-FROM-BALANCE - TRF-AMOUNT.
           COMPUTE TRF-TO-NEW-BAL =
              TRF-TO-BALANCE + TRF-AMOUNT.
      *
           IF TRF-FROM-ACC-TYPE         NOT EQUAL DMP-LOAN-ACC-TYPE
              AND TRF-FROM-NEW-BAL      LESS ZEROS
              MOVE 'N'                 TO SOG-RESULT
              MOVE 'FAILED NSF'        TO SOG-OUTCOME
              MOVE TRF-FROM-ID         TO FEI-CLIENT-ID
              MOVE TRF-FROM-ACC-TYPE   TO FEI-ACC-TYPE
              MOVE TRF-AMOUNT          TO FEI-ATTEMPT-AMT
              MOVE 'O'                 TO FEI-EVENT-SOURCE
              PERFORM 529000-RECORD-NSF-EVENT
              GO TO 844099-END-APPLY-SO-TRANSFER
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :TRF-FROM-NEW-BAL,
                  AcctStatus = :TRF-FROM-NEW-STS,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :TRF-FROM-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              UPDATE DB2TABLE.ACCOUNTS
              SET Balance = :TRF-TO-NEW-BAL,
                  AcctStatus = :TRF-TO-NEW-STS,
                  LastMaintDate = :DMP-MAINT-STAMP
              WHERE ClientID = :TRF-TO-ID
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE TRF-FROM-ID            TO TH-CLIENT-ID.
           MOVE 'D'                    TO TH-DEBIT-CREDIT.
           MOVE TRF-AMOUNT             TO TH-AMOUNT.
           MOVE TRF-FROM-NEW-BAL       TO TH-RESULT-BALANCE.
           MOVE 'Y'                    TO TH-XFER-IND.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           MOVE TRF-TO-ID              TO TH-CLIENT-ID.
           MOVE 'C'                    TO TH-DEBIT-CREDIT.
           MOVE TRF-AMOUNT             TO TH-AMOUNT.
           MOVE TRF-TO-NEW-BAL         TO TH-RESULT-BALANCE.
           MOVE 'Y'                    TO TH-XFER-IND.
           PERFORM 521600-INSERT-TRANSHIST-ROW.
      *
           IF TRF-FROM-STATUS           EQUAL 'D'
              MOVE TRF-FROM-ID         TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
           IF TRF-TO-STATUS             EQUAL 'D'
              MOVE TRF-TO-ID           TO CH-CLIENT-ID
              PERFORM 931000-LOG-REACTIVATION
           END-IF.
      *
           MOVE 'P'                    TO SOG-RESULT.
           MOVE 'GENERATED'            TO SOG-OUTCOME.
      *
       844099-END-APPLY-SO-TRANSFER.
           EXIT.
      *
      *---------------------------------------*
       845000-ROLL-NEXT-DUE            SECTION.
      *---------------------------------------*
      *
      * ONE PERIOD ON FROM THE DATE JUST DUE - SEVEN DAYS, OR ONE OR
      * THREE MONTHS BACK ON THE ANCHOR DAY, CLAMPED TO THE LENGTH
      * OF THE TARGET MONTH. SAME MONTH TABLE AND LEAP RULE AS THE
      * DORMANCY CUTOFF.
      *
           MOVE SOR-NEXT-DUE           TO DSW-WORK-DATE-NUM.
      *
           EVALUATE SOR-FREQUENCY
           WHEN 'W'
              PERFORM 845500-ADD-ONE-WEEK
           WHEN 'Q'
              MOVE 3                   TO SOG-MONTHS
              PERFORM 846000-FORWARD-ONE-MONTH
              VARYING SOG-MONTH-IDX    FROM 1 BY 1
              UNTIL   SOG-MONTH-IDX    GREATER SOG-MONTHS
           WHEN OTHER
              MOVE 1                   TO SOG-MONTHS
              PERFORM 846000-FORWARD-ONE-MONTH
              VARYING SOG-MONTH-IDX    FROM 1 BY 1
              UNTIL   SOG-MONTH-IDX    GREATER SOG-MONTHS
           END-EVALUATE.
      *
           IF SOR-FREQUENCY             NOT EQUAL 'W'
              MOVE SOR-ANCHOR-DAY      TO DSW-WORK-DD
              PERFORM 846500-SET-SOG-LAST-DAY
              IF DSW-WORK-DD            GREATER SOG-LAST-DAY
                 MOVE SOG-LAST-DAY     TO DSW-WORK-DD
              END-IF
           END-IF.
      *
           MOVE DSW-WORK-DATE-NUM      TO SOR-NEXT-DUE.
      *
       845099-END-ROLL-NEXT-DUE.
           EXIT.
      *
      *---------------------------------------*
       845500-ADD-ONE-WEEK             SECTION.
      *---------------------------------------*
      *
           PERFORM 846500-SET-SOG-LAST-DAY.
      *
           ADD 7                       TO DSW-WORK-DD.
      *
           IF DSW-WORK-DD              GREATER SOG-LAST-DAY
              SUBTRACT SOG-LAST-DAY    FROM DSW-WORK-DD
              PERFORM 846000-FORWARD-ONE-MONTH
           END-IF.
      *
       845599-END-ADD-ONE-WEEK.
           EXIT.
      *
      *---------------------------------------*
       846000-FORWARD-ONE-MONTH        SECTION.
      *---------------------------------------*
      *
           IF DSW-WORK-MM              EQUAL 12
              MOVE 1                   TO DSW-WORK-MM
              ADD 1                    TO DSW-WORK-YYYY
           ELSE
              ADD 1                    TO DSW-WORK-MM
           END-IF.
      *
       846099-END-FORWARD-ONE-MONTH.
           EXIT.
      *
      *---------------------------------------*
       846500-SET-SOG-LAST-DAY         SECTION.
      *---------------------------------------*
      *
      * LENGTH OF THE MONTH IN DSW-WORK-DATE, FEBRUARY BY THE
      * CENTURY LEAP RULE IN 693000.
      *
           MOVE DSW-MONTH-DAYS(DSW-WORK-MM) TO SOG-LAST-DAY.
      *
           IF DSW-WORK-MM               EQUAL 2
              PERFORM 693000-CHECK-DSW-LEAP-YEAR
              IF FLG-DSW-LEAP-YEAR      EQUAL 'Y'
                 MOVE 29               TO SOG-LAST-DAY
              END-IF
           END-IF.
      *
       846599-END-SET-SOG-LAST-DAY.
           EXIT.
      *
      *---------------------------------------*
       847000-UPDATE-STAND-ORDER       SECTION.
      *---------------------------------------*
      *
      * WRITTEN BACK IN THE SAME UNIT OF WORK AS THE POSTING (OR THE
      * NSF FEE ITEM), SO AN ORDER IS NEVER BOTH GENERATED AND STILL
      * DUE.
      *
           MOVE PLCH-CURR-DATE-NUM     TO SOR-LAST-GEN-DATE.
      *
           EXEC SQL
              UPDATE DB2TABLE.STANDORD
              SET NextDue = :SOR-NEXT-DUE,
                  GenCount = :SOR-GEN-COUNT,
                  NsfCount = :SOR-NSF-COUNT,
                  OrderStatus = :SOR-ORDER-STATUS,
                  SuspReason = :SOR-SUSP-REASON,
                  SuspDate = :SOR-SUSP-DATE,
                  LastGenDate = :SOR-LAST-GEN-DATE
              WHERE ClientID = :SOR-CLIENT-ID
              AND   OrderSeq = :SOR-ORDER-SEQ
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'STANDORD UPDATE FAILED FOR ORDER: '
                 SOR-CLIENT-ID '/' SOR-ORDER-SEQ
              PERFORM 999004-ERROR-004
           END-IF.
      *
       847099-END-UPDATE-STAND-ORDER.
           EXIT.
      *
      *---------------------------------------*
       847500-FINISH-STAND-ORDER       SECTION.
      *---------------------------------------*
      *
           EVALUATE SOG-RESULT
           WHEN 'P'
              ADD 1                    TO CNT-SOG-POSTED
              ADD SOR-AMOUNT           TO TOT-SOG-POSTED
           WHEN 'N'
              ADD 1                    TO CNT-SOG-NSF
           WHEN 'K'
              ADD 1                    TO CNT-SOG-SKIPPED
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
      *
           IF SOR-ORDER-STATUS          EQUAL 'S'
              ADD 1                    TO CNT-SOG-SUSPENDED
           END-IF.
           IF SOR-ORDER-STATUS          EQUAL 'E'
              ADD 1                    TO CNT-SOG-ENDED
           END-IF.
      *
           PERFORM 849000-WRITE-SO-LINE.
      *
           ADD 1                       TO CNT-SOG-SETTLED.
           ADD 1                       TO CNT-SINCE-COMMIT.
      *
           IF CNT-SINCE-COMMIT         NOT LESS CNT-COMMIT-INTERVAL
              PERFORM 848000-SO-COMMIT-POINT
           END-IF.
      *
       847599-END-FINISH-STAND-ORDER.
           EXIT.
      *
      *---------------------------------------*
       848000-SO-COMMIT-POINT          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE CNT-SOG-SETTLED        TO CNT-CHECKPOINT-POS.
           PERFORM 426000-CHECKPOINT-SAVE.
           MOVE ZEROS                  TO CNT-SINCE-COMMIT.
           MOVE TOT-NET-MOVEMENT       TO TOT-NET-COMMITTED.
           MOVE CNT-ROWS-DELTA         TO CNT-ROWS-COMMITTED.
      *
           DISPLAY 'COMMIT POINT TAKEN AT ORDER NO: '
              CNT-CHECKPOINT-POS.
      *
       848099-END-SO-COMMIT-POINT.
           EXIT.
      *
      *---------------------------------------*
       849000-WRITE-SO-LINE            SECTION.
      *---------------------------------------*
      *
           IF CNT-SOG-LINE             GREATER SOG-LINES-PER-PAGE
              PERFORM 849500-SO-PAGE-HEADING
           END-IF.
      *
           MOVE SOR-CLIENT-ID          TO SOG-DET-CLIENT-ID.
           MOVE SOR-ORDER-SEQ          TO SOG-DET-ORDER-SEQ.
           MOVE SOR-DEBIT-CREDIT       TO SOG-DET-DC.
           MOVE SOR-COUNTER-ID         TO SOG-DET-COUNTER-ID.
           MOVE SOR-AMOUNT             TO SOG-DET-AMOUNT.
           MOVE SOG-DUE-DATE           TO SOG-DET-DUE-DATE.
           MOVE SOR-NEXT-DUE           TO SOG-DET-NEXT-DUE.
           MOVE SOG-OUTCOME            TO SOG-DET-OUTCOME.
      *
           WRITE DMP0001G-FD           FROM SOG-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-SOG-LINE.
      *
       849099-END-WRITE-SO-LINE.
           EXIT.
      *
      *---------------------------------------*
       849500-SO-PAGE-HEADING          SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-SOG-PAGE.
           MOVE PLCH-DATE-MM           TO SOG-HDR-MM.
           MOVE PLCH-DATE-DD           TO SOG-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO SOG-HDR-YYYY.
           MOVE CNT-SOG-PAGE           TO SOG-HDR-PAGE.
      *
           WRITE DMP0001G-FD           FROM SOG-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0001G-FD           FROM SOG-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001G-FD           FROM SOG-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001G-FD           FROM SOG-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-SOG-LINE.
      *
       849599-END-SO-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       850000-WRITE-SO-TOTALS          SECTION.
      *---------------------------------------*
      *
           IF CNT-SOG-LINE             GREATER SOG-LINES-PER-PAGE
              PERFORM 849500-SO-PAGE-HEADING
           END-IF.
      *
           MOVE CNT-SOG-POSTED         TO SOG-TOT-POSTED.
           MOVE TOT-SOG-POSTED         TO SOG-TOT-AMOUNT.
           MOVE CNT-SOG-SKIPPED        TO SOG-TOT-SKIPPED.
           MOVE CNT-SOG-NSF            TO SOG-TOT-NSF.
           MOVE CNT-SOG-SUSPENDED      TO SOG-TOT-SUSPENDED.
      *
           WRITE DMP0001G-FD           FROM SOG-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001G-FD           FROM SOG-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-SOG-LINE.
      *
       850099-END-WRITE-SO-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       851000-LIST-SUSPENDED-ORDERS    SECTION.
      *---------------------------------------*
      *
      * THE BRANCH FOLLOW-UP LIST - READ BACK FROM THE TABLE RATHER
      * THAN REMEMBERED, SO A RESTARTED NIGHT STILL LISTS EVERY
      * ORDER SUSPENDED TODAY WITHIN THIS STEP'S PARTITION.
      *
           EXEC SQL
              DECLARE DB2CURSORO CURSOR FOR
              SELECT ClientID, OrderSeq, DebitCredit, CounterID,
                     Amount, Frequency
              FROM DB2TABLE.STANDORD
              WHERE OrderStatus = 'S'
              AND   SuspReason  = 'N'
              AND   SuspDate    = :PLCH-CURR-DATE-NUM
              AND   ClientID BETWEEN :DMP-OPT-PART-FROM
                                AND :DMP-OPT-PART-TO
              ORDER BY ClientID, OrderSeq
           END-EXEC.
      *
           IF CNT-SOG-LINE             GREATER SOG-LINES-PER-PAGE
              PERFORM 849500-SO-PAGE-HEADING
           END-IF.
      *
           WRITE DMP0001G-FD           FROM SOG-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001G-FD           FROM SOG-RPT-SUSP-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE DMP0001G-FD           FROM SOG-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           ADD 3                       TO CNT-SOG-LINE.
      *
           EXEC SQL
              OPEN DB2CURSORO
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 851500-LIST-ONE-SUSPENDED
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORO
           END-EXEC.
      *
       851099-END-LIST-SUSPENDED-ORDERS.
           EXIT.
      *
      *---------------------------------------*
       851500-LIST-ONE-SUSPENDED       SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORO INTO :SOR-CLIENT-ID, :SOR-ORDER-SEQ,
              :SOR-DEBIT-CREDIT, :SOR-COUNTER-ID, :SOR-AMOUNT,
              :SOR-FREQUENCY
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                IF CNT-SOG-LINE        GREATER SOG-LINES-PER-PAGE
                   PERFORM 849500-SO-PAGE-HEADING
                END-IF
                MOVE SOR-CLIENT-ID     TO SOG-SUS-CLIENT-ID
                MOVE SOR-ORDER-SEQ     TO SOG-SUS-ORDER-SEQ
                MOVE SOR-DEBIT-CREDIT  TO SOG-SUS-DC
                MOVE SOR-COUNTER-ID    TO SOG-SUS-COUNTER-ID
                MOVE SOR-AMOUNT        TO SOG-SUS-AMOUNT
                MOVE SOR-FREQUENCY     TO SOG-SUS-FREQUENCY
                WRITE DMP0001G-FD      FROM SOG-RPT-SUSP-DETAIL
                   AFTER ADVANCING 1 LINE
                ADD 1                  TO CNT-SOG-LINE
                ADD 1                  TO CNT-SOG-SUSP-LISTED
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                CONTINUE
           END-EVALUATE.
      *
       851599-END-LIST-ONE-SUSPENDED.
           EXIT.
      *
      *---------------------------------------*
       860000-MAINTAIN-CALENDAR        SECTION.
      *---------------------------------------*
      *
      * DMP-FLAG 'H' - APPLIES BUSINESS-DAY CALENDAR CARDS FROM THE
      * DMP0001C CARD FILE TO DB2TABLE.BUSCAL, THE SAME WAY THE
      * FLAG-7 LEG MAINTAINS ACCTYPES. CARD: ACTION 'W' (SET THE
      * YEAR'S WEEKEND RULE), 'H' (ADD OR RENAME A BANK HOLIDAY) OR
      * 'R' (REMOVE A HOLIDAY), DATE, WEEKEND MASK, DESCRIPTION. THE
      * FILE IS SMALL AND THE ACTIONS IDEMPOTENT - NO CHECKPOINTING,
      * ONE COMMIT AT END OF FILE.
      *
           OPEN INPUT DMP0001C.
      *
           PERFORM 861000-READ-CALENDAR-CARD.
      *
           PERFORM 862000-APPLY-CALENDAR-CARD
           UNTIL   FLG-END-INPUT-FILE  EQUAL 'Y'.
      *
           CLOSE DMP0001C.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       860099-END-MAINTAIN-CALENDAR.
           EXIT.
      *
      *---------------------------------------*
       861000-READ-CALENDAR-CARD       SECTION.
      *---------------------------------------*
      *
           INITIALIZE DMP-CALENDAR-CARD REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           READ DMP0001C INTO DMP-CALENDAR-CARD
           AT END
              MOVE 'Y'                 TO FLG-END-INPUT-FILE
           NOT AT END
              ADD 1                    TO CNT-CAL-READ
           END-READ.
      *
       861099-END-READ-CALENDAR-CARD.
           EXIT.
      *
      *---------------------------------------*
       862000-APPLY-CALENDAR-CARD      SECTION.
      *---------------------------------------*
      *
           EVALUATE TRUE
           WHEN CLC-YEAR                NOT NUMERIC
              OR CLC-YEAR               EQUAL ZEROS
              ADD 1                    TO CNT-CAL-REJECT
              DISPLAY 'WARNING - CALENDAR CARD DROPPED, '
                 'BAD YEAR: ' DMP-CALENDAR-CARD(1:46)
           WHEN CLC-ACTION              EQUAL 'W'
              PERFORM 863000-SET-WEEKEND-RULE
           WHEN CLC-ACTION              EQUAL 'H'
              PERFORM 864000-SET-HOLIDAY
           WHEN CLC-ACTION              EQUAL 'R'
              PERFORM 865000-REMOVE-HOLIDAY
           WHEN OTHER
              ADD 1                    TO CNT-CAL-REJECT
              DISPLAY 'WARNING - CALENDAR CARD DROPPED, '
                 'BAD ACTION: ' DMP-CALENDAR-CARD(1:46)
           END-EVALUATE.
      *
           PERFORM 861000-READ-CALENDAR-CARD.
      *
       862099-END-APPLY-CALENDAR-CARD.
           EXIT.
      *
      *---------------------------------------*
       863000-SET-WEEKEND-RULE         SECTION.
      *---------------------------------------*
      *
      * THE MASK IS SEVEN 'Y'/'N' BYTES, MONDAY FIRST, AND MUST LEAVE
      * AT LEAST ONE BUSINESS DAY IN THE WEEK - AN ALL-'Y' WEEK WOULD
      * GIVE THE ROLL-FORWARD NOWHERE TO GO. UPDATE-IF-EXISTS,
      * INSERT-IF-NEW, AS FOR THE ACCTYPES CARDS.
      *
           MOVE ZEROS                  TO CAL-MASK-BUS-DAYS.
           MOVE ZEROS                  TO CAL-MASK-OFF-DAYS.
           INSPECT CLC-WEEKEND-MASK    TALLYING
              CAL-MASK-BUS-DAYS        FOR ALL 'N'
              CAL-MASK-OFF-DAYS        FOR ALL 'Y'.
      *
           IF CAL-MASK-BUS-DAYS + CAL-MASK-OFF-DAYS NOT EQUAL 7
              OR CAL-MASK-BUS-DAYS      EQUAL ZEROS
              ADD 1                    TO CNT-CAL-REJECT
              DISPLAY 'WARNING - CALENDAR CARD DROPPED, '
                 'BAD WEEKEND MASK: ' DMP-CALENDAR-CARD(1:46)
              GO TO 863099-END-SET-WEEKEND-RULE
           END-IF.
      *
           MOVE CLC-YEAR               TO CBR-CAL-YEAR.
           MOVE CLC-WEEKEND-MASK       TO CBR-WEEKEND-DAYS.
           MOVE CLC-DESC               TO CBR-DESC.
      *
           EXEC SQL
              UPDATE DB2TABLE.BUSCAL
              SET WeekendDays = :CBR-WEEKEND-DAYS,
                  Description = :CBR-DESC
              WHERE CalYear   = :CBR-CAL-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              ADD 1                     TO CNT-CAL-APPLIED
           WHEN 100
              PERFORM 863500-INSERT-WEEKEND-RULE
           WHEN OTHER
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - BUSCAL UPDATE FAILED, SQLCODE: '
                 SQLCODE ' YEAR: ' CLC-YEAR
           END-EVALUATE.
      *
       863099-END-SET-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       863500-INSERT-WEEKEND-RULE      SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              INSERT INTO DB2TABLE.BUSCAL(
              CalYear, EntryType, CalDate, WeekendDays, Description)
              VALUES (:CBR-CAL-YEAR, 'W', 0,
                      :CBR-WEEKEND-DAYS, :CBR-DESC)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - BUSCAL INSERT FAILED, SQLCODE: '
                 SQLCODE ' YEAR: ' CLC-YEAR
           ELSE
              ADD 1                     TO CNT-CAL-APPLIED
           END-IF.
      *
       863599-END-INSERT-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       864000-SET-HOLIDAY              SECTION.
      *---------------------------------------*
      *
      * A CARD FOR A HOLIDAY ALREADY ON THE TABLE RENAMES IT; ANY
      * OTHER VALID DATE IS ADDED.
      *
           PERFORM 866000-EDIT-CALENDAR-DATE.
      *
           IF FLG-CAL-CARD-OK           NOT EQUAL 'Y'
              ADD 1                    TO CNT-CAL-REJECT
              DISPLAY 'WARNING - CALENDAR CARD DROPPED, '
                 'BAD DATE: ' DMP-CALENDAR-CARD(1:46)
              GO TO 864099-END-SET-HOLIDAY
           END-IF.
      *
           MOVE CLC-YEAR               TO CBR-CAL-YEAR.
           MOVE CLC-DATE               TO CBR-CAL-DATE.
           MOVE SPACES                 TO CBR-WEEKEND-DAYS.
           MOVE CLC-DESC               TO CBR-DESC.
      *
           EXEC SQL
              UPDATE DB2TABLE.BUSCAL
              SET Description = :CBR-DESC
              WHERE EntryType = 'H'
              AND   CalDate   = :CBR-CAL-DATE
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              ADD 1                     TO CNT-CAL-APPLIED
           WHEN 100
              PERFORM 864500-INSERT-HOLIDAY
           WHEN OTHER
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - BUSCAL UPDATE FAILED, SQLCODE: '
                 SQLCODE ' DATE: ' CBR-CAL-DATE
           END-EVALUATE.
      *
       864099-END-SET-HOLIDAY.
           EXIT.
      *
      *---------------------------------------*
       864500-INSERT-HOLIDAY           SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              INSERT INTO DB2TABLE.BUSCAL(
              CalYear, EntryType, CalDate, WeekendDays, Description)
              VALUES (:CBR-CAL-YEAR, 'H', :CBR-CAL-DATE,
                      :CBR-WEEKEND-DAYS, :CBR-DESC)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - BUSCAL INSERT FAILED, SQLCODE: '
                 SQLCODE ' DATE: ' CBR-CAL-DATE
           ELSE
              ADD 1                     TO CNT-CAL-APPLIED
           END-IF.
      *
       864599-END-INSERT-HOLIDAY.
           EXIT.
      *
      *---------------------------------------*
       865000-REMOVE-HOLIDAY           SECTION.
      *---------------------------------------*
      *
           PERFORM 866000-EDIT-CALENDAR-DATE.
      *
           IF FLG-CAL-CARD-OK           NOT EQUAL 'Y'
              ADD 1                    TO CNT-CAL-REJECT
              DISPLAY 'WARNING - CALENDAR CARD DROPPED, '
                 'BAD DATE: ' DMP-CALENDAR-CARD(1:46)
              GO TO 865099-END-REMOVE-HOLIDAY
           END-IF.
      *
           MOVE CLC-DATE               TO CBR-CAL-DATE.
      *
           EXEC SQL
              DELETE FROM DB2TABLE.BUSCAL
              WHERE EntryType = 'H'
              AND   CalDate   = :CBR-CAL-DATE
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              ADD 1                     TO CNT-CAL-APPLIED
           WHEN 100
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - REMOVE CARD FOR UNKNOWN HOLIDAY: '
                 CBR-CAL-DATE
           WHEN OTHER
              ADD 1                     TO CNT-CAL-REJECT
              DISPLAY 'WARNING - BUSCAL DELETE FAILED, SQLCODE: '
                 SQLCODE ' DATE: ' CBR-CAL-DATE
           END-EVALUATE.
      *
       865099-END-REMOVE-HOLIDAY.
           EXIT.
      *
      *---------------------------------------*
       866000-EDIT-CALENDAR-DATE       SECTION.
      *---------------------------------------*
      *
      * A HOLIDAY CARD MUST CARRY A REAL CALENDAR DATE - MONTH 01-12
      * AND A DAY THAT MONTH ACTUALLY HAS, LEAP YEARS INCLUDED.
      *
           MOVE 'N'                    TO FLG-CAL-CARD-OK.
      *
           IF CLC-DATE                  NOT NUMERIC
              OR CLC-MM                 LESS 1
              OR CLC-MM                 GREATER 12
              GO TO 866099-END-EDIT-CALENDAR-DATE
           END-IF.
      *
           MOVE CLC-DATE               TO CAL-WORK-DATE.
           PERFORM 874000-SET-CAL-LAST-DAY.
      *
           IF CLC-DD                    LESS 1
              OR CLC-DD                 GREATER CAL-LAST-DAY
              GO TO 866099-END-EDIT-CALENDAR-DATE
           END-IF.
      *
           MOVE 'Y'                    TO FLG-CAL-CARD-OK.
      *
       866099-END-EDIT-CALENDAR-DATE.
           EXIT.
      *
      *---------------------------------------*
       870000-CHECK-BUSINESS-DAY       SECTION.
      *---------------------------------------*
      *
      * SETS FLG-CAL-BUSINESS-DAY FOR THE DATE IN CAL-WORK-DATE - 'N'
      * WHEN ITS WEEKDAY IS OFF UNDER THAT YEAR'S WEEKEND RULE OR THE
      * DATE IS ON DB2TABLE.BUSCAL AS A BANK HOLIDAY. A DATE THAT IS
      * NOT A REAL CALENDAR DATE IS LEFT AS A BUSINESS DAY, SO IT IS
      * NEVER ROLLED - THE CALLER'S OWN EDITS DEAL WITH IT.
      *
           IF CAL-WORK-DATE-NUM         EQUAL CAL-LAST-DATE-TESTED
              MOVE CAL-LAST-RESULT     TO FLG-CAL-BUSINESS-DAY
              GO TO 870099-END-CHECK-BUSINESS-DAY
           END-IF.
      *
           MOVE 'Y'                    TO FLG-CAL-BUSINESS-DAY.
      *
           IF CAL-WORK-MM               LESS 1
              OR CAL-WORK-MM            GREATER 12
              OR CAL-WORK-DD            LESS 1
              OR CAL-WORK-DD            GREATER 31
              GO TO 870099-END-CHECK-BUSINESS-DAY
           END-IF.
      *
           IF CAL-WORK-YYYY             NOT EQUAL CAL-RULE-YEAR
              PERFORM 871000-LOAD-WEEKEND-RULE
           END-IF.
      *
           PERFORM 872000-COMPUTE-CAL-WEEKDAY.
      *
           IF CAL-RULE-DAY(CAL-WEEKDAY) EQUAL 'Y'
              MOVE 'N'                 TO FLG-CAL-BUSINESS-DAY
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :CAL-HOLIDAY-COUNT
                 FROM DB2TABLE.BUSCAL
                 WHERE EntryType = 'H'
                 AND   CalDate   = :CAL-WORK-DATE-NUM
              END-EXEC
              IF SQLCODE                NOT EQUAL 0
                 PERFORM 999004-ERROR-004
              END-IF
              IF CAL-HOLIDAY-COUNT      GREATER ZEROS
                 MOVE 'N'              TO FLG-CAL-BUSINESS-DAY
              END-IF
           END-IF.
      *
           MOVE CAL-WORK-DATE-NUM      TO CAL-LAST-DATE-TESTED.
           MOVE FLG-CAL-BUSINESS-DAY   TO CAL-LAST-RESULT.
      *
       870099-END-CHECK-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       871000-LOAD-WEEKEND-RULE        SECTION.
      *---------------------------------------*
      *
           MOVE CAL-WORK-YYYY          TO CAL-RULE-YEAR.
      *
           EXEC SQL
              SELECT WeekendDays
              INTO :CBR-WEEKEND-DAYS
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :CAL-RULE-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE CBR-WEEKEND-DAYS    TO CAL-RULE-MASK
           WHEN 100
              MOVE 'NNNNNYY'           TO CAL-RULE-MASK
              DISPLAY 'WARNING - NO WEEKEND RULE ON THE CALENDAR FOR '
                 CAL-RULE-YEAR ', SATURDAY/SUNDAY ASSUMED'
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       871099-END-LOAD-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       872000-COMPUTE-CAL-WEEKDAY      SECTION.
      *---------------------------------------*
      *
      * DAY SERIAL OF CAL-WORK-DATE (365 PER PRIOR YEAR PLUS ITS LEAP
      * DAYS, THE DAYS BEFORE THIS MONTH, AND THE DAY), THEN THE
      * WEEKDAY 1 (MONDAY) TO 7 (SUNDAY) - 1 JANUARY OF YEAR 1 WAS A
      * MONDAY.
      *
           COMPUTE CAL-PRIOR-YEARS = CAL-WORK-YYYY - 1.
           COMPUTE CAL-DAY-SERIAL = CAL-PRIOR-YEARS * 365
              + CAL-CUM-DAYS(CAL-WORK-MM) + CAL-WORK-DD.
      *
           DIVIDE CAL-PRIOR-YEARS BY 4 GIVING CAL-YEAR-QUOT.
           ADD CAL-YEAR-QUOT           TO CAL-DAY-SERIAL.
           DIVIDE CAL-PRIOR-YEARS BY 100 GIVING CAL-YEAR-QUOT.
           SUBTRACT CAL-YEAR-QUOT      FROM CAL-DAY-SERIAL.
           DIVIDE CAL-PRIOR-YEARS BY 400 GIVING CAL-YEAR-QUOT.
           ADD CAL-YEAR-QUOT           TO CAL-DAY-SERIAL.
      *
           IF CAL-WORK-MM               GREATER 2
              PERFORM 873000-CHECK-CAL-LEAP-YEAR
              IF FLG-CAL-LEAP-YEAR      EQUAL 'Y'
                 ADD 1                 TO CAL-DAY-SERIAL
              END-IF
           END-IF.
      *
           SUBTRACT 1                  FROM CAL-DAY-SERIAL.
           DIVIDE CAL-DAY-SERIAL BY 7 GIVING CAL-WEEK-QUOT
              REMAINDER CAL-WEEKDAY.
           ADD 1                       TO CAL-WEEKDAY.
      *
       872099-END-COMPUTE-CAL-WEEKDAY.
           EXIT.
      *
      *---------------------------------------*
       873000-CHECK-CAL-LEAP-YEAR      SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-CAL-LEAP-YEAR.
      *
           DIVIDE CAL-WORK-YYYY BY 4 GIVING CAL-YEAR-QUOT
              REMAINDER CAL-YEAR-REM.
           IF CAL-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-CAL-LEAP-YEAR
           END-IF.
      *
           DIVIDE CAL-WORK-YYYY BY 100 GIVING CAL-YEAR-QUOT
              REMAINDER CAL-YEAR-REM.
           IF CAL-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-CAL-LEAP-YEAR
           END-IF.
      *
           DIVIDE CAL-WORK-YYYY BY 400 GIVING CAL-YEAR-QUOT
              REMAINDER CAL-YEAR-REM.
           IF CAL-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-CAL-LEAP-YEAR
           END-IF.
      *
       873099-END-CHECK-CAL-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       874000-SET-CAL-LAST-DAY         SECTION.
      *---------------------------------------*
      *
           MOVE DSW-MONTH-DAYS(CAL-WORK-MM) TO CAL-LAST-DAY.
      *
           IF CAL-WORK-MM               EQUAL 2
              PERFORM 873000-CHECK-CAL-LEAP-YEAR
              IF FLG-CAL-LEAP-YEAR      EQUAL 'Y'
                 MOVE 29               TO CAL-LAST-DAY
              END-IF
           END-IF.
      *
       874099-END-SET-CAL-LAST-DAY.
           EXIT.
      *
      *---------------------------------------*
       875000-ROLL-TO-BUSINESS-DAY     SECTION.
      *---------------------------------------*
      *
      * MOVES CAL-WORK-DATE FORWARD A DAY AT A TIME TO THE FIRST
      * BUSINESS DAY ON OR AFTER IT. EVERY WEEKEND RULE LEAVES A
      * BUSINESS DAY IN THE WEEK, SO ONLY A RUN OF HOLIDAYS CAN HOLD
      * IT UP - A MONTH OF THEM MEANS THE TABLE IS WRONG, AND THE
      * WALK STOPS THERE WITH A WARNING RATHER THAN LOOPING ON.
      *
           PERFORM 870000-CHECK-BUSINESS-DAY.
      *
           PERFORM 876000-FORWARD-ONE-DAY
           VARYING CAL-ROLL-IDX        FROM 1 BY 1
           UNTIL   FLG-CAL-BUSINESS-DAY EQUAL 'Y'
              OR   CAL-ROLL-IDX        GREATER 31.
      *
           IF FLG-CAL-BUSINESS-DAY      NOT EQUAL 'Y'
              DISPLAY 'WARNING - NO BUSINESS DAY WITHIN 31 DAYS, '
                 'CALENDAR NEEDS CHECKING - DATE USED: '
                 CAL-WORK-DATE-NUM
           END-IF.
      *
       875099-END-ROLL-TO-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       876000-FORWARD-ONE-DAY          SECTION.
      *---------------------------------------*
      *
           PERFORM 874000-SET-CAL-LAST-DAY.
      *
           IF CAL-WORK-DD               LESS CAL-LAST-DAY
              ADD 1                    TO CAL-WORK-DD
           ELSE
              MOVE 1                   TO CAL-WORK-DD
              IF CAL-WORK-MM            EQUAL 12
                 MOVE 1                TO CAL-WORK-MM
                 ADD 1                 TO CAL-WORK-YYYY
              ELSE
                 ADD 1                 TO CAL-WORK-MM
              END-IF
           END-IF.
      *
           PERFORM 870000-CHECK-BUSINESS-DAY.
      *
       876099-END-FORWARD-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       878000-CHECK-LAST-BUS-DAY       SECTION.
      *---------------------------------------*
      *
      * 'Y' WHEN TODAY IS A BUSINESS DAY AND THE NEXT BUSINESS DAY
      * FALLS IN ANOTHER MONTH - I.E. TONIGHT IS THE LAST CHANCE TO
      * DO THIS MONTH'S MONTH-END WORK ON A DAY THE BANK IS OPEN.
      *
           MOVE 'N'                    TO FLG-CAL-LAST-BUS-DAY.
           MOVE PLCH-CURR-DATE-NUM     TO CAL-WORK-DATE-NUM.
           PERFORM 870000-CHECK-BUSINESS-DAY.
      *
           IF FLG-CAL-BUSINESS-DAY      NOT EQUAL 'Y'
              GO TO 878099-END-CHECK-LAST-BUS-DAY
           END-IF.
      *
           PERFORM 876000-FORWARD-ONE-DAY.
           PERFORM 875000-ROLL-TO-BUSINESS-DAY.
      *
           IF CAL-WORK-MM               NOT EQUAL PLCH-DATE-MM
              MOVE 'Y'                 TO FLG-CAL-LAST-BUS-DAY
           END-IF.
      *
       878099-END-CHECK-LAST-BUS-DAY.
           EXIT.
      *
      *---------------------------------------*
       879000-GUARD-BUSINESS-DAY       SECTION.
      *---------------------------------------*
      *
      * REFUSES THE RUN (ERROR 014, RC 11) WHEN TODAY IS A WEEKEND OR
      * BANK HOLIDAY, UNLESS THE CALENDAR OVERRIDE WAS GIVEN.
      *
           MOVE PLCH-CURR-DATE-NUM     TO CAL-WORK-DATE-NUM.
           PERFORM 870000-CHECK-BUSINESS-DAY.
      *
           IF FLG-CAL-BUSINESS-DAY      EQUAL 'Y'
              DISPLAY 'BUSINESS DAY..................: YES'
              GO TO 879099-END-GUARD-BUSINESS-DAY
           END-IF.
      *
           IF DMP-OPT-CAL-OVERRIDE      EQUAL 'Y'
              DISPLAY 'NOT A BUSINESS DAY - RUNNING UNDER THE '
                 'CALENDAR OVERRIDE'
              GO TO 879099-END-GUARD-BUSINESS-DAY
           END-IF.
      *
           PERFORM 999014-ERROR-014.
      *
       879099-END-GUARD-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       880000-OPEN-APPROVED-CARDS      SECTION.
      *---------------------------------------*
      *
      * THE APPROVED CARDS FOR THE LEG IN APV-TARGET-LEG THAT NO RUN
      * HAS APPLIED YET, IN THE ORDER THEY WERE STAGED - THE ORDER
      * THE DECK WAS KEYED. WITH HOLD SO THE 'V' LEG'S PER-CARD
      * COMMITS DO NOT CLOSE IT. A CARD A SECOND USER HAS NOT
      * APPROVED NEVER REACHES A LEG.
      *
           EXEC SQL
              DECLARE DB2CURSORP CURSOR WITH HOLD FOR
              SELECT CardId, CardImage
              FROM DB2TABLE.CARDAPPR
              WHERE TargetLeg  = :APV-TARGET-LEG
              AND   CardStatus = 'A'
              ORDER BY CardId
           END-EXEC.
      *
           EXEC SQL
              OPEN DB2CURSORP
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
       880099-END-OPEN-APPROVED-CARDS.
           EXIT.
      *
      *---------------------------------------*
       881000-FETCH-APPROVED-CARD      SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO APV-CARD-IMAGE.
      *
           EXEC SQL
              FETCH DB2CURSORP INTO :APV-CARD-ID, :APV-CARD-IMAGE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-END-INPUT-FILE
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       881099-END-FETCH-APPROVED-CARD.
           EXIT.
      *
      *---------------------------------------*
       882000-MARK-CARD-APPLIED        SECTION.
      *---------------------------------------*
      *
      * STAMPS THE CARD WITH THIS RUN AND THE OUTCOME IN THE SAME
      * UNIT OF WORK AS WHAT THE CARD DID. THE STATUS TEST MEANS A
      * CARD CAN ONLY EVER BE APPLIED ONCE - NOT FINDING IT STILL
      * APPROVED IS TREATED AS AN SQL FAILURE AND THE CARD'S WORK
      * IS ROLLED BACK WITH IT.
      *
           EXEC SQL
              UPDATE DB2TABLE.CARDAPPR
              SET CardStatus   = :APV-APPLY-RESULT,
                  AppliedRunId = :DMP-RUN-IDENT,
                  AppliedDate  = :RUN-ID-DATE,
                  AppliedTime  = :RUN-ID-TIME
              WHERE CardId     = :APV-CARD-ID
              AND   CardStatus = 'A'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              DISPLAY 'APPROVED CARD NOT MARKED APPLIED - CARD ID: '
                 APV-CARD-ID
              PERFORM 999004-ERROR-004
           END-IF.
      *
       882099-END-MARK-CARD-APPLIED.
           EXIT.
      *
      *---------------------------------------*
       883000-CLOSE-APPROVED-CARDS     SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              CLOSE DB2CURSORP
           END-EXEC.
      *
       883099-END-CLOSE-APPROVED-CARDS.
           EXIT.
      *
      *---------------------------------------*
       884000-FIND-RESTORE-APPROVAL    SECTION.
      *---------------------------------------*
      *
      * A FLAG-9 CARD CARRIES ONLY THE CLIENT ID (COLS 01-04) - THE
      * RESTORE ITSELF IS STILL DRIVEN BY THE PARM. THE OLDEST
      * APPROVED CARD FOR THE CLIENT IS THE ONE USED.
      *
           EXEC SQL
              DECLARE DB2CURSORR CURSOR FOR
              SELECT CardId, CardImage
              FROM DB2TABLE.CARDAPPR
              WHERE TargetLeg  = '9'
              AND   CardStatus = 'A'
              AND   SUBSTR(CardImage, 1, 4) = :APV-CLIENT-ID-X
              ORDER BY CardId
           END-EXEC.
      *
           MOVE DMP-OPT-CLIENT-ID      TO APV-CLIENT-ID-X.
      *
           EXEC SQL
              OPEN DB2CURSORR
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              FETCH DB2CURSORR INTO :APV-CARD-ID, :APV-CARD-IMAGE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                DISPLAY 'APPROVED RESTORE CARD ID......: '
                   APV-CARD-ID
           WHEN SQLCODE                EQUAL 100
                PERFORM 999015-ERROR-015
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           EXEC SQL
              CLOSE DB2CURSORR
           END-EXEC.
      *
       884099-END-FIND-RESTORE-APPROVAL.
           EXIT.
      *
      *---------------------------------------*
                 CNT-TRANS-TRANSFER
              DISPLAY 'NUMBER OF ITEMS WAREHOUSED....: '
                 CNT-TRANS-PENDED
              DISPLAY 'VALUE DATES ROLLED TO BUS. DAY: '
                 CNT-TRANS-ROLLED
              DISPLAY 'NUMBER OUTSIDE PARTITION......: '
                 CNT-TRANS-SKIPPED
              DISPLAY 'NUMBER OF TRANSACTIONS REJECT.: '
                 CNT-PEND-RELEASED
              DISPLAY 'NUMBER OF ITEMS REJECTED......: '
                 CNT-PEND-REJECT
              DISPLAY 'NUMBER ROLLED TO NEXT BUS. DAY: '
                 CNT-PEND-DEFERRED
              DISPLAY 'NUMBER OF NSF DEBITS REFUSED..: '
                 CNT-PEND-NSF
              DISPLAY 'CONTROL TOTAL - AMOUNT OUT....: '
              DISPLAY 'NUMBER OF ENTRIES LISTED......: '
                 CNT-ADR-LISTED
              DISPLAY 'DIRECTORY LISTED ON DMP0001Q'
           WHEN 'F'
              DISPLAY 'NUMBER OF NSF ITEMS READ......: '
                 CNT-FEE-NSF-READ
              DISPLAY 'NUMBER OF ACCOUNTS READ.......: '
                 CNT-FEE-ACC-READ
              DISPLAY 'NUMBER OF FEES CHARGED........: '
                 CNT-FEE-CHARGED
              DISPLAY 'NUMBER OF FEES WAIVED.........: '
                 CNT-FEE-WAIVED
              DISPLAY 'NUMBER OF FEES SKIPPED........: '
                 CNT-FEE-SKIPPED
              DISPLAY 'CONTROL TOTAL - FEES CHARGED..: '
                 TOT-FEE-CHARGED
              DISPLAY 'CONTROL TOTAL - FEES WAIVED...: '
                 TOT-FEE-WAIVED
              DISPLAY 'NUMBER OF WAIVER CARDS READ...: ' CNT-FWC-READ
              DISPLAY 'NUMBER OF WAIVER CARDS REJECT.: '
                 CNT-FWC-REJECT
              DISPLAY 'NUMBER OF WAIVER CARDS UNUSED.: '
                 CNT-FWC-UNUSED
              IF CNT-FWC-REJECT        GREATER ZEROS
                 MOVE 8                TO RETURN-CODE
                 DISPLAY 'COMPLETED WITH REJECTED CARDS - SEE SYSOUT'
              END-IF
              DISPLAY 'FEES LISTED ON DMP0001F'
           WHEN 'O'
              DISPLAY 'NUMBER OF CARDS READ..........: ' CNT-SOC-READ
              DISPLAY 'NUMBER OF CARDS APPLIED.......: '
                 CNT-SOC-APPLIED
              DISPLAY 'NUMBER OF CARDS REJECTED......: '
                 CNT-SOC-REJECT
              IF CNT-SOC-REJECT        GREATER ZEROS
                 MOVE 8                TO RETURN-CODE
                 DISPLAY 'COMPLETED WITH REJECTED CARDS - SEE SYSOUT'
              END-IF
           WHEN 'G'
              DISPLAY 'NUMBER OF ORDERS DUE..........: ' CNT-SOG-READ
              DISPLAY 'NUMBER OF ORDERS GENERATED....: '
                 CNT-SOG-POSTED
              DISPLAY 'NUMBER OF ORDERS SKIPPED......: '
                 CNT-SOG-SKIPPED
              DISPLAY 'NUMBER OF ORDERS DEFERRED.....: '
                 CNT-SOG-DEFERRED
              DISPLAY 'NUMBER OF NSF ORDERS REFUSED..: '
                 CNT-SOG-NSF
              DISPLAY 'NUMBER OF ORDERS SUSPENDED....: '
                 CNT-SOG-SUSPENDED
              DISPLAY 'NUMBER OF ORDERS ENDED........: '
                 CNT-SOG-ENDED
              DISPLAY 'CONTROL TOTAL - AMOUNT OUT....: '
                 TOT-SOG-POSTED
              IF CNT-SOG-SKIPPED       GREATER ZEROS
                 OR CNT-SOG-NSF        GREATER ZEROS
                 MOVE 8                TO RETURN-CODE
                 DISPLAY 'COMPLETED WITH SKIPPED OR NSF ORDERS'
              END-IF
              IF CNT-SOG-SUSP-LISTED   GREATER ZEROS
                 DISPLAY 'ORDERS SUSPENDED FOR NSF.....: '
                    CNT-SOG-SUSP-LISTED
              END-IF
              DISPLAY 'ORDERS LISTED ON DMP0001G'
           WHEN 'H'
              DISPLAY 'NUMBER OF CARDS READ..........: ' CNT-CAL-READ
              DISPLAY 'NUMBER OF CARDS APPLIED.......: '
                 CNT-CAL-APPLIED
              DISPLAY 'NUMBER OF CARDS REJECTED......: '
                 CNT-CAL-REJECT
              IF CNT-CAL-REJECT        GREATER ZEROS
                 MOVE 8                TO RETURN-CODE
                 DISPLAY 'COMPLETED WITH REJECTED CARDS - SEE SYSOUT'
              END-IF
           WHEN OTHER
              PERFORM 999001-ERROR-001
           END-EVALUATE.
      *
           IF CNT-CHG-WRITTEN           GREATER ZEROS
              DISPLAY 'MASTER CHANGES LOGGED.........: '
                 CNT-CHG-WRITTEN
           END-IF.
      *
           PERFORM 810000-WRITE-AUDIT-TRAIL.
      *
      * DIGIT LEGS AUDIT AS THEMSELVES; LETTER LEGS MAP TO THE
      * NUMERIC DMPFLAG CODES 10 AND UP ('V' REVERSAL = 10,
      * 'W' PENDING RELEASE = 11, 'S' STATUS MAINTENANCE = 12,
      * 'D' DORMANCY SWEEP = 13, 'Q' ARCHIVE DIRECTORY = 14,
      * 'F' FEE ASSESSMENT = 15, 'O' STANDING ORDER MAINTENANCE = 16,
      * 'G' STANDING ORDER GENERATION = 17,
      * 'H' BUSINESS-DAY CALENDAR MAINTENANCE = 18).
           EVALUATE DMP-FLAG
           WHEN 'V'
              MOVE 10                   TO AUD-DMP-FLAG
              MOVE 13                   TO AUD-DMP-FLAG
           WHEN 'Q'
              MOVE 14                   TO AUD-DMP-FLAG
           WHEN 'F'
              MOVE 15                   TO AUD-DMP-FLAG
           WHEN 'O'
              MOVE 16                   TO AUD-DMP-FLAG
           WHEN 'G'
              MOVE 17                   TO AUD-DMP-FLAG
           WHEN 'H'
              MOVE 18                   TO AUD-DMP-FLAG
           WHEN OTHER
              MOVE DMP-FLAG             TO DMP-FLAG-DIGIT-X
              MOVE DMP-FLAG-DIGIT-NUM   TO AUD-DMP-FLAG
              MOVE 'ARCHDIR'            TO AUD-TABLE-NAME
              MOVE CNT-ADR-LISTED       TO AUD-CNT-UNLOADED
              MOVE CNT-ADR-LISTED       TO AUD-CNT-WRITTEN
           WHEN 'F'
              MOVE 'ACCOUNTS'           TO AUD-TABLE-NAME
              COMPUTE AUD-CNT-READ    = CNT-FEE-NSF-READ
                                      + CNT-FEE-ACC-READ
              MOVE CNT-FEE-CHARGED      TO AUD-CNT-LOADED
              MOVE CNT-FEE-SKIPPED      TO AUD-CNT-REJECTED
           WHEN 'O'
              MOVE 'STANDORD'           TO AUD-TABLE-NAME
              MOVE CNT-SOC-READ         TO AUD-CNT-READ
              MOVE CNT-SOC-APPLIED      TO AUD-CNT-LOADED
              MOVE CNT-SOC-REJECT       TO AUD-CNT-REJECTED
           WHEN 'G'
              MOVE 'ACCOUNTS'           TO AUD-TABLE-NAME
              MOVE CNT-SOG-READ         TO AUD-CNT-READ
              MOVE CNT-SOG-POSTED       TO AUD-CNT-LOADED
              COMPUTE AUD-CNT-REJECTED = CNT-SOG-SKIPPED
                                       + CNT-SOG-NSF
           WHEN 'H'
              MOVE 'BUSCAL'             TO AUD-TABLE-NAME
              MOVE CNT-CAL-READ         TO AUD-CNT-READ
              MOVE CNT-CAL-APPLIED      TO AUD-CNT-LOADED
              MOVE CNT-CAL-REJECT       TO AUD-CNT-REJECTED
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
       810099-END-WRITE-AUDIT-TRAIL.
           EXIT.
      *
      *---------------------------------------*
       930000-WRITE-CHGHIST-ROW        SECTION.
      *---------------------------------------*
      *
      * SHARED BY EVERY LEG THAT CHANGES A MASTER COLUMN - THE
      * CALLER FILLS CH-CLIENT-ID / CH-COLUMN-NAME / CH-OLD-VALUE /
      * CH-NEW-VALUE, THE DATE, RUN STAMP AND LEG ARE APPLIED HERE.
      * THE ROW GOES IN BEFORE THE CHANGE IS COMMITTED, SO A FAILED
      * INSERT (999013) ROLLS THE CHANGE BACK WITH IT - NO MASTER
      * COLUMN CHANGES WITHOUT ITS HISTORY ROW.
      *
           MOVE PLCH-CURR-DATE-NUM     TO CH-CHANGE-DATE.
           MOVE RUN-ID-TIME            TO CH-CHANGE-TIME.
           MOVE DMP-RUN-IDENT          TO CH-RUN-ID.
           MOVE DMP-FLAG               TO CH-SOURCE-LEG.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.CHGHIST(
              ClientID, ColumnName, OldValue, NewValue,
              ChangeDate, ChangeTime, RunId, SourceLeg)
              VALUES (:CH-CLIENT-ID, :CH-COLUMN-NAME,
                      :CH-OLD-VALUE, :CH-NEW-VALUE,
                      :CH-CHANGE-DATE, :CH-CHANGE-TIME,
                      :CH-RUN-ID, :CH-SOURCE-LEG)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999013-ERROR-013
           END-IF.
      *
           ADD 1                       TO CNT-CHG-WRITTEN.
      *
       930099-END-WRITE-CHGHIST-ROW.
           EXIT.
      *
      *---------------------------------------*
       931000-LOG-REACTIVATION         SECTION.
      *---------------------------------------*
      *
      * A POSTING THAT TOUCHES A DORMANT ACCOUNT BRINGS IT BACK TO
      * ACTIVE. THE CALLER HAS SET CH-CLIENT-ID.
      *
           MOVE 'ACCTSTATUS'           TO CH-COLUMN-NAME.
           MOVE 'D'                    TO CH-OLD-VALUE.
           MOVE 'A'                    TO CH-NEW-VALUE.
           PERFORM 930000-WRITE-CHGHIST-ROW.
      *
       931099-END-LOG-REACTIVATION.
           EXIT.
      *
      *---------------------------------------*
       932000-LOG-IMAGE-CHANGES        SECTION.
      *---------------------------------------*
      *
      * ONE CHGHIST ROW FOR EACH COLUMN WHOSE BEFORE AND AFTER
      * IMAGES DIFFER. THE CALLER HAS SET CH-CLIENT-ID AND BOTH
      * IMAGES.
      *
           PERFORM 932500-LOG-ONE-COLUMN
           VARYING CHG-COL-IDX         FROM 1 BY 1
           UNTIL   CHG-COL-IDX         GREATER 6.
      *
       932099-END-LOG-IMAGE-CHANGES.
           EXIT.
      *
      *---------------------------------------*
       932500-LOG-ONE-COLUMN           SECTION.
      *---------------------------------------*
      *
           IF CHG-OLD-COLUMN(CHG-COL-IDX) EQUAL
              CHG-NEW-COLUMN(CHG-COL-IDX)
              GO TO 932599-END-LOG-ONE-COLUMN
           END-IF.
      *
           MOVE CHG-COLUMN-NAME(CHG-COL-IDX) TO CH-COLUMN-NAME.
           MOVE CHG-OLD-COLUMN(CHG-COL-IDX)  TO CH-OLD-VALUE.
           MOVE CHG-NEW-COLUMN(CHG-COL-IDX)  TO CH-NEW-VALUE.
           PERFORM 930000-WRITE-CHGHIST-ROW.
      *
       932599-END-LOG-ONE-COLUMN.
           EXIT.
      *
      *---------------------------------------*
       933000-SET-NEW-IMAGE            SECTION.
      *---------------------------------------*
      *
      * AFTER IMAGE FROM THE DMP-FILE-REGISTER RECORD JUST APPLIED
      * (UPSERT) OR RESTORED. THE CALLER SETS THE STATUS.
      *
           MOVE DMP-NAME               TO CHG-NEW-NAME.
           MOVE DMP-EMAIL              TO CHG-NEW-EMAIL.
           MOVE DMP-PHONE              TO CHG-EDIT-PHONE.
           MOVE CHG-EDIT-PHONE         TO CHG-NEW-PHONE.
           MOVE DMP-ACC-TYPE           TO CHG-EDIT-ACC-TYPE.
           MOVE CHG-EDIT-ACC-TYPE      TO CHG-NEW-ACC-TYPE.
           MOVE DMP-ACC-BALANCE        TO CHG-EDIT-BALANCE.
           MOVE CHG-EDIT-BALANCE       TO CHG-NEW-BALANCE.
      *
       933099-END-SET-NEW-IMAGE.
           EXIT.
      *
      *---------------------------------------*
       940000-LOOKUP-ACC-TYPE          SECTION.
      *---------------------------------------*
              'V (REVERSAL/BACKOUT), '
              'W (PENDING TRANSACTION RELEASE), '
              'S (ACCOUNT STATUS MAINTENANCE), '
              'D (DORMANCY SWEEP), '
              'Q (ARCHIVE DIRECTORY INQUIRY), '
              'F (FEE ASSESSMENT), '
              'O (STANDING ORDER MAINTENANCE), '
              'G (STANDING ORDER GENERATION) OR '
              'H (BUSINESS-DAY CALENDAR MAINTENANCE)'.
           MOVE 1                      TO RETURN-CODE.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999012-ERROR-012.
      *
      * THE FEESCHED FEE SCHEDULE COULD NOT BE LOADED (SQL ERROR, NO
      * ROW IN EFFECT TODAY, OR MORE ROWS THAN THE TABLE HOLDS). NO
      * FEE HAS BEEN CHARGED YET - STOP HERE RATHER THAN RUN A FEE
      * NIGHT THAT CHARGES NOTHING.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 012 - FEESCHED FEE SCHEDULE UNAVAILABLE.'.
           DISPLAY 'SQLCODE...........: ' SQLCODE.
           DISPLAY 'SCHEDULES LOADED..: ' CNT-FEE-SCHEDS.
           MOVE 3                      TO RETURN-CODE.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999013-ERROR-013.
      *
      * THE CHGHIST INSERT FAILED. THE MASTER CHANGE IT RECORDS IS
      * STILL UNCOMMITTED, SO - AS FOR A FAILED TRANSHIST INSERT
      * (999008) - THE UNIT OF WORK IS ROLLED BACK AND THE RUN ENDS
      * RC 7. A RERUN RESUMES FROM THE LAST COMMIT POINT.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 013 - MASTER CHANGE HISTORY INSERT FAILED.'.
           DISPLAY 'SQLCODE...........: ' SQLCODE.
           DISPLAY 'CH-CLIENT-ID......: ' CH-CLIENT-ID.
           DISPLAY 'CH-COLUMN-NAME....: ' CH-COLUMN-NAME.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           MOVE TOT-NET-COMMITTED      TO TOT-NET-MOVEMENT.
           MOVE CNT-ROWS-COMMITTED     TO CNT-ROWS-DELTA.
           MOVE 7                      TO RETURN-CODE.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999014-ERROR-014.
      *
      * THE ACCRUAL, FEE OR DORMANCY LEG WAS STARTED ON A DAY THE
      * BUSINESS-DAY CALENDAR SAYS IS A WEEKEND OR BANK HOLIDAY.
      * NOTHING HAS BEEN READ OR CHANGED - THE NEXT BUSINESS DAY'S
      * RUN PICKS THE WORK UP. A DELIBERATE RUN TODAY NEEDS 'Y' AT
      * PARM POSITION 51.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 014 - NOT A BUSINESS DAY - LEG NOT RUN.'.
           DISPLAY 'RUN DATE..........: ' PLCH-CURR-DATE-NUM.
           DISPLAY 'SUPPLY THE CALENDAR OVERRIDE (Y AT PARM '
              'POSITION 51) TO RUN THIS LEG TODAY.'.
           MOVE 11                     TO RETURN-CODE.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999015-ERROR-015.
      *
      * FLAG 9 WAS RUN FOR A CLIENT WITH NO APPROVED, UNAPPLIED
      * RESTORE CARD ON DB2TABLE.CARDAPPR. NOTHING HAS BEEN READ OR
      * CHANGED. STAGE A FLAG-9 CARD FOR THE CLIENT THROUGH DMPP0013
      * AND HAVE A SECOND USER APPROVE IT BEFORE RESUBMITTING.
      *
           DISPLAY '***************************************************'
           DISPLAY 'ERROR 015 - NO APPROVED RESTORE CARD - NOT RUN.'.
           DISPLAY 'CLIENT ID.........: ' DMP-OPT-CLIENT-ID.
           MOVE 12                     TO RETURN-CODE.
           DISPLAY 'RETURN-CODE.......: ' RETURN-CODE.
           PERFORM 810000-WRITE-AUDIT-TRAIL.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
      ******************************************************************
      *                         END OF PROGRAM                         *
