      *----------------------------------------------------------------*
      * PROGRAM..: DMP0009
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: MASTER CHANGE-HISTORY INQUIRY. PRINTS THE
      * -          DB2TABLE.CHGHIST ROWS DMPP0001 WRITES WHENEVER AN
      *            ACCOUNT'S MASTER COLUMNS CHANGE (UPSERT, STATUS
      *            CARDS, DORMANCY SWEEP, REACTIVATION ON POSTING,
      *            RESTORE) - EITHER ONE CLIENT'S FULL MAINTENANCE
      *            HISTORY OR EVERY CHANGE MADE IN A DATE RANGE - SO
      *            A DISPUTED EMAIL, PHONE, TYPE OR STATUS IS
      *            ANSWERED FROM A REPORT: WHAT IT WAS, WHAT IT
      *            BECAME, WHEN, BY WHICH RUN AND WHICH LEG.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0009.
      *
      * OUTPUT FILE:
      *-------------
      * DMP0009R - CHANGE-HISTORY REPORT, ONE LINE PER COLUMN
      *            CHANGED, IN CLIENT / DATE / TIME ORDER.
      *
      * PARM: CLIENT ID (4), DATE FROM (8), DATE TO (8).
      *       - CLIENT ID NON-ZERO: THAT CLIENT'S HISTORY. THE DATES
      *         ARE OPTIONAL AND NARROW IT; ZEROS MEAN ALL OF IT.
      *       - CLIENT ID ZERO: EVERY CHANGE IN THE DATE RANGE.
      *         DATE FROM DEFAULTS TO TODAY, DATE TO DEFAULTS TO
      *         DATE FROM (A SINGLE DAY).
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
           SELECT DMP0009R ASSIGN TO  UT-S-DMP0009R.
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
       FD  DMP0009R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0009R-FD                 PIC X(132).
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
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-CHI-ROWS                PIC 9(017)     VALUE ZEROS.
       77  CNT-CHI-CLIENTS             PIC 9(017)     VALUE ZEROS.
       77  CNT-CHI-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-CHI-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  CHI-SEL-CLIENT-ID           PIC 9(004)     VALUE ZEROS.
       77  CHI-SEL-DATE-FROM           PIC 9(008)     VALUE ZEROS.
       77  CHI-SEL-DATE-TO             PIC 9(008)     VALUE ZEROS.
       77  CHI-PREV-CLIENT-ID          PIC 9(004)     VALUE ZEROS.
      *
      * CHGHIST ROW HOST VARIABLES - SAME LAYOUT DMPP0001 WRITES.
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
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       77  CHI-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
       01  CHI-RPT-HEADER1.
           03 FILLER                   PIC X(040)     VALUE
              'DMPP0009 - MASTER CHANGE HISTORY'.
           03 FILLER                   PIC X(012)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 CHI-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 CHI-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 CHI-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 CHI-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(046)     VALUE SPACES.
      *
      * WHAT WAS ASKED FOR, ECHOED UNDER THE TITLE SO A PRINTED
      * ANSWER TO A COMPLIANCE QUERY CARRIES ITS OWN QUESTION.
      *
       01  CHI-RPT-SELECTION.
           03 FILLER                   PIC X(011)     VALUE
              'SELECTION: '.
           03 CHI-SEL-TEXT             PIC X(014).
           03 CHI-SEL-DET-CLIENT       PIC 9(004).
           03 FILLER                   PIC X(008)     VALUE
              '  FROM '.
           03 CHI-SEL-DET-FROM         PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE ' TO '.
           03 CHI-SEL-DET-TO           PIC 9(008).
           03 FILLER                   PIC X(075)     VALUE SPACES.
      *
       01  CHI-RPT-HEADER2.
           03 FILLER                   PIC X(006)     VALUE 'ACCT'.
           03 FILLER                   PIC X(009)     VALUE 'DATE'.
           03 FILLER                   PIC X(008)     VALUE 'TIME'.
           03 FILLER                   PIC X(019)     VALUE 'COLUMN'.
           03 FILLER                   PIC X(031)     VALUE
              'OLD VALUE'.
           03 FILLER                   PIC X(031)     VALUE
              'NEW VALUE'.
           03 FILLER                   PIC X(004)     VALUE 'LEG'.
           03 FILLER                   PIC X(024)     VALUE
              'RUN IDENTIFIER'.
      *
       01  CHI-RPT-DETAIL.
           03 CHI-DET-CLIENT-ID        PIC 9(004).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CHI-DET-DATE             PIC 9(008).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 CHI-DET-TIME             PIC 9(006).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CHI-DET-COLUMN           PIC X(018).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 CHI-DET-OLD-VALUE        PIC X(030).
           03 FILLER                   PIC X(001)     VALUE SPACE.
           03 CHI-DET-NEW-VALUE        PIC X(030).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CHI-DET-LEG              PIC X(001).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CHI-DET-RUN-ID           PIC X(022).
           03 FILLER                   PIC X(002)     VALUE SPACES.
      *
      * LEG KEY PRINTED UNDER THE TOTALS - THE LEG COLUMN IS THE
      * DMP-FLAG OF THE DMPP0001 RUN THAT MADE THE CHANGE.
      *
       01  CHI-RPT-LEG-KEY.
           03 FILLER                   PIC X(066)     VALUE
              'LEG: 3 UPSERT  4 POSTING  9 RESTORE  D DORMANCY SWEEP'.
           03 FILLER                   PIC X(066)     VALUE
              '  G STANDING ORDER  S STATUS CARD  W PENDING RELEASE'.
      *
       01  CHI-RPT-VERDICT.
           03 CHI-VERDICT-TEXT         PIC X(070).
           03 FILLER                   PIC X(062)     VALUE SPACES.
      *
       01  CHI-RPT-TOTALS.
           03 FILLER                   PIC X(016)     VALUE
              'CONTROL TOTALS -'.
           03 FILLER                   PIC X(010)     VALUE
              ' CHANGES '.
           03 CHI-TOT-ROWS             PIC Z(008)9.
           03 FILLER                   PIC X(011)     VALUE
              '  ACCOUNTS '.
           03 CHI-TOT-CLIENTS          PIC Z(008)9.
           03 FILLER                   PIC X(077)     VALUE SPACES.
      *
       01  CHI-RPT-BLANK               PIC X(132)     VALUE SPACES.
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
           03 DMP-CHI-CLIENT-ID        PIC 9(004).
           03 DMP-CHI-DATE-FROM        PIC 9(008).
           03 DMP-CHI-DATE-TO          PIC 9(008).
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
           DISPLAY '*** DMP0009 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** MASTER CHANGE-HISTORY INQUIRY ***'.
      *
           IF DMP-PARM-LEN             NOT LESS 4
              AND DMP-CHI-CLIENT-ID     IS NUMERIC
              MOVE DMP-CHI-CLIENT-ID   TO CHI-SEL-CLIENT-ID
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 12
              AND DMP-CHI-DATE-FROM     IS NUMERIC
              MOVE DMP-CHI-DATE-FROM   TO CHI-SEL-DATE-FROM
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 20
              AND DMP-CHI-DATE-TO       IS NUMERIC
              MOVE DMP-CHI-DATE-TO     TO CHI-SEL-DATE-TO
           END-IF.
      *
      * ONE CLIENT: NO DATES MEANS THE WHOLE HISTORY. ALL CLIENTS:
      * NO DATES MEANS TODAY'S CHANGES, NOT THE WHOLE TABLE.
      *
           IF CHI-SEL-CLIENT-ID        GREATER ZEROS
              IF CHI-SEL-DATE-TO       EQUAL ZEROS
                 MOVE 99999999         TO CHI-SEL-DATE-TO
              END-IF
              DISPLAY 'SINGLE ACCOUNT REQUESTED......: '
                 CHI-SEL-CLIENT-ID
              MOVE 'ACCOUNT       '    TO CHI-SEL-TEXT
           ELSE
              IF CHI-SEL-DATE-FROM     EQUAL ZEROS
                 MOVE PLCH-CURR-DATE-NUM TO CHI-SEL-DATE-FROM
              END-IF
              IF CHI-SEL-DATE-TO       EQUAL ZEROS
                 MOVE CHI-SEL-DATE-FROM TO CHI-SEL-DATE-TO
              END-IF
              MOVE 'ALL ACCOUNTS  '    TO CHI-SEL-TEXT
           END-IF.
      *
           DISPLAY 'CHANGES FROM..................: ' CHI-SEL-DATE-FROM.
           DISPLAY 'CHANGES TO....................: ' CHI-SEL-DATE-TO.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              DECLARE DB2CURSORA CURSOR FOR
              SELECT ClientID, ColumnName, OldValue, NewValue,
                     ChangeDate, ChangeTime, RunId, SourceLeg
              FROM DB2TABLE.CHGHIST
              WHERE (ClientID = :CHI-SEL-CLIENT-ID
                 OR  :CHI-SEL-CLIENT-ID = 0)
              AND   ChangeDate BETWEEN :CHI-SEL-DATE-FROM
                               AND     :CHI-SEL-DATE-TO
              ORDER BY ClientID, ChangeDate, ChangeTime
           END-EXEC.
      *
           OPEN OUTPUT DMP0009R.
      *
           EXEC SQL
              OPEN DB2CURSORA
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 220000-LIST-ONE-CHANGE
           UNTIL SQLCODE               EQUAL 100.
      *
           EXEC SQL
              CLOSE DB2CURSORA
           END-EXEC.
      *
           PERFORM 270000-WRITE-CHANGE-TOTALS.
      *
           CLOSE DMP0009R.
      *
       200099-END-PROCESSING.
           EXIT.
      *
      *---------------------------------------*
       220000-LIST-ONE-CHANGE          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSORA INTO :CH-CLIENT-ID, :CH-COLUMN-NAME,
              :CH-OLD-VALUE, :CH-NEW-VALUE, :CH-CHANGE-DATE,
              :CH-CHANGE-TIME, :CH-RUN-ID, :CH-SOURCE-LEG
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                PERFORM 230000-WRITE-CHANGE-LINE
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
                PERFORM 999004-ERROR-004
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       220099-END-LIST-ONE-CHANGE.
           EXIT.
      *
      *---------------------------------------*
       230000-WRITE-CHANGE-LINE        SECTION.
      *---------------------------------------*
      *
      * A BLANK LINE BETWEEN ACCOUNTS KEEPS EACH CLIENT'S HISTORY
      * TOGETHER ON A DATE-RANGE LISTING.
      *
           IF CNT-CHI-LINE             GREATER CHI-LINES-PER-PAGE
              PERFORM 240000-CHANGE-PAGE-HEADING
           END-IF.
      *
           IF CH-CLIENT-ID              NOT EQUAL CHI-PREV-CLIENT-ID
              IF CNT-CHI-ROWS          GREATER ZEROS
                 WRITE DMP0009R-FD     FROM CHI-RPT-BLANK
                    AFTER ADVANCING 1 LINE
                 ADD 1                 TO CNT-CHI-LINE
              END-IF
              ADD 1                    TO CNT-CHI-CLIENTS
              MOVE CH-CLIENT-ID        TO CHI-PREV-CLIENT-ID
           END-IF.
      *
           MOVE CH-CLIENT-ID           TO CHI-DET-CLIENT-ID.
           MOVE CH-CHANGE-DATE         TO CHI-DET-DATE.
           MOVE CH-CHANGE-TIME         TO CHI-DET-TIME.
           MOVE CH-COLUMN-NAME         TO CHI-DET-COLUMN.
           MOVE CH-OLD-VALUE           TO CHI-DET-OLD-VALUE.
           MOVE CH-NEW-VALUE           TO CHI-DET-NEW-VALUE.
           MOVE CH-SOURCE-LEG          TO CHI-DET-LEG.
           MOVE CH-RUN-ID              TO CHI-DET-RUN-ID.
      *
           WRITE DMP0009R-FD           FROM CHI-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-CHI-LINE.
           ADD 1                       TO CNT-CHI-ROWS.
      *
       230099-END-WRITE-CHANGE-LINE.
           EXIT.
      *
      *---------------------------------------*
       240000-CHANGE-PAGE-HEADING      SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-CHI-PAGE.
           MOVE PLCH-DATE-MM           TO CHI-HDR-MM.
           MOVE PLCH-DATE-DD           TO CHI-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO CHI-HDR-YYYY.
           MOVE CNT-CHI-PAGE           TO CHI-HDR-PAGE.
           MOVE CHI-SEL-CLIENT-ID      TO CHI-SEL-DET-CLIENT.
           MOVE CHI-SEL-DATE-FROM      TO CHI-SEL-DET-FROM.
           MOVE CHI-SEL-DATE-TO        TO CHI-SEL-DET-TO.
      *
           WRITE DMP0009R-FD           FROM CHI-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0009R-FD           FROM CHI-RPT-SELECTION
              AFTER ADVANCING 1 LINE.
           WRITE DMP0009R-FD           FROM CHI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0009R-FD           FROM CHI-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0009R-FD           FROM CHI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 005                    TO CNT-CHI-LINE.
      *
       240099-END-CHANGE-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       270000-WRITE-CHANGE-TOTALS      SECTION.
      *---------------------------------------*
      *
      * AN EMPTY ANSWER STILL GETS A PAGE - "NO CHANGES" IS AN
      * ANSWER TOO.
      *
           IF CNT-CHI-LINE             GREATER CHI-LINES-PER-PAGE - 4
              PERFORM 240000-CHANGE-PAGE-HEADING
           END-IF.
      *
           WRITE DMP0009R-FD           FROM CHI-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           IF CNT-CHI-ROWS              EQUAL ZEROS
              MOVE '*** NO CHANGES RECORDED FOR THIS SELECTION ***'
                 TO CHI-VERDICT-TEXT
              WRITE DMP0009R-FD        FROM CHI-RPT-VERDICT
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           MOVE CNT-CHI-ROWS           TO CHI-TOT-ROWS.
           MOVE CNT-CHI-CLIENTS        TO CHI-TOT-CLIENTS.
           WRITE DMP0009R-FD           FROM CHI-RPT-TOTALS
              AFTER ADVANCING 1 LINE.
           WRITE DMP0009R-FD           FROM CHI-RPT-LEG-KEY
              AFTER ADVANCING 1 LINE.
      *
       270099-END-WRITE-CHANGE-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           DISPLAY '***************************************************'
           DISPLAY 'NUMBER OF CHANGES LISTED......: ' CNT-CHI-ROWS.
           DISPLAY 'NUMBER OF ACCOUNTS LISTED.....: ' CNT-CHI-CLIENTS.
           DISPLAY 'CHANGES LISTED ON DMP0009R'.
      *
       800099-END-FINALIZATION.
           EXIT.
      *
      *---------------------------------------*
       999000-ERRORS                   SECTION.
      *---------------------------------------*
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
