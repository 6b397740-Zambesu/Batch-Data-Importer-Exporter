      *----------------------------------------------------------------*
      * PROGRAM..: DMP0013
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: DUAL CONTROL (MAKER-CHECKER) FOR THE MAINTENANCE
      * -          CARDS OF DMPP0001'S 'V' REVERSAL, 'S' STATUS,
      *            FLAG-7 ACCOUNT TYPE AND FLAG-9 RESTORE LEGS. THOSE
      *            LEGS NO LONGER READ A CARD DECK: THEIR CARDS ARE
      *            STAGED HERE ON DB2TABLE.CARDAPPR UNDER THE USER
      *            WHO SUBMITTED THEM AND THE LEG THEY ARE FOR, A SECOND
      *            USER APPROVES OR REJECTS EACH ONE, AND THE LEG
      *            THEN APPLIES ONLY APPROVED CARDS NOT YET APPLIED,
      *            STAMPING EACH WITH ITS RUN IDENTIFIER. NOBODY CAN
      *            APPROVE A CARD THEY STAGED. CARDS LEFT UNAPPROVED
      *            LONGER THAN THE EXPIRY PERIOD ARE EXPIRED AND
      *            REPORTED, AND THE APPROVAL REGISTER LISTS EVERY
      *            CARD WITH ITS MAKER, CHECKER, TIMES AND OUTCOME.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *            VRS0002 - THE MAKER AND CHECKER ARE NO LONGER KEYED
      *            ON THE CARDS: EACH IS THE AUTHORIZATION ID THE RUN
      *            IS CONNECTED TO DB2 UNDER (THE SUBMITTING JOB'S
      *            USER), SO NOBODY CAN APPROVE THEIR OWN CARD BY
      *            KEYING ANOTHER USER'S ID. BOTH CARDS LOSE COLS 1-8.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0013.
      *
      * INPUT FILE:
      *-------------
      * DMP0013C - CARD FILE (80 BYTES). FUNCTION 'L': THE MAKER'S
      *            DECK, ONE MAINTENANCE CARD PER LINE -
      *              COL  01     TARGET LEG - 'V', 'S', '7' OR '9'
      *              COLS 02-80  THE CARD AS THE LEG READS IT (A
      *                          FLAG-9 CARD IS THE CLIENT ID, 4)
      *            FUNCTION 'A': THE CHECKER'S DECISIONS -
      *              COL  01     'A' APPROVE, 'R' REJECT
      *              COLS 02-10  CARD ID (FROM THE STAGING LISTING)
      *              COLS 11-40  NOTE - REQUIRED ON A REJECTION
      *            THE MAKER OR CHECKER IS NOT ON THE CARD - IT IS THE
      *            DB2 AUTHORIZATION ID OF THE RUN (THE USER WHO
      *            SUBMITTED THE JOB).
      *
      * OUTPUT FILE:
      *-------------
      * DMP0013R - STAGING LISTING ('L'), DECISION LISTING ('A') OR
      *            APPROVAL REGISTER ('R'); 'A' AND 'R' ALSO LIST THE
      *            CARDS EXPIRED BY THE RUN.
      *
      * PARM: FUNCTION (1) - 'L' STAGE CARDS, 'A' APPROVE/REJECT,
      *       'R' EXPIRE AND PRINT THE REGISTER; JOB NAME (8);
      *       EXPIRY DAYS (3, DEFAULT 005); REGISTER DATE FROM (8)
      *       AND DATE TO (8), DEFAULT TODAY. THE REGISTER SHOWS
      *       EVERY CARD STAGED, DECIDED OR APPLIED IN THE PERIOD
      *       PLUS EVERY CARD STILL OPEN (PENDING, OR APPROVED AND
      *       NOT YET APPLIED).
      *
      * CARD STATUS ON CARDAPPR: 'P' PENDING APPROVAL, 'A' APPROVED,
      * 'R' REJECTED, 'X' EXPIRED, 'U' APPLIED, 'J' REJECTED BY THE
      * LEG'S OWN EDITS WHEN IT CAME TO APPLY IT.
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
           SELECT DMP0013C ASSIGN TO  UT-S-DMP0013C.
           SELECT DMP0013R ASSIGN TO  UT-S-DMP0013R.
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
       FD  DMP0013C
           BLOCK 0
           RECORDING F
           RECORD 80.
       01  DMP0013C-FD                 PIC X(080).
      *
       FD  DMP0013R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0013R-FD                 PIC X(132).
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
       77  FLG-END-CARDS               PIC X(001)     VALUE 'N'.
       77  FLG-END-CARDAPPR            PIC X(001)     VALUE 'N'.
       77  FLG-CARD-FOUND              PIC X(001)     VALUE 'N'.
       77  FLG-LEAP-YEAR               PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-MKC-READ                PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-STAGED              PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-APPROVED            PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-REJECTED            PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-REFUSED             PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-EXPIRED             PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-LISTED              PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-PENDING             PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-APPROVED            PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-REJECTED            PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-EXPIRED             PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-APPLIED             PIC 9(007)     VALUE ZEROS.
       77  CNT-REG-LEG-REJECT          PIC 9(007)     VALUE ZEROS.
       77  CNT-MKC-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-MKC-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  MKC-FUNCTION                PIC X(001)     VALUE SPACE.
       77  MKC-EXPIRY-DAYS             PIC 9(003)     VALUE 005.
       77  MKC-DAY-IDX                 PIC 9(003)     VALUE ZEROS COMP.
       77  MKC-CUTOFF-DATE             PIC 9(008)     VALUE ZEROS.
       77  MKC-DATE-FROM               PIC 9(008)     VALUE ZEROS.
       77  MKC-DATE-TO                 PIC 9(008)     VALUE ZEROS.
       77  MKC-NOW-TIME                PIC 9(006)     VALUE ZEROS.
       77  MKC-RUN-USER                PIC X(008)     VALUE SPACES.
       77  MKC-LAST-CARD-ID            PIC S9(009)    VALUE ZEROS.
       77  MKC-OUTCOME                 PIC X(012)     VALUE SPACES.
       77  MKC-REFUSAL                 PIC X(030)     VALUE SPACES.
       77  MKC-EXPIRY-NOTE             PIC X(030)     VALUE SPACES.
       77  MKC-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  MKC-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  MKC-YEAR-REM                PIC 9(004)     VALUE ZEROS.
      *
       01  MKC-RUN-IDENT.
           03 MKC-RUN-JOB              PIC X(008).
           03 MKC-RUN-DATE             PIC 9(008).
           03 MKC-RUN-TIME             PIC 9(006).
      *
       01  MKC-WORK-DATE.
           03 MKC-WORK-YYYY            PIC 9(004).
           03 MKC-WORK-MM              PIC 9(002).
           03 MKC-WORK-DD              PIC 9(002).
       01  MKC-WORK-DATE-NUM           REDEFINES MKC-WORK-DATE
                                       PIC 9(008).
      *
       01  MKC-MONTH-DAYS-VALUES.
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
       01  MKC-MONTH-DAYS-TABLE REDEFINES MKC-MONTH-DAYS-VALUES.
           03 MKC-MONTH-DAYS           PIC 9(002)     OCCURS 12 TIMES.
      *
      * THE INPUT CARD, SEEN AS A MAKER'S STAGING CARD ('L') OR AS A
      * CHECKER'S DECISION CARD ('A').
      *
       01  MKC-INPUT-CARD              PIC X(080).
       01  MKC-STAGE-CARD              REDEFINES MKC-INPUT-CARD.
           03 MSC-TARGET-LEG           PIC X(001).
           03 MSC-CARD-IMAGE           PIC X(079).
       01  MKC-DECISION-CARD           REDEFINES MKC-INPUT-CARD.
           03 MDC-DECISION             PIC X(001).
           03 MDC-CARD-ID              PIC 9(009).
           03 MDC-NOTE                 PIC X(030).
           03 FILLER                   PIC X(040).
      *
      * CARDAPPR HOST VARIABLES - ONE ROW PER STAGED CARD.
      *
       01  DMP-CARDAPPR-ROW.
           03 CAR-CARD-ID              PIC S9(009).
           03 CAR-TARGET-LEG           PIC X(001).
           03 CAR-CARD-IMAGE           PIC X(080).
           03 CAR-MAKER-USER           PIC X(008).
           03 CAR-MAKER-DATE           PIC 9(008).
           03 CAR-MAKER-TIME           PIC 9(006).
           03 CAR-STAGE-RUN-ID         PIC X(022).
           03 CAR-CARD-STATUS          PIC X(001).
           03 CAR-CHECKER-USER         PIC X(008).
           03 CAR-CHECK-DATE           PIC 9(008).
           03 CAR-CHECK-TIME           PIC 9(006).
           03 CAR-CHECK-NOTE           PIC X(030).
           03 CAR-APPLIED-RUN-ID       PIC X(022).
           03 CAR-APPLIED-DATE         PIC 9(008).
           03 CAR-APPLIED-TIME         PIC 9(006).
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       77  MKC-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
       01  MKC-RPT-HEADER1.
           03 FILLER                   PIC X(011)     VALUE
              'DMPP0013 - '.
           03 MKC-HDR-TITLE            PIC X(040).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 MKC-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 MKC-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 MKC-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 MKC-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(043)     VALUE SPACES.
      *
       01  MKC-RPT-HEADER2.
           03 FILLER                   PIC X(011)     VALUE
              '  CARD ID'.
           03 FILLER                   PIC X(004)     VALUE 'LEG'.
           03 FILLER                   PIC X(010)     VALUE 'MAKER'.
           03 FILLER                   PIC X(009)     VALUE 'STAGED'.
           03 FILLER                   PIC X(008)     VALUE 'AT'.
           03 FILLER                   PIC X(010)     VALUE 'CHECKER'.
           03 FILLER                   PIC X(009)     VALUE 'CHECKED'.
           03 FILLER                   PIC X(008)     VALUE 'AT'.
           03 FILLER                   PIC X(014)     VALUE 'OUTCOME'.
           03 FILLER                   PIC X(024)     VALUE
              'APPLIED BY RUN'.
           03 FILLER                   PIC X(008)     VALUE 'APPLIED'.
           03 FILLER                   PIC X(017)     VALUE SPACES.
      *
       01  MKC-RPT-DETAIL1.
           03 MKC-DET-CARD-ID          PIC Z(008)9.
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 MKC-DET-LEG              PIC X(001).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 MKC-DET-MAKER            PIC X(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-MAKER-DATE       PIC 9(008)     BLANK WHEN ZERO.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 MKC-DET-MAKER-TIME       PIC 9(006)     BLANK WHEN ZERO.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-CHECKER          PIC X(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-CHECK-DATE       PIC 9(008)     BLANK WHEN ZERO.
           03 FILLER                   PIC X(001)     VALUE SPACES.
           03 MKC-DET-CHECK-TIME       PIC 9(006)     BLANK WHEN ZERO.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-OUTCOME          PIC X(012).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-APPLIED-RUN      PIC X(022).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 MKC-DET-APPLIED-DATE     PIC 9(008)     BLANK WHEN ZERO.
           03 FILLER                   PIC X(016)     VALUE SPACES.
      *
       01  MKC-RPT-DETAIL2.
           03 FILLER                   PIC X(011)     VALUE SPACES.
           03 FILLER                   PIC X(006)     VALUE 'CARD: '.
           03 MKC-DET-IMAGE            PIC X(071).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 FILLER                   PIC X(006)     VALUE 'NOTE: '.
           03 MKC-DET-NOTE             PIC X(030).
           03 FILLER                   PIC X(006)     VALUE SPACES.
      *
       01  MKC-RPT-TEXT-LINE.
           03 MKC-TEXT                 PIC X(080).
           03 FILLER                   PIC X(052)     VALUE SPACES.
      *
       01  MKC-RPT-BLANK               PIC X(132)     VALUE SPACES.
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
           03 DMP-MKC-FUNCTION         PIC X(001).
           03 DMP-MKC-JOB              PIC X(008).
           03 DMP-MKC-EXPIRY-DAYS      PIC 9(003).
           03 DMP-MKC-DATE-FROM        PIC 9(008).
           03 DMP-MKC-DATE-TO          PIC 9(008).
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
      *
           EVALUATE MKC-FUNCTION
           WHEN 'L'
              PERFORM 200000-STAGE-CARDS
           WHEN 'A'
              PERFORM 300000-EXPIRE-CARDS
              PERFORM 400000-DECIDE-CARDS
           WHEN 'R'
              PERFORM 300000-EXPIRE-CARDS
              PERFORM 500000-PRINT-REGISTER
           END-EVALUATE.
      *
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
           DISPLAY '*** DMP0013 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** MAINTENANCE CARD DUAL CONTROL ***'.
      *
           IF DMP-PARM-LEN             LESS 1
              PERFORM 999001-ERROR-001
           END-IF.
      *
           MOVE DMP-MKC-FUNCTION       TO MKC-FUNCTION.
      *
           IF MKC-FUNCTION             NOT EQUAL 'L'
              AND MKC-FUNCTION         NOT EQUAL 'A'
              AND MKC-FUNCTION         NOT EQUAL 'R'
              PERFORM 999001-ERROR-001
           END-IF.
      *
           MOVE 'DMPP0013'             TO MKC-RUN-JOB.
           IF DMP-PARM-LEN             NOT LESS 9
              AND DMP-MKC-JOB          NOT EQUAL SPACES
              MOVE DMP-MKC-JOB         TO MKC-RUN-JOB
           END-IF.
           MOVE PLCH-CURR-DATE-NUM     TO MKC-RUN-DATE.
           MOVE PLCH-CURR-TIME(1:6)    TO MKC-NOW-TIME.
           MOVE MKC-NOW-TIME           TO MKC-RUN-TIME.
      *
      * THE RUN'S USER IS THE MAKER OF EVERY CARD IT STAGES AND THE
      * CHECKER OF EVERY DECISION IT MAKES - DB2'S AUTHORIZATION ID,
      * NOT ANYTHING KEYED, SO IT CANNOT BE PASSED OFF AS ANOTHER.
      *
           EXEC SQL
              SELECT USER
              INTO :MKC-RUN-USER
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 12
              AND DMP-MKC-EXPIRY-DAYS  IS NUMERIC
              AND DMP-MKC-EXPIRY-DAYS  GREATER ZEROS
              MOVE DMP-MKC-EXPIRY-DAYS TO MKC-EXPIRY-DAYS
           END-IF.
      *
           MOVE PLCH-CURR-DATE-NUM     TO MKC-DATE-FROM.
           MOVE PLCH-CURR-DATE-NUM     TO MKC-DATE-TO.
      *
           IF DMP-PARM-LEN             NOT LESS 20
              AND DMP-MKC-DATE-FROM    IS NUMERIC
              AND DMP-MKC-DATE-FROM    GREATER ZEROS
              MOVE DMP-MKC-DATE-FROM   TO MKC-DATE-FROM
           END-IF.
      *
           IF DMP-PARM-LEN             NOT LESS 28
              AND DMP-MKC-DATE-TO      IS NUMERIC
              AND DMP-MKC-DATE-TO      GREATER ZEROS
              MOVE DMP-MKC-DATE-TO     TO MKC-DATE-TO
           END-IF.
      *
           IF MKC-DATE-FROM            GREATER MKC-DATE-TO
              PERFORM 999001-ERROR-001
           END-IF.
      *
      * A CARD STAGED BEFORE THE CUTOFF HAS WAITED MORE THAN THE
      * EXPIRY PERIOD.
      *
           MOVE PLCH-CURR-DATE-NUM     TO MKC-WORK-DATE-NUM.
           PERFORM 110000-BACK-ONE-DAY
           VARYING MKC-DAY-IDX         FROM 1 BY 1
           UNTIL   MKC-DAY-IDX         GREATER MKC-EXPIRY-DAYS.
           MOVE MKC-WORK-DATE-NUM      TO MKC-CUTOFF-DATE.
      *
           MOVE SPACES                 TO MKC-EXPIRY-NOTE.
           STRING 'NOT DECIDED WITHIN ' MKC-EXPIRY-DAYS ' DAYS'
              DELIMITED BY SIZE INTO MKC-EXPIRY-NOTE
           END-STRING.
      *
           EVALUATE MKC-FUNCTION
           WHEN 'L'
              MOVE 'MAINTENANCE CARD STAGING' TO MKC-HDR-TITLE
           WHEN 'A'
              MOVE 'MAINTENANCE CARD APPROVALS' TO MKC-HDR-TITLE
           WHEN 'R'
              MOVE 'MAINTENANCE CARD APPROVAL REGISTER'
                 TO MKC-HDR-TITLE
           END-EVALUATE.
           MOVE PLCH-DATE-MM           TO MKC-HDR-MM.
           MOVE PLCH-DATE-DD           TO MKC-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO MKC-HDR-YYYY.
      *
           DISPLAY 'FUNCTION......................: ' MKC-FUNCTION.
           DISPLAY 'RUN IDENTIFIER................: ' MKC-RUN-IDENT.
           DISPLAY 'RUN USER ID...................: ' MKC-RUN-USER.
           DISPLAY 'EXPIRY PERIOD (DAYS)..........: ' MKC-EXPIRY-DAYS.
           DISPLAY 'EXPIRE CARDS STAGED BEFORE....: ' MKC-CUTOFF-DATE.
           IF MKC-FUNCTION             EQUAL 'R'
              DISPLAY 'REGISTER FROM.................: ' MKC-DATE-FROM
              DISPLAY 'REGISTER TO...................: ' MKC-DATE-TO
           END-IF.
      *
           OPEN OUTPUT DMP0013R.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       110000-BACK-ONE-DAY             SECTION.
      *---------------------------------------*
      *
           IF MKC-WORK-DD               GREATER 1
              SUBTRACT 1               FROM MKC-WORK-DD
              GO TO 110099-END-BACK-ONE-DAY
           END-IF.
      *
           IF MKC-WORK-MM               EQUAL 1
              MOVE 12                  TO MKC-WORK-MM
              SUBTRACT 1               FROM MKC-WORK-YYYY
           ELSE
              SUBTRACT 1               FROM MKC-WORK-MM
           END-IF.
      *
           MOVE MKC-MONTH-DAYS(MKC-WORK-MM) TO MKC-LAST-DAY.
           IF MKC-WORK-MM               EQUAL 2
              PERFORM 120000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 MOVE 29               TO MKC-LAST-DAY
              END-IF
           END-IF.
           MOVE MKC-LAST-DAY           TO MKC-WORK-DD.
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
           DIVIDE MKC-WORK-YYYY BY 4 GIVING MKC-YEAR-QUOT
              REMAINDER MKC-YEAR-REM.
           IF MKC-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE MKC-WORK-YYYY BY 100 GIVING MKC-YEAR-QUOT
              REMAINDER MKC-YEAR-REM.
           IF MKC-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE MKC-WORK-YYYY BY 400 GIVING MKC-YEAR-QUOT
              REMAINDER MKC-YEAR-REM.
           IF MKC-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
       120099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       200000-STAGE-CARDS              SECTION.
      *---------------------------------------*
      *
      * FUNCTION 'L' - EVERY GOOD CARD ON THE MAKER'S DECK GOES ON
      * CARDAPPR AS PENDING, UNDER THE NEXT CARD ID. ONLY THE
      * STAGING ITSELF IS EDITED HERE (MAKER, LEG, SOMETHING TO
      * APPLY); THE CARD'S CONTENT IS STILL EDITED BY ITS LEG, AS
      * IT ALWAYS WAS. ONE COMMIT AT THE END - THE DECK IS STAGED
      * WHOLE OR NOT AT ALL.
      *
           EXEC SQL
              SELECT COALESCE(MAX(CardId), 0)
              INTO :MKC-LAST-CARD-ID
              FROM DB2TABLE.CARDAPPR
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           OPEN INPUT DMP0013C.
      *
           PERFORM 210000-READ-INPUT-CARD.
      *
           PERFORM 220000-STAGE-ONE-CARD
           UNTIL   FLG-END-CARDS       EQUAL 'Y'.
      *
           CLOSE DMP0013C.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       200099-END-STAGE-CARDS.
           EXIT.
      *
      *---------------------------------------*
       210000-READ-INPUT-CARD          SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO MKC-INPUT-CARD.
      *
           READ DMP0013C INTO MKC-INPUT-CARD
           AT END
              MOVE 'Y'                 TO FLG-END-CARDS
           NOT AT END
              ADD 1                    TO CNT-MKC-READ
           END-READ.
      *
       210099-END-READ-INPUT-CARD.
           EXIT.
      *
      *---------------------------------------*
       220000-STAGE-ONE-CARD           SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO MKC-REFUSAL.
      *
           EVALUATE TRUE
           WHEN MSC-TARGET-LEG          NOT EQUAL 'V'
            AND MSC-TARGET-LEG          NOT EQUAL 'S'
            AND MSC-TARGET-LEG          NOT EQUAL '7'
            AND MSC-TARGET-LEG          NOT EQUAL '9'
              MOVE 'TARGET LEG MUST BE V, S, 7 OR 9' TO MKC-REFUSAL
           WHEN MSC-CARD-IMAGE          EQUAL SPACES
              MOVE 'NOTHING TO APPLY - CARD BLANK' TO MKC-REFUSAL
           WHEN MSC-TARGET-LEG          EQUAL '9'
            AND MSC-CARD-IMAGE(1:4)     NOT NUMERIC
              MOVE 'RESTORE CARD NEEDS A CLIENT ID' TO MKC-REFUSAL
           END-EVALUATE.
      *
           INITIALIZE DMP-CARDAPPR-ROW REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           MOVE MKC-RUN-USER           TO CAR-MAKER-USER.
           MOVE MSC-TARGET-LEG         TO CAR-TARGET-LEG.
           MOVE MSC-CARD-IMAGE         TO CAR-CARD-IMAGE.
           MOVE PLCH-CURR-DATE-NUM     TO CAR-MAKER-DATE.
           MOVE MKC-NOW-TIME           TO CAR-MAKER-TIME.
           MOVE MKC-RUN-IDENT          TO CAR-STAGE-RUN-ID.
      *
           IF MKC-REFUSAL               NOT EQUAL SPACES
              ADD 1                    TO CNT-MKC-REFUSED
              MOVE 'REFUSED'           TO MKC-OUTCOME
              MOVE MKC-REFUSAL         TO CAR-CHECK-NOTE
              DISPLAY 'WARNING - CARD NOT STAGED, ' MKC-REFUSAL
                 ': ' MKC-INPUT-CARD(1:20)
              PERFORM 600000-WRITE-CARD-LINES
              GO TO 220090-NEXT-STAGE-CARD
           END-IF.
      *
           ADD 1                       TO MKC-LAST-CARD-ID.
           MOVE MKC-LAST-CARD-ID       TO CAR-CARD-ID.
           MOVE 'P'                    TO CAR-CARD-STATUS.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.CARDAPPR(
              CardId, TargetLeg, CardImage, MakerUser, MakerDate,
              MakerTime, StageRunId, CardStatus, CheckerUser,
              CheckDate, CheckTime, CheckNote, AppliedRunId,
              AppliedDate, AppliedTime)
              VALUES (:CAR-CARD-ID, :CAR-TARGET-LEG, :CAR-CARD-IMAGE,
                      :CAR-MAKER-USER, :CAR-MAKER-DATE,
                      :CAR-MAKER-TIME, :CAR-STAGE-RUN-ID,
                      :CAR-CARD-STATUS, :CAR-CHECKER-USER,
                      :CAR-CHECK-DATE, :CAR-CHECK-TIME,
                      :CAR-CHECK-NOTE, :CAR-APPLIED-RUN-ID,
                      :CAR-APPLIED-DATE, :CAR-APPLIED-TIME)
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO CNT-MKC-STAGED.
           MOVE 'PENDING'              TO MKC-OUTCOME.
           PERFORM 600000-WRITE-CARD-LINES.
      *
       220090-NEXT-STAGE-CARD.
           PERFORM 210000-READ-INPUT-CARD.
      *
       220099-END-STAGE-ONE-CARD.
           EXIT.
      *
      *---------------------------------------*
       300000-EXPIRE-CARDS             SECTION.
      *---------------------------------------*
      *
      * A CARD STILL PENDING AFTER THE EXPIRY PERIOD IS EXPIRED, SO A
      * STALE BACKOUT OR FREEZE CANNOT BE WAVED THROUGH WEEKS LATER
      * - IT HAS TO BE KEYED AGAIN. RUNS AHEAD OF THE DECISIONS SO AN
      * EXPIRED CARD CANNOT BE APPROVED THE SAME RUN. EVERY EXPIRED
      * CARD IS LISTED.
      *
           EXEC SQL
              DECLARE DB2CURSOR1 CURSOR FOR
              SELECT CardId, TargetLeg, CardImage, MakerUser,
                     MakerDate, MakerTime, StageRunId, CardStatus,
                     CheckerUser, CheckDate, CheckTime, CheckNote,
                     AppliedRunId, AppliedDate, AppliedTime
              FROM DB2TABLE.CARDAPPR
              WHERE CardStatus = 'P'
              AND   MakerDate  < :MKC-CUTOFF-DATE
              ORDER BY CardId
           END-EXEC.
      *
           PERFORM 610000-PAGE-HEADING.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING 'CARDS EXPIRED - STILL PENDING AFTER '
              MKC-EXPIRY-DAYS ' DAYS (STAGED BEFORE '
              MKC-CUTOFF-DATE ')'
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           EXEC SQL
              OPEN DB2CURSOR1
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE 'N'                    TO FLG-END-CARDAPPR.
      *
           PERFORM 310000-EXPIRE-ONE-CARD
           UNTIL   FLG-END-CARDAPPR    EQUAL 'Y'.
      *
           EXEC SQL
              CLOSE DB2CURSOR1
           END-EXEC.
      *
           IF CNT-MKC-EXPIRED           EQUAL ZEROS
              MOVE '  NONE'            TO MKC-TEXT
              PERFORM 620000-WRITE-TEXT-LINE
           END-IF.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           MOVE 099                    TO CNT-MKC-LINE.
      *
       300099-END-EXPIRE-CARDS.
           EXIT.
      *
      *---------------------------------------*
       310000-EXPIRE-ONE-CARD          SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR1 INTO :CAR-CARD-ID, :CAR-TARGET-LEG,
              :CAR-CARD-IMAGE, :CAR-MAKER-USER, :CAR-MAKER-DATE,
              :CAR-MAKER-TIME, :CAR-STAGE-RUN-ID, :CAR-CARD-STATUS,
              :CAR-CHECKER-USER, :CAR-CHECK-DATE, :CAR-CHECK-TIME,
              :CAR-CHECK-NOTE, :CAR-APPLIED-RUN-ID, :CAR-APPLIED-DATE,
              :CAR-APPLIED-TIME
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-END-CARDAPPR
                GO TO 310099-END-EXPIRE-ONE-CARD
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           MOVE 'X'                    TO CAR-CARD-STATUS.
           MOVE '*EXPIRED'             TO CAR-CHECKER-USER.
           MOVE PLCH-CURR-DATE-NUM     TO CAR-CHECK-DATE.
           MOVE MKC-NOW-TIME           TO CAR-CHECK-TIME.
           MOVE MKC-EXPIRY-NOTE        TO CAR-CHECK-NOTE.
      *
           EXEC SQL
              UPDATE DB2TABLE.CARDAPPR
              SET CardStatus  = :CAR-CARD-STATUS,
                  CheckerUser = :CAR-CHECKER-USER,
                  CheckDate   = :CAR-CHECK-DATE,
                  CheckTime   = :CAR-CHECK-TIME,
                  CheckNote   = :CAR-CHECK-NOTE
              WHERE CardId     = :CAR-CARD-ID
              AND   CardStatus = 'P'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           ADD 1                       TO CNT-MKC-EXPIRED.
           MOVE 'EXPIRED'              TO MKC-OUTCOME.
           PERFORM 600000-WRITE-CARD-LINES.
      *
       310099-END-EXPIRE-ONE-CARD.
           EXIT.
      *
      *---------------------------------------*
       400000-DECIDE-CARDS             SECTION.
      *---------------------------------------*
      *
      * FUNCTION 'A' - THE CHECKER'S DECISION CARDS. A DECISION IS
      * TAKEN ONLY ON A PENDING CARD, AND NEVER AN APPROVAL BY THE
      * USER WHO STAGED THE CARD (THE MAKER MAY STILL REJECT - THAT
      * IS, WITHDRAW - THEIR OWN CARD). A REJECTION MUST SAY WHY.
      * DECISION CARDS THAT FAIL ANY OF THIS ARE LISTED AS REFUSED
      * AND CHANGE NOTHING. ONE COMMIT AT THE END.
      *
           OPEN INPUT DMP0013C.
      *
           PERFORM 210000-READ-INPUT-CARD.
      *
           PERFORM 410000-DECIDE-ONE-CARD
           UNTIL   FLG-END-CARDS       EQUAL 'Y'.
      *
           CLOSE DMP0013C.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
       400099-END-DECIDE-CARDS.
           EXIT.
      *
      *---------------------------------------*
       410000-DECIDE-ONE-CARD          SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO MKC-REFUSAL.
           MOVE 'N'                    TO FLG-CARD-FOUND.
      *
           INITIALIZE DMP-CARDAPPR-ROW REPLACING
           NUMERIC                      BY ZEROS
           ALPHANUMERIC                 BY SPACES.
      *
           EVALUATE TRUE
           WHEN MDC-DECISION            NOT EQUAL 'A'
            AND MDC-DECISION            NOT EQUAL 'R'
              MOVE 'DECISION MUST BE A OR R' TO MKC-REFUSAL
           WHEN MDC-CARD-ID             NOT NUMERIC
              MOVE 'CARD ID NOT NUMERIC' TO MKC-REFUSAL
           WHEN OTHER
              PERFORM 420000-READ-STAGED-CARD
           END-EVALUATE.
      *
           IF MKC-REFUSAL               EQUAL SPACES
              EVALUATE TRUE
              WHEN FLG-CARD-FOUND       NOT EQUAL 'Y'
                 MOVE 'CARD ID NOT ON CARDAPPR' TO MKC-REFUSAL
              WHEN CAR-CARD-STATUS      NOT EQUAL 'P'
                 PERFORM 630000-SET-OUTCOME-TEXT
                 STRING 'CARD NOT PENDING - ' MKC-OUTCOME
                    DELIMITED BY SIZE INTO MKC-REFUSAL
                 END-STRING
              WHEN MDC-DECISION         EQUAL 'A'
               AND MKC-RUN-USER         EQUAL CAR-MAKER-USER
                 MOVE 'MAKER CANNOT APPROVE OWN CARD' TO MKC-REFUSAL
              WHEN MDC-DECISION         EQUAL 'R'
               AND MDC-NOTE             EQUAL SPACES
                 MOVE 'REJECTION NEEDS A REASON' TO MKC-REFUSAL
              END-EVALUATE
           END-IF.
      *
           MOVE MKC-RUN-USER           TO CAR-CHECKER-USER.
           MOVE PLCH-CURR-DATE-NUM     TO CAR-CHECK-DATE.
           MOVE MKC-NOW-TIME           TO CAR-CHECK-TIME.
      *
           IF MKC-REFUSAL               NOT EQUAL SPACES
              ADD 1                    TO CNT-MKC-REFUSED
              MOVE 'REFUSED'           TO MKC-OUTCOME
              MOVE MKC-REFUSAL         TO CAR-CHECK-NOTE
              IF FLG-CARD-FOUND         NOT EQUAL 'Y'
                 MOVE MKC-INPUT-CARD   TO CAR-CARD-IMAGE
                 IF MDC-CARD-ID         IS NUMERIC
                    MOVE MDC-CARD-ID   TO CAR-CARD-ID
                 END-IF
              END-IF
              DISPLAY 'WARNING - DECISION REFUSED, ' MKC-REFUSAL
                 ': ' MKC-INPUT-CARD(1:10)
              PERFORM 600000-WRITE-CARD-LINES
              GO TO 410090-NEXT-DECISION-CARD
           END-IF.
      *
           MOVE MDC-DECISION           TO CAR-CARD-STATUS.
           MOVE MDC-NOTE               TO CAR-CHECK-NOTE.
      *
           EXEC SQL
              UPDATE DB2TABLE.CARDAPPR
              SET CardStatus  = :CAR-CARD-STATUS,
                  CheckerUser = :CAR-CHECKER-USER,
                  CheckDate   = :CAR-CHECK-DATE,
                  CheckTime   = :CAR-CHECK-TIME,
                  CheckNote   = :CAR-CHECK-NOTE
              WHERE CardId     = :CAR-CARD-ID
              AND   CardStatus = 'P'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF CAR-CARD-STATUS           EQUAL 'A'
              ADD 1                    TO CNT-MKC-APPROVED
           ELSE
              ADD 1                    TO CNT-MKC-REJECTED
           END-IF.
      *
           PERFORM 630000-SET-OUTCOME-TEXT.
           PERFORM 600000-WRITE-CARD-LINES.
      *
       410090-NEXT-DECISION-CARD.
           PERFORM 210000-READ-INPUT-CARD.
      *
       410099-END-DECIDE-ONE-CARD.
           EXIT.
      *
      *---------------------------------------*
       420000-READ-STAGED-CARD         SECTION.
      *---------------------------------------*
      *
           MOVE MDC-CARD-ID            TO CAR-CARD-ID.
      *
           EXEC SQL
              SELECT TargetLeg, CardImage, MakerUser, MakerDate,
                     MakerTime, StageRunId, CardStatus, CheckerUser,
                     CheckDate, CheckTime, CheckNote, AppliedRunId,
                     AppliedDate, AppliedTime
              INTO :CAR-TARGET-LEG, :CAR-CARD-IMAGE, :CAR-MAKER-USER,
                   :CAR-MAKER-DATE, :CAR-MAKER-TIME,
                   :CAR-STAGE-RUN-ID, :CAR-CARD-STATUS,
                   :CAR-CHECKER-USER, :CAR-CHECK-DATE,
                   :CAR-CHECK-TIME, :CAR-CHECK-NOTE,
                   :CAR-APPLIED-RUN-ID, :CAR-APPLIED-DATE,
                   :CAR-APPLIED-TIME
              FROM DB2TABLE.CARDAPPR
              WHERE CardId = :CAR-CARD-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE 'Y'                 TO FLG-CARD-FOUND
           WHEN 100
              MOVE 'N'                 TO FLG-CARD-FOUND
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       420099-END-READ-STAGED-CARD.
           EXIT.
      *
      *---------------------------------------*
       500000-PRINT-REGISTER           SECTION.
      *---------------------------------------*
      *
      * FUNCTION 'R' - THE APPROVAL REGISTER: EVERY CARD STAGED,
      * DECIDED OR APPLIED IN THE PERIOD, AND EVERY CARD STILL OPEN
      * WHENEVER IT WAS STAGED, IN CARD ID ORDER.
      *
           EXEC SQL
              DECLARE DB2CURSOR2 CURSOR FOR
              SELECT CardId, TargetLeg, CardImage, MakerUser,
                     MakerDate, MakerTime, StageRunId, CardStatus,
                     CheckerUser, CheckDate, CheckTime, CheckNote,
                     AppliedRunId, AppliedDate, AppliedTime
              FROM DB2TABLE.CARDAPPR
              WHERE MakerDate   BETWEEN :MKC-DATE-FROM
                                    AND :MKC-DATE-TO
              OR    CheckDate   BETWEEN :MKC-DATE-FROM
                                    AND :MKC-DATE-TO
              OR    AppliedDate BETWEEN :MKC-DATE-FROM
                                    AND :MKC-DATE-TO
              OR    CardStatus  IN ('P', 'A')
              ORDER BY CardId
           END-EXEC.
      *
           PERFORM 610000-PAGE-HEADING.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING 'REGISTER FOR ' MKC-DATE-FROM ' TO ' MKC-DATE-TO
              ' PLUS ALL CARDS STILL OPEN'
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           EXEC SQL
              OPEN DB2CURSOR2
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE 'N'                    TO FLG-END-CARDAPPR.
      *
           PERFORM 510000-LIST-ONE-CARD
           UNTIL   FLG-END-CARDAPPR    EQUAL 'Y'.
      *
           EXEC SQL
              CLOSE DB2CURSOR2
           END-EXEC.
      *
           PERFORM 520000-WRITE-REGISTER-TOTALS.
      *
       500099-END-PRINT-REGISTER.
           EXIT.
      *
      *---------------------------------------*
       510000-LIST-ONE-CARD            SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR2 INTO :CAR-CARD-ID, :CAR-TARGET-LEG,
              :CAR-CARD-IMAGE, :CAR-MAKER-USER, :CAR-MAKER-DATE,
              :CAR-MAKER-TIME, :CAR-STAGE-RUN-ID, :CAR-CARD-STATUS,
              :CAR-CHECKER-USER, :CAR-CHECK-DATE, :CAR-CHECK-TIME,
              :CAR-CHECK-NOTE, :CAR-APPLIED-RUN-ID, :CAR-APPLIED-DATE,
              :CAR-APPLIED-TIME
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-END-CARDAPPR
                GO TO 510099-END-LIST-ONE-CARD
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
           ADD 1                       TO CNT-MKC-LISTED.
      *
           EVALUATE CAR-CARD-STATUS
           WHEN 'P'
              ADD 1                    TO CNT-REG-PENDING
           WHEN 'A'
              ADD 1                    TO CNT-REG-APPROVED
           WHEN 'R'
              ADD 1                    TO CNT-REG-REJECTED
           WHEN 'X'
              ADD 1                    TO CNT-REG-EXPIRED
           WHEN 'U'
              ADD 1                    TO CNT-REG-APPLIED
           WHEN 'J'
              ADD 1                    TO CNT-REG-LEG-REJECT
           END-EVALUATE.
      *
           PERFORM 630000-SET-OUTCOME-TEXT.
           PERFORM 600000-WRITE-CARD-LINES.
      *
       510099-END-LIST-ONE-CARD.
           EXIT.
      *
      *---------------------------------------*
       520000-WRITE-REGISTER-TOTALS    SECTION.
      *---------------------------------------*
      *
           MOVE SPACES                 TO MKC-TEXT.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING 'CARDS LISTED......: ' CNT-MKC-LISTED
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  PENDING.........: ' CNT-REG-PENDING
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  APPROVED, OPEN..: ' CNT-REG-APPROVED
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  APPLIED.........: ' CNT-REG-APPLIED
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  LEG REJECTED....: ' CNT-REG-LEG-REJECT
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  REJECTED........: ' CNT-REG-REJECTED
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
           MOVE SPACES                 TO MKC-TEXT.
           STRING '  EXPIRED.........: ' CNT-REG-EXPIRED
              DELIMITED BY SIZE INTO MKC-TEXT
           END-STRING.
           PERFORM 620000-WRITE-TEXT-LINE.
      *
       520099-END-WRITE-REGISTER-TOTALS.
           EXIT.
      *
      *---------------------------------------*
       600000-WRITE-CARD-LINES         SECTION.
      *---------------------------------------*
      *
      * TWO LINES PER CARD: WHO AND WHEN, THEN THE CARD ITSELF AND
      * THE CHECKER'S NOTE (OR WHY THE CARD OR DECISION WAS REFUSED).
      *
           IF CNT-MKC-LINE             GREATER MKC-LINES-PER-PAGE
              PERFORM 610000-PAGE-HEADING
           END-IF.
      *
           MOVE CAR-CARD-ID            TO MKC-DET-CARD-ID.
           MOVE CAR-TARGET-LEG         TO MKC-DET-LEG.
           MOVE CAR-MAKER-USER         TO MKC-DET-MAKER.
           MOVE CAR-MAKER-DATE         TO MKC-DET-MAKER-DATE.
           MOVE CAR-MAKER-TIME         TO MKC-DET-MAKER-TIME.
           MOVE CAR-CHECKER-USER       TO MKC-DET-CHECKER.
           MOVE CAR-CHECK-DATE         TO MKC-DET-CHECK-DATE.
           MOVE CAR-CHECK-TIME         TO MKC-DET-CHECK-TIME.
           MOVE MKC-OUTCOME            TO MKC-DET-OUTCOME.
           MOVE CAR-APPLIED-RUN-ID     TO MKC-DET-APPLIED-RUN.
           MOVE CAR-APPLIED-DATE       TO MKC-DET-APPLIED-DATE.
           MOVE CAR-CARD-IMAGE         TO MKC-DET-IMAGE.
           MOVE CAR-CHECK-NOTE         TO MKC-DET-NOTE.
      *
           WRITE DMP0013R-FD           FROM MKC-RPT-DETAIL1
              AFTER ADVANCING 1 LINE.
           WRITE DMP0013R-FD           FROM MKC-RPT-DETAIL2
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-MKC-LINE.
      *
       600099-END-WRITE-CARD-LINES.
           EXIT.
      *
      *---------------------------------------*
       610000-PAGE-HEADING             SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-MKC-PAGE.
           MOVE CNT-MKC-PAGE           TO MKC-HDR-PAGE.
      *
           WRITE DMP0013R-FD           FROM MKC-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0013R-FD           FROM MKC-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0013R-FD           FROM MKC-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0013R-FD           FROM MKC-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-MKC-LINE.
      *
       610099-END-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       620000-WRITE-TEXT-LINE          SECTION.
      *---------------------------------------*
      *
           IF CNT-MKC-LINE             GREATER MKC-LINES-PER-PAGE
              PERFORM 610000-PAGE-HEADING
           END-IF.
      *
           WRITE DMP0013R-FD           FROM MKC-RPT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-MKC-LINE.
      *
       620099-END-WRITE-TEXT-LINE.
           EXIT.
      *
      *---------------------------------------*
       630000-SET-OUTCOME-TEXT         SECTION.
      *---------------------------------------*
      *
           EVALUATE CAR-CARD-STATUS
           WHEN 'P'
              MOVE 'PENDING'           TO MKC-OUTCOME
           WHEN 'A'
              MOVE 'APPROVED'          TO MKC-OUTCOME
           WHEN 'R'
              MOVE 'REJECTED'          TO MKC-OUTCOME
           WHEN 'X'
              MOVE 'EXPIRED'           TO MKC-OUTCOME
           WHEN 'U'
              MOVE 'APPLIED'           TO MKC-OUTCOME
           WHEN 'J'
              MOVE 'LEG REJECTED'      TO MKC-OUTCOME
           WHEN OTHER
              MOVE 'UNKNOWN'           TO MKC-OUTCOME
           END-EVALUATE.
      *
       630099-END-SET-OUTCOME-TEXT.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           CLOSE DMP0013R.
      *
           DISPLAY '***************************************************'
           EVALUATE MKC-FUNCTION
           WHEN 'L'
              DISPLAY 'NUMBER OF CARDS READ..........: ' CNT-MKC-READ
              DISPLAY 'NUMBER OF CARDS STAGED........: '
                 CNT-MKC-STAGED
              DISPLAY 'NUMBER OF CARDS REFUSED.......: '
                 CNT-MKC-REFUSED
              DISPLAY 'LAST CARD ID ASSIGNED.........: '
                 MKC-LAST-CARD-ID
           WHEN 'A'
              DISPLAY 'NUMBER OF CARDS EXPIRED.......: '
                 CNT-MKC-EXPIRED
              DISPLAY 'NUMBER OF DECISIONS READ......: ' CNT-MKC-READ
              DISPLAY 'NUMBER OF CARDS APPROVED......: '
                 CNT-MKC-APPROVED
              DISPLAY 'NUMBER OF CARDS REJECTED......: '
                 CNT-MKC-REJECTED
              DISPLAY 'NUMBER OF DECISIONS REFUSED...: '
                 CNT-MKC-REFUSED
           WHEN 'R'
              DISPLAY 'NUMBER OF CARDS EXPIRED.......: '
                 CNT-MKC-EXPIRED
              DISPLAY 'NUMBER OF CARDS LISTED........: '
                 CNT-MKC-LISTED
              DISPLAY 'CARDS PENDING APPROVAL........: '
                 CNT-REG-PENDING
              DISPLAY 'CARDS APPROVED, NOT APPLIED...: '
                 CNT-REG-APPROVED
           END-EVALUATE.
      *
           IF CNT-MKC-REFUSED           GREATER ZEROS
              OR CNT-MKC-EXPIRED        GREATER ZEROS
              MOVE 8                   TO RETURN-CODE
              DISPLAY 'CARDS REFUSED OR EXPIRED - SEE DMP0013R'
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
           DISPLAY 'ERROR 001 - INVALID PARM - FUNCTION MUST BE L, A '
              'OR R, DATE FROM NOT AFTER DATE TO'
           MOVE 1                      TO RETURN-CODE
           DISPLAY 'RETURN-CODE....: ' RETURN-CODE
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999004-ERROR-004.
      *
      * NOTHING OF THE FAILING DECK OR DECISION RUN IS KEPT - THE
      * RERUN STAGES OR DECIDES THE WHOLE FILE AGAIN. CARDS EXPIRED
      * BEFORE THE FAILURE WERE ALREADY COMMITTED AND STAY EXPIRED.
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
