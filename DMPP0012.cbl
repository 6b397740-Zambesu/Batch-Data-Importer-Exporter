      *----------------------------------------------------------------*
      * PROGRAM..: DMP0012
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: ONLINE ACCOUNT INQUIRY (CICS TRANSACTION DMPI).
      * -          READ-ONLY SCREENS FOR BRANCH AND CALL-CENTRE STAFF
      *            OVER THE TABLES THE NIGHTLY LEGS MAINTAIN, SO A
      *            CLIENT QUESTION NO LONGER NEEDS A BATCH JOB:
      *            S - ACCOUNT SUMMARY (ACCOUNTS + ACCTYPES),
      *            H - POSTING HISTORY, NEWEST FIRST, WITH THE RUNNING
      *                BALANCE AND RUN IDENTIFIER (TRANSHIST),
      *            P - PENDING VALUE-DATED ITEMS (PENDTRANS),
      *            A - PURGED OR NOT, AND INTO WHICH ARCHIVE
      *                GENERATION (ARCHDIR).
      *            EVERY INQUIRY IS LOGGED ON DB2TABLE.INQLOG WITH THE
      *            SIGNED-ON USER AND THE CLIENT ID BEFORE ANY DATA IS
      *            SHOWN. ALL READS ARE UNCOMMITTED READS (WITH UR), SO
      *            THE SCREENS NEVER HOLD A LOCK THE NIGHTLY LEGS WAIT
      *            ON.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0012.
      *
      * MAPSET...: DMPS012, MAP DMPM012 (SOURCE DMPS012.BMS).
      *
      * PSEUDO-CONVERSATIONAL: EACH SCREEN ENDS THE TASK WITH A RETURN
      * TO DMPI CARRYING THE COMMAREA BELOW - FUNCTION, CLIENT ID AND
      * THE PAGE ON SHOW. ENTER STARTS AN INQUIRY AT PAGE 1, PF8 AND
      * PF7 PAGE THROUGH HISTORY, PENDING ITEMS AND DIRECTORY ENTRIES
      * 15 LINES AT A TIME, PF3 OR CLEAR ENDS THE SESSION.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
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
       01  PLCH-CURR-TIME-NUM          REDEFINES PLCH-CURR-TIME
                                       PIC 9(006).
      *
       77  PLCH-ABSTIME                PIC S9(015)    VALUE ZEROS
                                                      COMP-3.
      *
      *-------------------------- F L A G S ---------------------------*
      *
       77  FLG-INQ-END                 PIC X(001)     VALUE 'N'.
       77  FLG-INQ-LOGGED              PIC X(001)     VALUE 'N'.
       77  FLG-INQ-VALID               PIC X(001)     VALUE 'N'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-INQ-LINES               PIC 9(003)     VALUE ZEROS COMP.
       77  INQ-ROW-IDX                 PIC 9(005)     VALUE ZEROS COMP.
       77  INQ-LINE-IDX                PIC 9(003)     VALUE ZEROS COMP.
       77  INQ-SKIP-ROWS               PIC 9(005)     VALUE ZEROS COMP.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
      * ATTENTION IDENTIFIERS (EIBAID) THE SCREEN ANSWERS TO.
      *
       77  INQ-AID-ENTER               PIC X(001)     VALUE X'7D'.
       77  INQ-AID-CLEAR               PIC X(001)     VALUE X'6D'.
       77  INQ-AID-PF3                 PIC X(001)     VALUE X'F3'.
       77  INQ-AID-PF7                 PIC X(001)     VALUE X'F7'.
       77  INQ-AID-PF8                 PIC X(001)     VALUE X'F8'.
      *
       77  INQ-LINES-PER-PAGE          PIC 9(003)     VALUE 015 COMP.
       77  INQ-RESP                    PIC S9(008)    VALUE ZEROS COMP.
       77  INQ-USER-ID                 PIC X(008)     VALUE SPACES.
       77  INQ-TERM-ID                 PIC X(004)     VALUE SPACES.
       77  INQ-TRAN-ID                 PIC X(004)     VALUE SPACES.
       77  INQ-SEL-FUNCTION            PIC X(001)     VALUE SPACES.
       77  INQ-SEL-CLIENT-X            PIC X(004)     VALUE SPACES.
       77  INQ-CLIENT-ID               PIC 9(004)     VALUE ZEROS.
       77  INQ-PAGE-NO                 PIC 9(004)     VALUE ZEROS.
       77  INQ-CURSOR-FIELD            PIC X(001)     VALUE 'F'.
       77  INQ-MESSAGE                 PIC X(079)     VALUE SPACES.
       77  INQ-HEADING                 PIC X(079)     VALUE SPACES.
       77  INQ-SQLCODE-ED              PIC -(008)9.
       77  INQ-RESP-ED                 PIC -(008)9.
       77  INQ-PAGE-ED                 PIC Z(003)9.
       77  INQ-ACCT-COUNT              PIC S9(009)    VALUE ZEROS COMP.
      *
       01  INQ-BODY.
           03 INQ-LINE                 PIC X(079)     OCCURS 15 TIMES.
      *
      * COMMAREA CARRIED FROM ONE SCREEN TO THE NEXT.
      *
       01  INQ-COMMAREA.
           03 CA-FUNCTION              PIC X(001).
           03 CA-CLIENT-ID             PIC 9(004).
           03 CA-PAGE-NO               PIC 9(004).
           03 CA-MORE-ITEMS            PIC X(001).
      *
      * ACCOUNT SUMMARY HOST VARIABLES.
      *
       01  DMP-ACCOUNT-ROW.
           03 ACS-CLIENT-NAME          PIC X(020).
           03 ACS-EMAIL                PIC X(030).
           03 ACS-PHONE                PIC 9(008).
           03 ACS-ACC-TYPE             PIC 9(002).
           03 ACS-ACCT-STATUS          PIC X(001).
           03 ACS-BALANCE              PIC S9(015)V99.
           03 ACS-LAST-MAINT-DATE      PIC 9(008).
           03 ACS-TYPE-DESC            PIC X(020).
      *
       01  INQ-SUM-LINE.
           03 INQ-SUM-LABEL            PIC X(019).
           03 INQ-SUM-VALUE            PIC X(060).
      *
       77  INQ-BALANCE-ED              PIC -(014)9.99.
       77  INQ-STATUS-DESC             PIC X(010)     VALUE SPACES.
      *
      * POSTING HISTORY HOST VARIABLES AND SCREEN LINE.
      *
       01  DMP-TRANSHIST-ROW.
           03 TH-DEBIT-CREDIT          PIC X(001).
           03 TH-AMOUNT                PIC 9(013)V99.
           03 TH-POST-DATE             PIC 9(008).
           03 TH-POST-TIME             PIC 9(006).
           03 TH-RUN-ID                PIC X(022).
           03 TH-RESULT-BALANCE        PIC S9(015)V99.
      *
       01  INQ-HIS-LINE.
           03 HIS-POST-DATE            PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 HIS-POST-TIME            PIC 9(006).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 HIS-DEBIT-CREDIT         PIC X(001).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 HIS-AMOUNT               PIC Z(010)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 HIS-BALANCE              PIC -(011)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 HIS-RUN-ID               PIC X(022).
           03 FILLER                   PIC X(003)     VALUE SPACES.
      *
      * PENDING ITEM HOST VARIABLES AND SCREEN LINE.
      *
       01  DMP-PENDING-ROW.
           03 PND-PEND-ID              PIC S9(009).
           03 PND-DEBIT-CREDIT         PIC X(001).
           03 PND-AMOUNT               PIC 9(013)V99.
           03 PND-VALUE-DATE           PIC 9(008).
           03 PND-CAPT-DATE            PIC 9(008).
           03 PND-CAPT-RUN-ID          PIC X(022).
      *
       01  INQ-PND-LINE.
           03 PNL-PEND-ID              PIC Z(008)9.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 PNL-VALUE-DATE           PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 PNL-DEBIT-CREDIT         PIC X(001).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 PNL-AMOUNT               PIC Z(010)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 PNL-CAPT-DATE            PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 PNL-CAPT-RUN-ID          PIC X(022).
           03 FILLER                   PIC X(007)     VALUE SPACES.
      *
      * ARCHIVE DIRECTORY HOST VARIABLES AND SCREEN LINE.
      *
       01  DMP-ARCHDIR-ROW.
           03 ADR-PURGE-DATE           PIC 9(008).
           03 ADR-RUN-ID               PIC X(022).
           03 ADR-ARCH-GEN             PIC X(008).
      *
       01  INQ-ADR-LINE.
           03 ADL-PURGE-DATE           PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 ADL-ARCH-GEN             PIC X(008).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 ADL-RUN-ID               PIC X(022).
           03 FILLER                   PIC X(033)     VALUE SPACES.
      *
      * SYMBOLIC MAP FOR DMPM012 - MUST MATCH DMPS012.BMS FIELD FOR
      * FIELD (TIOAPFX=YES, SO A 12-BYTE PREFIX). THE 15 BODY LINES
      * ARE ADDRESSED AS A TABLE.
      *
       01  DMPM012I.
           03 FILLER                   PIC X(012).
           03 INQDATEL                 PIC S9(004)    COMP.
           03 INQDATEF                 PIC X(001).
           03 FILLER                   REDEFINES INQDATEF.
              05 INQDATEA              PIC X(001).
           03 INQDATEI                 PIC X(010).
           03 INQFUNCL                 PIC S9(004)    COMP.
           03 INQFUNCF                 PIC X(001).
           03 FILLER                   REDEFINES INQFUNCF.
              05 INQFUNCA              PIC X(001).
           03 INQFUNCI                 PIC X(001).
           03 INQCLIDL                 PIC S9(004)    COMP.
           03 INQCLIDF                 PIC X(001).
           03 FILLER                   REDEFINES INQCLIDF.
              05 INQCLIDA              PIC X(001).
           03 INQCLIDI                 PIC X(004).
           03 INQHEADL                 PIC S9(004)    COMP.
           03 INQHEADF                 PIC X(001).
           03 FILLER                   REDEFINES INQHEADF.
              05 INQHEADA              PIC X(001).
           03 INQHEADI                 PIC X(079).
           03 INQ-MAP-LINE-IN          OCCURS 15 TIMES.
              05 INQLINEL              PIC S9(004)    COMP.
              05 INQLINEF              PIC X(001).
              05 INQLINEI              PIC X(079).
           03 INQMSGL                  PIC S9(004)    COMP.
           03 INQMSGF                  PIC X(001).
           03 FILLER                   REDEFINES INQMSGF.
              05 INQMSGA               PIC X(001).
           03 INQMSGI                  PIC X(079).
      *
       01  DMPM012O                    REDEFINES DMPM012I.
           03 FILLER                   PIC X(012).
           03 FILLER                   PIC X(003).
           03 INQDATEO                 PIC X(010).
           03 FILLER                   PIC X(003).
           03 INQFUNCO                 PIC X(001).
           03 FILLER                   PIC X(003).
           03 INQCLIDO                 PIC X(004).
           03 FILLER                   PIC X(003).
           03 INQHEADO                 PIC X(079).
           03 INQ-MAP-LINE-OUT         OCCURS 15 TIMES.
              05 FILLER                PIC X(003).
              05 INQLINEO              PIC X(079).
           03 FILLER                   PIC X(003).
           03 INQMSGO                  PIC X(079).
      *
       01  INQ-DATE-OUT.
           03 INQ-DATE-OUT-MM          PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 INQ-DATE-OUT-DD          PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 INQ-DATE-OUT-YYYY        PIC 9(004).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  DFHCOMMAREA                 PIC X(010).
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      *
      *---------------------------------------*
       000000-MAIN-ROUTINE             SECTION.
      *---------------------------------------*
      *
           PERFORM 100000-START.
      *
           EVALUATE TRUE
           WHEN EIBCALEN               EQUAL ZEROS
              PERFORM 200000-FIRST-SCREEN
           WHEN EIBAID                 EQUAL INQ-AID-PF3
             OR EIBAID                 EQUAL INQ-AID-CLEAR
              PERFORM 700000-END-SESSION
           WHEN OTHER
              PERFORM 300000-PROCESS-SCREEN
           END-EVALUATE.
      *
           PERFORM 800000-FINALIZATION.
      *
       000099-END-MAIN-PROCEDURE.
           GOBACK.
      *
      *---------------------------------------*
       100000-START                    SECTION.
      *---------------------------------------*
      *
           EXEC CICS ASKTIME
              ABSTIME(PLCH-ABSTIME)
           END-EXEC.
      *
           EXEC CICS FORMATTIME
              ABSTIME(PLCH-ABSTIME)
              YYYYMMDD(PLCH-CURR-DATE)
              TIME(PLCH-CURR-TIME)
           END-EXEC.
      *
           EXEC CICS ASSIGN
              USERID(INQ-USER-ID)
           END-EXEC.
      *
           MOVE EIBTRMID               TO INQ-TERM-ID.
           MOVE EIBTRNID               TO INQ-TRAN-ID.
      *
           MOVE SPACES                 TO INQ-MESSAGE.
           MOVE SPACES                 TO INQ-HEADING.
           MOVE SPACES                 TO INQ-BODY.
           MOVE 'F'                    TO INQ-CURSOR-FIELD.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       200000-FIRST-SCREEN             SECTION.
      *---------------------------------------*
      *
           MOVE 'S'                    TO CA-FUNCTION.
           MOVE ZEROS                  TO CA-CLIENT-ID.
           MOVE ZEROS                  TO CA-PAGE-NO.
           MOVE 'N'                    TO CA-MORE-ITEMS.
      *
           MOVE 'KEY A FUNCTION AND A CLIENT ID, THEN PRESS ENTER'
              TO INQ-MESSAGE.
      *
           PERFORM 500000-SEND-SCREEN.
      *
       200099-END-FIRST-SCREEN.
           EXIT.
      *
      *---------------------------------------*
       300000-PROCESS-SCREEN           SECTION.
      *---------------------------------------*
      *
      * A FUNCTION OR CLIENT ID DIFFERENT FROM THE ONE ON SHOW IS A
      * NEW INQUIRY AND STARTS AT PAGE 1 WHATEVER KEY WAS PRESSED.
      *
           MOVE DFHCOMMAREA            TO INQ-COMMAREA.
           MOVE LOW-VALUES             TO DMPM012I.
      *
           EXEC CICS RECEIVE
              MAP('DMPM012')
              MAPSET('DMPS012')
              INTO(DMPM012I)
              RESP(INQ-RESP)
           END-EXEC.
      *
           IF INQ-RESP                 NOT EQUAL DFHRESP(NORMAL)
              AND INQ-RESP             NOT EQUAL DFHRESP(MAPFAIL)
              PERFORM 999006-ERROR-006
           END-IF.
      *
           MOVE CA-FUNCTION            TO INQ-SEL-FUNCTION.
           MOVE CA-CLIENT-ID           TO INQ-SEL-CLIENT-X.
      *
           IF INQFUNCL                 GREATER ZEROS
              MOVE INQFUNCI            TO INQ-SEL-FUNCTION
           END-IF.
      *
           IF INQCLIDL                 GREATER ZEROS
              MOVE INQCLIDI            TO INQ-SEL-CLIENT-X
           END-IF.
      *
           PERFORM 310000-EDIT-SELECTION.
      *
           IF FLG-INQ-VALID            NOT EQUAL 'Y'
              PERFORM 500000-SEND-SCREEN
              GO TO 300099-END-PROCESS-SCREEN
           END-IF.
      *
           PERFORM 320000-SET-PAGE.
      *
           PERFORM 400000-LOG-ACCESS.
      *
           IF FLG-INQ-LOGGED           NOT EQUAL 'Y'
              PERFORM 500000-SEND-SCREEN
              GO TO 300099-END-PROCESS-SCREEN
           END-IF.
      *
           EVALUATE CA-FUNCTION
           WHEN 'S'
              PERFORM 410000-ACCOUNT-SUMMARY
           WHEN 'H'
              PERFORM 420000-POSTING-HISTORY
           WHEN 'P'
              PERFORM 430000-PENDING-ITEMS
           WHEN 'A'
              PERFORM 440000-ARCHIVE-LOOKUP
           END-EVALUATE.
      *
           PERFORM 500000-SEND-SCREEN.
      *
       300099-END-PROCESS-SCREEN.
           EXIT.
      *
      *---------------------------------------*
       310000-EDIT-SELECTION           SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-INQ-VALID.
      *
           IF INQ-SEL-FUNCTION         NOT EQUAL 'S'
              AND INQ-SEL-FUNCTION     NOT EQUAL 'H'
              AND INQ-SEL-FUNCTION     NOT EQUAL 'P'
              AND INQ-SEL-FUNCTION     NOT EQUAL 'A'
              MOVE 'FUNCTION MUST BE S, H, P OR A' TO INQ-MESSAGE
              MOVE 'F'                 TO INQ-CURSOR-FIELD
              GO TO 310099-END-EDIT-SELECTION
           END-IF.
      *
           IF INQ-SEL-CLIENT-X         NOT NUMERIC
              OR INQ-SEL-CLIENT-X      EQUAL '0000'
              MOVE 'CLIENT ID MUST BE 0001 TO 9999' TO INQ-MESSAGE
              MOVE 'C'                 TO INQ-CURSOR-FIELD
              GO TO 310099-END-EDIT-SELECTION
           END-IF.
      *
           MOVE INQ-SEL-CLIENT-X       TO INQ-CLIENT-ID.
           MOVE 'Y'                    TO FLG-INQ-VALID.
      *
       310099-END-EDIT-SELECTION.
           EXIT.
      *
      *---------------------------------------*
       320000-SET-PAGE                 SECTION.
      *---------------------------------------*
      *
           IF INQ-SEL-FUNCTION         NOT EQUAL CA-FUNCTION
              OR INQ-CLIENT-ID         NOT EQUAL CA-CLIENT-ID
              OR CA-PAGE-NO            EQUAL ZEROS
              MOVE INQ-SEL-FUNCTION    TO CA-FUNCTION
              MOVE INQ-CLIENT-ID       TO CA-CLIENT-ID
              MOVE 1                   TO CA-PAGE-NO
              MOVE 'N'                 TO CA-MORE-ITEMS
              GO TO 320099-END-SET-PAGE
           END-IF.
      *
           EVALUATE EIBAID
           WHEN INQ-AID-PF8
              IF CA-MORE-ITEMS          EQUAL 'Y'
                 ADD 1                 TO CA-PAGE-NO
              ELSE
                 MOVE 'ALREADY ON THE LAST PAGE' TO INQ-MESSAGE
              END-IF
           WHEN INQ-AID-PF7
              IF CA-PAGE-NO             GREATER 1
                 SUBTRACT 1            FROM CA-PAGE-NO
              ELSE
                 MOVE 'ALREADY ON THE FIRST PAGE' TO INQ-MESSAGE
              END-IF
           WHEN INQ-AID-ENTER
              MOVE 1                   TO CA-PAGE-NO
           WHEN OTHER
              MOVE 'KEY NOT IN USE - ENTER, PF7, PF8 OR PF3'
                 TO INQ-MESSAGE
           END-EVALUATE.
      *
       320099-END-SET-PAGE.
           EXIT.
      *
      *---------------------------------------*
       400000-LOG-ACCESS               SECTION.
      *---------------------------------------*
      *
      * ONE DB2TABLE.INQLOG ROW PER SCREEN SHOWN - WHO LOOKED, FROM
      * WHICH TERMINAL, AT WHICH CLIENT, WHICH SCREEN AND PAGE. IF
      * THE ROW CANNOT BE WRITTEN THE DATA IS NOT SHOWN. THE ROW IS
      * COMMITTED WHEN THE TASK RETURNS.
      *
           MOVE 'N'                    TO FLG-INQ-LOGGED.
           MOVE CA-PAGE-NO             TO INQ-PAGE-NO.
      *
           EXEC SQL
              INSERT INTO DB2TABLE.INQLOG(
              LogDate, LogTime, UserId, TermId, TranId, ClientID,
              InqFunction, PageNo)
              VALUES (:PLCH-CURR-DATE-NUM, :PLCH-CURR-TIME-NUM,
                      :INQ-USER-ID, :INQ-TERM-ID, :INQ-TRAN-ID,
                      :INQ-CLIENT-ID, :CA-FUNCTION, :INQ-PAGE-NO)
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL 0
              MOVE SQLCODE             TO INQ-SQLCODE-ED
              MOVE SPACES              TO INQ-MESSAGE
              STRING 'ACCESS LOG UNAVAILABLE (SQLCODE '
                 INQ-SQLCODE-ED ') - INQUIRY NOT SHOWN'
                 DELIMITED BY SIZE INTO INQ-MESSAGE
              END-STRING
              GO TO 400099-END-LOG-ACCESS
           END-IF.
      *
           MOVE 'Y'                    TO FLG-INQ-LOGGED.
      *
       400099-END-LOG-ACCESS.
           EXIT.
      *
      *---------------------------------------*
       410000-ACCOUNT-SUMMARY          SECTION.
      *---------------------------------------*
      *
      * A CLIENT ID NO LONGER ON ACCOUNTS IS ANSWERED FROM THE
      * ARCHIVE DIRECTORY INSTEAD.
      *
           EXEC SQL
              SELECT ClientName, Email, Phone, AccountType,
                     AcctStatus, Balance, LastMaintDate
              INTO :ACS-CLIENT-NAME, :ACS-EMAIL, :ACS-PHONE,
                   :ACS-ACC-TYPE, :ACS-ACCT-STATUS, :ACS-BALANCE,
                   :ACS-LAST-MAINT-DATE
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :INQ-CLIENT-ID
              WITH UR
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              PERFORM 411000-LOOKUP-TYPE-DESC
              PERFORM 412000-FORMAT-SUMMARY
           WHEN 100
              MOVE 'A'                 TO CA-FUNCTION
              PERFORM 440000-ARCHIVE-LOOKUP
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       410099-END-ACCOUNT-SUMMARY.
           EXIT.
      *
      *---------------------------------------*
       411000-LOOKUP-TYPE-DESC         SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              SELECT TypeDesc
              INTO :ACS-TYPE-DESC
              FROM DB2TABLE.ACCTYPES
              WHERE TypeCode = :ACS-ACC-TYPE
              WITH UR
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              MOVE '*** NOT ON ACCTYPES' TO ACS-TYPE-DESC
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       411099-END-LOOKUP-TYPE-DESC.
           EXIT.
      *
      *---------------------------------------*
       412000-FORMAT-SUMMARY           SECTION.
      *---------------------------------------*
      *
           EVALUATE ACS-ACCT-STATUS
           WHEN 'A'
              MOVE 'ACTIVE'            TO INQ-STATUS-DESC
           WHEN 'F'
              MOVE 'FROZEN'            TO INQ-STATUS-DESC
           WHEN 'D'
              MOVE 'DORMANT'           TO INQ-STATUS-DESC
           WHEN 'C'
              MOVE 'CLOSED'            TO INQ-STATUS-DESC
           WHEN OTHER
              MOVE 'UNKNOWN'           TO INQ-STATUS-DESC
           END-EVALUATE.
      *
           MOVE 'ACCOUNT SUMMARY'      TO INQ-HEADING.
      *
           MOVE 'CLIENT ID........: ' TO INQ-SUM-LABEL.
           MOVE INQ-CLIENT-ID          TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(1).
      *
           MOVE 'NAME.............: ' TO INQ-SUM-LABEL.
           MOVE ACS-CLIENT-NAME        TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(2).
      *
           MOVE 'EMAIL............: ' TO INQ-SUM-LABEL.
           MOVE ACS-EMAIL              TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(3).
      *
           MOVE 'PHONE............: ' TO INQ-SUM-LABEL.
           MOVE ACS-PHONE              TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(4).
      *
           MOVE 'ACCOUNT TYPE.....: ' TO INQ-SUM-LABEL.
           MOVE SPACES                 TO INQ-SUM-VALUE.
           STRING ACS-ACC-TYPE ' - ' ACS-TYPE-DESC
              DELIMITED BY SIZE INTO INQ-SUM-VALUE
           END-STRING.
           MOVE INQ-SUM-LINE           TO INQ-LINE(5).
      *
           MOVE 'STATUS...........: ' TO INQ-SUM-LABEL.
           MOVE SPACES                 TO INQ-SUM-VALUE.
           STRING ACS-ACCT-STATUS ' - ' INQ-STATUS-DESC
              DELIMITED BY SIZE INTO INQ-SUM-VALUE
           END-STRING.
           MOVE INQ-SUM-LINE           TO INQ-LINE(6).
      *
           MOVE 'BALANCE..........: ' TO INQ-SUM-LABEL.
           MOVE ACS-BALANCE            TO INQ-BALANCE-ED.
           MOVE INQ-BALANCE-ED         TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(7).
      *
           MOVE 'LAST MAINTENANCE.: ' TO INQ-SUM-LABEL.
           MOVE ACS-LAST-MAINT-DATE    TO INQ-SUM-VALUE.
           MOVE INQ-SUM-LINE           TO INQ-LINE(8).
      *
           MOVE 'H = HISTORY, P = PENDING ITEMS FOR THIS CLIENT'
              TO INQ-MESSAGE.
      *
       412099-END-FORMAT-SUMMARY.
           EXIT.
      *
      *---------------------------------------*
       420000-POSTING-HISTORY          SECTION.
      *---------------------------------------*
      *
      * NEWEST POSTING FIRST. THE BALANCE SHOWN IS THE RESULT
      * BALANCE THE POSTING LEFT, AS JOURNALED. A PAGE IS REACHED BY
      * SKIPPING THE ROWS OF THE PAGES BEFORE IT - NO POSITION IS
      * HELD BETWEEN SCREENS, SO NOTHING IS LOCKED WHILE THE USER
      * READS.
      *
           EXEC SQL
              DECLARE DB2CURSOR1 CURSOR FOR
              SELECT DebitCredit, Amount, PostDate, PostTime,
                     RunId, ResultBalance
              FROM DB2TABLE.TRANSHIST
              WHERE ClientID = :INQ-CLIENT-ID
              ORDER BY PostDate DESC, PostTime DESC, RunId DESC
              FOR FETCH ONLY
              WITH UR
           END-EXEC.
      *
           MOVE 'POST DATE TIME   D/C         AMOUNT  RUNNING BALANCE'
              TO INQ-HEADING.
           MOVE 'RUN IDENTIFIER'       TO INQ-HEADING(55:14).
      *
           EXEC SQL
              OPEN DB2CURSOR1
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 490000-START-PAGE.
      *
           PERFORM 421000-FETCH-HISTORY
           VARYING INQ-ROW-IDX         FROM 1 BY 1
           UNTIL   INQ-ROW-IDX         GREATER INQ-SKIP-ROWS
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           PERFORM 422000-HISTORY-LINE
           VARYING INQ-LINE-IDX        FROM 1 BY 1
           UNTIL   INQ-LINE-IDX        GREATER INQ-LINES-PER-PAGE
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           IF FLG-INQ-END              NOT EQUAL 'Y'
              PERFORM 421000-FETCH-HISTORY
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSOR1
           END-EXEC.
      *
           PERFORM 495000-END-PAGE.
      *
           IF CNT-INQ-LINES            EQUAL ZEROS
              AND CA-PAGE-NO           EQUAL 1
              MOVE 'NO POSTINGS ON TRANSHIST FOR THIS CLIENT'
                 TO INQ-MESSAGE
           END-IF.
      *
       420099-END-POSTING-HISTORY.
           EXIT.
      *
      *---------------------------------------*
       421000-FETCH-HISTORY            SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR1 INTO :TH-DEBIT-CREDIT, :TH-AMOUNT,
              :TH-POST-DATE, :TH-POST-TIME, :TH-RUN-ID,
              :TH-RESULT-BALANCE
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-INQ-END
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       421099-END-FETCH-HISTORY.
           EXIT.
      *
      *---------------------------------------*
       422000-HISTORY-LINE             SECTION.
      *---------------------------------------*
      *
           PERFORM 421000-FETCH-HISTORY.
      *
           IF FLG-INQ-END              EQUAL 'Y'
              GO TO 422099-END-HISTORY-LINE
           END-IF.
      *
           MOVE TH-POST-DATE           TO HIS-POST-DATE.
           MOVE TH-POST-TIME           TO HIS-POST-TIME.
           MOVE TH-DEBIT-CREDIT        TO HIS-DEBIT-CREDIT.
           MOVE TH-AMOUNT              TO HIS-AMOUNT.
           MOVE TH-RESULT-BALANCE      TO HIS-BALANCE.
           MOVE TH-RUN-ID              TO HIS-RUN-ID.
           MOVE INQ-HIS-LINE           TO INQ-LINE(INQ-LINE-IDX).
           ADD 1                       TO CNT-INQ-LINES.
      *
       422099-END-HISTORY-LINE.
           EXIT.
      *
      *---------------------------------------*
       430000-PENDING-ITEMS            SECTION.
      *---------------------------------------*
      *
      * ITEMS WAITING ON THEIR VALUE DATE, EARLIEST FIRST - THE DATE
      * SHOWN IS THE BUSINESS DAY THE 'W' SWEEP WILL RELEASE THEM.
      *
           EXEC SQL
              DECLARE DB2CURSOR2 CURSOR FOR
              SELECT PendId, DebitCredit, Amount, ValueDate,
                     CaptDate, CaptRunId
              FROM DB2TABLE.PENDTRANS
              WHERE ClientID = :INQ-CLIENT-ID
              ORDER BY ValueDate, PendId
              FOR FETCH ONLY
              WITH UR
           END-EXEC.
      *
           MOVE '  PEND ID  VALUE DT  D/C        AMOUNT  CAPTURED'
              TO INQ-HEADING.
           MOVE 'CAPTURE RUN IDENTIFIER' TO INQ-HEADING(51:22).
      *
           EXEC SQL
              OPEN DB2CURSOR2
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 490000-START-PAGE.
      *
           PERFORM 431000-FETCH-PENDING
           VARYING INQ-ROW-IDX         FROM 1 BY 1
           UNTIL   INQ-ROW-IDX         GREATER INQ-SKIP-ROWS
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           PERFORM 432000-PENDING-LINE
           VARYING INQ-LINE-IDX        FROM 1 BY 1
           UNTIL   INQ-LINE-IDX        GREATER INQ-LINES-PER-PAGE
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           IF FLG-INQ-END              NOT EQUAL 'Y'
              PERFORM 431000-FETCH-PENDING
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSOR2
           END-EXEC.
      *
           PERFORM 495000-END-PAGE.
      *
           IF CNT-INQ-LINES            EQUAL ZEROS
              AND CA-PAGE-NO           EQUAL 1
              MOVE 'NO PENDING VALUE-DATED ITEMS FOR THIS CLIENT'
                 TO INQ-MESSAGE
           END-IF.
      *
       430099-END-PENDING-ITEMS.
           EXIT.
      *
      *---------------------------------------*
       431000-FETCH-PENDING            SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR2 INTO :PND-PEND-ID, :PND-DEBIT-CREDIT,
              :PND-AMOUNT, :PND-VALUE-DATE, :PND-CAPT-DATE,
              :PND-CAPT-RUN-ID
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-INQ-END
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       431099-END-FETCH-PENDING.
           EXIT.
      *
      *---------------------------------------*
       432000-PENDING-LINE             SECTION.
      *---------------------------------------*
      *
           PERFORM 431000-FETCH-PENDING.
      *
           IF FLG-INQ-END              EQUAL 'Y'
              GO TO 432099-END-PENDING-LINE
           END-IF.
      *
           MOVE PND-PEND-ID            TO PNL-PEND-ID.
           MOVE PND-VALUE-DATE         TO PNL-VALUE-DATE.
           MOVE PND-DEBIT-CREDIT       TO PNL-DEBIT-CREDIT.
           MOVE PND-AMOUNT             TO PNL-AMOUNT.
           MOVE PND-CAPT-DATE          TO PNL-CAPT-DATE.
           MOVE PND-CAPT-RUN-ID        TO PNL-CAPT-RUN-ID.
           MOVE INQ-PND-LINE           TO INQ-LINE(INQ-LINE-IDX).
           ADD 1                       TO CNT-INQ-LINES.
      *
       432099-END-PENDING-LINE.
           EXIT.
      *
      *---------------------------------------*
       440000-ARCHIVE-LOOKUP           SECTION.
      *---------------------------------------*
      *
      * THE ARCHIVE DIRECTORY ENTRIES FOR THE CLIENT, NEWEST FIRST -
      * THE FIRST IS THE GENERATION A RESTORE WOULD MOUNT. WHETHER
      * THE CLIENT IS ON ACCOUNTS TODAY DECIDES THE ANSWER: ON IT
      * MEANS NEVER PURGED OR RESTORED SINCE; OFF IT WITH NO ENTRY
      * MEANS NEVER OPENED, OR PURGED BEFORE THE DIRECTORY EXISTED.
      *
           EXEC SQL
              DECLARE DB2CURSOR3 CURSOR FOR
              SELECT PurgeDate, RunId, ArchiveGen
              FROM DB2TABLE.ARCHDIR
              WHERE ClientID = :INQ-CLIENT-ID
              ORDER BY PurgeDate DESC
              FOR FETCH ONLY
              WITH UR
           END-EXEC.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :INQ-ACCT-COUNT
              FROM DB2TABLE.ACCOUNTS
              WHERE ClientID = :INQ-CLIENT-ID
              WITH UR
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           MOVE 'PURGE DATE  GENERATION  PURGE RUN IDENTIFIER'
              TO INQ-HEADING.
      *
           EXEC SQL
              OPEN DB2CURSOR3
           END-EXEC.
      *
           IF SQLCODE                  NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 490000-START-PAGE.
      *
           PERFORM 441000-FETCH-ARCHDIR
           VARYING INQ-ROW-IDX         FROM 1 BY 1
           UNTIL   INQ-ROW-IDX         GREATER INQ-SKIP-ROWS
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           PERFORM 442000-ARCHDIR-LINE
           VARYING INQ-LINE-IDX        FROM 1 BY 1
           UNTIL   INQ-LINE-IDX        GREATER INQ-LINES-PER-PAGE
              OR   FLG-INQ-END         EQUAL 'Y'.
      *
           IF FLG-INQ-END              NOT EQUAL 'Y'
              PERFORM 441000-FETCH-ARCHDIR
           END-IF.
      *
           EXEC SQL
              CLOSE DB2CURSOR3
           END-EXEC.
      *
           PERFORM 495000-END-PAGE.
      *
           IF CA-PAGE-NO               EQUAL 1
              PERFORM 445000-ARCHIVE-VERDICT
           END-IF.
      *
       440099-END-ARCHIVE-LOOKUP.
           EXIT.
      *
      *---------------------------------------*
       441000-FETCH-ARCHDIR            SECTION.
      *---------------------------------------*
      *
           EXEC SQL
              FETCH DB2CURSOR3 INTO :ADR-PURGE-DATE, :ADR-RUN-ID,
              :ADR-ARCH-GEN
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                CONTINUE
           WHEN SQLCODE                EQUAL 100
                MOVE 'Y'               TO FLG-INQ-END
           WHEN OTHER
                PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       441099-END-FETCH-ARCHDIR.
           EXIT.
      *
      *---------------------------------------*
       442000-ARCHDIR-LINE             SECTION.
      *---------------------------------------*
      *
           PERFORM 441000-FETCH-ARCHDIR.
      *
           IF FLG-INQ-END              EQUAL 'Y'
              GO TO 442099-END-ARCHDIR-LINE
           END-IF.
      *
           MOVE ADR-PURGE-DATE         TO ADL-PURGE-DATE.
           MOVE ADR-ARCH-GEN           TO ADL-ARCH-GEN.
           MOVE ADR-RUN-ID             TO ADL-RUN-ID.
           MOVE INQ-ADR-LINE           TO INQ-LINE(INQ-LINE-IDX).
           ADD 1                       TO CNT-INQ-LINES.
      *
       442099-END-ARCHDIR-LINE.
           EXIT.
      *
      *---------------------------------------*
       445000-ARCHIVE-VERDICT          SECTION.
      *---------------------------------------*
      *
      * ON PAGE 1 THE FIRST LINE IS THE NEWEST DIRECTORY ENTRY.
      *
           MOVE SPACES                 TO INQ-MESSAGE.
      *
           EVALUATE TRUE
           WHEN INQ-ACCT-COUNT         GREATER ZEROS
              AND CNT-INQ-LINES        EQUAL ZEROS
              MOVE 'CLIENT IS ON ACCOUNTS - NEVER PURGED'
                 TO INQ-MESSAGE
           WHEN INQ-ACCT-COUNT         GREATER ZEROS
              MOVE 'CLIENT IS ON ACCOUNTS - RESTORED AFTER THE PURGES'
                 TO INQ-MESSAGE
           WHEN CNT-INQ-LINES          EQUAL ZEROS
              MOVE 'NOT ON ACCOUNTS AND NOT IN THE ARCHIVE DIRECTORY'
                 TO INQ-MESSAGE
           WHEN OTHER
              MOVE INQ-LINE(1)         TO INQ-ADR-LINE
              STRING 'PURGED ON ' ADL-PURGE-DATE
                 ' INTO ARCHIVE GENERATION ' ADL-ARCH-GEN
                 DELIMITED BY SIZE INTO INQ-MESSAGE
              END-STRING
           END-EVALUATE.
      *
       445099-END-ARCHIVE-VERDICT.
           EXIT.
      *
      *---------------------------------------*
       490000-START-PAGE               SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-INQ-END.
           MOVE ZEROS                  TO CNT-INQ-LINES.
           MOVE 'N'                    TO CA-MORE-ITEMS.
           COMPUTE INQ-SKIP-ROWS = (CA-PAGE-NO - 1)
                                 * INQ-LINES-PER-PAGE.
      *
       490099-END-START-PAGE.
           EXIT.
      *
      *---------------------------------------*
       495000-END-PAGE                 SECTION.
      *---------------------------------------*
      *
      * THE EXTRA FETCH AFTER A FULL PAGE TELLS WHETHER PF8 HAS
      * ANYTHING TO SHOW.
      *
           IF CNT-INQ-LINES            EQUAL INQ-LINES-PER-PAGE
              AND FLG-INQ-END          NOT EQUAL 'Y'
              MOVE 'Y'                 TO CA-MORE-ITEMS
           END-IF.
      *
           IF INQ-MESSAGE              NOT EQUAL SPACES
              GO TO 495099-END-END-PAGE
           END-IF.
      *
           MOVE CA-PAGE-NO             TO INQ-PAGE-ED.
           IF CA-MORE-ITEMS            EQUAL 'Y'
              STRING 'PAGE ' INQ-PAGE-ED ' - PF8 FOR MORE'
                 DELIMITED BY SIZE INTO INQ-MESSAGE
              END-STRING
           ELSE
              STRING 'PAGE ' INQ-PAGE-ED ' - END OF LIST'
                 DELIMITED BY SIZE INTO INQ-MESSAGE
              END-STRING
           END-IF.
      *
       495099-END-END-PAGE.
           EXIT.
      *
      *---------------------------------------*
       500000-SEND-SCREEN              SECTION.
      *---------------------------------------*
      *
           MOVE LOW-VALUES             TO DMPM012O.
      *
           MOVE PLCH-DATE-MM           TO INQ-DATE-OUT-MM.
           MOVE PLCH-DATE-DD           TO INQ-DATE-OUT-DD.
           MOVE PLCH-DATE-YYYY         TO INQ-DATE-OUT-YYYY.
           MOVE INQ-DATE-OUT           TO INQDATEO.
      *
           MOVE CA-FUNCTION            TO INQFUNCO.
           IF CA-CLIENT-ID             GREATER ZEROS
              MOVE CA-CLIENT-ID        TO INQCLIDO
           END-IF.
      *
           MOVE INQ-HEADING            TO INQHEADO.
           PERFORM 510000-MOVE-BODY-LINE
           VARYING INQ-LINE-IDX        FROM 1 BY 1
           UNTIL   INQ-LINE-IDX        GREATER INQ-LINES-PER-PAGE.
           MOVE INQ-MESSAGE            TO INQMSGO.
      *
           IF INQ-CURSOR-FIELD         EQUAL 'C'
              MOVE -1                  TO INQCLIDL
           ELSE
              MOVE -1                  TO INQFUNCL
           END-IF.
      *
           EXEC CICS SEND
              MAP('DMPM012')
              MAPSET('DMPS012')
              FROM(DMPM012O)
              ERASE
              CURSOR
              RESP(INQ-RESP)
           END-EXEC.
      *
       500099-END-SEND-SCREEN.
           EXIT.
      *
      *---------------------------------------*
       510000-MOVE-BODY-LINE           SECTION.
      *---------------------------------------*
      *
           MOVE INQ-LINE(INQ-LINE-IDX) TO INQLINEO(INQ-LINE-IDX).
      *
       510099-END-MOVE-BODY-LINE.
           EXIT.
      *
      *---------------------------------------*
       700000-END-SESSION              SECTION.
      *---------------------------------------*
      *
           EXEC CICS SEND TEXT
              FROM('DMPI - ACCOUNT INQUIRY ENDED')
              ERASE
              FREEKB
           END-EXEC.
      *
           EXEC CICS RETURN
           END-EXEC.
      *
       700099-END-END-SESSION.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(INQ-COMMAREA)
              LENGTH(LENGTH OF INQ-COMMAREA)
           END-EXEC.
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
      * AN SQL FAILURE ENDS THE SCREEN WITH THE SQLCODE ON THE MESSAGE
      * LINE. NOTHING IS UPDATED BY AN INQUIRY, SO NOTHING TO UNDO -
      * THE ACCESS LOG ROW STANDS.
      *
           MOVE SQLCODE                TO INQ-SQLCODE-ED.
           MOVE SPACES                 TO INQ-MESSAGE.
           MOVE SPACES                 TO INQ-BODY.
           STRING 'ERROR 004 - SQL ERROR ' INQ-SQLCODE-ED
              ' - INQUIRY STOPPED, CALL OPERATIONS'
              DELIMITED BY SIZE INTO INQ-MESSAGE
           END-STRING.
           PERFORM 500000-SEND-SCREEN.
           PERFORM 800000-FINALIZATION.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
       999006-ERROR-006.
      *
           MOVE INQ-RESP               TO INQ-RESP-ED.
           MOVE SPACES                 TO INQ-MESSAGE.
           STRING 'ERROR 006 - SCREEN NOT RECEIVED, RESP '
              INQ-RESP-ED ' - PRESS ENTER TO RETRY'
              DELIMITED BY SIZE INTO INQ-MESSAGE
           END-STRING.
           PERFORM 500000-SEND-SCREEN.
           PERFORM 800000-FINALIZATION.
           GO TO 000099-END-MAIN-PROCEDURE.
      *
      ******************************************************************
      *                         END OF PROGRAM                         *
      ******************************************************************
