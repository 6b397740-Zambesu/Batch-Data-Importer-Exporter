      *----------------------------------------------------------------*
      * PROGRAM..: DMP0011
      * AUTHOR...: MATEUS RIBEIRO
      * DATE.....: 15\10\2026
      * PURPOSE..: YEAR-AHEAD BUSINESS-DAY CALENDAR LISTING. WALKS
      * -          THE NEXT 365 DAYS AGAINST DB2TABLE.BUSCAL (THE
      *            WEEKEND RULE PER YEAR AND THE BANK HOLIDAYS
      *            DMPP0001'S FLAG-H LEG MAINTAINS) AND LISTS EVERY
      *            DAY THE BANK IS CLOSED - WEEKEND OR THE HOLIDAY'S
      *            NAME - WITH BUSINESS-DAY COUNTS PER MONTH, SO THE
      *            CALENDAR THE NIGHTLY LEGS RUN BY CAN BE CHECKED
      *            BEFORE IT IS NEEDED. ENDS RC 8 WHEN NEXT YEAR HAS
      *            NO HOLIDAYS ON THE TABLE YET.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. DMPP0011.
      *
      * OUTPUT FILE:
      *-------------
      * DMP0011R - CALENDAR LISTING: NON-BUSINESS DAYS, MONTH TOTALS
      *            AND THE NEXT-YEAR COVERAGE CHECK.
      *
      * PARM: OPTIONAL START DATE (8, YYYYMMDD). ZERO, MISSING OR
      *       INVALID STARTS THE LISTING TODAY.
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
           SELECT DMP0011R ASSIGN TO  UT-S-DMP0011R.
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
       FD  DMP0011R
           BLOCK 0
           RECORDING F
           RECORD 132.
       01  DMP0011R-FD                 PIC X(132).
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
       77  FLG-BUSINESS-DAY            PIC X(001)     VALUE 'Y'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-BUS-DAYS                PIC 9(005)     VALUE ZEROS.
       77  CNT-OFF-DAYS                PIC 9(005)     VALUE ZEROS.
       77  CNT-HOLIDAYS                PIC 9(005)     VALUE ZEROS.
       77  CNT-MONTH-BUS-DAYS          PIC 9(003)     VALUE ZEROS.
       77  CNT-MONTH-OFF-DAYS          PIC 9(003)     VALUE ZEROS.
       77  CNT-CLD-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-CLD-PAGE                PIC 9(005)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
      * THE LISTING COVERS CLD-LIST-DAYS DAYS FROM THE START DATE.
      * THE COVERAGE CHECK LOOKS AT THE YEAR AFTER THE RUN DATE.
      *
       77  CLD-LIST-DAYS               PIC 9(003)     VALUE 365.
       77  CLD-DAY-IDX                 PIC 9(005)     VALUE ZEROS COMP.
       77  CLD-START-DATE              PIC 9(008)     VALUE ZEROS.
       77  CLD-END-DATE                PIC 9(008)     VALUE ZEROS.
       77  CLD-NEXT-YEAR               PIC 9(004)     VALUE ZEROS.
       77  CLD-NEXT-YEAR-RULES         PIC S9(009)    VALUE ZEROS COMP.
       77  CLD-NEXT-YEAR-HOLS          PIC S9(009)    VALUE ZEROS COMP.
       77  CLD-PREV-YYYY               PIC 9(004)     VALUE ZEROS.
       77  CLD-PREV-MM                 PIC 9(002)     VALUE ZEROS.
       77  CLD-REASON                  PIC X(030)     VALUE SPACES.
      *
       01  CLD-WORK-DATE.
           03 CLD-WORK-YYYY            PIC 9(004).
           03 CLD-WORK-MM              PIC 9(002).
           03 CLD-WORK-DD              PIC 9(002).
       01  CLD-WORK-DATE-NUM           REDEFINES CLD-WORK-DATE
                                       PIC 9(008).
      *
       01  CLD-MONTH-DAYS-VALUES.
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
       01  CLD-MONTH-DAYS-TABLE REDEFINES CLD-MONTH-DAYS-VALUES.
           03 CLD-MONTH-DAYS           PIC 9(002)     OCCURS 12 TIMES.
      *
       01  CLD-CUM-DAYS-VALUES.
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
       01  CLD-CUM-DAYS-TABLE REDEFINES CLD-CUM-DAYS-VALUES.
           03 CLD-CUM-DAYS             PIC 9(003)     OCCURS 12 TIMES.
      *
       01  CLD-DAY-NAME-VALUES.
           03 FILLER                   PIC X(009)     VALUE 'MONDAY'.
           03 FILLER                   PIC X(009)     VALUE 'TUESDAY'.
           03 FILLER                   PIC X(009)     VALUE 'WEDNESDAY'.
           03 FILLER                   PIC X(009)     VALUE 'THURSDAY'.
           03 FILLER                   PIC X(009)     VALUE 'FRIDAY'.
           03 FILLER                   PIC X(009)     VALUE 'SATURDAY'.
           03 FILLER                   PIC X(009)     VALUE 'SUNDAY'.
       01  CLD-DAY-NAME-TABLE REDEFINES CLD-DAY-NAME-VALUES.
           03 CLD-DAY-NAME             PIC X(009)     OCCURS 7 TIMES.
      *
      * WEEKEND RULE - SEVEN 'Y'/'N' BYTES, MONDAY FIRST, 'Y' = NOT A
      * BUSINESS DAY. A YEAR WITH NO RULE ON DB2TABLE.BUSCAL DEFAULTS
      * TO SATURDAY/SUNDAY, AS IN DMPP0001.
      *
       01  CLD-RULE-MASK               PIC X(007)     VALUE 'NNNNNYY'.
       01  CLD-RULE-TABLE              REDEFINES CLD-RULE-MASK.
           03 CLD-RULE-DAY             PIC X(001)     OCCURS 7 TIMES.
      *
       77  CLD-RULE-YEAR               PIC 9(004)     VALUE ZEROS.
       77  CLD-WEEKEND-DAYS            PIC X(007)     VALUE SPACES.
       77  CLD-HOLIDAY-DESC            PIC X(030)     VALUE SPACES.
       77  CLD-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  CLD-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  CLD-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  CLD-PRIOR-YEARS             PIC 9(004)     VALUE ZEROS.
       77  CLD-DAY-SERIAL              PIC 9(007)     VALUE ZEROS.
       77  CLD-WEEK-QUOT               PIC 9(007)     VALUE ZEROS.
       77  CLD-WEEKDAY                 PIC 9(001)     VALUE ZEROS.
      *
      *------------------ R E P O R T   L A Y O U T S -----------------*
      *
       77  CLD-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
       01  CLD-RPT-HEADER1.
           03 FILLER                   PIC X(036)     VALUE
              'DMPP0011 - BUSINESS-DAY CALENDAR'.
           03 FILLER                   PIC X(005)     VALUE 'FROM '.
           03 CLD-HDR-FROM             PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE ' TO '.
           03 CLD-HDR-TO               PIC 9(008).
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 CLD-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 CLD-HDR-DD               PIC 9(002).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 CLD-HDR-YYYY             PIC 9(004).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 CLD-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(033)     VALUE SPACES.
      *
       01  CLD-RPT-HEADER2.
           03 FILLER                   PIC X(010)     VALUE 'DATE'.
           03 FILLER                   PIC X(011)     VALUE 'DAY'.
           03 FILLER                   PIC X(030)     VALUE
              'BANK CLOSED - REASON'.
           03 FILLER                   PIC X(081)     VALUE SPACES.
      *
       01  CLD-RPT-DETAIL.
           03 CLD-DET-DATE             PIC 9(008).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CLD-DET-DAY              PIC X(009).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 CLD-DET-REASON           PIC X(030).
           03 FILLER                   PIC X(081)     VALUE SPACES.
      *
       01  CLD-RPT-MONTH-LINE.
           03 FILLER                   PIC X(010)     VALUE
              '  MONTH '.
           03 CLD-MTH-YYYY             PIC 9(004).
           03 FILLER                   PIC X(001)     VALUE '/'.
           03 CLD-MTH-MM               PIC 9(002).
           03 FILLER                   PIC X(019)     VALUE
              '   BUSINESS DAYS '.
           03 CLD-MTH-BUS-DAYS         PIC Z9.
           03 FILLER                   PIC X(023)     VALUE
              '   NON-BUSINESS DAYS '.
           03 CLD-MTH-OFF-DAYS         PIC Z9.
           03 FILLER                   PIC X(069)     VALUE SPACES.
      *
       01  CLD-RPT-TEXT-LINE.
           03 CLD-TEXT                 PIC X(080).
           03 FILLER                   PIC X(052)     VALUE SPACES.
      *
       01  CLD-RPT-BLANK               PIC X(132)     VALUE SPACES.
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
           03 DMP-CLD-START-DATE       PIC 9(008).
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
           DISPLAY '*** DMP0011 - STARTING EXECUTION'
           DISPLAY '*** CURRENT DATE...: '
           PLCH-DATE-MM '/' PLCH-DATE-DD '/' PLCH-DATE-YYYY.
           DISPLAY '*** BUSINESS-DAY CALENDAR LISTING ***'.
      *
           MOVE PLCH-CURR-DATE-NUM     TO CLD-START-DATE.
      *
           IF DMP-PARM-LEN             NOT LESS 8
              AND DMP-CLD-START-DATE    IS NUMERIC
              AND DMP-CLD-START-DATE    GREATER ZEROS
              MOVE DMP-CLD-START-DATE  TO CLD-WORK-DATE-NUM
              IF CLD-WORK-MM            NOT LESS 1
                 AND CLD-WORK-MM        NOT GREATER 12
                 AND CLD-WORK-DD        NOT LESS 1
                 PERFORM 105000-EDIT-START-DAY
              END-IF
           END-IF.
      *
           COMPUTE CLD-NEXT-YEAR = PLCH-DATE-YYYY + 1.
      *
      * THE LAST DATE LISTED, FOR THE PAGE HEADING - THE SAME WALK
      * THE LISTING MAKES, WITHOUT THE CALENDAR LOOKUPS.
      *
           MOVE CLD-START-DATE         TO CLD-WORK-DATE-NUM.
           PERFORM 250000-FORWARD-ONE-DAY
           VARYING CLD-DAY-IDX         FROM 2 BY 1
           UNTIL   CLD-DAY-IDX         GREATER CLD-LIST-DAYS.
           MOVE CLD-WORK-DATE-NUM      TO CLD-END-DATE.
      *
           DISPLAY 'LISTING FROM..................: ' CLD-START-DATE.
           DISPLAY 'LISTING TO....................: ' CLD-END-DATE.
           DISPLAY 'COVERAGE CHECKED FOR YEAR.....: ' CLD-NEXT-YEAR.
      *
           MOVE CLD-START-DATE         TO CLD-HDR-FROM.
           MOVE CLD-END-DATE           TO CLD-HDR-TO.
           MOVE PLCH-DATE-MM           TO CLD-HDR-MM.
           MOVE PLCH-DATE-DD           TO CLD-HDR-DD.
           MOVE PLCH-DATE-YYYY         TO CLD-HDR-YYYY.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       105000-EDIT-START-DAY           SECTION.
      *---------------------------------------*
      *
      * THE PARM'S DAY MUST EXIST IN ITS MONTH (NO 31 APRIL, AND 29
      * FEBRUARY ONLY IN A LEAP YEAR), ELSE THE LISTING STAYS ON
      * TODAY.
      *
           MOVE CLD-MONTH-DAYS(CLD-WORK-MM) TO CLD-LAST-DAY.
      *
           IF CLD-WORK-MM               EQUAL 2
              PERFORM 280000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 MOVE 29               TO CLD-LAST-DAY
              END-IF
           END-IF.
      *
           IF CLD-WORK-DD               NOT GREATER CLD-LAST-DAY
              MOVE DMP-CLD-START-DATE  TO CLD-START-DATE
           END-IF.
      *
       105099-END-EDIT-START-DAY.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
      *
           OPEN OUTPUT DMP0011R.
      *
           MOVE CLD-START-DATE         TO CLD-WORK-DATE-NUM.
           MOVE CLD-WORK-YYYY          TO CLD-PREV-YYYY.
           MOVE CLD-WORK-MM            TO CLD-PREV-MM.
      *
           PERFORM 210000-LIST-ONE-DAY
           VARYING CLD-DAY-IDX         FROM 1 BY 1
           UNTIL   CLD-DAY-IDX         GREATER CLD-LIST-DAYS.
      *
           PERFORM 240000-WRITE-MONTH-LINE.
      *
           PERFORM 300000-CHECK-NEXT-YEAR.
      *
           CLOSE DMP0011R.
      *
       200099-END-PROCESSING.
           EXIT.
      *
      *---------------------------------------*
       210000-LIST-ONE-DAY             SECTION.
      *---------------------------------------*
      *
           IF CLD-WORK-YYYY             NOT EQUAL CLD-PREV-YYYY
              OR CLD-WORK-MM            NOT EQUAL CLD-PREV-MM
              PERFORM 240000-WRITE-MONTH-LINE
              MOVE CLD-WORK-YYYY       TO CLD-PREV-YYYY
              MOVE CLD-WORK-MM         TO CLD-PREV-MM
           END-IF.
      *
           PERFORM 220000-CHECK-ONE-DAY.
      *
           IF FLG-BUSINESS-DAY          EQUAL 'Y'
              ADD 1                    TO CNT-BUS-DAYS
              ADD 1                    TO CNT-MONTH-BUS-DAYS
           ELSE
              ADD 1                    TO CNT-OFF-DAYS
              ADD 1                    TO CNT-MONTH-OFF-DAYS
              PERFORM 230000-WRITE-DETAIL-LINE
           END-IF.
      *
           PERFORM 250000-FORWARD-ONE-DAY.
      *
       210099-END-LIST-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       220000-CHECK-ONE-DAY            SECTION.
      *---------------------------------------*
      *
      * A BANK HOLIDAY IS LISTED UNDER ITS OWN NAME EVEN WHEN IT
      * FALLS ON A WEEKEND, SO THE HOLIDAY CARDS CAN BE PROVED.
      *
           MOVE 'Y'                    TO FLG-BUSINESS-DAY.
           MOVE SPACES                 TO CLD-REASON.
      *
           IF CLD-WORK-YYYY             NOT EQUAL CLD-RULE-YEAR
              PERFORM 260000-LOAD-WEEKEND-RULE
           END-IF.
      *
           PERFORM 270000-COMPUTE-WEEKDAY.
      *
           EXEC SQL
              SELECT Description
              INTO :CLD-HOLIDAY-DESC
              FROM DB2TABLE.BUSCAL
              WHERE EntryType = 'H'
              AND   CalDate   = :CLD-WORK-DATE-NUM
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE 'N'                 TO FLG-BUSINESS-DAY
              ADD 1                    TO CNT-HOLIDAYS
              MOVE CLD-HOLIDAY-DESC    TO CLD-REASON
              IF CLD-REASON             EQUAL SPACES
                 MOVE 'BANK HOLIDAY'   TO CLD-REASON
              END-IF
           WHEN 100
              IF CLD-RULE-DAY(CLD-WEEKDAY) EQUAL 'Y'
                 MOVE 'N'              TO FLG-BUSINESS-DAY
                 MOVE 'WEEKEND'        TO CLD-REASON
              END-IF
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       220099-END-CHECK-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       230000-WRITE-DETAIL-LINE        SECTION.
      *---------------------------------------*
      *
           IF CNT-CLD-LINE             GREATER CLD-LINES-PER-PAGE
              PERFORM 235000-PAGE-HEADING
           END-IF.
      *
           MOVE CLD-WORK-DATE-NUM      TO CLD-DET-DATE.
           MOVE CLD-DAY-NAME(CLD-WEEKDAY) TO CLD-DET-DAY.
           MOVE CLD-REASON             TO CLD-DET-REASON.
      *
           WRITE DMP0011R-FD           FROM CLD-RPT-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1                       TO CNT-CLD-LINE.
      *
       230099-END-WRITE-DETAIL-LINE.
           EXIT.
      *
      *---------------------------------------*
       235000-PAGE-HEADING             SECTION.
      *---------------------------------------*
      *
           ADD 1                       TO CNT-CLD-PAGE.
           MOVE CNT-CLD-PAGE           TO CLD-HDR-PAGE.
      *
           WRITE DMP0011R-FD           FROM CLD-RPT-HEADER1
              AFTER ADVANCING PAGE.
           WRITE DMP0011R-FD           FROM CLD-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE DMP0011R-FD           FROM CLD-RPT-HEADER2
              AFTER ADVANCING 1 LINE.
           WRITE DMP0011R-FD           FROM CLD-RPT-BLANK
              AFTER ADVANCING 1 LINE.
      *
           MOVE 004                    TO CNT-CLD-LINE.
      *
       235099-END-PAGE-HEADING.
           EXIT.
      *
      *---------------------------------------*
       240000-WRITE-MONTH-LINE         SECTION.
      *---------------------------------------*
      *
      * MONTH TOTALS FOLLOW THE MONTH'S CLOSED DAYS. A MONTH THE
      * LISTING ONLY PARTLY COVERS (THE FIRST AND THE LAST) COUNTS
      * ONLY THE DAYS LISTED.
      *
           IF CNT-CLD-LINE             GREATER CLD-LINES-PER-PAGE
              PERFORM 235000-PAGE-HEADING
           END-IF.
      *
           MOVE CLD-PREV-YYYY          TO CLD-MTH-YYYY.
           MOVE CLD-PREV-MM            TO CLD-MTH-MM.
           MOVE CNT-MONTH-BUS-DAYS     TO CLD-MTH-BUS-DAYS.
           MOVE CNT-MONTH-OFF-DAYS     TO CLD-MTH-OFF-DAYS.
      *
           WRITE DMP0011R-FD           FROM CLD-RPT-MONTH-LINE
              AFTER ADVANCING 1 LINE.
           WRITE DMP0011R-FD           FROM CLD-RPT-BLANK
              AFTER ADVANCING 1 LINE.
           ADD 2                       TO CNT-CLD-LINE.
      *
           MOVE ZEROS                  TO CNT-MONTH-BUS-DAYS.
           MOVE ZEROS                  TO CNT-MONTH-OFF-DAYS.
      *
       240099-END-WRITE-MONTH-LINE.
           EXIT.
      *
      *---------------------------------------*
       250000-FORWARD-ONE-DAY          SECTION.
      *---------------------------------------*
      *
           MOVE CLD-MONTH-DAYS(CLD-WORK-MM) TO CLD-LAST-DAY.
      *
           IF CLD-WORK-MM               EQUAL 2
              PERFORM 280000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 MOVE 29               TO CLD-LAST-DAY
              END-IF
           END-IF.
      *
           IF CLD-WORK-DD               LESS CLD-LAST-DAY
              ADD 1                    TO CLD-WORK-DD
           ELSE
              MOVE 1                   TO CLD-WORK-DD
              IF CLD-WORK-MM            EQUAL 12
                 MOVE 1                TO CLD-WORK-MM
                 ADD 1                 TO CLD-WORK-YYYY
              ELSE
                 ADD 1                 TO CLD-WORK-MM
              END-IF
           END-IF.
      *
       250099-END-FORWARD-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       260000-LOAD-WEEKEND-RULE        SECTION.
      *---------------------------------------*
      *
           MOVE CLD-WORK-YYYY          TO CLD-RULE-YEAR.
      *
           EXEC SQL
              SELECT WeekendDays
              INTO :CLD-WEEKEND-DAYS
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :CLD-RULE-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE CLD-WEEKEND-DAYS    TO CLD-RULE-MASK
           WHEN 100
              MOVE 'NNNNNYY'           TO CLD-RULE-MASK
              DISPLAY 'WARNING - NO WEEKEND RULE ON THE CALENDAR FOR '
                 CLD-RULE-YEAR ', SATURDAY/SUNDAY ASSUMED'
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       260099-END-LOAD-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       270000-COMPUTE-WEEKDAY          SECTION.
      *---------------------------------------*
      *
      * DAY SERIAL OF CLD-WORK-DATE, THEN THE WEEKDAY 1 (MONDAY) TO
      * 7 (SUNDAY) - 1 JANUARY OF YEAR 1 WAS A MONDAY.
      *
           COMPUTE CLD-PRIOR-YEARS = CLD-WORK-YYYY - 1.
           COMPUTE CLD-DAY-SERIAL = CLD-PRIOR-YEARS * 365
              + CLD-CUM-DAYS(CLD-WORK-MM) + CLD-WORK-DD.
      *
           DIVIDE CLD-PRIOR-YEARS BY 4 GIVING CLD-YEAR-QUOT.
           ADD CLD-YEAR-QUOT           TO CLD-DAY-SERIAL.
           DIVIDE CLD-PRIOR-YEARS BY 100 GIVING CLD-YEAR-QUOT.
           SUBTRACT CLD-YEAR-QUOT      FROM CLD-DAY-SERIAL.
           DIVIDE CLD-PRIOR-YEARS BY 400 GIVING CLD-YEAR-QUOT.
           ADD CLD-YEAR-QUOT           TO CLD-DAY-SERIAL.
      *
           IF CLD-WORK-MM               GREATER 2
              PERFORM 280000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 ADD 1                 TO CLD-DAY-SERIAL
              END-IF
           END-IF.
      *
           SUBTRACT 1                  FROM CLD-DAY-SERIAL.
           DIVIDE CLD-DAY-SERIAL BY 7 GIVING CLD-WEEK-QUOT
              REMAINDER CLD-WEEKDAY.
           ADD 1                       TO CLD-WEEKDAY.
      *
       270099-END-COMPUTE-WEEKDAY.
           EXIT.
      *
      *---------------------------------------*
       280000-CHECK-LEAP-YEAR          SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-LEAP-YEAR.
      *
           DIVIDE CLD-WORK-YYYY BY 4 GIVING CLD-YEAR-QUOT
              REMAINDER CLD-YEAR-REM.
           IF CLD-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE CLD-WORK-YYYY BY 100 GIVING CLD-YEAR-QUOT
              REMAINDER CLD-YEAR-REM.
           IF CLD-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE CLD-WORK-YYYY BY 400 GIVING CLD-YEAR-QUOT
              REMAINDER CLD-YEAR-REM.
           IF CLD-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
       280099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       300000-CHECK-NEXT-YEAR          SECTION.
      *---------------------------------------*
      *
      * NEXT YEAR'S CALENDAR HAS TO BE ON THE TABLE BEFORE THE YEAR
      * STARTS. NO BANK HOLIDAYS FOR IT YET ENDS THE RUN RC 8; NO
      * WEEKEND RULE IS ONLY WARNED - THE LEGS FALL BACK TO A
      * SATURDAY/SUNDAY WEEKEND.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :CLD-NEXT-YEAR-RULES
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :CLD-NEXT-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :CLD-NEXT-YEAR-HOLS
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :CLD-NEXT-YEAR
              AND   EntryType = 'H'
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           PERFORM 235000-PAGE-HEADING.
      *
           MOVE SPACES                 TO CLD-TEXT.
           STRING 'CALENDAR COVERAGE FOR ' CLD-NEXT-YEAR ':'
              DELIMITED BY SIZE INTO CLD-TEXT
           END-STRING.
           WRITE DMP0011R-FD           FROM CLD-RPT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES                 TO CLD-TEXT.
           IF CLD-NEXT-YEAR-RULES       GREATER ZEROS
              STRING '  WEEKEND RULE.....: ON THE TABLE'
                 DELIMITED BY SIZE INTO CLD-TEXT
              END-STRING
           ELSE
              STRING '  WEEKEND RULE.....: *** MISSING - SATURDAY/'
                 'SUNDAY WILL BE ASSUMED ***'
                 DELIMITED BY SIZE INTO CLD-TEXT
              END-STRING
              DISPLAY 'WARNING - NO WEEKEND RULE FOR ' CLD-NEXT-YEAR
           END-IF.
           WRITE DMP0011R-FD           FROM CLD-RPT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES                 TO CLD-TEXT.
           IF CLD-NEXT-YEAR-HOLS        GREATER ZEROS
              STRING '  BANK HOLIDAYS....: ON THE TABLE'
                 DELIMITED BY SIZE INTO CLD-TEXT
              END-STRING
           ELSE
              STRING '  BANK HOLIDAYS....: *** NONE LOADED - KEY THE '
                 'HOLIDAY CARDS (DMPCALND) ***'
                 DELIMITED BY SIZE INTO CLD-TEXT
              END-STRING
              DISPLAY 'WARNING - NO BANK HOLIDAYS LOADED FOR '
                 CLD-NEXT-YEAR
              MOVE 8                   TO RETURN-CODE
           END-IF.
           WRITE DMP0011R-FD           FROM CLD-RPT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      *
       300099-END-CHECK-NEXT-YEAR.
           EXIT.
      *
      *---------------------------------------*
       800000-FINALIZATION             SECTION.
      *---------------------------------------*
      *
           DISPLAY '***************************************************'
           DISPLAY 'DAYS LISTED...................: ' CLD-LIST-DAYS.
           DISPLAY 'BUSINESS DAYS.................: ' CNT-BUS-DAYS.
           DISPLAY 'NON-BUSINESS DAYS.............: ' CNT-OFF-DAYS.
           DISPLAY 'OF WHICH BANK HOLIDAYS........: ' CNT-HOLIDAYS.
           DISPLAY 'NEXT YEAR WEEKEND RULES.......: '
              CLD-NEXT-YEAR-RULES.
           DISPLAY 'NEXT YEAR BANK HOLIDAYS.......: '
              CLD-NEXT-YEAR-HOLS.
      *
           IF RETURN-CODE              EQUAL 8
              DISPLAY 'NEXT YEAR CALENDAR NOT LOADED - SEE DMP0011R'
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
