      *            LEGS.
      *            VRS0005 - LEG TABLES AND CURSOR WINDOW RAISED TO
      *            CODE 14 FOR THE ARCHIVE DIRECTORY INQUIRY LEG.
      *            VRS0006 - LEG TABLES AND CURSOR WINDOW RAISED TO
      *            CODE 15 FOR THE FEE ASSESSMENT LEG.
      *            VRS0007 - LEG TABLES AND CURSOR WINDOW RAISED TO
      *            CODE 17 FOR THE STANDING ORDER LEGS.
      *            VRS0008 - THE WINDOW IS NOW N BUSINESS DAYS OFF THE
      *            DB2TABLE.BUSCAL CALENDAR (WEEKEND RULE PER YEAR AND
      *            BANK HOLIDAYS) INSTEAD OF N CALENDAR DAYS. RUNS ON A
      *            WEEKEND OR HOLIDAY ARE STILL LISTED, MARKED, BUT
      *            KEPT OUT OF THE TRAILING AVERAGES AND THE EXCEPTION
      *            TESTS - BUSINESS DAY IS MEASURED AGAINST BUSINESS
      *            DAY. LEG TABLES AND CURSOR WINDOW RAISED TO CODE 18
      *            FOR THE CALENDAR MAINTENANCE LEG.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      *-------------
      * DMP0004R - OPERATIONS TREND REPORT.
      *
      * PARM: NUMBER OF BUSINESS DAYS TO REPORT (3 DIGITS, E.G. '007').
      *       ZERO, MISSING OR NON-NUMERIC DEFAULTS TO 7.
      *
      ******************************************************************
       77  FLG-LEAP-YEAR               PIC X(001)     VALUE 'N'.
       77  FLG-RUN-EXCEPTION           PIC X(001)     VALUE 'N'.
       77  FLG-EXC-TRUNCATED           PIC X(001)     VALUE 'N'.
       77  FLG-BUSINESS-DAY            PIC X(001)     VALUE 'Y'.
       77  FLG-BUSINESS-RUN            PIC X(001)     VALUE 'Y'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  CNT-EXCEPTIONS              PIC 9(003)     VALUE ZEROS COMP.
       77  CNT-RPT-LINE                PIC 9(003)     VALUE 099 COMP.
       77  CNT-RPT-PAGE                PIC 9(005)     VALUE ZEROS.
       77  CNT-NONBUS-RUNS             PIC 9(009)     VALUE ZEROS.
      *
      *------------------- W O R K - F I E L D S --------------------*
      *
       77  RPT-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  RPT-YEAR-REM                PIC 9(004)     VALUE ZEROS.
      *
      * BUSINESS-DAY CALENDAR WORK FIELDS. THE WEEKEND RULE IS SEVEN
      * 'Y'/'N' BYTES, MONDAY FIRST, 'Y' = NOT A BUSINESS DAY; A YEAR
      * WITH NO RULE ON DB2TABLE.BUSCAL DEFAULTS TO SATURDAY/SUNDAY.
      *
       01  RPT-CUM-DAYS-VALUES.
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
       01  RPT-CUM-DAYS-TABLE REDEFINES RPT-CUM-DAYS-VALUES.
           03 RPT-CUM-DAYS             PIC 9(003)     OCCURS 12 TIMES.
      *
       01  RPT-RULE-MASK               PIC X(007)     VALUE 'NNNNNYY'.
       01  RPT-RULE-TABLE              REDEFINES RPT-RULE-MASK.
           03 RPT-RULE-DAY             PIC X(001)     OCCURS 7 TIMES.
      *
       77  RPT-RULE-YEAR               PIC 9(004)     VALUE ZEROS.
       77  RPT-WEEKEND-DAYS            PIC X(007)     VALUE SPACES.
       77  RPT-PRIOR-YEARS             PIC 9(004)     VALUE ZEROS.
       77  RPT-DAY-SERIAL              PIC 9(007)     VALUE ZEROS.
       77  RPT-WEEK-QUOT               PIC 9(007)     VALUE ZEROS.
       77  RPT-WEEKDAY                 PIC 9(001)     VALUE ZEROS.
       77  RPT-HOLIDAY-COUNT           PIC S9(009)    VALUE ZEROS COMP.
       77  RPT-SKIP-IDX                PIC 9(003)     VALUE ZEROS COMP.
      *
      * AUDIT ROW HOST VARIABLES.
      *
       01  DMP-AUDIT-REGISTER.
       77  RPT-REJ-SWING               PIC S9(003)V99 VALUE ZEROS.
       77  RPT-PREV-FLAG               PIC 9(002)     VALUE ZEROS.
      *
      * TRAILING TOTALS PER LEG (SUBSCRIPTED BY DMPFLAG 1-18 - THE
      * LETTER LEGS OF DMPP0001 AUDIT AS CODES 10 AND UP) - THE
      * AVERAGE A RUN IS MEASURED AGAINST COVERS ONLY THE RUNS THAT
      * CAME BEFORE IT INSIDE THE WINDOW, ON A BUSINESS DAY.
      *
       01  RPT-LEG-TOTALS.
           03 RPT-LEG-ENTRY            OCCURS 18 TIMES.
              05 LEG-RUN-COUNT         PIC 9(009).
              05 LEG-VOL-TOTAL         PIC 9(017).
              05 LEG-REJPCT-TOTAL      PIC 9(009)V99.
              'DMPP0004 - OPERATIONS TREND REPORT'.
           03 FILLER                   PIC X(006)     VALUE 'LAST '.
           03 RPT-HDR-DAYS             PIC Z(002)9.
           03 FILLER                   PIC X(010)     VALUE
              ' BUS DAYS'.
           03 FILLER                   PIC X(004)     VALUE SPACES.
           03 FILLER                   PIC X(009)     VALUE 'RUN DATE '.
           03 RPT-HDR-MM               PIC 9(002).
           03 FILLER                   PIC X(005)     VALUE SPACES.
           03 FILLER                   PIC X(005)     VALUE 'PAGE '.
           03 RPT-HDR-PAGE             PIC Z(004)9.
           03 FILLER                   PIC X(041)     VALUE SPACES.
      *
       01  RPT-HEADER-LEG.
           03 FILLER                   PIC X(017)     VALUE
           03 FILLER                   PIC X(010)     VALUE
              ' VS-AVG-PC'.
           03 FILLER                   PIC X(005)     VALUE ' FLAG'.
           03 FILLER                   PIC X(012)     VALUE
              '  DAY'.
           03 FILLER                   PIC X(013)     VALUE SPACES.
      *
       01  RPT-DETAIL.
           03 RPT-DET-DATE             PIC 9(008).
           03 RPT-DET-VOLSWING         PIC -(005)9.99.
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 RPT-DET-FLAG             PIC X(001).
           03 FILLER                   PIC X(002)     VALUE SPACES.
           03 RPT-DET-DAY              PIC X(011).
           03 FILLER                   PIC X(017)     VALUE SPACES.
      *
       01  RPT-EXC-HEADER.
           03 FILLER                   PIC X(033)     VALUE
      *
           PERFORM 110000-COMPUTE-CUTOFF-DATE.
      *
           DISPLAY 'REPORT WINDOW BUSINESS DAYS...: ' RPT-WINDOW-DAYS.
           DISPLAY 'CUTOFF DATE...................: ' RPT-CUTOFF-DATE.
      *
           MOVE RPT-WINDOW-DAYS        TO RPT-HDR-DAYS.
       110000-COMPUTE-CUTOFF-DATE      SECTION.
      *---------------------------------------*
      *
      * WALKS BACK ONE BUSINESS DAY AT A TIME - PLAIN VERBS AND THE
      * MONTH TABLE, WITH THE CENTURY LEAP RULE IN 115000 AND THE
      * CALENDAR TEST IN 116000. N IS AT MOST 999 SO THE LOOP IS
      * CHEAP.
      *
           MOVE PLCH-CURR-DATE         TO RPT-WORK-DATE.
      *
           PERFORM 111000-BACK-ONE-BUSINESS-DAY
           VARYING RPT-DATE-IDX        FROM 1 BY 1
           UNTIL   RPT-DATE-IDX        GREATER RPT-WINDOW-DAYS.
      *
       110099-END-COMPUTE-CUTOFF-DATE.
           EXIT.
      *
      *---------------------------------------*
       111000-BACK-ONE-BUSINESS-DAY    SECTION.
      *---------------------------------------*
      *
      * STEPS BACK TO THE PREVIOUS BUSINESS DAY. EVERY WEEKEND RULE
      * LEAVES A BUSINESS DAY IN THE WEEK, SO ONLY A LONG RUN OF
      * HOLIDAYS COULD HOLD THE WALK UP - IT GIVES UP AFTER 31 DAYS.
      *
           PERFORM 112000-BACK-ONE-DAY.
           PERFORM 116000-CHECK-BUSINESS-DAY.
      *
           PERFORM 113000-BACK-PAST-CLOSED-DAY
           VARYING RPT-SKIP-IDX        FROM 1 BY 1
           UNTIL   FLG-BUSINESS-DAY    EQUAL 'Y'
              OR   RPT-SKIP-IDX        GREATER 31.
      *
       111099-END-BACK-ONE-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       113000-BACK-PAST-CLOSED-DAY     SECTION.
      *---------------------------------------*
      *
           PERFORM 112000-BACK-ONE-DAY.
           PERFORM 116000-CHECK-BUSINESS-DAY.
      *
       113099-END-BACK-PAST-CLOSED-DAY.
           EXIT.
      *
      *---------------------------------------*
       112000-BACK-ONE-DAY             SECTION.
      *---------------------------------------*
       115099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       116000-CHECK-BUSINESS-DAY       SECTION.
      *---------------------------------------*
      *
      * FLG-BUSINESS-DAY FOR THE DATE IN RPT-WORK-DATE: 'N' WHEN ITS
      * WEEKDAY IS OFF UNDER THAT YEAR'S WEEKEND RULE, OR THE DATE IS
      * A BANK HOLIDAY ON DB2TABLE.BUSCAL.
      *
           MOVE 'Y'                    TO FLG-BUSINESS-DAY.
      *
           IF RPT-WORK-MM               LESS 1
              OR RPT-WORK-MM            GREATER 12
              OR RPT-WORK-DD            LESS 1
              OR RPT-WORK-DD            GREATER 31
              GO TO 116099-END-CHECK-BUSINESS-DAY
           END-IF.
      *
           IF RPT-WORK-YYYY             NOT EQUAL RPT-RULE-YEAR
              PERFORM 117000-LOAD-WEEKEND-RULE
           END-IF.
      *
           PERFORM 118000-COMPUTE-WEEKDAY.
      *
           IF RPT-RULE-DAY(RPT-WEEKDAY) EQUAL 'Y'
              MOVE 'N'                 TO FLG-BUSINESS-DAY
              GO TO 116099-END-CHECK-BUSINESS-DAY
           END-IF.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :RPT-HOLIDAY-COUNT
              FROM DB2TABLE.BUSCAL
              WHERE EntryType = 'H'
              AND   CalDate   = :RPT-WORK-DATE-NUM
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF RPT-HOLIDAY-COUNT         GREATER ZEROS
              MOVE 'N'                 TO FLG-BUSINESS-DAY
           END-IF.
      *
       116099-END-CHECK-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       117000-LOAD-WEEKEND-RULE        SECTION.
      *---------------------------------------*
      *
           MOVE RPT-WORK-YYYY          TO RPT-RULE-YEAR.
      *
           EXEC SQL
              SELECT WeekendDays
              INTO :RPT-WEEKEND-DAYS
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :RPT-RULE-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE RPT-WEEKEND-DAYS    TO RPT-RULE-MASK
           WHEN 100
              MOVE 'NNNNNYY'           TO RPT-RULE-MASK
              DISPLAY 'WARNING - NO WEEKEND RULE ON THE CALENDAR FOR '
                 RPT-RULE-YEAR ', SATURDAY/SUNDAY ASSUMED'
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       117099-END-LOAD-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       118000-COMPUTE-WEEKDAY          SECTION.
      *---------------------------------------*
      *
      * DAY SERIAL OF RPT-WORK-DATE, THEN THE WEEKDAY 1 (MONDAY) TO
      * 7 (SUNDAY) - 1 JANUARY OF YEAR 1 WAS A MONDAY.
      *
           COMPUTE RPT-PRIOR-YEARS = RPT-WORK-YYYY - 1.
           COMPUTE RPT-DAY-SERIAL = RPT-PRIOR-YEARS * 365
              + RPT-CUM-DAYS(RPT-WORK-MM) + RPT-WORK-DD.
      *
           DIVIDE RPT-PRIOR-YEARS BY 4 GIVING RPT-YEAR-QUOT.
           ADD RPT-YEAR-QUOT           TO RPT-DAY-SERIAL.
           DIVIDE RPT-PRIOR-YEARS BY 100 GIVING RPT-YEAR-QUOT.
           SUBTRACT RPT-YEAR-QUOT      FROM RPT-DAY-SERIAL.
           DIVIDE RPT-PRIOR-YEARS BY 400 GIVING RPT-YEAR-QUOT.
           ADD RPT-YEAR-QUOT           TO RPT-DAY-SERIAL.
      *
           IF RPT-WORK-MM               GREATER 2
              PERFORM 115000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 ADD 1                 TO RPT-DAY-SERIAL
              END-IF
           END-IF.
      *
           SUBTRACT 1                  FROM RPT-DAY-SERIAL.
           DIVIDE RPT-DAY-SERIAL BY 7 GIVING RPT-WEEK-QUOT
              REMAINDER RPT-WEEKDAY.
           ADD 1                       TO RPT-WEEKDAY.
      *
       118099-END-COMPUTE-WEEKDAY.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSING               SECTION.
      *---------------------------------------*
              CntWritten, ReturnCode
              FROM DB2TABLE.DMPAUDIT
              WHERE RunDate            >= :RPT-CUTOFF-DATE
              AND   DmpFlag            BETWEEN 1 AND 18
              ORDER BY DmpFlag, RunDate, RunTime
           END-EXEC.
      *
           EVALUATE TRUE
           WHEN SQLCODE                EQUAL 0
                ADD 1                  TO CNT-AUDIT-ROWS
                PERFORM 215000-CHECK-RUN-DAY
                PERFORM 220000-DERIVE-RUN-FIGURES
                PERFORM 230000-CHECK-EXCEPTIONS
                PERFORM 240000-WRITE-DETAIL-LINE
                IF FLG-BUSINESS-RUN     EQUAL 'Y'
                   PERFORM 250000-ACCUMULATE-LEG-TOTALS
                END-IF
           WHEN SQLCODE                GREATER 0
                PERFORM 999005-ERROR-005
           WHEN SQLCODE                LESS 0
       210099-END-REPORT-ONE-RUN.
           EXIT.
      *
      *---------------------------------------*
       215000-CHECK-RUN-DAY            SECTION.
      *---------------------------------------*
      *
      * A RUN ON A WEEKEND OR BANK HOLIDAY (A RERUN, OR A LEG RUN
      * UNDER THE CALENDAR OVERRIDE) IS LISTED BUT NOT MEASURED OR
      * AVERAGED - ITS VOLUMES ARE NOT A BUSINESS DAY'S VOLUMES.
      *
           MOVE AUD-RUN-DATE           TO RPT-WORK-DATE-NUM.
           PERFORM 116000-CHECK-BUSINESS-DAY.
           MOVE FLG-BUSINESS-DAY       TO FLG-BUSINESS-RUN.
      *
           IF FLG-BUSINESS-RUN          NOT EQUAL 'Y'
              ADD 1                    TO CNT-NONBUS-RUNS
           END-IF.
      *
       215099-END-CHECK-RUN-DAY.
           EXIT.
      *
      *---------------------------------------*
       220000-DERIVE-RUN-FIGURES       SECTION.
      *---------------------------------------*
      *
           IF LEG-RUN-COUNT(AUD-DMP-FLAG) GREATER ZEROS
              AND RPT-AVG-VOLUME        GREATER ZEROS
              AND FLG-BUSINESS-RUN      EQUAL 'Y'
              COMPUTE RPT-VOL-SWING ROUNDED =
                 (RPT-RUN-VOLUME - RPT-AVG-VOLUME) * 100
                 / RPT-AVG-VOLUME
           MOVE 'N'                    TO FLG-RUN-EXCEPTION.
      *
           IF LEG-RUN-COUNT(AUD-DMP-FLAG) EQUAL ZEROS
              OR FLG-BUSINESS-RUN       NOT EQUAL 'Y'
              GO TO 230099-END-CHECK-EXCEPTIONS
           END-IF.
      *
           ELSE
              MOVE SPACE               TO RPT-DET-FLAG
           END-IF.
           IF FLG-BUSINESS-RUN          EQUAL 'Y'
              MOVE SPACES              TO RPT-DET-DAY
           ELSE
              MOVE 'NON-BUS DAY'       TO RPT-DET-DAY
           END-IF.
      *
           WRITE DMP0004R-FD           FROM RPT-DETAIL
              AFTER ADVANCING 1 LINE.
              MOVE 'DORMANCY SWEEP'    TO RPT-HDR-LEG-NAME
           WHEN 14
              MOVE 'ARCHIVE DIRECTORY' TO RPT-HDR-LEG-NAME
           WHEN 15
              MOVE 'FEE ASSESSMENT'    TO RPT-HDR-LEG-NAME
           WHEN 16
              MOVE 'STANDING ORDER MAINT' TO RPT-HDR-LEG-NAME
           WHEN 17
              MOVE 'STANDING ORDER GEN' TO RPT-HDR-LEG-NAME
           WHEN 18
              MOVE 'BUS-DAY CALENDAR MAINT' TO RPT-HDR-LEG-NAME
           WHEN OTHER
              MOVE 'OTHER'             TO RPT-HDR-LEG-NAME
           END-EVALUATE.
           DISPLAY '***************************************************'
           DISPLAY 'NUMBER OF AUDIT ROWS REPORTED.: ' CNT-AUDIT-ROWS.
           DISPLAY 'NUMBER OF EXCEPTIONS FLAGGED..: ' CNT-EXCEPTIONS.
           DISPLAY 'RUNS ON NON-BUSINESS DAYS.....: ' CNT-NONBUS-RUNS.
      *
           IF CNT-EXCEPTIONS           GREATER ZEROS
              DISPLAY 'EXCEPTIONS LISTED ON DMP0004R'
