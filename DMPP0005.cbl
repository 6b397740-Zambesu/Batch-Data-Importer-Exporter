      *            ASSEMBLES ACTIVITY FROM RAW HISTORY EXTRACTS.
      *----------------------------------------------------------------*
      * VERSION..: VRS0001 - IMPLEMENTATION.
      *            VRS0002 - THE STATEMENT NOW SHOWS THE NUMBER OF
      *            BUSINESS DAYS IN THE PERIOD, COUNTED OFF THE
      *            DB2TABLE.BUSCAL CALENDAR (WEEKEND RULE PER YEAR AND
      *            BANK HOLIDAYS) RATHER THAN CALENDAR DAYS.
      *----------------------------------------------------------------*
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      *
       77  FLG-ACCRUAL-POSTING         PIC X(001)     VALUE 'N'.
       77  FLG-STM-TIES                PIC X(001)     VALUE 'Y'.
       77  FLG-LEAP-YEAR               PIC X(001)     VALUE 'N'.
       77  FLG-BUSINESS-DAY            PIC X(001)     VALUE 'Y'.
      *
      *----------------------- C O U N T E R S ------------------------*
      *
       77  STM-SEL-CLIENT-ID           PIC 9(004)     VALUE ZEROS.
       77  STM-LINES-PER-PAGE          PIC 9(003)     VALUE 055 COMP.
      *
      * BUSINESS DAYS IN THE PERIOD, COUNTED ONCE AT START-UP. THE
      * WEEKEND RULE IS SEVEN 'Y'/'N' BYTES, MONDAY FIRST, 'Y' = NOT
      * A BUSINESS DAY; A YEAR WITH NO RULE ON DB2TABLE.BUSCAL
      * DEFAULTS TO SATURDAY/SUNDAY. THE COUNT STOPS AT 999 DAYS.
      *
       77  STM-BUS-DAYS                PIC 9(003)     VALUE ZEROS.
       77  STM-DAY-IDX                 PIC 9(005)     VALUE ZEROS COMP.
      *
       01  STM-WORK-DATE.
           03 STM-WORK-YYYY            PIC 9(004).
           03 STM-WORK-MM              PIC 9(002).
           03 STM-WORK-DD              PIC 9(002).
       01  STM-WORK-DATE-NUM           REDEFINES STM-WORK-DATE
                                       PIC 9(008).
      *
       01  STM-MONTH-DAYS-VALUES.
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
       01  STM-MONTH-DAYS-TABLE REDEFINES STM-MONTH-DAYS-VALUES.
           03 STM-MONTH-DAYS           PIC 9(002)     OCCURS 12 TIMES.
      *
       01  STM-CUM-DAYS-VALUES.
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
       01  STM-CUM-DAYS-TABLE REDEFINES STM-CUM-DAYS-VALUES.
           03 STM-CUM-DAYS             PIC 9(003)     OCCURS 12 TIMES.
      *
       01  STM-RULE-MASK               PIC X(007)     VALUE 'NNNNNYY'.
       01  STM-RULE-TABLE              REDEFINES STM-RULE-MASK.
           03 STM-RULE-DAY             PIC X(001)     OCCURS 7 TIMES.
      *
       77  STM-RULE-YEAR               PIC 9(004)     VALUE ZEROS.
       77  STM-WEEKEND-DAYS            PIC X(007)     VALUE SPACES.
       77  STM-LAST-DAY                PIC 9(002)     VALUE ZEROS.
       77  STM-YEAR-QUOT               PIC 9(004)     VALUE ZEROS.
       77  STM-YEAR-REM                PIC 9(004)     VALUE ZEROS.
       77  STM-PRIOR-YEARS             PIC 9(004)     VALUE ZEROS.
       77  STM-DAY-SERIAL              PIC 9(007)     VALUE ZEROS.
       77  STM-WEEK-QUOT               PIC 9(007)     VALUE ZEROS.
       77  STM-WEEKDAY                 PIC 9(001)     VALUE ZEROS.
       77  STM-HOLIDAY-COUNT           PIC S9(009)    VALUE ZEROS COMP.
      *
      * ACCOUNT CURSOR HOST VARIABLES AND PER-CLIENT STATEMENT WORK.
      * THE OPENING BALANCE IS REBUILT FROM THE CURRENT BALANCE LESS
      * THE NET OF EVERY POSTING ON OR AFTER THE PERIOD START, SO IT
           03 STM-CLI-ID               PIC 9(004).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 STM-CLI-NAME             PIC X(020).
           03 FILLER                   PIC X(003)     VALUE SPACES.
           03 FILLER                   PIC X(025)     VALUE
              'BUSINESS DAYS IN PERIOD '.
           03 STM-CLI-BUS-DAYS         PIC Z(002)9.
           03 FILLER                   PIC X(064)     VALUE SPACES.
      *
       01  STM-RPT-HEADER2.
           03 FILLER                   PIC X(010)     VALUE 'DATE'.
              DISPLAY 'SINGLE CLIENT REQUESTED.......: '
                 STM-SEL-CLIENT-ID
           END-IF.
      *
           PERFORM 120000-COUNT-BUSINESS-DAYS.
      *
           DISPLAY 'BUSINESS DAYS IN PERIOD.......: ' STM-BUS-DAYS.
      *
           PERFORM 150000-LOAD-ACCRUAL-RUNS.
      *
       100099-END-START.
           EXIT.
      *
      *---------------------------------------*
       120000-COUNT-BUSINESS-DAYS      SECTION.
      *---------------------------------------*
      *
      * WALKS THE PERIOD A DAY AT A TIME AND COUNTS THE DAYS THE
      * CALENDAR HAS THE BANK OPEN. A PERIOD LONGER THAN 999 DAYS IS
      * NOT A STATEMENT PERIOD - THE COUNT STOPS THERE.
      *
           MOVE ZEROS                  TO STM-BUS-DAYS.
           MOVE STM-DATE-FROM          TO STM-WORK-DATE-NUM.
      *
           IF STM-WORK-MM               LESS 1
              OR STM-WORK-MM            GREATER 12
              GO TO 120099-END-COUNT-BUSINESS-DAYS
           END-IF.
      *
           PERFORM 121000-COUNT-ONE-DAY
           VARYING STM-DAY-IDX         FROM 1 BY 1
           UNTIL   STM-WORK-DATE-NUM   GREATER STM-DATE-TO
              OR   STM-DAY-IDX         GREATER 999.
      *
           IF STM-DAY-IDX               GREATER 999
              DISPLAY 'WARNING - PERIOD OVER 999 DAYS, BUSINESS DAY '
                 'COUNT STOPPED AT 999 DAYS'
           END-IF.
      *
       120099-END-COUNT-BUSINESS-DAYS.
           EXIT.
      *
      *---------------------------------------*
       121000-COUNT-ONE-DAY            SECTION.
      *---------------------------------------*
      *
           PERFORM 122000-CHECK-BUSINESS-DAY.
      *
           IF FLG-BUSINESS-DAY          EQUAL 'Y'
              AND STM-BUS-DAYS          LESS 999
              ADD 1                    TO STM-BUS-DAYS
           END-IF.
      *
           PERFORM 125000-CHECK-LEAP-YEAR.
           MOVE STM-MONTH-DAYS(STM-WORK-MM) TO STM-LAST-DAY.
           IF STM-WORK-MM               EQUAL 2
              AND FLG-LEAP-YEAR         EQUAL 'Y'
              MOVE 29                  TO STM-LAST-DAY
           END-IF.
      *
           IF STM-WORK-DD               LESS STM-LAST-DAY
              ADD 1                    TO STM-WORK-DD
           ELSE
              MOVE 1                   TO STM-WORK-DD
              IF STM-WORK-MM            EQUAL 12
                 MOVE 1                TO STM-WORK-MM
                 ADD 1                 TO STM-WORK-YYYY
              ELSE
                 ADD 1                 TO STM-WORK-MM
              END-IF
           END-IF.
      *
       121099-END-COUNT-ONE-DAY.
           EXIT.
      *
      *---------------------------------------*
       122000-CHECK-BUSINESS-DAY       SECTION.
      *---------------------------------------*
      *
      * FLG-BUSINESS-DAY FOR THE DATE IN STM-WORK-DATE: 'N' WHEN ITS
      * WEEKDAY IS OFF UNDER THAT YEAR'S WEEKEND RULE, OR THE DATE IS
      * A BANK HOLIDAY ON DB2TABLE.BUSCAL.
      *
           MOVE 'Y'                    TO FLG-BUSINESS-DAY.
      *
           IF STM-WORK-YYYY             NOT EQUAL STM-RULE-YEAR
              PERFORM 123000-LOAD-WEEKEND-RULE
           END-IF.
      *
           PERFORM 124000-COMPUTE-WEEKDAY.
      *
           IF STM-RULE-DAY(STM-WEEKDAY) EQUAL 'Y'
              MOVE 'N'                 TO FLG-BUSINESS-DAY
              GO TO 122099-END-CHECK-BUSINESS-DAY
           END-IF.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :STM-HOLIDAY-COUNT
              FROM DB2TABLE.BUSCAL
              WHERE EntryType = 'H'
              AND   CalDate   = :STM-WORK-DATE-NUM
           END-EXEC.
      *
           IF SQLCODE                   NOT EQUAL 0
              PERFORM 999004-ERROR-004
           END-IF.
      *
           IF STM-HOLIDAY-COUNT         GREATER ZEROS
              MOVE 'N'                 TO FLG-BUSINESS-DAY
           END-IF.
      *
       122099-END-CHECK-BUSINESS-DAY.
           EXIT.
      *
      *---------------------------------------*
       123000-LOAD-WEEKEND-RULE        SECTION.
      *---------------------------------------*
      *
           MOVE STM-WORK-YYYY          TO STM-RULE-YEAR.
      *
           EXEC SQL
              SELECT WeekendDays
              INTO :STM-WEEKEND-DAYS
              FROM DB2TABLE.BUSCAL
              WHERE CalYear   = :STM-RULE-YEAR
              AND   EntryType = 'W'
           END-EXEC.
      *
           EVALUATE SQLCODE
           WHEN 0
              MOVE STM-WEEKEND-DAYS    TO STM-RULE-MASK
           WHEN 100
              MOVE 'NNNNNYY'           TO STM-RULE-MASK
              DISPLAY 'WARNING - NO WEEKEND RULE ON THE CALENDAR FOR '
                 STM-RULE-YEAR ', SATURDAY/SUNDAY ASSUMED'
           WHEN OTHER
              PERFORM 999004-ERROR-004
           END-EVALUATE.
      *
       123099-END-LOAD-WEEKEND-RULE.
           EXIT.
      *
      *---------------------------------------*
       124000-COMPUTE-WEEKDAY          SECTION.
      *---------------------------------------*
      *
      * DAY SERIAL OF STM-WORK-DATE, THEN THE WEEKDAY 1 (MONDAY) TO
      * 7 (SUNDAY) - 1 JANUARY OF YEAR 1 WAS A MONDAY.
      *
           COMPUTE STM-PRIOR-YEARS = STM-WORK-YYYY - 1.
           COMPUTE STM-DAY-SERIAL = STM-PRIOR-YEARS * 365
              + STM-CUM-DAYS(STM-WORK-MM) + STM-WORK-DD.
      *
           DIVIDE STM-PRIOR-YEARS BY 4 GIVING STM-YEAR-QUOT.
           ADD STM-YEAR-QUOT           TO STM-DAY-SERIAL.
           DIVIDE STM-PRIOR-YEARS BY 100 GIVING STM-YEAR-QUOT.
           SUBTRACT STM-YEAR-QUOT      FROM STM-DAY-SERIAL.
           DIVIDE STM-PRIOR-YEARS BY 400 GIVING STM-YEAR-QUOT.
           ADD STM-YEAR-QUOT           TO STM-DAY-SERIAL.
      *
           IF STM-WORK-MM               GREATER 2
              PERFORM 125000-CHECK-LEAP-YEAR
              IF FLG-LEAP-YEAR          EQUAL 'Y'
                 ADD 1                 TO STM-DAY-SERIAL
              END-IF
           END-IF.
      *
           SUBTRACT 1                  FROM STM-DAY-SERIAL.
           DIVIDE STM-DAY-SERIAL BY 7 GIVING STM-WEEK-QUOT
              REMAINDER STM-WEEKDAY.
           ADD 1                       TO STM-WEEKDAY.
      *
       124099-END-COMPUTE-WEEKDAY.
           EXIT.
      *
      *---------------------------------------*
       125000-CHECK-LEAP-YEAR          SECTION.
      *---------------------------------------*
      *
           MOVE 'N'                    TO FLG-LEAP-YEAR.
      *
           DIVIDE STM-WORK-YYYY BY 4 GIVING STM-YEAR-QUOT
              REMAINDER STM-YEAR-REM.
           IF STM-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE STM-WORK-YYYY BY 100 GIVING STM-YEAR-QUOT
              REMAINDER STM-YEAR-REM.
           IF STM-YEAR-REM              EQUAL ZEROS
              MOVE 'N'                 TO FLG-LEAP-YEAR
           END-IF.
      *
           DIVIDE STM-WORK-YYYY BY 400 GIVING STM-YEAR-QUOT
              REMAINDER STM-YEAR-REM.
           IF STM-YEAR-REM              EQUAL ZEROS
              MOVE 'Y'                 TO FLG-LEAP-YEAR
           END-IF.
      *
       125099-END-CHECK-LEAP-YEAR.
           EXIT.
      *
      *---------------------------------------*
       150000-LOAD-ACCRUAL-RUNS        SECTION.
      *---------------------------------------*
      *
           MOVE STM-CLIENT-ID          TO STM-CLI-ID.
           MOVE STM-CLIENT-NAME        TO STM-CLI-NAME.
           MOVE STM-BUS-DAYS           TO STM-CLI-BUS-DAYS.
      *
           WRITE DMP0005R-FD           FROM STM-RPT-HEADER1
              AFTER ADVANCING PAGE.
