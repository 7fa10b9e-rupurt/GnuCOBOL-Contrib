       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      * VERSION 002 -- THE RUN DATE COMES FROM THE gcbizdt01      *
      *                BUSINESS-DATE SERVICE, WHICH APPLIES       *
      *                JOBSCHED_RUNDATE FOR EVERY STEP; ADDS      *
      *                %%PREVWD, THE PREVIOUS WORKING DAY.        *
      *                10/15/2026--DRM                           *
      * VERSION 003 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL PARAMETERIZED REPORT RUNNER                    *
      ************************************************************
      *
      *    JCSQLRUN EXECUTES MAINTENANCE STATEMENTS; THIS JOB TURNS
      *      A SELECT INTO A READABLE REPORT.  A REPORT DEFINITION
      *      (RPTDEF) HOLDS THE SQL, ITS RUN-TIME PARAMETERS, THE
      *      COLUMNS WITH THEIR HEADINGS, WIDTHS AND EDIT MASKS,
      *      OPTIONAL BREAK AND TOTAL COLUMNS AND A TITLE.  THE ROWS
      *      COME BACK THROUGH THE TYPED FETCH (xxx-1235-FETCH-INTO)
      *      INTO A PAGINATED REPORT IN THE gcrptgen01 FORM --
      *      NUMBERED PAGES HEADED BY THE JOB, TITLE, RUN DATE AND
      *      PAGE, THEN THE COLUMN HEADINGS; A DETAIL LINE PER ROW;
      *      AT EVERY BREAK THE SUBTOTALS OF THE LEVELS THAT BROKE,
      *      MINOR LEVEL FIRST; A GRAND TOTAL AT THE END -- WRITTEN
      *      TO RPTOUT, COPIED TO SPOOL.nnnn AND CATALOGED IN
      *      SPOOLCAT, SO A MONTHLY DATABASE REPORT IS A JOBNET STEP
      *      READ IN GC77SPOOLVIEW, NOT A mysql SESSION PASTED INTO
      *      AN EMAIL.
      *
      *    DEFINITION CARDS (THE fpcrdsqf08 CARD LAYOUT; "*" IN
      *      COLUMN 1 IS A COMMENT):
      *      COLS  1-7  VERB
      *      TITLE   COLS  9-48  THE PAGE HEADING TITLE
      *      NAME    COLS  9-20  THE SPOOLCAT REPORT NAME
      *                          (GCRPT_NAME, WHEN SET, WINS)
      *      PAGE    COLS  9-11  LINES PER PAGE (DEFAULT 55)
      *      SQL     COLS  9-80  THE SELECT; AS MANY CARDS AS IT
      *                          TAKES, JOINED WITH ONE SPACE
      *      PARM    COLS  9-20  A PARAMETER NAME, COLS 22-80 ITS
      *                          DEFAULT; JCSQL_RPT_name OVERRIDES
      *      COLUMN  ONE PER SELECT-LIST COLUMN, IN ORDER:
      *              COLS  9-11  WIDTH OF A TEXT COLUMN (DEFAULT
      *                          ITS HEADING'S)
      *              COLS 30-49  EDIT MASK -- THE COLUMN IS THEN
      *                          FETCHED AS A NUMBER: 9, Z, A
      *                          LEADING RUN OF - FLOATING THE SIGN,
      *                          A SINGLE - OR + AS A FIXED SIGN,
      *                          COMMA, POINT, B; OTHER CHARACTERS
      *                          PRINT AS THEY ARE
      *              COLS 51-70  THE COLUMN HEADING
      *      BREAK   COLS  9-11  A CONTROL-BREAK COLUMN NUMBER,
      *                          MAJOR LEVEL FIRST (UP TO 5); THE
      *                          SQL'S ORDER BY MUST MATCH
      *      SUM     COLS  9-11  A NUMERIC COLUMN NUMBER TOTALED
      *                          AT EVERY BREAK AND AT THE END
      *
      *    PARAMETERS:  %%name IN THE SQL IS REPLACED BEFORE IT RUNS
      *      -- %%DATE (THE RUN DATE, YYYYMMDD), %%YEST (THE DAY
      *      BEFORE), %%PREVWD (THE WORKING DAY BEFORE, GCCAL
      *      HOLIDAYS SKIPPED) AND %%MONTH (YYYYMM), THE RUN DATE
      *      BEING THE PROCESSING DATE OF THE gcbizdt01 BUSINESS-
      *      DATE SERVICE -- TODAY UNLESS JOBSCHED_RUNDATE=YYYYMMDD
      *      OVERRIDES IT FOR EVERY STEP OF A RERUN NIGHT -- PLUS
      *      EVERY PARM CARD'S NAME.
      *      QUOTES ARE THE SQL'S OWN: '%%DATE'.
      *
      *    ENVIRONMENT:
      *      JCSQL_TARGET           MYSQL (DEFAULT) OR PGSQL
      *      JCSQL_RPTDEF           THE DEFINITION (DEFAULT RPTDEF)
      *      JCSQL_RPT_name         A PARM CARD'S VALUE
      *      JOBNAME                THE JOB IN THE HEADINGS
      *                             (DEFAULT JCSQLRPT)
      *      GCRPT_NAME             THE SPOOLCAT REPORT NAME
      *      MYSQL_xxx / PGSQL_xxx  CONNECTION (SEE THE COPYBOOKS)
      *
      *    RETURN CODES:  0 REPORT WRITTEN,  8 THE DEFINITION WAS
      *      REJECTED, THE RUN DATE REFUSED OR THE REPORT COULD NOT
      *      BE WRITTEN,  16 gcbizdt01 NOT AVAILABLE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTDEF ASSIGN TO WS-DEF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT RPTOUT ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL SPOOLCAT ASSIGN TO "SPOOLCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
           COPY MYSQL-AUDIT-FD.
       FD  RPTDEF.
       01  DEF-RECORD.
           05 DEF-VERB             PIC X(07).
           05 FILLER               PIC X(01).
           05 DEF-NUMBER           PIC X(03).
           05 FILLER               PIC X(18).
           05 DEF-MASK             PIC X(20).
           05 FILLER               PIC X(01).
           05 DEF-HEADING          PIC X(20).
           05 FILLER               PIC X(10).
       01  DEF-TEXT-RECORD.
           05 FILLER               PIC X(08).
           05 DEF-TEXT             PIC X(72).
       01  DEF-PARM-RECORD.
           05 FILLER               PIC X(08).
           05 DEF-PARM-NAME        PIC X(12).
           05 FILLER               PIC X(01).
           05 DEF-PARM-VALUE       PIC X(59).
       FD  RPTOUT.
       01  RPTOUT-RECORD                PIC X(132).
      *    THE GCSORT SPOOL CATALOG SHAPE (fspolsqf01.cpy).
       FD  SPOOLCAT.
       01  SPOOLCAT-RECORD.
           05 SPL-REPORT-NAME      PIC X(12).
           05 FILLER               PIC X(01).
           05 SPL-JOB-NAME         PIC X(08).
           05 FILLER               PIC X(01).
           05 SPL-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 SPL-TIME             PIC 9(06).
           05 FILLER               PIC X(01).
           05 SPL-PAGES            PIC 9(04).
           05 FILLER               PIC X(01).
           05 SPL-LINES            PIC 9(07).
           05 FILLER               PIC X(01).
           05 SPL-LOCATION         PIC X(20).
       WORKING-STORAGE SECTION.
       77  WS-DEF-STATUS                PIC X(02).
       77  WS-RPT-STATUS                PIC X(02).
       77  WS-SPL-STATUS                PIC X(02).
       77  WS-DEF-NAME                  PIC X(64) VALUE SPACES.
       77  WS-DEF-EOF                   PIC X(01) VALUE "N".
           88  WS-DEF-AT-END                VALUE "Y".
       77  WS-RPT-TARGET                PIC X(08) VALUE SPACES.
           88  WS-TARGET-IS-PGSQL           VALUE "PGSQL".
       77  WS-CARD-ERROR                PIC X(01) VALUE "N".
           88  WS-CARDS-REJECTED            VALUE "Y".
       77  WS-ROWS-EOF                  PIC X(01) VALUE "N".
           88  WS-ROWS-AT-END               VALUE "Y".
       77  WS-JOB-NAME                  PIC X(08) VALUE SPACES.
       77  WS-TITLE                     PIC X(40) VALUE SPACES.
       77  WS-SPEC-NAME                 PIC X(12) VALUE SPACES.
       77  WS-REPORT-NAME               PIC X(12) VALUE SPACES.
      *
      *    THE RUN DATE AND THE DATES DERIVED FROM IT.
      *
       77  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       77  WS-RUN-DATE-NUM              PIC 9(08) VALUE ZERO.
       77  WS-YEST-DATE                 PIC 9(08) VALUE ZERO.
      *    THE gcbizdt01 BUSINESS-DATE SERVICE PARAMETERS
      *      (wkbizdt01.cpy IN THE GCSORT SUITE)
       01  WS-BIZDATE-AREA.
           05  WS-BZD-FY-START          PIC 9(02).
           05  WS-BZD-BASE-DATE         PIC 9(08).
           05  WS-BZD-RESULT            PIC X(02).
           05  WS-BZD-RUN-DATE          PIC 9(08).
           05  WS-BZD-SYSTEM-DATE       PIC 9(08).
           05  WS-BZD-OVERRIDDEN        PIC X(01).
           05  WS-BZD-DATE              PIC 9(08).
           05  WS-BZD-DAY-OF-WEEK       PIC 9(01).
           05  WS-BZD-WORK-DAY          PIC X(01).
           05  WS-BZD-PREV-WORK-DATE    PIC 9(08).
           05  WS-BZD-NEXT-WORK-DATE    PIC 9(08).
           05  WS-BZD-MONTH-START       PIC 9(08).
           05  WS-BZD-MONTH-END         PIC 9(08).
           05  WS-BZD-QUARTER-START     PIC 9(08).
           05  WS-BZD-QUARTER-END       PIC 9(08).
           05  WS-BZD-YEAR-START        PIC 9(08).
           05  WS-BZD-YEAR-END          PIC 9(08).
      *
      *    THE SQL AS CARDED, AND AS RUN.
      *
       01  WS-SQL-TEXT                  PIC X(2000) VALUE SPACES.
       77  WS-SQL-PTR                   PIC 9(04) VALUE 1.
       77  WS-SQL-LENGTH                PIC 9(04) VALUE ZERO.
       01  WS-SQL-FINAL                 PIC X(2000) VALUE SPACES.
       77  WS-FINAL-PTR                 PIC 9(04) VALUE 1.
       77  WS-FINAL-LENGTH              PIC 9(04) VALUE ZERO.
      *
      *    PARAMETERS: THE FOUR DATES, THEN THE PARM CARDS.
      *
       77  WS-PARM-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 13 TIMES.
               10  WS-PARM-NAME         PIC X(12).
               10  WS-PARM-VALUE        PIC X(59).
               10  WS-PARM-LENGTH       PIC 9(02).
       77  WS-PARM-SUB                  PIC 9(02) VALUE ZERO.
       77  WS-PARM-FOUND                PIC 9(02) VALUE ZERO.
       77  WS-PARM-ENV                  PIC X(30) VALUE SPACES.
       77  WS-SCAN-POS                  PIC 9(04) VALUE ZERO.
       77  WS-SCAN-NAME                 PIC X(12) VALUE SPACES.
       77  WS-NAME-LEN                  PIC 9(02) VALUE ZERO.
       77  WS-NAME-CHAR                 PIC X(01) VALUE SPACE.
       77  WS-NAME-DONE                 PIC X(01) VALUE "N".
      *
      *    THE COLUMNS, BREAK LEVELS AND SUMS.
      *
       77  WS-COL-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-COL-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-COL-TABLE.
           05  WS-COL-ENTRY OCCURS 20 TIMES.
               10  WS-COL-HEADING       PIC X(20).
               10  WS-COL-NUMERIC       PIC X(01).
               10  WS-COL-SUM           PIC X(01).
               10  WS-COL-POS           PIC 9(03).
               10  WS-COL-WIDTH         PIC 9(03).
               10  WS-COL-MASK.
                   15  WS-COL-MSK-TEXT      PIC X(30).
                   15  WS-COL-MSK-LENGTH    PIC 9(02).
                   15  WS-COL-MSK-DIGITS    PIC 9(02).
                   15  WS-COL-MSK-DECIMALS  PIC 9(02).
                   15  WS-COL-MSK-FLOAT     PIC 9(02).
                   15  WS-COL-MSK-FLOAT-END PIC 9(02).
      *        LEVELS 1-5 ARE THE BREAK LEVELS, 6 THE GRAND TOTAL
               10  WS-COL-ACC           PIC S9(20) COMP-3
                                        OCCURS 6 TIMES.
       77  WS-BRK-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-BRK-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-BREAK-LEVEL               PIC 9(02) VALUE ZERO.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY OCCURS 5 TIMES.
               10  WS-BRK-COL           PIC 9(02).
               10  WS-BRK-VALUE         PIC X(64).
       77  WS-SUM-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-SUM-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-COL               PIC 9(02) OCCURS 20 TIMES.
       77  WS-LVL-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-CARD-NUMBER               PIC 9(03) VALUE ZERO.
       77  WS-LINE-WIDTH                PIC 9(03) VALUE ZERO.
      *
      *    ONE FETCHED ROW: THE TEXT OF EVERY COLUMN (A NUMBER'S
      *      EDITED FORM) AND EACH NUMBER SCALED BY 10**4.
      *
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 20 TIMES.
               10  WS-ROW-TEXT          PIC X(64).
               10  WS-ROW-VALUE         PIC S9(20) COMP-3.
               10  WS-ROW-NULL          PIC X(01).
       77  WS-ROW-COUNT                 PIC 9(09) VALUE ZERO.
       77  WS-BREAK-COUNT               PIC 9(05) VALUE ZERO.
      *
      *    THE MASK BEING EDITED WITH, AND ITS ANALYSIS: THE DIGIT
      *      POSITIONS, THOSE AFTER THE POINT, THE FLOATING-SIGN RUN.
      *
       01  WS-MASK.
           05  WS-MSK-TEXT              PIC X(30).
           05  WS-MSK-LENGTH            PIC 9(02).
           05  WS-MSK-DIGITS            PIC 9(02).
           05  WS-MSK-DECIMALS          PIC 9(02).
           05  WS-MSK-FLOAT             PIC 9(02).
           05  WS-MSK-FLOAT-END         PIC 9(02).
       77  WS-MASK-SUB                  PIC 9(02) VALUE ZERO.
       77  WS-MASK-CHAR                 PIC X(01) VALUE SPACE.
       77  WS-MASK-POINT                PIC X(01) VALUE "N".
       77  WS-MASK-MINUS                PIC 9(02) VALUE ZERO.
       77  WS-VAL-DEC                   PIC 9(02) VALUE 4.
       77  WS-SIGNIFICANT               PIC X(01) VALUE "N".
       77  WS-NEGATIVE                  PIC X(01) VALUE "N".
       77  WS-EDIT-TEXT                 PIC X(40) VALUE SPACES.
       77  WS-EDIT-START                PIC 9(03) VALUE ZERO.
       77  WS-EDIT-LEAD                 PIC 9(02) VALUE ZERO.
       77  WS-DIGIT-TEXT                PIC X(18) VALUE SPACES.
       77  WS-DIG-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-EDIT-LIMIT                PIC 9(19) VALUE ZERO.
       77  WS-FLD-VALUE                 PIC S9(20) COMP-3 VALUE ZERO.
       77  WS-ABS-VALUE                 PIC 9(19) COMP-3 VALUE ZERO.
       77  WS-ABS-DIGITS                PIC 9(19) VALUE ZERO.
       77  WS-HEAD-LENGTH               PIC 9(02) VALUE ZERO.
      *
      *    PAGE CONTROL AND PRINT LINES.
      *
       77  WS-PAGE-NUMBER               PIC 9(04) VALUE ZERO.
       77  WS-LINE-COUNT                PIC 9(03) VALUE 999.
       77  WS-PAGE-LIMIT                PIC 9(03) VALUE 55.
       77  WS-LINE-TOTAL                PIC 9(07) VALUE ZERO.
       01  WS-HEADING-LINE-1.
           05  FILLER               PIC X(05) VALUE "JOB: ".
           05  WS-HD1-JOB-NAME      PIC X(08).
           05  FILLER               PIC X(20) VALUE SPACES.
           05  WS-HD1-TITLE         PIC X(40).
           05  FILLER               PIC X(06) VALUE "DATE: ".
           05  WS-HD1-RUN-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  WS-HD1-PAGE          PIC ZZZ9.
       01  WS-HEADING-LINE-2            PIC X(132) VALUE SPACES.
       01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
       01  WS-FIRST-COL-TEXT            PIC X(64) VALUE SPACES.
       77  WS-LABEL-POS                 PIC 9(03) VALUE ZERO.
      *
      *    SPOOL REGISTRATION.
      *
       77  WS-SPOOL-SEQ                 PIC 9(04) VALUE ZERO.
       77  WS-SPOOL-LOCATION            PIC X(20) VALUE SPACES.
       77  WS-SPOOL-TIME                PIC 9(08) VALUE ZERO.
       77  WS-SPOOL-EOF                 PIC X(01) VALUE "N".
       77  WS-CALL-STATUS               PIC S9(09) COMP VALUE ZERO.
       77  WS-SHOW-COUNT                PIC Z(8)9.
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT
               UNTIL WS-DEF-AT-END.
           CLOSE RPTDEF.
           IF NOT WS-CARDS-REJECTED
             PERFORM 2500-RESOLVE-CARDS THRU 2500-EXIT
           END-IF.
           IF NOT WS-CARDS-REJECTED
             PERFORM 2700-SUBSTITUTE-PARMS THRU 2700-EXIT
           END-IF.
           IF WS-CARDS-REJECTED
             DISPLAY "T) JCSQLRPT: REPORT DEFINITION "
                     FUNCTION TRIM (WS-DEF-NAME)
                     " REJECTED; NOTHING PRINTED"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT RPTOUT.
           IF WS-RPT-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRPT: UNABLE TO OPEN RPTOUT, STATUS="
                     WS-RPT-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 8100-SQL-OPEN THRU 8100-EXIT.
           PERFORM 8200-SQL-SELECT THRU 8200-EXIT.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
           PERFORM 3000-REPORT-ROW THRU 3000-EXIT
               UNTIL WS-ROWS-AT-END.
           PERFORM 8800-SQL-CLOSE THRU 8800-EXIT.
           IF WS-ROW-COUNT IS GREATER THAN ZERO
             MOVE 1 TO WS-BREAK-LEVEL
             PERFORM 4000-PRINT-BREAK-SUBTOTALS THRU 4000-EXIT
             PERFORM 4300-PRINT-GRAND-TOTAL THRU 4300-EXIT
           ELSE
             PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT
             MOVE "*** NO ROWS SELECTED ***" TO WS-PRINT-LINE
             PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-IF.
           CLOSE RPTOUT.
           PERFORM 6000-REGISTER-IN-SPOOL THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLRPT" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLRPT: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRPT: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLRPT" TO WS-MYSQL-PROGRAM-NAME.
           MOVE "JCSQLRPT" TO WS-PGSQL-PROGRAM-NAME.
           ACCEPT WS-RPT-TARGET FROM ENVIRONMENT "JCSQL_TARGET".
           INSPECT WS-RPT-TARGET CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           IF WS-JOB-NAME IS EQUAL TO SPACES
             MOVE "JCSQLRPT" TO WS-JOB-NAME
           END-IF.
           ACCEPT WS-DEF-NAME FROM ENVIRONMENT "JCSQL_RPTDEF".
           IF WS-DEF-NAME IS EQUAL TO SPACES
             MOVE "RPTDEF" TO WS-DEF-NAME
           END-IF.
           PERFORM 1100-SET-RUN-DATE THRU 1100-EXIT.
           OPEN INPUT RPTDEF.
           IF WS-DEF-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRPT: UNABLE TO OPEN "
                     FUNCTION TRIM (WS-DEF-NAME) ", STATUS="
                     WS-DEF-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 7000-READ-DEF THRU 7000-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    THE SCHEDULER'S RUN DATE, AND %%DATE / %%YEST / %%MONTH
      *      / %%PREVWD.
      *
       1100-SET-RUN-DATE.
           MOVE ZERO TO WS-BZD-FY-START WS-BZD-BASE-DATE.
           CALL "gcbizdt01" USING WS-BIZDATE-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLRPT: gcbizdt01 NOT AVAILABLE -- NO"
                       " RUN DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF WS-BZD-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRPT: RUN DATE REFUSED, RESULT "
                     WS-BZD-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-BZD-RUN-DATE TO WS-RUN-DATE WS-RUN-DATE-NUM.
           COMPUTE WS-YEST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - 1).
           MOVE 4 TO WS-PARM-COUNT.
           MOVE "DATE" TO WS-PARM-NAME (1).
           MOVE WS-RUN-DATE TO WS-PARM-VALUE (1).
           MOVE 8 TO WS-PARM-LENGTH (1).
           MOVE "YEST" TO WS-PARM-NAME (2).
           MOVE WS-YEST-DATE TO WS-PARM-VALUE (2).
           MOVE 8 TO WS-PARM-LENGTH (2).
           MOVE "MONTH" TO WS-PARM-NAME (3).
           MOVE WS-RUN-DATE (1:6) TO WS-PARM-VALUE (3).
           MOVE 6 TO WS-PARM-LENGTH (3).
           MOVE "PREVWD" TO WS-PARM-NAME (4).
           MOVE WS-BZD-PREV-WORK-DATE TO WS-PARM-VALUE (4).
           MOVE 8 TO WS-PARM-LENGTH (4).
       1100-EXIT.
           EXIT.
      *
      *    EVERY CARD IS READ AND CHECKED BEFORE ANYTHING RUNS.
      *
       2000-READ-CARD.
           IF DEF-RECORD IS EQUAL TO SPACES
            OR DEF-RECORD (1:1) IS EQUAL TO "*"
             GO TO 2000-NEXT
           END-IF.
           INSPECT DEF-VERB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE DEF-VERB
             WHEN "TITLE  "
               MOVE DEF-TEXT (1:40) TO WS-TITLE
             WHEN "NAME   "
               MOVE DEF-TEXT (1:12) TO WS-SPEC-NAME
             WHEN "PAGE   "
               PERFORM 2100-TAKE-PAGE-CARD THRU 2100-EXIT
             WHEN "SQL    "
               PERFORM 2200-TAKE-SQL-CARD THRU 2200-EXIT
             WHEN "PARM   "
               PERFORM 2300-TAKE-PARM-CARD THRU 2300-EXIT
             WHEN "COLUMN "
               PERFORM 2400-TAKE-COLUMN-CARD THRU 2400-EXIT
             WHEN "BREAK  "
               PERFORM 2450-TAKE-BREAK-CARD THRU 2450-EXIT
             WHEN "SUM    "
               PERFORM 2460-TAKE-SUM-CARD THRU 2460-EXIT
             WHEN OTHER
               DISPLAY "T) JCSQLRPT: UNKNOWN CARD: " DEF-RECORD (1:40)
               MOVE "Y" TO WS-CARD-ERROR
           END-EVALUATE.
       2000-NEXT.
           PERFORM 7000-READ-DEF THRU 7000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    A CARD'S COLUMNS 9-11 AS A NUMBER, ZERO WHEN NOT ONE.
      *
       2050-CARD-NUMBER.
           MOVE ZERO TO WS-CARD-NUMBER.
           IF DEF-NUMBER IS NOT EQUAL TO SPACES
            AND FUNCTION TEST-NUMVAL (DEF-NUMBER) IS EQUAL TO ZERO
             COMPUTE WS-CARD-NUMBER = FUNCTION NUMVAL (DEF-NUMBER)
           END-IF.
       2050-EXIT.
           EXIT.
      *
       2100-TAKE-PAGE-CARD.
           PERFORM 2050-CARD-NUMBER THRU 2050-EXIT.
           IF WS-CARD-NUMBER IS LESS THAN 10
             DISPLAY "T) JCSQLRPT: PAGE NEEDS 10 LINES OR MORE: "
                     DEF-RECORD (1:40)
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2100-EXIT
           END-IF.
           MOVE WS-CARD-NUMBER TO WS-PAGE-LIMIT.
       2100-EXIT.
           EXIT.
      *
       2200-TAKE-SQL-CARD.
           IF DEF-TEXT IS EQUAL TO SPACES
             GO TO 2200-EXIT
           END-IF.
           STRING FUNCTION TRIM (DEF-TEXT TRAILING) " "
               DELIMITED BY SIZE INTO WS-SQL-TEXT
               WITH POINTER WS-SQL-PTR
             ON OVERFLOW
               DISPLAY "T) JCSQLRPT: THE SQL IS LONGER THAN 2000"
                       " CHARACTERS"
               MOVE "Y" TO WS-CARD-ERROR
           END-STRING.
           COMPUTE WS-SQL-LENGTH = WS-SQL-PTR - 2.
       2200-EXIT.
           EXIT.
      *
       2300-TAKE-PARM-CARD.
           IF WS-PARM-COUNT IS EQUAL TO 13
             DISPLAY "T) JCSQLRPT: MORE THAN 9 PARM CARDS"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2300-EXIT
           END-IF.
           IF DEF-PARM-NAME IS EQUAL TO SPACES
             DISPLAY "T) JCSQLRPT: PARM CARD WITHOUT A NAME"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-PARM-COUNT.
           MOVE DEF-PARM-NAME TO WS-PARM-NAME (WS-PARM-COUNT).
           INSPECT WS-PARM-NAME (WS-PARM-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE DEF-PARM-VALUE TO WS-PARM-VALUE (WS-PARM-COUNT).
           MOVE SPACES TO WS-PARM-ENV.
           STRING "JCSQL_RPT_"
               FUNCTION TRIM (WS-PARM-NAME (WS-PARM-COUNT))
               DELIMITED BY SIZE INTO WS-PARM-ENV
           END-STRING.
           ACCEPT WS-PARM-VALUE (WS-PARM-COUNT)
               FROM ENVIRONMENT WS-PARM-ENV.
           IF WS-PARM-VALUE (WS-PARM-COUNT) IS EQUAL TO SPACES
             MOVE DEF-PARM-VALUE TO WS-PARM-VALUE (WS-PARM-COUNT)
           END-IF.
           MOVE 59 TO WS-PARM-LENGTH (WS-PARM-COUNT).
           PERFORM UNTIL WS-PARM-LENGTH (WS-PARM-COUNT) IS EQUAL
                            TO ZERO
                OR WS-PARM-VALUE (WS-PARM-COUNT)
                     (WS-PARM-LENGTH (WS-PARM-COUNT):1)
                       IS NOT EQUAL TO SPACE
             SUBTRACT 1 FROM WS-PARM-LENGTH (WS-PARM-COUNT)
           END-PERFORM.
       2300-EXIT.
           EXIT.
      *
       2400-TAKE-COLUMN-CARD.
           IF WS-COL-COUNT IS EQUAL TO 20
             DISPLAY "T) JCSQLRPT: MORE THAN 20 COLUMN CARDS"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-COL-COUNT.
           PERFORM 2050-CARD-NUMBER THRU 2050-EXIT.
           MOVE WS-CARD-NUMBER TO WS-COL-WIDTH (WS-COL-COUNT).
           MOVE DEF-MASK TO WS-COL-MSK-TEXT (WS-COL-COUNT).
           INSPECT WS-COL-MSK-TEXT (WS-COL-COUNT) CONVERTING "zb"
               TO "ZB".
           MOVE DEF-HEADING TO WS-COL-HEADING (WS-COL-COUNT).
           MOVE "N" TO WS-COL-SUM (WS-COL-COUNT).
           IF DEF-MASK IS EQUAL TO SPACES
             MOVE "N" TO WS-COL-NUMERIC (WS-COL-COUNT)
           ELSE
             MOVE "Y" TO WS-COL-NUMERIC (WS-COL-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.
      *
       2450-TAKE-BREAK-CARD.
           IF WS-BRK-COUNT IS EQUAL TO 5
             DISPLAY "T) JCSQLRPT: MORE THAN 5 BREAK CARDS"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2450-EXIT
           END-IF.
           ADD 1 TO WS-BRK-COUNT.
           PERFORM 2050-CARD-NUMBER THRU 2050-EXIT.
           MOVE WS-CARD-NUMBER TO WS-BRK-COL (WS-BRK-COUNT).
       2450-EXIT.
           EXIT.
      *
       2460-TAKE-SUM-CARD.
           IF WS-SUM-COUNT IS EQUAL TO 20
             DISPLAY "T) JCSQLRPT: MORE THAN 20 SUM CARDS"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2460-EXIT
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           PERFORM 2050-CARD-NUMBER THRU 2050-EXIT.
           MOVE WS-CARD-NUMBER TO WS-SUM-COL (WS-SUM-COUNT).
       2460-EXIT.
           EXIT.
      *
      *    THE CARDS CHECKED AGAINST EACH OTHER, THE MASKS ANALYSED
      *      AND THE COLUMNS LAID OUT ACROSS THE 132-BYTE LINE.
      *
       2500-RESOLVE-CARDS.
           IF WS-SQL-LENGTH IS EQUAL TO ZERO
             DISPLAY "T) JCSQLRPT: NO SQL CARDS"
             MOVE "Y" TO WS-CARD-ERROR
           END-IF.
           IF WS-COL-COUNT IS EQUAL TO ZERO
             DISPLAY "T) JCSQLRPT: NO COLUMN CARDS"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2500-EXIT
           END-IF.
           IF WS-SQL-LENGTH IS GREATER THAN ZERO
            AND WS-SQL-TEXT (WS-SQL-LENGTH:1) IS EQUAL TO ";"
             MOVE SPACE TO WS-SQL-TEXT (WS-SQL-LENGTH:1)
             SUBTRACT 1 FROM WS-SQL-LENGTH
           END-IF.
           MOVE 1 TO WS-LINE-WIDTH.
           PERFORM 2510-RESOLVE-ONE-COLUMN THRU 2510-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
           PERFORM 2520-RESOLVE-ONE-BREAK THRU 2520-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB IS GREATER THAN WS-BRK-COUNT.
           PERFORM 2530-RESOLVE-ONE-SUM THRU 2530-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB IS GREATER THAN WS-SUM-COUNT.
           PERFORM 2550-BUILD-HEADINGS THRU 2550-EXIT.
       2500-EXIT.
           EXIT.
      *
       2510-RESOLVE-ONE-COLUMN.
           IF WS-COL-HEADING (WS-COL-SUB) IS EQUAL TO SPACES
             MOVE SPACES TO WS-COL-HEADING (WS-COL-SUB)
             STRING "COL" WS-COL-SUB DELIMITED BY SIZE
                 INTO WS-COL-HEADING (WS-COL-SUB)
             END-STRING
           END-IF.
           IF WS-COL-NUMERIC (WS-COL-SUB) IS EQUAL TO "Y"
             MOVE WS-COL-MSK-TEXT (WS-COL-SUB) TO WS-MSK-TEXT
             PERFORM 5000-ANALYSE-MASK THRU 5000-EXIT
             IF WS-MSK-DIGITS IS EQUAL TO ZERO
              OR WS-MSK-DIGITS IS GREATER THAN 18
               DISPLAY "T) JCSQLRPT: EDIT MASK NEEDS 1 TO 18 DIGITS: "
                       "COLUMN " WS-COL-SUB " "
                       FUNCTION TRIM (WS-MSK-TEXT)
               MOVE "Y" TO WS-CARD-ERROR
               MOVE 1 TO WS-MSK-DIGITS
             END-IF
             MOVE WS-MASK TO WS-COL-MASK (WS-COL-SUB)
             MOVE WS-MSK-LENGTH TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF.
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM (WS-COL-HEADING (WS-COL-SUB)))
             TO WS-HEAD-LENGTH.
           IF WS-HEAD-LENGTH IS GREATER THAN WS-COL-WIDTH (WS-COL-SUB)
             MOVE WS-HEAD-LENGTH TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF.
           IF WS-COL-WIDTH (WS-COL-SUB) IS GREATER THAN 64
             DISPLAY "T) JCSQLRPT: COLUMN " WS-COL-SUB
                     " IS WIDER THAN 64"
             MOVE "Y" TO WS-CARD-ERROR
             MOVE 64 TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF.
           MOVE WS-LINE-WIDTH TO WS-COL-POS (WS-COL-SUB).
           COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
                                 + WS-COL-WIDTH (WS-COL-SUB) + 2.
           IF WS-LINE-WIDTH - 3 IS GREATER THAN 132
             DISPLAY "T) JCSQLRPT: THE COLUMNS ARE WIDER THAN THE"
                     " 132-BYTE LINE AT COLUMN " WS-COL-SUB
             MOVE "Y" TO WS-CARD-ERROR
             MOVE 1 TO WS-LINE-WIDTH
           END-IF.
       2510-EXIT.
           EXIT.
      *
       2520-RESOLVE-ONE-BREAK.
           IF WS-BRK-COL (WS-BRK-SUB) IS EQUAL TO ZERO
            OR WS-BRK-COL (WS-BRK-SUB) IS GREATER THAN WS-COL-COUNT
             DISPLAY "T) JCSQLRPT: BREAK IS NOT A COLUMN NUMBER: "
                     WS-BRK-COL (WS-BRK-SUB)
             MOVE "Y" TO WS-CARD-ERROR
           END-IF.
       2520-EXIT.
           EXIT.
      *
       2530-RESOLVE-ONE-SUM.
           IF WS-SUM-COL (WS-SUM-SUB) IS EQUAL TO ZERO
            OR WS-SUM-COL (WS-SUM-SUB) IS GREATER THAN WS-COL-COUNT
             DISPLAY "T) JCSQLRPT: SUM IS NOT A COLUMN NUMBER: "
                     WS-SUM-COL (WS-SUM-SUB)
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2530-EXIT
           END-IF.
           MOVE WS-SUM-COL (WS-SUM-SUB) TO WS-COL-SUB.
           IF WS-COL-NUMERIC (WS-COL-SUB) IS NOT EQUAL TO "Y"
             DISPLAY "T) JCSQLRPT: SUM COLUMN " WS-COL-SUB
                     " HAS NO EDIT MASK"
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2530-EXIT
           END-IF.
           MOVE "Y" TO WS-COL-SUM (WS-COL-SUB).
       2530-EXIT.
           EXIT.
      *
      *    HEADINGS OVER THEIR COLUMNS, RIGHT-ALIGNED OVER NUMBERS.
      *
       2550-BUILD-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE-2.
           PERFORM 2560-PLACE-ONE-HEADING THRU 2560-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
       2550-EXIT.
           EXIT.
      *
       2560-PLACE-ONE-HEADING.
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM (WS-COL-HEADING (WS-COL-SUB)))
             TO WS-HEAD-LENGTH.
           IF WS-COL-NUMERIC (WS-COL-SUB) IS EQUAL TO "Y"
             COMPUTE WS-EDIT-START = WS-COL-POS (WS-COL-SUB)
                 + WS-COL-WIDTH (WS-COL-SUB) - WS-HEAD-LENGTH
           ELSE
             MOVE WS-COL-POS (WS-COL-SUB) TO WS-EDIT-START
           END-IF.
           MOVE FUNCTION TRIM (WS-COL-HEADING (WS-COL-SUB))
             TO WS-HEADING-LINE-2 (WS-EDIT-START:WS-HEAD-LENGTH).
       2560-EXIT.
           EXIT.
      *
      *    %%name REPLACED BY ITS VALUE; AN UNKNOWN NAME REJECTS
      *      THE DEFINITION RATHER THAN RUN HALF-BUILT SQL.
      *
       2700-SUBSTITUTE-PARMS.
           MOVE SPACES TO WS-SQL-FINAL.
           MOVE 1 TO WS-FINAL-PTR.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM 2710-SCAN-ONE THRU 2710-EXIT
               UNTIL WS-SCAN-POS IS GREATER THAN WS-SQL-LENGTH
                  OR WS-CARDS-REJECTED.
           COMPUTE WS-FINAL-LENGTH = WS-FINAL-PTR - 1.
       2700-EXIT.
           EXIT.
      *
       2710-SCAN-ONE.
           IF WS-SCAN-POS IS NOT LESS THAN WS-SQL-LENGTH
            OR WS-SQL-TEXT (WS-SCAN-POS:2) IS NOT EQUAL TO "%%"
             STRING WS-SQL-TEXT (WS-SCAN-POS:1) DELIMITED BY SIZE
                 INTO WS-SQL-FINAL WITH POINTER WS-FINAL-PTR
             END-STRING
             ADD 1 TO WS-SCAN-POS
             GO TO 2710-EXIT
           END-IF.
           ADD 2 TO WS-SCAN-POS.
           MOVE SPACES TO WS-SCAN-NAME.
           MOVE ZERO TO WS-NAME-LEN.
           MOVE "N" TO WS-NAME-DONE.
           PERFORM 2720-TAKE-NAME-CHAR THRU 2720-EXIT
               UNTIL WS-NAME-DONE IS EQUAL TO "Y".
           PERFORM 2730-FIND-PARM THRU 2730-EXIT.
           IF WS-PARM-FOUND IS EQUAL TO ZERO
             DISPLAY "T) JCSQLRPT: UNKNOWN PARAMETER %%"
                     FUNCTION TRIM (WS-SCAN-NAME)
             MOVE "Y" TO WS-CARD-ERROR
             GO TO 2710-EXIT
           END-IF.
           IF WS-PARM-LENGTH (WS-PARM-FOUND) IS GREATER THAN ZERO
             STRING WS-PARM-VALUE (WS-PARM-FOUND)
                        (1:WS-PARM-LENGTH (WS-PARM-FOUND))
                 DELIMITED BY SIZE
                 INTO WS-SQL-FINAL WITH POINTER WS-FINAL-PTR
               ON OVERFLOW
                 DISPLAY "T) JCSQLRPT: THE SQL IS LONGER THAN 2000"
                         " CHARACTERS WITH ITS PARAMETERS"
                 MOVE "Y" TO WS-CARD-ERROR
             END-STRING
           END-IF.
       2710-EXIT.
           EXIT.
      *
      *    A PARAMETER NAME RUNS OVER LETTERS, DIGITS AND "_".
      *
       2720-TAKE-NAME-CHAR.
           IF WS-SCAN-POS IS GREATER THAN WS-SQL-LENGTH
            OR WS-NAME-LEN IS EQUAL TO 12
             MOVE "Y" TO WS-NAME-DONE
             GO TO 2720-EXIT
           END-IF.
           MOVE WS-SQL-TEXT (WS-SCAN-POS:1) TO WS-NAME-CHAR.
           INSPECT WS-NAME-CHAR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (WS-NAME-CHAR IS ALPHABETIC-UPPER
               AND WS-NAME-CHAR IS NOT EQUAL TO SPACE)
            OR WS-NAME-CHAR IS NUMERIC
            OR WS-NAME-CHAR IS EQUAL TO "_"
             ADD 1 TO WS-NAME-LEN
             MOVE WS-NAME-CHAR TO WS-SCAN-NAME (WS-NAME-LEN:1)
             ADD 1 TO WS-SCAN-POS
           ELSE
             MOVE "Y" TO WS-NAME-DONE
           END-IF.
       2720-EXIT.
           EXIT.
      *
       2730-FIND-PARM.
           MOVE ZERO TO WS-PARM-FOUND.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB IS GREATER THAN WS-PARM-COUNT
                  OR WS-PARM-FOUND IS GREATER THAN ZERO
             IF WS-PARM-NAME (WS-PARM-SUB) IS EQUAL TO WS-SCAN-NAME
               MOVE WS-PARM-SUB TO WS-PARM-FOUND
             END-IF
           END-PERFORM.
       2730-EXIT.
           EXIT.
      *
      *    ONE ROW: ITS BREAKS, THEN ITS DETAIL LINE.
      *
       3000-REPORT-ROW.
           PERFORM 3100-TAKE-ONE-COLUMN THRU 3100-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
             MOVE 1 TO WS-BREAK-LEVEL
             PERFORM 3300-SET-BREAK-VALUES THRU 3300-EXIT
           ELSE
             PERFORM 3200-FIND-BREAK-LEVEL THRU 3200-EXIT
             IF WS-BREAK-LEVEL IS GREATER THAN ZERO
               PERFORM 4000-PRINT-BREAK-SUBTOTALS THRU 4000-EXIT
               PERFORM 3300-SET-BREAK-VALUES THRU 3300-EXIT
             END-IF
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
       3000-EXIT.
           EXIT.
      *
      *    ONE FETCHED COLUMN INTO THE ROW TABLE; A NULL NUMBER
      *      PRINTS BLANK AND IS LEFT OUT OF THE TOTALS.
      *
       3100-TAKE-ONE-COLUMN.
           MOVE SPACES TO WS-ROW-TEXT (WS-COL-SUB).
           MOVE ZERO TO WS-ROW-VALUE (WS-COL-SUB).
           MOVE "N" TO WS-ROW-NULL (WS-COL-SUB).
           IF WS-TARGET-IS-PGSQL
             IF WS-PGSQL-HV-NULL-IND (WS-COL-SUB) IS NOT EQUAL TO ZERO
               MOVE "Y" TO WS-ROW-NULL (WS-COL-SUB)
             ELSE
               MOVE WS-PGSQL-HV-TEXT (WS-COL-SUB)
                 TO WS-ROW-TEXT (WS-COL-SUB)
               COMPUTE WS-ROW-VALUE (WS-COL-SUB)
                   = WS-PGSQL-HV-NUM (WS-COL-SUB) * 10000
             END-IF
           ELSE
             IF WS-MYSQL-HV-NULL-IND (WS-COL-SUB) IS NOT EQUAL TO ZERO
               MOVE "Y" TO WS-ROW-NULL (WS-COL-SUB)
             ELSE
               MOVE WS-MYSQL-HV-TEXT (WS-COL-SUB)
                 TO WS-ROW-TEXT (WS-COL-SUB)
               COMPUTE WS-ROW-VALUE (WS-COL-SUB)
                   = WS-MYSQL-HV-NUM (WS-COL-SUB) * 10000
             END-IF
           END-IF.
           IF WS-COL-NUMERIC (WS-COL-SUB) IS EQUAL TO "Y"
            AND WS-ROW-NULL (WS-COL-SUB) IS EQUAL TO "N"
             MOVE WS-ROW-VALUE (WS-COL-SUB) TO WS-FLD-VALUE
             MOVE WS-COL-MASK (WS-COL-SUB) TO WS-MASK
             PERFORM 5100-EDIT-WITH-MASK THRU 5100-EXIT
             MOVE FUNCTION TRIM (WS-EDIT-TEXT (1:WS-MSK-LENGTH))
               TO WS-ROW-TEXT (WS-COL-SUB)
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *    THE MOST MAJOR LEVEL WHOSE COLUMN CHANGED, ZERO FOR NONE.
      *
       3200-FIND-BREAK-LEVEL.
           MOVE ZERO TO WS-BREAK-LEVEL.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB IS GREATER THAN WS-BRK-COUNT
                  OR WS-BREAK-LEVEL IS GREATER THAN ZERO
             IF WS-ROW-TEXT (WS-BRK-COL (WS-BRK-SUB))
                  IS NOT EQUAL TO WS-BRK-VALUE (WS-BRK-SUB)
               MOVE WS-BRK-SUB TO WS-BREAK-LEVEL
             END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.
      *
       3300-SET-BREAK-VALUES.
           PERFORM VARYING WS-BRK-SUB FROM WS-BREAK-LEVEL BY 1
               UNTIL WS-BRK-SUB IS GREATER THAN WS-BRK-COUNT
             MOVE WS-ROW-TEXT (WS-BRK-COL (WS-BRK-SUB))
               TO WS-BRK-VALUE (WS-BRK-SUB)
           END-PERFORM.
       3300-EXIT.
           EXIT.
      *
       3400-PRINT-DETAIL-LINE.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 3410-PLACE-ONE-COLUMN THRU 3410-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
           MOVE WS-PRINT-LINE (WS-COL-POS (1):WS-COL-WIDTH (1))
             TO WS-FIRST-COL-TEXT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       3400-EXIT.
           EXIT.
      *
       3410-PLACE-ONE-COLUMN.
           IF WS-COL-NUMERIC (WS-COL-SUB) IS NOT EQUAL TO "Y"
             MOVE WS-ROW-TEXT (WS-COL-SUB)
               TO WS-PRINT-LINE (WS-COL-POS (WS-COL-SUB):
                                 WS-COL-WIDTH (WS-COL-SUB))
             GO TO 3410-EXIT
           END-IF.
           IF WS-ROW-NULL (WS-COL-SUB) IS EQUAL TO "Y"
             GO TO 3410-EXIT
           END-IF.
           IF WS-COL-SUM (WS-COL-SUB) IS EQUAL TO "Y"
             PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
                 UNTIL WS-LVL-SUB IS GREATER THAN 6
               ADD WS-ROW-VALUE (WS-COL-SUB)
                 TO WS-COL-ACC (WS-COL-SUB, WS-LVL-SUB)
             END-PERFORM
           END-IF.
           MOVE WS-ROW-VALUE (WS-COL-SUB) TO WS-FLD-VALUE.
           PERFORM 5200-PLACE-VALUE THRU 5200-EXIT.
       3410-EXIT.
           EXIT.
      *
      *    THE SUBTOTALS OF EVERY LEVEL FROM THE MOST MINOR UP TO
      *      WS-BREAK-LEVEL, THEN A BLANK LINE.
      *
       4000-PRINT-BREAK-SUBTOTALS.
           IF WS-BRK-COUNT IS EQUAL TO ZERO
             GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-ONE-SUBTOTAL THRU 4100-EXIT
               VARYING WS-BRK-SUB FROM WS-BRK-COUNT BY -1
               UNTIL WS-BRK-SUB IS LESS THAN WS-BREAK-LEVEL.
           IF WS-LINE-COUNT IS LESS THAN WS-PAGE-LIMIT
             MOVE SPACES TO WS-PRINT-LINE
             PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-IF.
           ADD 1 TO WS-BREAK-COUNT.
       4000-EXIT.
           EXIT.
      *
       4100-PRINT-ONE-SUBTOTAL.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-BRK-SUB IS EQUAL TO 1
             MOVE "SUBTOTAL" TO WS-PRINT-LINE (1:10)
             MOVE WS-BRK-VALUE (1) TO WS-PRINT-LINE (11:40)
           ELSE
             MOVE WS-FIRST-COL-TEXT
               TO WS-PRINT-LINE (1:WS-COL-WIDTH (1))
             COMPUTE WS-LABEL-POS = WS-COL-WIDTH (1) + 3
             STRING "SUBTOTAL "
                 FUNCTION TRIM (WS-BRK-VALUE (WS-BRK-SUB))
                 DELIMITED BY SIZE
                 INTO WS-PRINT-LINE (WS-LABEL-POS:)
             END-STRING
           END-IF.
           MOVE WS-BRK-SUB TO WS-LVL-SUB.
           PERFORM 4200-PLACE-ONE-TOTAL THRU 4200-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.
      *
      *    LEVEL WS-LVL-SUB'S TOTAL IN A SUM COLUMN, WHICH IS THEN
      *      CLEARED FOR THE NEXT GROUP.
      *
       4200-PLACE-ONE-TOTAL.
           IF WS-COL-SUM (WS-COL-SUB) IS NOT EQUAL TO "Y"
             GO TO 4200-EXIT
           END-IF.
           MOVE WS-COL-ACC (WS-COL-SUB, WS-LVL-SUB) TO WS-FLD-VALUE.
           PERFORM 5200-PLACE-VALUE THRU 5200-EXIT.
           MOVE ZERO TO WS-COL-ACC (WS-COL-SUB, WS-LVL-SUB).
       4200-EXIT.
           EXIT.
      *
       4300-PRINT-GRAND-TOTAL.
           IF WS-SUM-COUNT IS EQUAL TO ZERO
             GO TO 4300-EXIT
           END-IF.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "GRAND TOTAL" TO WS-PRINT-LINE (1:12).
           MOVE 6 TO WS-LVL-SUB.
           PERFORM 4200-PLACE-ONE-TOTAL THRU 4200-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4300-EXIT.
           EXIT.
      *
       4400-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT IS LESS THAN WS-PAGE-LIMIT
             GO TO 4400-EXIT
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-JOB-NAME TO WS-HD1-JOB-NAME.
           MOVE WS-TITLE TO WS-HD1-TITLE.
           MOVE WS-RUN-DATE TO WS-HD1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE.
           MOVE WS-HEADING-LINE-1 TO RPTOUT-RECORD.
           WRITE RPTOUT-RECORD.
           MOVE WS-HEADING-LINE-2 TO RPTOUT-RECORD.
           WRITE RPTOUT-RECORD.
           MOVE SPACES TO RPTOUT-RECORD.
           WRITE RPTOUT-RECORD.
           ADD 3 TO WS-LINE-TOTAL.
           MOVE 3 TO WS-LINE-COUNT.
       4400-EXIT.
           EXIT.
      *
       4500-WRITE-LINE.
           MOVE WS-PRINT-LINE TO RPTOUT-RECORD.
           WRITE RPTOUT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LINE-TOTAL.
       4500-EXIT.
           EXIT.
      *
      *    WS-MSK-TEXT'S LENGTH, ITS DIGIT POSITIONS (9, Z AND ALL
      *      BUT THE FIRST OF A LEADING RUN OF MINUS SIGNS), THOSE
      *      AFTER THE POINT, AND WHERE THAT FLOATING RUN STARTS
      *      AND ENDS.
      *
       5000-ANALYSE-MASK.
           MOVE 30 TO WS-MSK-LENGTH.
           PERFORM UNTIL WS-MSK-LENGTH IS EQUAL TO ZERO
                OR WS-MSK-TEXT (WS-MSK-LENGTH:1) IS NOT EQUAL TO SPACE
             SUBTRACT 1 FROM WS-MSK-LENGTH
           END-PERFORM.
           MOVE ZERO TO WS-MSK-DIGITS WS-MSK-DECIMALS.
           MOVE ZERO TO WS-MSK-FLOAT WS-MSK-FLOAT-END.
           MOVE ZERO TO WS-MASK-MINUS.
           MOVE "N" TO WS-MASK-POINT.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB IS GREATER THAN WS-MSK-LENGTH
                  OR (WS-MSK-TEXT (WS-MASK-SUB:1) IS NOT EQUAL TO "-"
                  AND WS-MSK-TEXT (WS-MASK-SUB:1) IS NOT EQUAL TO ",")
             IF WS-MSK-TEXT (WS-MASK-SUB:1) IS EQUAL TO "-"
               ADD 1 TO WS-MASK-MINUS
               MOVE WS-MASK-SUB TO WS-MSK-FLOAT-END
             END-IF
           END-PERFORM.
           IF WS-MASK-MINUS IS GREATER THAN 1
             MOVE 1 TO WS-MSK-FLOAT
             COMPUTE WS-MSK-DIGITS = WS-MASK-MINUS - 1
           ELSE
             MOVE ZERO TO WS-MSK-FLOAT-END
           END-IF.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB IS GREATER THAN WS-MSK-LENGTH
             MOVE WS-MSK-TEXT (WS-MASK-SUB:1) TO WS-MASK-CHAR
             EVALUATE WS-MASK-CHAR
               WHEN "9"
               WHEN "Z"
                 ADD 1 TO WS-MSK-DIGITS
                 IF WS-MASK-POINT IS EQUAL TO "Y"
                   ADD 1 TO WS-MSK-DECIMALS
                 END-IF
               WHEN "."
                 MOVE "Y" TO WS-MASK-POINT
             END-EVALUATE
           END-PERFORM.
       5000-EXIT.
           EXIT.
      *
      *    WS-FLD-VALUE, WS-VAL-DEC DECIMALS, EDITED BY WS-MASK INTO
      *      WS-EDIT-TEXT (1:WS-MSK-LENGTH); TOO MANY DIGITS PRINT
      *      AS ASTERISKS.
      *
       5100-EDIT-WITH-MASK.
           MOVE SPACES TO WS-EDIT-TEXT.
           IF WS-MSK-DECIMALS IS LESS THAN WS-VAL-DEC
             COMPUTE WS-FLD-VALUE ROUNDED = WS-FLD-VALUE
                 / (10 ** (WS-VAL-DEC - WS-MSK-DECIMALS))
           END-IF.
           MOVE "N" TO WS-NEGATIVE.
           IF WS-FLD-VALUE IS LESS THAN ZERO
             MOVE "Y" TO WS-NEGATIVE
             COMPUTE WS-FLD-VALUE = ZERO - WS-FLD-VALUE
           END-IF.
           COMPUTE WS-EDIT-LIMIT = 10 ** WS-MSK-DIGITS.
           IF WS-FLD-VALUE IS NOT LESS THAN WS-EDIT-LIMIT
             MOVE ALL "*" TO WS-EDIT-TEXT (1:WS-MSK-LENGTH)
             GO TO 5100-EXIT
           END-IF.
           MOVE WS-FLD-VALUE TO WS-ABS-VALUE.
           MOVE WS-ABS-VALUE TO WS-ABS-DIGITS.
           MOVE WS-ABS-DIGITS (20 - WS-MSK-DIGITS:WS-MSK-DIGITS)
             TO WS-DIGIT-TEXT.
           MOVE "N" TO WS-SIGNIFICANT.
           MOVE 1 TO WS-DIG-SUB.
           PERFORM 5110-EDIT-ONE-MASK-CHAR THRU 5110-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB IS GREATER THAN WS-MSK-LENGTH.
      *    THE FLOATING SIGN GOES JUST AHEAD OF THE FIRST DIGIT SHOWN
           IF WS-MSK-FLOAT IS GREATER THAN ZERO
            AND WS-NEGATIVE IS EQUAL TO "Y"
             MOVE WS-MSK-FLOAT TO WS-EDIT-START
             PERFORM UNTIL WS-EDIT-START IS NOT LESS THAN WS-MSK-LENGTH
                  OR WS-EDIT-TEXT (WS-EDIT-START + 1:1)
                       IS NOT EQUAL TO SPACE
               ADD 1 TO WS-EDIT-START
             END-PERFORM
             MOVE "-" TO WS-EDIT-TEXT (WS-EDIT-START:1)
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5110-EDIT-ONE-MASK-CHAR.
           MOVE WS-MSK-TEXT (WS-MASK-SUB:1) TO WS-MASK-CHAR.
           EVALUATE TRUE
             WHEN WS-MASK-CHAR IS EQUAL TO "9"
               MOVE "Y" TO WS-SIGNIFICANT
               PERFORM 5120-EDIT-NEXT-DIGIT THRU 5120-EXIT
             WHEN WS-MASK-CHAR IS EQUAL TO "Z"
               PERFORM 5120-EDIT-NEXT-DIGIT THRU 5120-EXIT
             WHEN WS-MASK-CHAR IS EQUAL TO "-"
              AND WS-MSK-FLOAT IS GREATER THAN ZERO
              AND WS-MASK-SUB IS EQUAL TO WS-MSK-FLOAT
               CONTINUE
             WHEN WS-MASK-CHAR IS EQUAL TO "-"
              AND WS-MSK-FLOAT IS GREATER THAN ZERO
              AND WS-MASK-SUB IS NOT GREATER THAN WS-MSK-FLOAT-END
               PERFORM 5120-EDIT-NEXT-DIGIT THRU 5120-EXIT
             WHEN WS-MASK-CHAR IS EQUAL TO "-"
               IF WS-NEGATIVE IS EQUAL TO "Y"
                 MOVE "-" TO WS-EDIT-TEXT (WS-MASK-SUB:1)
               END-IF
             WHEN WS-MASK-CHAR IS EQUAL TO "+"
               IF WS-NEGATIVE IS EQUAL TO "Y"
                 MOVE "-" TO WS-EDIT-TEXT (WS-MASK-SUB:1)
               ELSE
                 MOVE "+" TO WS-EDIT-TEXT (WS-MASK-SUB:1)
               END-IF
             WHEN WS-MASK-CHAR IS EQUAL TO ","
               IF WS-SIGNIFICANT IS EQUAL TO "Y"
                 MOVE "," TO WS-EDIT-TEXT (WS-MASK-SUB:1)
               END-IF
             WHEN WS-MASK-CHAR IS EQUAL TO "."
               MOVE "Y" TO WS-SIGNIFICANT
               MOVE "." TO WS-EDIT-TEXT (WS-MASK-SUB:1)
             WHEN WS-MASK-CHAR IS EQUAL TO "B"
               CONTINUE
             WHEN OTHER
               MOVE WS-MASK-CHAR TO WS-EDIT-TEXT (WS-MASK-SUB:1)
           END-EVALUATE.
       5110-EXIT.
           EXIT.
      *
      *    A DIGIT POSITION: SHOWN ONCE SIGNIFICANCE HAS STARTED, OR
      *      WHEN IT IS NOT A LEADING ZERO.
      *
       5120-EDIT-NEXT-DIGIT.
           IF WS-SIGNIFICANT IS EQUAL TO "Y"
            OR WS-DIGIT-TEXT (WS-DIG-SUB:1) IS NOT EQUAL TO "0"
             MOVE "Y" TO WS-SIGNIFICANT
             MOVE WS-DIGIT-TEXT (WS-DIG-SUB:1)
               TO WS-EDIT-TEXT (WS-MASK-SUB:1)
           END-IF.
           ADD 1 TO WS-DIG-SUB.
       5120-EXIT.
           EXIT.
      *
      *    WS-FLD-VALUE EDITED WITH COLUMN WS-COL-SUB'S MASK, RIGHT-
      *      ALIGNED IN THE COLUMN; ONLY THE EDITED VALUE'S OWN
      *      CHARACTERS ARE LAID DOWN, SO A SUBTOTAL LABEL RUNNING
      *      INTO THE COLUMN SURVIVES.
      *
       5200-PLACE-VALUE.
           MOVE WS-COL-MASK (WS-COL-SUB) TO WS-MASK.
           PERFORM 5100-EDIT-WITH-MASK THRU 5100-EXIT.
           MOVE ZERO TO WS-EDIT-LEAD.
           INSPECT WS-EDIT-TEXT (1:WS-MSK-LENGTH)
               TALLYING WS-EDIT-LEAD FOR LEADING SPACE.
           IF WS-EDIT-LEAD IS NOT LESS THAN WS-MSK-LENGTH
             GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-EDIT-START = WS-COL-POS (WS-COL-SUB)
               + WS-COL-WIDTH (WS-COL-SUB) - WS-MSK-LENGTH
               + WS-EDIT-LEAD.
           MOVE WS-EDIT-TEXT (WS-EDIT-LEAD + 1:
                              WS-MSK-LENGTH - WS-EDIT-LEAD)
             TO WS-PRINT-LINE (WS-EDIT-START:
                               WS-MSK-LENGTH - WS-EDIT-LEAD).
       5200-EXIT.
           EXIT.
      *
      *    THE FINISHED REPORT COPIED UNDER THE NEXT SPOOL.nnnn NAME
      *      AND CATALOGED IN SPOOLCAT.
      *
       6000-REGISTER-IN-SPOOL.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "GCRPT_NAME".
           IF WS-REPORT-NAME IS EQUAL TO SPACES
             MOVE WS-SPEC-NAME TO WS-REPORT-NAME
           END-IF.
           IF WS-REPORT-NAME IS EQUAL TO SPACES
             MOVE "SQLRPT" TO WS-REPORT-NAME
           END-IF.
           PERFORM 6100-FIND-SPOOL-SEQ THRU 6100-EXIT.
           ADD 1 TO WS-SPOOL-SEQ.
           MOVE SPACES TO WS-SPOOL-LOCATION.
           STRING "SPOOL." WS-SPOOL-SEQ
               DELIMITED BY SIZE INTO WS-SPOOL-LOCATION
           END-STRING.
           CALL "CBL_COPY_FILE"
               USING "RPTOUT" WS-SPOOL-LOCATION
               RETURNING WS-CALL-STATUS
           END-CALL.
           IF WS-CALL-STATUS IS NOT EQUAL TO ZERO
             DISPLAY "W) JCSQLRPT: SPOOL COPY TO "
                     FUNCTION TRIM (WS-SPOOL-LOCATION)
                     " FAILED; REPORT NOT CATALOGED"
             GO TO 6000-EXIT
           END-IF.
           OPEN EXTEND SPOOLCAT.
           IF WS-SPL-STATUS IS NOT EQUAL TO "00"
            AND WS-SPL-STATUS IS NOT EQUAL TO "05"
             DISPLAY "W) JCSQLRPT: SPOOLCAT OPEN FAILED, STATUS="
                     WS-SPL-STATUS "; REPORT NOT CATALOGED"
             GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO SPOOLCAT-RECORD.
           MOVE WS-REPORT-NAME TO SPL-REPORT-NAME.
           MOVE WS-JOB-NAME TO SPL-JOB-NAME.
           MOVE WS-RUN-DATE-NUM TO SPL-DATE.
           ACCEPT WS-SPOOL-TIME FROM TIME.
           MOVE WS-SPOOL-TIME (1:6) TO SPL-TIME.
           MOVE WS-PAGE-NUMBER TO SPL-PAGES.
           MOVE WS-LINE-TOTAL TO SPL-LINES.
           MOVE WS-SPOOL-LOCATION TO SPL-LOCATION.
           WRITE SPOOLCAT-RECORD.
           CLOSE SPOOLCAT.
           DISPLAY "I) JCSQLRPT: SPOOLED AS "
                   FUNCTION TRIM (WS-SPOOL-LOCATION) " ("
                   FUNCTION TRIM (WS-REPORT-NAME) ")".
       6000-EXIT.
           EXIT.
      *
      *    THE HIGHEST NUMBER CATALOGED, NOT THE COUNT OF ENTRIES:
      *      HOUSEKEEPING PURGES OLD ENTRIES, AND A COUNT WOULD HAND
      *      OUT THE NAME OF A SPOOL FILE STILL ON THE CATALOG.
      *
       6100-FIND-SPOOL-SEQ.
           MOVE ZERO TO WS-SPOOL-SEQ.
           MOVE "N" TO WS-SPOOL-EOF.
           OPEN INPUT SPOOLCAT.
           IF WS-SPL-STATUS IS NOT EQUAL TO "00"
             CLOSE SPOOLCAT
             GO TO 6100-EXIT
           END-IF.
           PERFORM 6110-READ-ONE-CATALOG THRU 6110-EXIT
               UNTIL WS-SPOOL-EOF IS EQUAL TO "Y".
           CLOSE SPOOLCAT.
       6100-EXIT.
           EXIT.
      *
       6110-READ-ONE-CATALOG.
           READ SPOOLCAT
             AT END
               MOVE "Y" TO WS-SPOOL-EOF
               GO TO 6110-EXIT
           END-READ.
           IF WS-SPL-STATUS IS NOT EQUAL TO "00"
             MOVE "Y" TO WS-SPOOL-EOF
             GO TO 6110-EXIT
           END-IF.
           IF SPL-LOCATION (1:6) IS EQUAL TO "SPOOL."
            AND SPL-LOCATION (7:4) IS NUMERIC
            AND SPL-LOCATION (7:4) IS GREATER THAN WS-SPOOL-SEQ
             MOVE SPL-LOCATION (7:4) TO WS-SPOOL-SEQ
           END-IF.
       6110-EXIT.
           EXIT.
      *
       7000-READ-DEF.
           READ RPTDEF
             AT END
               MOVE "Y" TO WS-DEF-EOF
           END-READ.
       7000-EXIT.
           EXIT.
      *
      *    TARGET-NEUTRAL SQL WRAPPERS.
      *
       8100-SQL-OPEN.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1000-OPEN THRU PGSQL-1090-EXIT
           ELSE
             PERFORM MYSQL-1000-OPEN THRU MYSQL-1090-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
      *
      *    THE SELECT AS SUBSTITUTED, WITH ONE TYPED HOST VARIABLE
      *      PER COLUMN CARD: A NUMBER WHERE THERE IS A MASK.
      *
       8200-SQL-SELECT.
           MOVE WS-COL-COUNT TO WS-MYSQL-HV-COUNT WS-PGSQL-HV-COUNT.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT
             IF WS-COL-NUMERIC (WS-COL-SUB) IS EQUAL TO "Y"
               MOVE "N" TO WS-MYSQL-HV-TYPE (WS-COL-SUB)
                           WS-PGSQL-HV-TYPE (WS-COL-SUB)
             ELSE
               MOVE "C" TO WS-MYSQL-HV-TYPE (WS-COL-SUB)
                           WS-PGSQL-HV-TYPE (WS-COL-SUB)
             END-IF
           END-PERFORM.
           IF WS-TARGET-IS-PGSQL
             MOVE SPACES TO WS-PGSQL-COMMAND
             STRING WS-SQL-FINAL (1:WS-FINAL-LENGTH) X"00"
                 DELIMITED BY SIZE INTO WS-PGSQL-COMMAND
             END-STRING
             PERFORM PGSQL-1200-SELECT THRU PGSQL-1209-EXIT
             PERFORM PGSQL-1220-STORE-RESULT THRU PGSQL-1239-EXIT
           ELSE
             MOVE SPACES TO WS-MYSQL-COMMAND
             STRING WS-SQL-FINAL (1:WS-FINAL-LENGTH) X"00"
                 DELIMITED BY SIZE INTO WS-MYSQL-COMMAND
             END-STRING
             PERFORM MYSQL-1200-SELECT THRU MYSQL-1209-EXIT
             PERFORM MYSQL-1220-STORE-RESULT THRU MYSQL-1239-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
      *
       8300-SQL-FETCH.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1235-FETCH-INTO THRU PGSQL-1238-EXIT
             IF WS-PGSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-ROWS-EOF
             END-IF
           ELSE
             PERFORM MYSQL-1235-FETCH-INTO THRU MYSQL-1238-EXIT
             IF WS-MYSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-ROWS-EOF
             END-IF
           END-IF.
       8300-EXIT.
           EXIT.
      *
       8800-SQL-CLOSE.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1980-CLOSE THRU PGSQL-1999-EXIT
           ELSE
             PERFORM MYSQL-1980-CLOSE THRU MYSQL-1999-EXIT
           END-IF.
       8800-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE WS-ROW-COUNT TO WS-SHOW-COUNT.
           DISPLAY "I) JCSQLRPT: " FUNCTION TRIM (WS-TITLE)
                   " -- " FUNCTION TRIM (WS-SHOW-COUNT) " ROW(S), "
                   WS-BREAK-COUNT " BREAK(S), "
                   WS-PAGE-NUMBER " PAGE(S)".
           MOVE ZERO TO RETURN-CODE.
       9000-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
