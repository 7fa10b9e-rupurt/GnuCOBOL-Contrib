       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      * VERSION 002 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL SCHEMA DRIFT GUARD                             *
      ************************************************************
      *
      *    PROOF, BEFORE A LOAD OR DELETE STEP TOUCHES A TABLE, THAT
      *      THE TABLE STILL IS WHAT ITS DICTIONARY SAYS.  dictgen
      *      WRITES THE CREATE TABLE DDL THE DICTIONARY CALLS FOR
      *      (dictgen dict prefix record DICTDDL MYSQL|PGSQL table);
      *      THIS JOB READS EVERY CREATE TABLE IN THAT DDL, SELECTS
      *      THE TABLE'S ACTUAL COLUMNS FROM THE DATABASE CATALOG
      *      (INFORMATION_SCHEMA.COLUMNS, EITHER DIALECT) THROUGH
      *      THE TYPED FETCH, AND COMPARES THEM COLUMN BY COLUMN:
      *
      *        MISSING   IN THE DICTIONARY, NOT IN THE TABLE
      *        EXTRA     IN THE TABLE, NOT IN THE DICTIONARY
      *        RETYPED   A DIFFERENT DATA TYPE (INTEGER -> BIGINT)
      *        RESIZED   THE SAME TYPE, ANOTHER LENGTH, PRECISION
      *                  OR SCALE (CHAR(5) -> CHAR(4))
      *
      *      ANY DRIFT FAILS THE STEP, SO A JOBNET THAT PUTS THE
      *      GUARD AHEAD OF JCSQLLOAD / JCSQLDELT NEVER POSTS INTO
      *      A TABLE SOMEONE ALTERED BY HAND (THE ZD_FIELD WIDTH
      *      INCIDENT).  TYPES ARE COMPARED BY FAMILY, SO THE TWO
      *      DIALECTS' CATALOG NAMES (INT/INTEGER, DECIMAL/NUMERIC,
      *      CHAR/CHARACTER, DOUBLE/DOUBLE PRECISION) AGREE WITH
      *      dictgen'S DDL.  E.G., IN THE JOBNET:
      *
      *        DDLCUS;./dictgen cust.dict c- customer DDLCUS MYSQL;;N
      *        DRIFTCUS;./jcsqldrft;DDLCUS;N;;;JCSQL_DDL=DDLCUS
      *        LOADCUS;./jcsqlload;DRIFTCUS;R;;;;CUSTOMER:X
      *        DELTCUS;./jcsqldelt;DRIFTCUS;R;;;;CUSTOMER:X
      *
      *    ENVIRONMENT:
      *      JCSQL_TARGET           MYSQL (DEFAULT) OR PGSQL
      *      JCSQL_DDL              THE dictgen DDL (DEFAULT DICTDDL)
      *      MYSQL_xxx / PGSQL_xxx  CONNECTION (SEE THE COPYBOOKS)
      *
      *    RETURN CODES:  0 NO DRIFT,  8 DRIFT OR ERROR.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLDRFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDLFILE ASSIGN TO WS-DDL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDL-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
           COPY MYSQL-AUDIT-FD.
       FD  DDLFILE.
       01  DDL-RECORD                   PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-DDL-STATUS                PIC X(02).
       77  WS-DDL-NAME                  PIC X(64) VALUE SPACES.
       77  WS-DDL-EOF                   PIC X(01) VALUE "N".
           88  WS-DDL-AT-END                VALUE "Y".
       77  WS-DRFT-TARGET               PIC X(08) VALUE SPACES.
           88  WS-TARGET-IS-PGSQL           VALUE "PGSQL".
       77  WS-HV-SUB                    PIC 9(02) VALUE ZERO.
       77  WS-DRIFT-COUNT               PIC 9(04) VALUE ZERO.
       77  WS-TABLE-DRIFT               PIC 9(04) VALUE ZERO.
       77  WS-CAT-EOF                   PIC X(01) VALUE "N".
           88  WS-CAT-AT-END                VALUE "Y".
      *
      *    ONE DDL LINE, TAKEN APART.
      *
       77  WS-DDL-WORK                  PIC X(132).
       77  WS-DDL-TOKEN-1               PIC X(40).
       77  WS-DDL-TOKEN-2               PIC X(40).
       77  WS-DDL-TOKEN-3               PIC X(40).
       77  WS-DDL-TOKEN-4               PIC X(40).
      *
      *    THE TABLES THE DICTIONARY DESCRIBES, AND THEIR COLUMNS.
      *
       77  WS-TBL-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-TBL-TABLE.
           05  WS-TBL-ENTRY OCCURS 20 TIMES.
               10  WS-TBL-NAME          PIC X(40).
               10  WS-TBL-FIRST-COL     PIC 9(03).
               10  WS-TBL-LAST-COL      PIC 9(03).
       77  WS-TBL-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-EXP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 200 TIMES.
               10  WS-EXP-NAME          PIC X(40).
               10  WS-EXP-TYPE          PIC X(16).
               10  WS-EXP-LENGTH        PIC 9(05).
               10  WS-EXP-SCALE         PIC 9(03).
               10  WS-EXP-MATCHED       PIC X(01).
       77  WS-EXP-SUB                   PIC 9(03) VALUE ZERO.
      *
      *    ONE TABLE'S COLUMNS AS THE CATALOG HAS THEM.
      *
       77  WS-ACT-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES.
               10  WS-ACT-NAME          PIC X(40).
               10  WS-ACT-TYPE          PIC X(16).
               10  WS-ACT-LENGTH        PIC 9(05).
               10  WS-ACT-SCALE         PIC 9(03).
               10  WS-ACT-MATCHED       PIC X(01).
       77  WS-ACT-SUB                   PIC 9(03) VALUE ZERO.
      *
      *    TYPE NORMALIZATION: A TYPE WORD (AND, FOR CHAR AND
      *      DECIMAL, ITS SIZE) IN, THE FAMILY NAME OUT.
      *
       77  WS-TYPE-WORD                 PIC X(40).
       77  WS-TYPE-FAMILY               PIC X(16).
       77  WS-SIZE-TEXT                 PIC X(40).
       77  WS-SIZE-1                    PIC X(10).
       77  WS-SIZE-2                    PIC X(10).
       77  WS-PAREN-POS                 PIC 9(03) VALUE ZERO.
      *
      *    REPORT LINE FORMS.
      *
       77  WS-DESC-EXP                  PIC X(20).
       77  WS-DESC-ACT                  PIC X(20).
       77  WS-DESC-NUM                  PIC Z(4)9.
       77  WS-DESC-SCALE                PIC ZZ9.
       77  WS-SHOW-DRIFT                PIC Z(3)9.
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-DDL-LINE THRU 2000-EXIT
               UNTIL WS-DDL-AT-END.
           CLOSE DDLFILE.
           IF WS-TBL-COUNT IS EQUAL TO ZERO
             DISPLAY "T) JCSQLDRFT: NO CREATE TABLE IN "
                     FUNCTION TRIM (WS-DDL-NAME)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 8100-SQL-OPEN THRU 8100-EXIT.
           PERFORM 3000-CHECK-ONE-TABLE THRU 3000-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB IS GREATER THAN WS-TBL-COUNT.
           PERFORM 8800-SQL-CLOSE THRU 8800-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLDRFT" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLDRFT: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLDRFT: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLDRF" TO WS-MYSQL-PROGRAM-NAME.
           MOVE "JCSQLDRF" TO WS-PGSQL-PROGRAM-NAME.
           ACCEPT WS-DRFT-TARGET FROM ENVIRONMENT "JCSQL_TARGET".
           INSPECT WS-DRFT-TARGET CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-DDL-NAME FROM ENVIRONMENT "JCSQL_DDL".
           IF WS-DDL-NAME IS EQUAL TO SPACES
             MOVE "DICTDDL" TO WS-DDL-NAME
           END-IF.
           OPEN INPUT DDLFILE.
           IF WS-DDL-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLDRFT: UNABLE TO OPEN "
                     FUNCTION TRIM (WS-DDL-NAME) ", STATUS="
                     WS-DDL-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 7000-READ-DDL THRU 7000-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    dictgen'S DDL: "--" COMMENTS, "CREATE TABLE name (",
      *      ONE "NAME TYPE[,]" LINE PER COLUMN, THEN ");".
      *
       2000-READ-DDL-LINE.
           MOVE FUNCTION TRIM (DDL-RECORD, LEADING) TO WS-DDL-WORK.
           INSPECT WS-DDL-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-DDL-WORK IS EQUAL TO SPACES
            OR WS-DDL-WORK (1:2) IS EQUAL TO "--"
            OR WS-DDL-WORK (1:2) IS EQUAL TO ");"
             GO TO 2000-NEXT
           END-IF.
           MOVE SPACES TO WS-DDL-TOKEN-1 WS-DDL-TOKEN-2
                          WS-DDL-TOKEN-3 WS-DDL-TOKEN-4.
           UNSTRING WS-DDL-WORK DELIMITED BY ALL " "
               INTO WS-DDL-TOKEN-1 WS-DDL-TOKEN-2
                    WS-DDL-TOKEN-3 WS-DDL-TOKEN-4
           END-UNSTRING.
           IF WS-DDL-TOKEN-1 IS EQUAL TO "CREATE"
            AND WS-DDL-TOKEN-2 IS EQUAL TO "TABLE"
             PERFORM 2100-START-TABLE THRU 2100-EXIT
             GO TO 2000-NEXT
           END-IF.
           IF WS-TBL-COUNT IS EQUAL TO ZERO
             GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-TAKE-COLUMN THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 7000-READ-DDL THRU 7000-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-START-TABLE.
           IF WS-TBL-COUNT IS EQUAL TO 20
             DISPLAY "T) JCSQLDRFT: MORE THAN 20 TABLES IN "
                     FUNCTION TRIM (WS-DDL-NAME)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-TBL-COUNT.
           INSPECT WS-DDL-TOKEN-3 REPLACING ALL "(" BY SPACE.
           MOVE WS-DDL-TOKEN-3 TO WS-TBL-NAME (WS-TBL-COUNT).
           COMPUTE WS-TBL-FIRST-COL (WS-TBL-COUNT) = WS-EXP-COUNT + 1.
           MOVE WS-EXP-COUNT TO WS-TBL-LAST-COL (WS-TBL-COUNT).
       2100-EXIT.
           EXIT.
      *
      *    ONE COLUMN LINE: NAME, THEN THE TYPE -- CHAR(n),
      *      DECIMAL(p,s), SMALLINT, INTEGER, BIGINT, DOUBLE
      *      [PRECISION] -- WITH THE LIST COMMA DROPPED.
      *
       2200-TAKE-COLUMN.
           IF WS-EXP-COUNT IS EQUAL TO 200
             DISPLAY "T) JCSQLDRFT: MORE THAN 200 COLUMNS IN "
                     FUNCTION TRIM (WS-DDL-NAME)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-EXP-COUNT.
           MOVE WS-EXP-COUNT TO WS-TBL-LAST-COL (WS-TBL-COUNT).
           MOVE WS-DDL-TOKEN-1 TO WS-EXP-NAME (WS-EXP-COUNT).
           MOVE "N" TO WS-EXP-MATCHED (WS-EXP-COUNT).
           MOVE ZERO TO WS-PAREN-POS.
           INSPECT WS-DDL-TOKEN-2 TALLYING WS-PAREN-POS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PAREN-POS IS GREATER THAN ZERO
            AND WS-DDL-TOKEN-2 (WS-PAREN-POS:1) IS EQUAL TO ","
             MOVE SPACE TO WS-DDL-TOKEN-2 (WS-PAREN-POS:1)
           END-IF.
           MOVE SPACES TO WS-SIZE-TEXT.
           MOVE ZERO TO WS-PAREN-POS.
           INSPECT WS-DDL-TOKEN-2 TALLYING WS-PAREN-POS
               FOR CHARACTERS BEFORE INITIAL "(".
           IF WS-PAREN-POS IS LESS THAN 40
             MOVE WS-DDL-TOKEN-2 (WS-PAREN-POS + 2:) TO WS-SIZE-TEXT
             MOVE WS-DDL-TOKEN-2 (1:WS-PAREN-POS) TO WS-TYPE-WORD
           ELSE
             MOVE WS-DDL-TOKEN-2 TO WS-TYPE-WORD
           END-IF.
           PERFORM 6000-TYPE-FAMILY THRU 6000-EXIT.
           MOVE WS-TYPE-FAMILY TO WS-EXP-TYPE (WS-EXP-COUNT).
           MOVE ZERO TO WS-EXP-LENGTH (WS-EXP-COUNT)
                        WS-EXP-SCALE (WS-EXP-COUNT).
           IF WS-SIZE-TEXT IS NOT EQUAL TO SPACES
             MOVE SPACES TO WS-SIZE-1 WS-SIZE-2
             UNSTRING WS-SIZE-TEXT DELIMITED BY "," OR ")"
                 INTO WS-SIZE-1 WS-SIZE-2
             END-UNSTRING
             IF FUNCTION TEST-NUMVAL (WS-SIZE-1) IS EQUAL TO ZERO
               COMPUTE WS-EXP-LENGTH (WS-EXP-COUNT)
                   = FUNCTION NUMVAL (WS-SIZE-1)
             END-IF
             IF WS-SIZE-2 IS NOT EQUAL TO SPACES
              AND FUNCTION TEST-NUMVAL (WS-SIZE-2) IS EQUAL TO ZERO
               COMPUTE WS-EXP-SCALE (WS-EXP-COUNT)
                   = FUNCTION NUMVAL (WS-SIZE-2)
             END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *    ONE TABLE: ITS CATALOG COLUMNS, THEN THE COMPARISON.
      *
       3000-CHECK-ONE-TABLE.
           MOVE ZERO TO WS-TABLE-DRIFT.
           DISPLAY "I) JCSQLDRFT: "
                   FUNCTION TRIM (WS-TBL-NAME (WS-TBL-SUB))
                   " AGAINST " FUNCTION TRIM (WS-DDL-NAME).
           PERFORM 4000-LOAD-CATALOG THRU 4000-EXIT.
           IF WS-ACT-COUNT IS EQUAL TO ZERO
             DISPLAY "   MISSING  TABLE "
                     FUNCTION TRIM (WS-TBL-NAME (WS-TBL-SUB))
                     " IS NOT IN THE DATABASE"
             ADD 1 TO WS-TABLE-DRIFT
             GO TO 3000-REPORT
           END-IF.
           PERFORM 5000-COMPARE-EXPECTED THRU 5000-EXIT
               VARYING WS-EXP-SUB
                  FROM WS-TBL-FIRST-COL (WS-TBL-SUB) BY 1
               UNTIL WS-EXP-SUB IS GREATER THAN
                        WS-TBL-LAST-COL (WS-TBL-SUB).
           PERFORM 5100-REPORT-EXTRA THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT.
       3000-REPORT.
           IF WS-TABLE-DRIFT IS EQUAL TO ZERO
             DISPLAY "   NO DRIFT"
           ELSE
             ADD WS-TABLE-DRIFT TO WS-DRIFT-COUNT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *    THE CATALOG'S VIEW: NAME, TYPE, CHARACTER LENGTH,
      *      NUMERIC PRECISION AND SCALE, IN COLUMN ORDER.
      *
       4000-LOAD-CATALOG.
           MOVE ZERO TO WS-ACT-COUNT.
           MOVE 5 TO WS-MYSQL-HV-COUNT WS-PGSQL-HV-COUNT.
           MOVE "C" TO WS-MYSQL-HV-TYPE (1) WS-PGSQL-HV-TYPE (1)
                       WS-MYSQL-HV-TYPE (2) WS-PGSQL-HV-TYPE (2).
           PERFORM VARYING WS-HV-SUB FROM 3 BY 1
               UNTIL WS-HV-SUB IS GREATER THAN 5
             MOVE "N" TO WS-MYSQL-HV-TYPE (WS-HV-SUB)
                         WS-PGSQL-HV-TYPE (WS-HV-SUB)
           END-PERFORM.
           PERFORM 8200-SQL-SELECT THRU 8200-EXIT.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
           PERFORM 4100-TAKE-CATALOG-ROW THRU 4100-EXIT
               UNTIL WS-CAT-AT-END.
       4000-EXIT.
           EXIT.
      *
       4100-TAKE-CATALOG-ROW.
           IF WS-ACT-COUNT IS LESS THAN 200
             ADD 1 TO WS-ACT-COUNT
             MOVE "N" TO WS-ACT-MATCHED (WS-ACT-COUNT)
             IF WS-TARGET-IS-PGSQL
               MOVE WS-PGSQL-HV-TEXT (1) TO WS-ACT-NAME (WS-ACT-COUNT)
               MOVE WS-PGSQL-HV-TEXT (2) TO WS-TYPE-WORD
               MOVE WS-PGSQL-HV-NUM (3) TO WS-ACT-LENGTH (WS-ACT-COUNT)
               MOVE WS-PGSQL-HV-NUM (5) TO WS-ACT-SCALE (WS-ACT-COUNT)
               IF WS-PGSQL-HV-NUM (4) IS GREATER THAN ZERO
                 MOVE WS-PGSQL-HV-NUM (4)
                   TO WS-ACT-LENGTH (WS-ACT-COUNT)
               END-IF
             ELSE
               MOVE WS-MYSQL-HV-TEXT (1) TO WS-ACT-NAME (WS-ACT-COUNT)
               MOVE WS-MYSQL-HV-TEXT (2) TO WS-TYPE-WORD
               MOVE WS-MYSQL-HV-NUM (3) TO WS-ACT-LENGTH (WS-ACT-COUNT)
               MOVE WS-MYSQL-HV-NUM (5) TO WS-ACT-SCALE (WS-ACT-COUNT)
               IF WS-MYSQL-HV-NUM (4) IS GREATER THAN ZERO
                 MOVE WS-MYSQL-HV-NUM (4)
                   TO WS-ACT-LENGTH (WS-ACT-COUNT)
               END-IF
             END-IF
             INSPECT WS-ACT-NAME (WS-ACT-COUNT) CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             INSPECT WS-TYPE-WORD CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             PERFORM 6000-TYPE-FAMILY THRU 6000-EXIT
             MOVE WS-TYPE-FAMILY TO WS-ACT-TYPE (WS-ACT-COUNT)
             PERFORM 6100-SIZE-THAT-COUNTS THRU 6100-EXIT
           END-IF.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
       4100-EXIT.
           EXIT.
      *
      *    ONE DICTIONARY COLUMN AGAINST THE CATALOG.
      *
       5000-COMPARE-EXPECTED.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT
                  OR WS-ACT-NAME (WS-ACT-SUB) IS EQUAL TO
                        WS-EXP-NAME (WS-EXP-SUB)
             CONTINUE
           END-PERFORM.
           MOVE WS-EXP-TYPE (WS-EXP-SUB) TO WS-TYPE-FAMILY.
           MOVE WS-EXP-LENGTH (WS-EXP-SUB) TO WS-DESC-NUM.
           MOVE WS-EXP-SCALE (WS-EXP-SUB) TO WS-DESC-SCALE.
           PERFORM 6200-DESCRIBE-TYPE THRU 6200-EXIT.
           MOVE WS-DESC-ACT TO WS-DESC-EXP.
           IF WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT
             DISPLAY "   MISSING  "
                     WS-EXP-NAME (WS-EXP-SUB) (1:20)
                     " DICTIONARY " WS-DESC-EXP " TABLE -"
             ADD 1 TO WS-TABLE-DRIFT
             GO TO 5000-EXIT
           END-IF.
           MOVE "Y" TO WS-ACT-MATCHED (WS-ACT-SUB).
           MOVE WS-ACT-TYPE (WS-ACT-SUB) TO WS-TYPE-FAMILY.
           MOVE WS-ACT-LENGTH (WS-ACT-SUB) TO WS-DESC-NUM.
           MOVE WS-ACT-SCALE (WS-ACT-SUB) TO WS-DESC-SCALE.
           PERFORM 6200-DESCRIBE-TYPE THRU 6200-EXIT.
           IF WS-ACT-TYPE (WS-ACT-SUB) IS NOT EQUAL TO
                 WS-EXP-TYPE (WS-EXP-SUB)
             DISPLAY "   RETYPED  "
                     WS-EXP-NAME (WS-EXP-SUB) (1:20)
                     " DICTIONARY " WS-DESC-EXP " TABLE "
                     WS-DESC-ACT
             ADD 1 TO WS-TABLE-DRIFT
             GO TO 5000-EXIT
           END-IF.
           IF WS-ACT-LENGTH (WS-ACT-SUB) IS NOT EQUAL TO
                 WS-EXP-LENGTH (WS-EXP-SUB)
            OR WS-ACT-SCALE (WS-ACT-SUB) IS NOT EQUAL TO
                 WS-EXP-SCALE (WS-EXP-SUB)
             DISPLAY "   RESIZED  "
                     WS-EXP-NAME (WS-EXP-SUB) (1:20)
                     " DICTIONARY " WS-DESC-EXP " TABLE "
                     WS-DESC-ACT
             ADD 1 TO WS-TABLE-DRIFT
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-EXTRA.
           IF WS-ACT-MATCHED (WS-ACT-SUB) IS EQUAL TO "Y"
             GO TO 5100-EXIT
           END-IF.
           MOVE WS-ACT-TYPE (WS-ACT-SUB) TO WS-TYPE-FAMILY.
           MOVE WS-ACT-LENGTH (WS-ACT-SUB) TO WS-DESC-NUM.
           MOVE WS-ACT-SCALE (WS-ACT-SUB) TO WS-DESC-SCALE.
           PERFORM 6200-DESCRIBE-TYPE THRU 6200-EXIT.
           DISPLAY "   EXTRA    "
                   WS-ACT-NAME (WS-ACT-SUB) (1:20)
                   " DICTIONARY -                    TABLE "
                   WS-DESC-ACT.
           ADD 1 TO WS-TABLE-DRIFT.
       5100-EXIT.
           EXIT.
      *
      *    THE TYPE FAMILY BOTH DIALECTS AND dictgen AGREE ON.
      *
       6000-TYPE-FAMILY.
           EVALUATE WS-TYPE-WORD
             WHEN "CHAR"
             WHEN "CHARACTER"
             WHEN "BPCHAR"
               MOVE "CHAR" TO WS-TYPE-FAMILY
             WHEN "VARCHAR"
             WHEN "CHARACTER VARYING"
               MOVE "VARCHAR" TO WS-TYPE-FAMILY
             WHEN "SMALLINT"
             WHEN "INT2"
               MOVE "SMALLINT" TO WS-TYPE-FAMILY
             WHEN "INT"
             WHEN "INTEGER"
             WHEN "INT4"
               MOVE "INTEGER" TO WS-TYPE-FAMILY
             WHEN "BIGINT"
             WHEN "INT8"
               MOVE "BIGINT" TO WS-TYPE-FAMILY
             WHEN "DECIMAL"
             WHEN "NUMERIC"
               MOVE "DECIMAL" TO WS-TYPE-FAMILY
             WHEN "DOUBLE"
             WHEN "DOUBLE PRECISION"
             WHEN "FLOAT8"
               MOVE "DOUBLE" TO WS-TYPE-FAMILY
             WHEN OTHER
               MOVE WS-TYPE-WORD TO WS-TYPE-FAMILY
           END-EVALUATE.
       6000-EXIT.
           EXIT.
      *
      *    ONLY CHARACTER LENGTHS AND DECIMAL PRECISION/SCALE ARE
      *      dictgen'S TO SET; THE CATALOG'S PRECISION FOR THE
      *      INTEGER AND FLOATING TYPES IS THE ENGINE'S OWN.
      *
       6100-SIZE-THAT-COUNTS.
           IF WS-ACT-TYPE (WS-ACT-COUNT) IS NOT EQUAL TO "CHAR"
            AND WS-ACT-TYPE (WS-ACT-COUNT) IS NOT EQUAL TO "VARCHAR"
            AND WS-ACT-TYPE (WS-ACT-COUNT) IS NOT EQUAL TO "DECIMAL"
             MOVE ZERO TO WS-ACT-LENGTH (WS-ACT-COUNT)
                          WS-ACT-SCALE (WS-ACT-COUNT)
           END-IF.
           IF WS-ACT-TYPE (WS-ACT-COUNT) IS NOT EQUAL TO "DECIMAL"
             MOVE ZERO TO WS-ACT-SCALE (WS-ACT-COUNT)
           END-IF.
       6100-EXIT.
           EXIT.
      *
      *    CHAR(n), DECIMAL(p,s) OR THE BARE FAMILY, FOR THE REPORT.
      *
       6200-DESCRIBE-TYPE.
           MOVE SPACES TO WS-DESC-ACT.
           EVALUATE WS-TYPE-FAMILY
             WHEN "CHAR"
             WHEN "VARCHAR"
               STRING FUNCTION TRIM (WS-TYPE-FAMILY) "("
                   FUNCTION TRIM (WS-DESC-NUM) ")"
                   DELIMITED BY SIZE INTO WS-DESC-ACT
               END-STRING
             WHEN "DECIMAL"
               STRING "DECIMAL(" FUNCTION TRIM (WS-DESC-NUM) ","
                   FUNCTION TRIM (WS-DESC-SCALE) ")"
                   DELIMITED BY SIZE INTO WS-DESC-ACT
               END-STRING
             WHEN OTHER
               MOVE WS-TYPE-FAMILY TO WS-DESC-ACT
           END-EVALUATE.
       6200-EXIT.
           EXIT.
      *
       7000-READ-DDL.
           READ DDLFILE
             AT END
               MOVE "Y" TO WS-DDL-EOF
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
       8200-SQL-SELECT.
           IF WS-TARGET-IS-PGSQL
             MOVE SPACES TO WS-PGSQL-COMMAND
             STRING "SELECT COLUMN_NAME, DATA_TYPE,"
                 " COALESCE(CHARACTER_MAXIMUM_LENGTH, 0),"
                 " COALESCE(NUMERIC_PRECISION, 0),"
                 " COALESCE(NUMERIC_SCALE, 0)"
                 " FROM INFORMATION_SCHEMA.COLUMNS"
                 " WHERE TABLE_SCHEMA = CURRENT_SCHEMA()"
                 " AND UPPER(TABLE_NAME) = '"
                 FUNCTION TRIM (WS-TBL-NAME (WS-TBL-SUB))
                 "' ORDER BY ORDINAL_POSITION" X"00"
                 DELIMITED BY SIZE INTO WS-PGSQL-COMMAND
             END-STRING
             PERFORM PGSQL-1200-SELECT THRU PGSQL-1209-EXIT
             PERFORM PGSQL-1220-STORE-RESULT THRU PGSQL-1239-EXIT
           ELSE
             MOVE SPACES TO WS-MYSQL-COMMAND
             STRING "SELECT COLUMN_NAME, DATA_TYPE,"
                 " COALESCE(CHARACTER_MAXIMUM_LENGTH, 0),"
                 " COALESCE(NUMERIC_PRECISION, 0),"
                 " COALESCE(NUMERIC_SCALE, 0)"
                 " FROM INFORMATION_SCHEMA.COLUMNS"
                 " WHERE TABLE_SCHEMA = DATABASE()"
                 " AND UPPER(TABLE_NAME) = '"
                 FUNCTION TRIM (WS-TBL-NAME (WS-TBL-SUB))
                 "' ORDER BY ORDINAL_POSITION" X"00"
                 DELIMITED BY SIZE INTO WS-MYSQL-COMMAND
             END-STRING
             PERFORM MYSQL-1200-SELECT THRU MYSQL-1209-EXIT
             PERFORM MYSQL-1220-STORE-RESULT THRU MYSQL-1239-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
      *
       8300-SQL-FETCH.
           MOVE "N" TO WS-CAT-EOF.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1235-FETCH-INTO THRU PGSQL-1238-EXIT
             IF WS-PGSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-CAT-EOF
             END-IF
           ELSE
             PERFORM MYSQL-1235-FETCH-INTO THRU MYSQL-1238-EXIT
             IF WS-MYSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-CAT-EOF
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
           IF WS-DRIFT-COUNT IS GREATER THAN ZERO
             MOVE WS-DRIFT-COUNT TO WS-SHOW-DRIFT
             DISPLAY "T) JCSQLDRFT: " FUNCTION TRIM (WS-SHOW-DRIFT)
                     " COLUMN(S) DRIFTED FROM THE DICTIONARY;"
                     " STEP FAILED"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "I) JCSQLDRFT: EVERY TABLE MATCHES ITS"
                     " DICTIONARY"
             MOVE ZERO TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
