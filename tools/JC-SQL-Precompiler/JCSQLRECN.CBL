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
      *    JC-SQL GCMASTER / TABLE KEY RECONCILIATION            *
      ************************************************************
      *
      *    JCSQLVRFY TIES THE LOAD'S TOTALS; THIS JOB TIES THE TWO
      *      LONG-LIVED COPIES KEY BY KEY.  GCMASTER (MAINTAINED BY
      *      GC72MASTMNT) IS READ IN CH_FIELD ORDER ALONGSIDE AN
      *      ORDERED SELECT OVER THE TABLE (MAINTAINED BY JCSQLDELT),
      *      FETCHED THROUGH THE TYPED FETCH, AND THE TWO STREAMS
      *      ARE MATCHED LIKE A BALANCE LINE:
      *
      *        ONLY-GCMASTER  THE KEY IS ON GCMASTER, NOT THE TABLE
      *        ONLY-TABLE     THE KEY IS IN THE TABLE, NOT GCMASTER
      *        DIFFERS        THE KEY IS ON BOTH; EACH FIELD THAT
      *                       DISAGREES IS LISTED WITH BOTH VALUES
      *
      *      THE FIELDS COMPARED ARE SEQ_RECORD AND THE AMOUNT
      *      COLUMNS ZD_FIELD, FI_FIELD, PD_FIELD AND BI_FIELD.
      *      FL_FIELD IS A FLOATING COLUMN WITH NO EXACT DECIMAL
      *      FORM AND IS NOT COMPARED.  THE TABLE IS ORDERED BY THE
      *      KEY'S BYTES (BINARY / COLLATE "C"), THE ORDER GCMASTER
      *      KEEPS, WHATEVER THE DATABASE'S OWN COLLATION.
      *
      *    GCMASTER IS THE BOOK OF RECORD.  WITH JCSQL_RECON_DELTA
      *      NAMING A FILE, THE JOB ALSO WRITES THE CORRECTIONS IN
      *      THE DELTAIN SHAPE JCSQLDELT POSTS -- A FOR A KEY ONLY
      *      ON GCMASTER, D FOR A KEY ONLY IN THE TABLE, C WITH THE
      *      GCMASTER RECORD FOR A KEY THAT DIFFERS -- SO A
      *      FOLLOWING JCSQLDELT STEP BRINGS THE TABLE BACK IN LINE.
      *
      *    ENVIRONMENT:
      *      JCSQL_TARGET           MYSQL (DEFAULT) OR PGSQL
      *      JCSQL_TABLE            TARGET TABLE (DEFAULT SORTREC)
      *      JCSQL_RECON_DELTA      CORRECTION FILE TO WRITE;
      *                             UNSET = REPORT ONLY
      *      MYSQL_xxx / PGSQL_xxx  CONNECTION (SEE THE COPYBOOKS)
      *
      *    RETURN CODES:  0 IN STEP,  4 KEYS OUT OF STEP,
      *      8 ERROR.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GCMASTER ASSIGN TO "GCMASTER"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-CH-FIELD
               ALTERNATE RECORD KEY IS MST-SEQ-RECORD
               FILE STATUS IS WS-MST-STATUS.
           SELECT CORRFILE ASSIGN TO WS-CORR-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
           COPY MYSQL-AUDIT-FD.
      *    THE gcixbld01 GCMASTER SHAPE: CH_FIELD LEADS AS THE KEY.
       FD  GCMASTER.
       01  GCMASTER-RECORD.
           05 MST-CH-FIELD         PIC  X(05).
           05 MST-SEQ-RECORD       PIC  9(07).
           05 MST-ZD-FIELD         PIC S9(07).
           05 MST-FL-FIELD         COMP-2.
           05 MST-FI-FIELD         PIC S9(07) COMP.
           05 MST-PD-FIELD         PIC S9(07) COMP-3.
           05 MST-BI-FIELD         PIC  9(07) COMP.
           05 FILLER               PIC  X(52).
      *    THE gcdelta01 DELTA SHAPE JCSQLDELT READS AS DELTAIN.
       FD  CORRFILE.
       01  CORR-RECORD.
           05 COR-ACTION           PIC  X(01).
           05 COR-SEQ-RECORD       PIC  9(07).
           05 COR-ZD-FIELD         PIC S9(07).
           05 COR-FL-FIELD         COMP-2.
           05 COR-FI-FIELD         PIC S9(07) COMP.
           05 COR-PD-FIELD         PIC S9(07) COMP-3.
           05 COR-BI-FIELD         PIC  9(07) COMP.
           05 COR-CH-FIELD         PIC  X(05).
           05 FILLER               PIC  X(52).
       WORKING-STORAGE SECTION.
       77  WS-MST-STATUS                PIC X(02).
       77  WS-CORR-STATUS               PIC X(02).
       77  WS-CORR-NAME                 PIC X(64) VALUE SPACES.
       77  WS-CORR-WANTED               PIC X(01) VALUE "N".
           88  WS-CORR-IS-WANTED            VALUE "Y".
       77  WS-RECN-TARGET               PIC X(08) VALUE SPACES.
           88  WS-TARGET-IS-PGSQL           VALUE "PGSQL".
       77  WS-TABLE-NAME                PIC X(32) VALUE SPACES.
       77  WS-HV-SUB                    PIC 9(02) VALUE ZERO.
      *
      *    THE TWO SIDES OF THE MATCH; HIGH-VALUES MARKS AN END.
      *
       77  WS-MST-KEY                   PIC X(05).
       77  WS-DB-KEY                    PIC X(05).
       01  WS-DB-ROW.
           05  WS-DB-SEQ-RECORD     PIC S9(09) VALUE ZERO.
           05  WS-DB-ZD-FIELD       PIC S9(09) VALUE ZERO.
           05  WS-DB-FI-FIELD       PIC S9(09) VALUE ZERO.
           05  WS-DB-PD-FIELD       PIC S9(09) VALUE ZERO.
           05  WS-DB-BI-FIELD       PIC S9(09) VALUE ZERO.
      *
      *    COUNTS.
      *
       77  WS-MATCH-COUNT               PIC 9(09) VALUE ZERO.
       77  WS-ONLY-MST-COUNT            PIC 9(09) VALUE ZERO.
       77  WS-ONLY-DB-COUNT             PIC 9(09) VALUE ZERO.
       77  WS-DIFF-COUNT                PIC 9(09) VALUE ZERO.
       77  WS-CORR-COUNT                PIC 9(09) VALUE ZERO.
       77  WS-KEY-DIFFERS               PIC X(01) VALUE "N".
           88  WS-KEY-HAS-DIFFERENCE        VALUE "Y".
      *
      *    REPORT LINE FORMS.
      *
       77  WS-SHOW-FIELD                PIC X(10).
       77  WS-SHOW-MST                  PIC -(11)9.
       77  WS-SHOW-DB                   PIC -(11)9.
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
           PERFORM 2000-MATCH-KEYS THRU 2000-EXIT
               UNTIL WS-MST-KEY IS EQUAL TO HIGH-VALUES
                 AND WS-DB-KEY IS EQUAL TO HIGH-VALUES.
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
           MOVE "JCSQLRECN" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLRECN: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRECN: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLREC" TO WS-MYSQL-PROGRAM-NAME.
           MOVE "JCSQLREC" TO WS-PGSQL-PROGRAM-NAME.
           ACCEPT WS-RECN-TARGET FROM ENVIRONMENT "JCSQL_TARGET".
           INSPECT WS-RECN-TARGET CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-TABLE-NAME FROM ENVIRONMENT "JCSQL_TABLE".
           IF WS-TABLE-NAME IS EQUAL TO SPACES
             MOVE "SORTREC" TO WS-TABLE-NAME
           END-IF.
           ACCEPT WS-CORR-NAME FROM ENVIRONMENT "JCSQL_RECON_DELTA".
           OPEN INPUT GCMASTER.
           IF WS-MST-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRECN: UNABLE TO OPEN GCMASTER, STATUS="
                     WS-MST-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-CORR-NAME IS NOT EQUAL TO SPACES
             OPEN OUTPUT CORRFILE
             IF WS-CORR-STATUS IS NOT EQUAL TO "00"
               DISPLAY "T) JCSQLRECN: UNABLE TO OPEN "
                       FUNCTION TRIM (WS-CORR-NAME) ", STATUS="
                       WS-CORR-STATUS
               CLOSE GCMASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "Y" TO WS-CORR-WANTED
           END-IF.
           PERFORM 8100-SQL-OPEN THRU 8100-EXIT.
           MOVE 6 TO WS-MYSQL-HV-COUNT WS-PGSQL-HV-COUNT.
           MOVE "C" TO WS-MYSQL-HV-TYPE (1) WS-PGSQL-HV-TYPE (1).
           PERFORM VARYING WS-HV-SUB FROM 2 BY 1
               UNTIL WS-HV-SUB IS GREATER THAN 6
             MOVE "N" TO WS-MYSQL-HV-TYPE (WS-HV-SUB)
                         WS-PGSQL-HV-TYPE (WS-HV-SUB)
           END-PERFORM.
           PERFORM 8200-SQL-SELECT THRU 8200-EXIT.
           DISPLAY "I) JCSQLRECN: GCMASTER VS "
                   FUNCTION TRIM (WS-TABLE-NAME).
           DISPLAY "   KEY   FIELD          GCMASTER        TABLE".
           PERFORM 7000-READ-GCMASTER THRU 7000-EXIT.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    ONE STEP OF THE BALANCE LINE: THE LOWER KEY MOVES.
      *
       2000-MATCH-KEYS.
           IF WS-MST-KEY IS LESS THAN WS-DB-KEY
             ADD 1 TO WS-ONLY-MST-COUNT
             DISPLAY "   " WS-MST-KEY " ONLY-GCMASTER"
             IF WS-CORR-IS-WANTED
               MOVE "A" TO COR-ACTION
               PERFORM 6000-WRITE-MST-CORRECTION THRU 6000-EXIT
             END-IF
             PERFORM 7000-READ-GCMASTER THRU 7000-EXIT
             GO TO 2000-EXIT
           END-IF.
           IF WS-MST-KEY IS GREATER THAN WS-DB-KEY
             ADD 1 TO WS-ONLY-DB-COUNT
             DISPLAY "   " WS-DB-KEY " ONLY-TABLE"
             IF WS-CORR-IS-WANTED
               PERFORM 6100-WRITE-DELETE THRU 6100-EXIT
             END-IF
             PERFORM 8300-SQL-FETCH THRU 8300-EXIT
             GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           PERFORM 3000-COMPARE-FIELDS THRU 3000-EXIT.
           IF WS-KEY-HAS-DIFFERENCE
             ADD 1 TO WS-DIFF-COUNT
             IF WS-CORR-IS-WANTED
               MOVE "C" TO COR-ACTION
               PERFORM 6000-WRITE-MST-CORRECTION THRU 6000-EXIT
             END-IF
           END-IF.
           PERFORM 7000-READ-GCMASTER THRU 7000-EXIT.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    THE SAME KEY ON BOTH SIDES: FIELD BY FIELD.
      *
       3000-COMPARE-FIELDS.
           MOVE "N" TO WS-KEY-DIFFERS.
           IF MST-SEQ-RECORD IS NOT EQUAL TO WS-DB-SEQ-RECORD
             MOVE "SEQ_RECORD" TO WS-SHOW-FIELD
             MOVE MST-SEQ-RECORD TO WS-SHOW-MST
             MOVE WS-DB-SEQ-RECORD TO WS-SHOW-DB
             PERFORM 3100-SHOW-DIFFERENCE THRU 3100-EXIT
           END-IF.
           IF MST-ZD-FIELD IS NOT EQUAL TO WS-DB-ZD-FIELD
             MOVE "ZD_FIELD" TO WS-SHOW-FIELD
             MOVE MST-ZD-FIELD TO WS-SHOW-MST
             MOVE WS-DB-ZD-FIELD TO WS-SHOW-DB
             PERFORM 3100-SHOW-DIFFERENCE THRU 3100-EXIT
           END-IF.
           IF MST-FI-FIELD IS NOT EQUAL TO WS-DB-FI-FIELD
             MOVE "FI_FIELD" TO WS-SHOW-FIELD
             MOVE MST-FI-FIELD TO WS-SHOW-MST
             MOVE WS-DB-FI-FIELD TO WS-SHOW-DB
             PERFORM 3100-SHOW-DIFFERENCE THRU 3100-EXIT
           END-IF.
           IF MST-PD-FIELD IS NOT EQUAL TO WS-DB-PD-FIELD
             MOVE "PD_FIELD" TO WS-SHOW-FIELD
             MOVE MST-PD-FIELD TO WS-SHOW-MST
             MOVE WS-DB-PD-FIELD TO WS-SHOW-DB
             PERFORM 3100-SHOW-DIFFERENCE THRU 3100-EXIT
           END-IF.
           IF MST-BI-FIELD IS NOT EQUAL TO WS-DB-BI-FIELD
             MOVE "BI_FIELD" TO WS-SHOW-FIELD
             MOVE MST-BI-FIELD TO WS-SHOW-MST
             MOVE WS-DB-BI-FIELD TO WS-SHOW-DB
             PERFORM 3100-SHOW-DIFFERENCE THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-SHOW-DIFFERENCE.
           MOVE "Y" TO WS-KEY-DIFFERS.
           DISPLAY "   " WS-MST-KEY " " WS-SHOW-FIELD " "
                   WS-SHOW-MST " " WS-SHOW-DB.
       3100-EXIT.
           EXIT.
      *
      *    A OR C: THE GCMASTER RECORD, IN THE DELTAIN SHAPE.
      *
       6000-WRITE-MST-CORRECTION.
           MOVE SPACES TO CORR-RECORD (2:).
           MOVE MST-SEQ-RECORD TO COR-SEQ-RECORD.
           MOVE MST-ZD-FIELD TO COR-ZD-FIELD.
           MOVE MST-FL-FIELD TO COR-FL-FIELD.
           MOVE MST-FI-FIELD TO COR-FI-FIELD.
           MOVE MST-PD-FIELD TO COR-PD-FIELD.
           MOVE MST-BI-FIELD TO COR-BI-FIELD.
           MOVE MST-CH-FIELD TO COR-CH-FIELD.
           PERFORM 6900-WRITE-CORRECTION THRU 6900-EXIT.
       6000-EXIT.
           EXIT.
      *
      *    D: THE KEY, WITH THE TABLE'S OWN VALUES FOR THE RECORD.
      *
       6100-WRITE-DELETE.
           MOVE SPACES TO CORR-RECORD.
           MOVE "D" TO COR-ACTION.
           MOVE WS-DB-SEQ-RECORD TO COR-SEQ-RECORD.
           MOVE WS-DB-ZD-FIELD TO COR-ZD-FIELD.
           MOVE ZERO TO COR-FL-FIELD.
           MOVE WS-DB-FI-FIELD TO COR-FI-FIELD.
           MOVE WS-DB-PD-FIELD TO COR-PD-FIELD.
           MOVE WS-DB-BI-FIELD TO COR-BI-FIELD.
           MOVE WS-DB-KEY TO COR-CH-FIELD.
           PERFORM 6900-WRITE-CORRECTION THRU 6900-EXIT.
       6100-EXIT.
           EXIT.
      *
       6900-WRITE-CORRECTION.
           WRITE CORR-RECORD.
           IF WS-CORR-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRECN: WRITE FAILED ON "
                     FUNCTION TRIM (WS-CORR-NAME) ", STATUS="
                     WS-CORR-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-CORR-COUNT.
       6900-EXIT.
           EXIT.
      *
       7000-READ-GCMASTER.
           READ GCMASTER
             AT END
               MOVE HIGH-VALUES TO WS-MST-KEY
               GO TO 7000-EXIT
           END-READ.
           IF WS-MST-STATUS IS NOT EQUAL TO "00"
            AND WS-MST-STATUS IS NOT EQUAL TO "02"
             DISPLAY "T) JCSQLRECN: READ FAILED ON GCMASTER, STATUS="
                     WS-MST-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE MST-CH-FIELD TO WS-MST-KEY.
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
      *    THE ORDERED CURSOR: KEY BYTES IN GCMASTER'S ORDER.
      *
       8200-SQL-SELECT.
           IF WS-TARGET-IS-PGSQL
             MOVE SPACES TO WS-PGSQL-COMMAND
             STRING "SELECT CH_FIELD, SEQ_RECORD, ZD_FIELD,"
                 " FI_FIELD, PD_FIELD, BI_FIELD"
                 " FROM " FUNCTION TRIM (WS-TABLE-NAME)
                 ' ORDER BY CH_FIELD COLLATE "C"' X"00"
                 DELIMITED BY SIZE INTO WS-PGSQL-COMMAND
             END-STRING
             PERFORM PGSQL-1200-SELECT THRU PGSQL-1209-EXIT
             PERFORM PGSQL-1220-STORE-RESULT THRU PGSQL-1239-EXIT
           ELSE
             MOVE SPACES TO WS-MYSQL-COMMAND
             STRING "SELECT CH_FIELD, SEQ_RECORD, ZD_FIELD,"
                 " FI_FIELD, PD_FIELD, BI_FIELD"
                 " FROM " FUNCTION TRIM (WS-TABLE-NAME)
                 " ORDER BY BINARY CH_FIELD" X"00"
                 DELIMITED BY SIZE INTO WS-MYSQL-COMMAND
             END-STRING
             PERFORM MYSQL-1200-SELECT THRU MYSQL-1209-EXIT
             PERFORM MYSQL-1220-STORE-RESULT THRU MYSQL-1239-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
      *
      *    THE NEXT ROW, OR HIGH-VALUES AT THE END OF THE TABLE.
      *
       8300-SQL-FETCH.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1235-FETCH-INTO THRU PGSQL-1238-EXIT
             IF WS-PGSQL-NO-MORE-ROWS
               MOVE HIGH-VALUES TO WS-DB-KEY
             ELSE
               MOVE WS-PGSQL-HV-TEXT (1) TO WS-DB-KEY
               MOVE WS-PGSQL-HV-NUM (2) TO WS-DB-SEQ-RECORD
               MOVE WS-PGSQL-HV-NUM (3) TO WS-DB-ZD-FIELD
               MOVE WS-PGSQL-HV-NUM (4) TO WS-DB-FI-FIELD
               MOVE WS-PGSQL-HV-NUM (5) TO WS-DB-PD-FIELD
               MOVE WS-PGSQL-HV-NUM (6) TO WS-DB-BI-FIELD
             END-IF
           ELSE
             PERFORM MYSQL-1235-FETCH-INTO THRU MYSQL-1238-EXIT
             IF WS-MYSQL-NO-MORE-ROWS
               MOVE HIGH-VALUES TO WS-DB-KEY
             ELSE
               MOVE WS-MYSQL-HV-TEXT (1) TO WS-DB-KEY
               MOVE WS-MYSQL-HV-NUM (2) TO WS-DB-SEQ-RECORD
               MOVE WS-MYSQL-HV-NUM (3) TO WS-DB-ZD-FIELD
               MOVE WS-MYSQL-HV-NUM (4) TO WS-DB-FI-FIELD
               MOVE WS-MYSQL-HV-NUM (5) TO WS-DB-PD-FIELD
               MOVE WS-MYSQL-HV-NUM (6) TO WS-DB-BI-FIELD
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
           CLOSE GCMASTER.
           IF WS-CORR-IS-WANTED
             CLOSE CORRFILE
           END-IF.
           MOVE WS-MATCH-COUNT TO WS-SHOW-COUNT.
           DISPLAY "I) JCSQLRECN: KEYS ON BOTH SIDES " WS-SHOW-COUNT.
           MOVE WS-DIFF-COUNT TO WS-SHOW-COUNT.
           DISPLAY "I) JCSQLRECN:   OF WHICH DIFFER  " WS-SHOW-COUNT.
           MOVE WS-ONLY-MST-COUNT TO WS-SHOW-COUNT.
           DISPLAY "I) JCSQLRECN: ONLY ON GCMASTER   " WS-SHOW-COUNT.
           MOVE WS-ONLY-DB-COUNT TO WS-SHOW-COUNT.
           DISPLAY "I) JCSQLRECN: ONLY IN THE TABLE  " WS-SHOW-COUNT.
           IF WS-CORR-IS-WANTED
             MOVE WS-CORR-COUNT TO WS-SHOW-COUNT
             DISPLAY "I) JCSQLRECN: CORRECTIONS TO "
                     FUNCTION TRIM (WS-CORR-NAME) " "
                     FUNCTION TRIM (WS-SHOW-COUNT)
           END-IF.
           IF WS-DIFF-COUNT IS GREATER THAN ZERO
            OR WS-ONLY-MST-COUNT IS GREATER THAN ZERO
            OR WS-ONLY-DB-COUNT IS GREATER THAN ZERO
             DISPLAY "W) JCSQLRECN: GCMASTER AND "
                     FUNCTION TRIM (WS-TABLE-NAME)
                     " ARE OUT OF STEP"
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "I) JCSQLRECN: GCMASTER AND "
                     FUNCTION TRIM (WS-TABLE-NAME)
                     " AGREE KEY FOR KEY"
             MOVE ZERO TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
