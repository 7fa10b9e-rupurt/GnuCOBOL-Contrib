      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                09/02/2026--DRM                           *
      * VERSION 002 -- EACH SQLRUNLOG LINE STARTS WITH THE RUN    *
      *                DATE AND TIME, SO THE HOUSEKEEPING JOB     *
      *                (gcretain01) CAN AGE THE LOG BY RECORD.    *
      *                10/15/2026--DRM                           *
      * VERSION 003 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL BATCH SCRIPT RUNNER                            *
      ************************************************************
      *    RUNS A FILE OF SQL STATEMENTS (SQLSCRIPT) THROUGH THE
      *      xxx-1210-COMMAND PARAGRAPH INSIDE ONE
      *      xxx-1400/1410/1420 TRANSACTION BRACKET, WITH ONE
      *      SQLRUNLOG LINE PER STATEMENT (DATE AND TIME, STATEMENT
      *      NUMBER,
      *      JC-SQLCA RESULT, ROWS AFFECTED, ELAPSED HUNDREDTHS,
      *      THE STATEMENT'S FIRST 80 CHARACTERS) -- SO THE
      *      NIGHTLY TABLE MAINTENANCE (AUDIT PRUNES, SUMMARY
       77  WS-SHOW-CODE                 PIC -(8)9.
       77  WS-SHOW-ROWS                 PIC -(8)9.
       77  WS-SHOW-ELAPSED              PIC Z(6)9.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-STMT-COUNT                PIC 9(05) VALUE ZERO.
       77  WS-ERROR-COUNT               PIC 9(05) VALUE ZERO.
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
               UNTIL WS-SCRIPT-AT-END
                  OR WS-STOPPED IS EQUAL TO "Y".
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLRUN" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLRUN: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLRUN: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLRUN" TO WS-MYSQL-PROGRAM-NAME.
           MOVE JC-SQLERRD-ROWS TO WS-SHOW-ROWS.
           MOVE WS-ELAPSED-HS TO WS-SHOW-ELAPSED.
           MOVE SPACES TO SQLRUNLOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE " " WS-CLOCK (1:6) " "
                  WS-STMT-COUNT " SQLCODE=" WS-SHOW-CODE
                  " SQLSTATE=" JC-SQLSTATE
                  " ROWS=" WS-SHOW-ROWS
                  " HS=" WS-SHOW-ELAPSED
