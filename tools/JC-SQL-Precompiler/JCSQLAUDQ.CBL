      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                09/02/2026--DRM                           *
      * VERSION 002 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL AUDIT WAREHOUSE QUERY SCREEN                   *
      ************************************************************
       77  WS-HV-SUB                    PIC 9(02) VALUE ZERO.
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ONE-QUERY THRU 2000-EXIT
               UNTIL WS-DONE IS EQUAL TO "Y".
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLAUDQ" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLAUDQ: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLAUDQ: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLAUQ" TO WS-MYSQL-PROGRAM-NAME.
