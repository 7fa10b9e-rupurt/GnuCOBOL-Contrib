      *                OPERATOR ALERT CARRIES THIS PROGRAM'S     *
      *                NAME.                                      *
      *                08/22/2026--DRM                           *
      * VERSION 004 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL BULK LOADER                                    *
      ************************************************************
       77  WS-PARAM-TEXT                PIC X(64).
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
               UNTIL WS-LOADIN-AT-END.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLLOAD" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLLOAD: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLLOAD: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLLOAD" TO WS-MYSQL-PROGRAM-NAME.
