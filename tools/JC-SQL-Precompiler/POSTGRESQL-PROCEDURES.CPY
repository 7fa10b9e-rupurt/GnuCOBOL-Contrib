      *                AND PGSQL-1355-BIND-TIME-PARAM CONVERT   *
      *                THE OTHER WAY FOR BINDS.                 *
      *                09/02/2026--DRM                           *
      * VERSION 013 -- CONNECTION CREDENTIALS CAN COME FROM THE  *
      *                ENCRYPTED CREDENTIAL STORE: WHEN          *
      *                PGSQL_CREDENTIAL NAMES AN ENTRY,          *
      *                PGSQL-1010 RESOLVES HOST, PORT, USER AND  *
      *                PASSWORD THROUGH THE JCSQLCRED            *
      *                SUBPROGRAM (LOGGED, NO SECRET) INSTEAD    *
      *                OF FROM CLEAR-TEXT ENVIRONMENT VARIABLES, *
      *                AND AN "@name" STANDBY CONNECTS WITH ITS  *
      *                OWN ENTRY.  AN UNRESOLVABLE ENTRY RAISES  *
      *                AN OPERATOR ALERT AND ABORTS.             *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    COMMON PostgreSQL ROUTINES                            *
      ************************************************************
      *        OR -PORT-NUMBER LEFT SPACES IS LOADED FROM
      *        PGSQL_HOST, PGSQL_USER, PGSQL_PASSWORD AND
      *        PGSQL_PORT BY PGSQL-1010-LOAD-CONNECT-PARMS.
      *        WHEN PGSQL_CREDENTIAL (OR WS-PGSQL-CREDENTIAL) NAMES A
      *        CREDENTIAL-STORE ENTRY, HOST, PORT, USER AND PASSWORD
      *        COME FROM THAT ENTRY INSTEAD (SEE JCSQLCRED.CBL).
      *
       PGSQL-1000-OPEN.
           PERFORM PGSQL-1010-LOAD-CONNECT-PARMS THRU PGSQL-1019-EXIT.
           MOVE WS-PGSQL-HOST-NAME TO WS-PGSQL-PRIMARY-HOST.
           MOVE WS-PGSQL-IMPLEMENTATION TO WS-PGSQL-PRIMARY-USER.
           MOVE WS-PGSQL-PASSWORD TO WS-PGSQL-PRIMARY-PASSWORD.
           MOVE WS-PGSQL-PORT-NUMBER TO WS-PGSQL-PRIMARY-PORT.
           MOVE ZERO TO WS-PGSQL-RETRY-ATTEMPT.
           MOVE ZERO TO WS-PGSQL-STANDBY-POINTER.
       PGSQL-1001-TRY-OPEN.
           EXIT.
      *
      *    ROTATE TO THE NEXT HOST ON THE STANDBY LIST (BACK TO THE
      *      PRIMARY WHEN THE LIST IS EXHAUSTED).  A STANDBY WRITTEN
      *      "@name" TAKES ITS HOST, PORT, USER AND PASSWORD FROM
      *      THAT CREDENTIAL-STORE ENTRY; A PLAIN HOST NAME (AND THE
      *      RETURN TO THE PRIMARY) USES THE PRIMARY'S.
      *
       PGSQL-1003-NEXT-HOST.
           IF WS-PGSQL-STANDBY-HOSTS IS EQUAL TO SPACES
           IF WS-PGSQL-NEXT-HOST IS EQUAL TO SPACES
             MOVE ZERO TO WS-PGSQL-STANDBY-POINTER
             MOVE WS-PGSQL-PRIMARY-HOST TO WS-PGSQL-HOST-NAME
             MOVE WS-PGSQL-PRIMARY-USER TO WS-PGSQL-IMPLEMENTATION
             MOVE WS-PGSQL-PRIMARY-PASSWORD TO WS-PGSQL-PASSWORD
             MOVE WS-PGSQL-PRIMARY-PORT TO WS-PGSQL-PORT-NUMBER
             GO TO PGSQL-1004-EXIT.
           MOVE ZERO TO WS-PGSQL-CRED-SKIP.
           INSPECT WS-PGSQL-NEXT-HOST TALLYING WS-PGSQL-CRED-SKIP
               FOR LEADING SPACES.
           IF WS-PGSQL-NEXT-HOST (WS-PGSQL-CRED-SKIP + 1:1)
               IS EQUAL TO "@"
             GO TO PGSQL-1002-STANDBY-ENTRY.
      *    A PLAIN HOST NAME: THE PRIMARY'S USER AND PASSWORD
           MOVE SPACES TO WS-PGSQL-HOST-NAME.
           STRING FUNCTION TRIM (WS-PGSQL-NEXT-HOST) X"00"
               DELIMITED BY SIZE INTO WS-PGSQL-HOST-NAME
           END-STRING.
           MOVE WS-PGSQL-PRIMARY-USER TO WS-PGSQL-IMPLEMENTATION.
           MOVE WS-PGSQL-PRIMARY-PASSWORD TO WS-PGSQL-PASSWORD.
           MOVE WS-PGSQL-PRIMARY-PORT TO WS-PGSQL-PORT-NUMBER.
           GO TO PGSQL-1004-EXIT.
      *    "@name": THE STANDBY'S OWN CREDENTIAL-STORE ENTRY
       PGSQL-1002-STANDBY-ENTRY.
           MOVE SPACES TO WS-PGSQL-CRD-NAME.
           MOVE WS-PGSQL-NEXT-HOST (WS-PGSQL-CRED-SKIP + 2:)
             TO WS-PGSQL-CRD-NAME.
           PERFORM PGSQL-1020-GET-CREDENTIAL THRU PGSQL-1029-EXIT.
           MOVE SPACES TO WS-PGSQL-HOST-NAME.
           IF WS-PGSQL-CRD-HOST IS EQUAL TO SPACES
             MOVE WS-PGSQL-PRIMARY-HOST TO WS-PGSQL-HOST-NAME
           ELSE
             STRING FUNCTION TRIM (WS-PGSQL-CRD-HOST) X"00"
                 DELIMITED BY SIZE INTO WS-PGSQL-HOST-NAME
             END-STRING
           END-IF.
           IF WS-PGSQL-CRD-PORT IS EQUAL TO SPACES
             MOVE WS-PGSQL-PRIMARY-PORT TO WS-PGSQL-PORT-NUMBER
           ELSE
             MOVE WS-PGSQL-CRD-PORT TO WS-PGSQL-PORT-NUMBER
           END-IF.
           MOVE WS-PGSQL-CRD-USER TO WS-PGSQL-IMPLEMENTATION.
           MOVE WS-PGSQL-CRD-PASSWORD TO WS-PGSQL-PASSWORD.
           MOVE SPACES TO WS-PGSQL-CRD-PASSWORD.
       PGSQL-1004-EXIT.
           EXIT.
      *
      *        BUILT-IN DEFAULT WHEN THE VARIABLE ISN'T SET EITHER.
      *
       PGSQL-1010-LOAD-CONNECT-PARMS.
           IF WS-PGSQL-CREDENTIAL IS EQUAL TO SPACES
             ACCEPT WS-PGSQL-CREDENTIAL
               FROM ENVIRONMENT "PGSQL_CREDENTIAL"
           END-IF.
           IF WS-PGSQL-CREDENTIAL IS NOT EQUAL TO SPACES
             MOVE WS-PGSQL-CREDENTIAL TO WS-PGSQL-CRD-NAME
             PERFORM PGSQL-1020-GET-CREDENTIAL THRU PGSQL-1029-EXIT
             IF WS-PGSQL-HOST-NAME IS EQUAL TO SPACES
              AND WS-PGSQL-CRD-HOST IS NOT EQUAL TO SPACES
               STRING FUNCTION TRIM (WS-PGSQL-CRD-HOST) X"00"
                   DELIMITED BY SIZE INTO WS-PGSQL-HOST-NAME
               END-STRING
             END-IF
             IF WS-PGSQL-PORT-NUMBER IS EQUAL TO SPACES
               MOVE WS-PGSQL-CRD-PORT TO WS-PGSQL-PORT-NUMBER
             END-IF
             IF WS-PGSQL-IMPLEMENTATION IS EQUAL TO SPACES
               MOVE WS-PGSQL-CRD-USER TO WS-PGSQL-IMPLEMENTATION
             END-IF
             IF WS-PGSQL-PASSWORD IS EQUAL TO SPACES
               MOVE WS-PGSQL-CRD-PASSWORD TO WS-PGSQL-PASSWORD
             END-IF
             MOVE SPACES TO WS-PGSQL-CRD-PASSWORD
           END-IF.
           IF WS-PGSQL-HOST-NAME IS EQUAL TO SPACES
             ACCEPT WS-PGSQL-HOST-NAME FROM ENVIRONMENT "PGSQL_HOST"
             IF WS-PGSQL-HOST-NAME IS EQUAL TO SPACES
       PGSQL-1019-EXIT.
           EXIT.
      *
      *    RESOLVE A CREDENTIAL-STORE ENTRY (NAME IN
      *      WS-PGSQL-CRD-NAME) THROUGH THE JCSQLCRED SUBPROGRAM,
      *      WHICH LOGS THE READ.  AN ENTRY THAT CAN'T BE RESOLVED
      *      -- NOT ON FILE, NO OR WRONG KEY FILE, JCSQLCRED NOT
      *      BOUND ("NM") -- IS A SET-UP ERROR, NOT SOMETHING A
      *      RETRY WILL CURE: ALERT THE OPERATOR AND ABORT.
      *
       PGSQL-1020-GET-CREDENTIAL.
           MOVE "G" TO WS-PGSQL-CRD-FUNCTION.
           MOVE WS-PGSQL-PROGRAM-NAME TO WS-PGSQL-CRD-PROGRAM.
           CALL "JCSQLCRED" USING WS-PGSQL-CRED-AREA
             ON EXCEPTION
               MOVE "NM" TO WS-PGSQL-CRD-RESULT
           END-CALL.
           IF WS-PGSQL-CRD-OK
             GO TO PGSQL-1029-EXIT.
           DISPLAY "T) CREDENTIAL " FUNCTION TRIM (WS-PGSQL-CRD-NAME)
                   " NOT AVAILABLE, RESULT=" WS-PGSQL-CRD-RESULT.
           MOVE WS-PGSQL-PROGRAM-NAME TO ALR-PROGRAM.
           MOVE WS-PGSQL-CONN-INDEX TO ALR-CONNECTION.
           MOVE "CRED" TO ALR-ERROR-NUMBER.
           MOVE SPACES TO ALR-SQL-TEXT ALR-MESSAGE.
           STRING "CREDENTIAL " FUNCTION TRIM (WS-PGSQL-CRD-NAME)
                  " NOT AVAILABLE, RESULT=" WS-PGSQL-CRD-RESULT
               DELIMITED BY SIZE INTO ALR-MESSAGE
           END-STRING.
           CALL "JCSQLALERT" USING WS-ALERT-AREA
             ON EXCEPTION
               CONTINUE
           END-CALL.
           DISPLAY "T) PROGRAM ABORTED--CONTACT SUPERVISOR".
           STOP RUN.
       PGSQL-1029-EXIT.
           EXIT.
      *
      *    COMMON ERROR HANDLING
      *
      *      NOTE THAT WE DO A STOP RUN EVEN THOUGH WE GOT HERE
