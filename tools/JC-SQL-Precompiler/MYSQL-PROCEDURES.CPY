      *                AND MYSQL-1355-BIND-TIME-PARAM CONVERT   *
      *                THE OTHER WAY FOR BINDS.                 *
      *                09/02/2026--DRM                           *
      * VERSION 022 -- CONNECTION CREDENTIALS CAN COME FROM THE  *
      *                ENCRYPTED CREDENTIAL STORE: WHEN          *
      *                MYSQL_CREDENTIAL NAMES AN ENTRY,          *
      *                MYSQL-1010 RESOLVES HOST, PORT, USER AND  *
      *                PASSWORD THROUGH THE JCSQLCRED            *
      *                SUBPROGRAM (LOGGED, NO SECRET) INSTEAD    *
      *                OF FROM CLEAR-TEXT ENVIRONMENT VARIABLES, *
      *                AND AN "@name" STANDBY CONNECTS WITH ITS  *
      *                OWN ENTRY.  AN UNRESOLVABLE ENTRY RAISES  *
      *                AN OPERATOR ALERT AND ABORTS.             *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    COMMON MYSQL ROUTINES                                 *
      ************************************************************
      *        -PORT-NUMBER OR -SOCKET LEFT SPACES IS LOADED FROM
      *        MYSQL_HOST, MYSQL_USER, MYSQL_PASSWORD, MYSQL_PORT
      *        AND MYSQL_SOCKET BY MYSQL-1010-LOAD-CONNECT-PARMS.
      *        WHEN MYSQL_CREDENTIAL (OR WS-MYSQL-CREDENTIAL) NAMES A
      *        CREDENTIAL-STORE ENTRY, HOST, PORT, USER AND PASSWORD
      *        COME FROM THAT ENTRY INSTEAD (SEE JCSQLCRED.CBL).
      *
       MYSQL-1000-OPEN.
           PERFORM MYSQL-1010-LOAD-CONNECT-PARMS THRU MYSQL-1019-EXIT.
           MOVE WS-MYSQL-HOST-NAME TO WS-MYSQL-PRIMARY-HOST.
           MOVE WS-MYSQL-IMPLEMENTATION TO WS-MYSQL-PRIMARY-USER.
           MOVE WS-MYSQL-PASSWORD TO WS-MYSQL-PRIMARY-PASSWORD.
           MOVE WS-MYSQL-PORT-NUMBER TO WS-MYSQL-PRIMARY-PORT.
           MOVE ZERO TO WS-MYSQL-RETRY-ATTEMPT.
           MOVE ZERO TO WS-MYSQL-STANDBY-POINTER.
       MYSQL-1001-TRY-OPEN.
           EXIT.
      *
      *    ROTATE TO THE NEXT HOST ON THE STANDBY LIST (BACK TO THE
      *      PRIMARY WHEN THE LIST IS EXHAUSTED).  A STANDBY WRITTEN
      *      "@name" TAKES ITS HOST, PORT, USER AND PASSWORD FROM
      *      THAT CREDENTIAL-STORE ENTRY; A PLAIN HOST NAME (AND THE
      *      RETURN TO THE PRIMARY) USES THE PRIMARY'S.  NO LIST
      *      MEANS THE PRIMARY IS SIMPLY RETRIED.
      *
       MYSQL-1003-NEXT-HOST.
           IF WS-MYSQL-STANDBY-HOSTS IS EQUAL TO SPACES
           IF WS-MYSQL-NEXT-HOST IS EQUAL TO SPACES
             MOVE ZERO TO WS-MYSQL-STANDBY-POINTER
             MOVE WS-MYSQL-PRIMARY-HOST TO WS-MYSQL-HOST-NAME
             MOVE WS-MYSQL-PRIMARY-USER TO WS-MYSQL-IMPLEMENTATION
             MOVE WS-MYSQL-PRIMARY-PASSWORD TO WS-MYSQL-PASSWORD
             MOVE WS-MYSQL-PRIMARY-PORT TO WS-MYSQL-PORT-NUMBER
             GO TO MYSQL-1004-EXIT.
           MOVE ZERO TO WS-MYSQL-CRED-SKIP.
           INSPECT WS-MYSQL-NEXT-HOST TALLYING WS-MYSQL-CRED-SKIP
               FOR LEADING SPACES.
           IF WS-MYSQL-NEXT-HOST (WS-MYSQL-CRED-SKIP + 1:1)
               IS EQUAL TO "@"
             GO TO MYSQL-1002-STANDBY-ENTRY.
      *    A PLAIN HOST NAME: THE PRIMARY'S USER AND PASSWORD
           MOVE SPACES TO WS-MYSQL-HOST-NAME.
           STRING FUNCTION TRIM (WS-MYSQL-NEXT-HOST) X"00"
               DELIMITED BY SIZE INTO WS-MYSQL-HOST-NAME
           END-STRING.
           MOVE WS-MYSQL-PRIMARY-USER TO WS-MYSQL-IMPLEMENTATION.
           MOVE WS-MYSQL-PRIMARY-PASSWORD TO WS-MYSQL-PASSWORD.
           MOVE WS-MYSQL-PRIMARY-PORT TO WS-MYSQL-PORT-NUMBER.
           GO TO MYSQL-1004-EXIT.
      *    "@name": THE STANDBY'S OWN CREDENTIAL-STORE ENTRY
       MYSQL-1002-STANDBY-ENTRY.
           MOVE SPACES TO WS-MYSQL-CRD-NAME.
           MOVE WS-MYSQL-NEXT-HOST (WS-MYSQL-CRED-SKIP + 2:)
             TO WS-MYSQL-CRD-NAME.
           PERFORM MYSQL-1020-GET-CREDENTIAL THRU MYSQL-1029-EXIT.
           MOVE SPACES TO WS-MYSQL-HOST-NAME.
           IF WS-MYSQL-CRD-HOST IS EQUAL TO SPACES
             MOVE WS-MYSQL-PRIMARY-HOST TO WS-MYSQL-HOST-NAME
           ELSE
             STRING FUNCTION TRIM (WS-MYSQL-CRD-HOST) X"00"
                 DELIMITED BY SIZE INTO WS-MYSQL-HOST-NAME
             END-STRING
           END-IF.
           IF WS-MYSQL-CRD-PORT IS EQUAL TO SPACES
             MOVE WS-MYSQL-PRIMARY-PORT TO WS-MYSQL-PORT-NUMBER
           ELSE
             MOVE WS-MYSQL-CRD-PORT TO WS-MYSQL-PORT-NUMBER
           END-IF.
           MOVE WS-MYSQL-CRD-USER TO WS-MYSQL-IMPLEMENTATION.
           MOVE WS-MYSQL-CRD-PASSWORD TO WS-MYSQL-PASSWORD.
           MOVE SPACES TO WS-MYSQL-CRD-PASSWORD.
       MYSQL-1004-EXIT.
           EXIT.
      *
      *        BUILT-IN DEFAULT WHEN THE VARIABLE ISN'T SET EITHER.
      *
       MYSQL-1010-LOAD-CONNECT-PARMS.
           IF WS-MYSQL-CREDENTIAL IS EQUAL TO SPACES
             ACCEPT WS-MYSQL-CREDENTIAL
               FROM ENVIRONMENT "MYSQL_CREDENTIAL"
           END-IF.
           IF WS-MYSQL-CREDENTIAL IS NOT EQUAL TO SPACES
             MOVE WS-MYSQL-CREDENTIAL TO WS-MYSQL-CRD-NAME
             PERFORM MYSQL-1020-GET-CREDENTIAL THRU MYSQL-1029-EXIT
             IF WS-MYSQL-HOST-NAME IS EQUAL TO SPACES
              AND WS-MYSQL-CRD-HOST IS NOT EQUAL TO SPACES
               STRING FUNCTION TRIM (WS-MYSQL-CRD-HOST) X"00"
                   DELIMITED BY SIZE INTO WS-MYSQL-HOST-NAME
               END-STRING
             END-IF
             IF WS-MYSQL-PORT-NUMBER IS EQUAL TO SPACES
               MOVE WS-MYSQL-CRD-PORT TO WS-MYSQL-PORT-NUMBER
             END-IF
             IF WS-MYSQL-IMPLEMENTATION IS EQUAL TO SPACES
               MOVE WS-MYSQL-CRD-USER TO WS-MYSQL-IMPLEMENTATION
             END-IF
             IF WS-MYSQL-PASSWORD IS EQUAL TO SPACES
               MOVE WS-MYSQL-CRD-PASSWORD TO WS-MYSQL-PASSWORD
             END-IF
             MOVE SPACES TO WS-MYSQL-CRD-PASSWORD
           END-IF.
           IF WS-MYSQL-HOST-NAME IS EQUAL TO SPACES
             ACCEPT WS-MYSQL-HOST-NAME FROM ENVIRONMENT "MYSQL_HOST"
             IF WS-MYSQL-HOST-NAME IS EQUAL TO SPACES
       MYSQL-1019-EXIT.
           EXIT.
      *
      *    RESOLVE A CREDENTIAL-STORE ENTRY (NAME IN
      *      WS-MYSQL-CRD-NAME) THROUGH THE JCSQLCRED SUBPROGRAM,
      *      WHICH LOGS THE READ.  AN ENTRY THAT CAN'T BE RESOLVED
      *      -- NOT ON FILE, NO OR WRONG KEY FILE, JCSQLCRED NOT
      *      BOUND ("NM") -- IS A SET-UP ERROR, NOT SOMETHING A
      *      RETRY WILL CURE: ALERT THE OPERATOR AND ABORT.
      *
       MYSQL-1020-GET-CREDENTIAL.
           MOVE "G" TO WS-MYSQL-CRD-FUNCTION.
           MOVE WS-MYSQL-PROGRAM-NAME TO WS-MYSQL-CRD-PROGRAM.
           CALL "JCSQLCRED" USING WS-MYSQL-CRED-AREA
             ON EXCEPTION
               MOVE "NM" TO WS-MYSQL-CRD-RESULT
           END-CALL.
           IF WS-MYSQL-CRD-OK
             GO TO MYSQL-1029-EXIT.
           DISPLAY "T) CREDENTIAL " FUNCTION TRIM (WS-MYSQL-CRD-NAME)
                   " NOT AVAILABLE, RESULT=" WS-MYSQL-CRD-RESULT.
           MOVE WS-MYSQL-PROGRAM-NAME TO ALR-PROGRAM.
           MOVE WS-MYSQL-CONN-INDEX TO ALR-CONNECTION.
           MOVE "CRED" TO ALR-ERROR-NUMBER.
           MOVE SPACES TO ALR-SQL-TEXT ALR-MESSAGE.
           STRING "CREDENTIAL " FUNCTION TRIM (WS-MYSQL-CRD-NAME)
                  " NOT AVAILABLE, RESULT=" WS-MYSQL-CRD-RESULT
               DELIMITED BY SIZE INTO ALR-MESSAGE
           END-STRING.
           CALL "JCSQLALERT" USING WS-ALERT-AREA
             ON EXCEPTION
               CONTINUE
           END-CALL.
           DISPLAY "T) PROGRAM ABORTED--CONTACT SUPERVISOR".
           STOP RUN.
       MYSQL-1029-EXIT.
           EXIT.
      *
      *    OPEN THE ERROR AUDIT LOG
      *
      *      PERFORM THIS PARAGRAPH (AFTER SETTING
