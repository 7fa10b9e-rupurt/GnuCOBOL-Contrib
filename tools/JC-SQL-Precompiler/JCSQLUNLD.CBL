      *                GCMASK_OVERRIDE=Y AND IS ITSELF LOGGED TO  *
      *                MASKLOG.  THE SAFE PATH NEEDS NO FLAGS.    *
      *                09/02/2026--DRM                           *
      * VERSION 005 -- AN UNLOAD GOING TO A PARTNER               *
      *                (GCXMIT_PARTNER SET) IS ENTERED ON THE     *
      *                TRANSLOG TRANSMISSION LOG THROUGH          *
      *                gcxmtreg01 AFTER THE CLEAN CLOSE, WITH     *
      *                ITS RECORD COUNT AND CHECKSUM, FOR         *
      *                gcxmtack01 TO MATCH THE PARTNER'S          *
      *                ACKNOWLEDGMENT AGAINST.                    *
      *                10/15/2026--DRM                           *
      * VERSION 006 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL TABLE UNLOADER                                 *
      ************************************************************
      *                          SELECT ONLY; A CUSTOM
      *                          JCSQL_UNLOAD_SQL RUNS AS GIVEN
      *                          (WITH A CONSOLE WARNING).
      *      GCXMIT_PARTNER      THE PARTNER THE UNLOAD IS GOING
      *                          TO; WHEN SET, UNLDOUT IS LOGGED
      *                          ON TRANSLOG (gcxmtreg01)
      *      MYSQL_xxx/PGSQL_xxx CONNECTION (SEE THE COPYBOOKS)
      *
      *    THE SELECT MUST RETURN THE SEVEN COLUMNS IN RECORD
      *
      *    THE MASKPOL FIELD-MASKING POLICY (SEE gccsvexp01 IN THE
      *      GCSORT SUITE FOR THE FILE FORMAT; THE CH SCRAMBLE
      *      SUBSTITUTION BELOW MUST MATCH THE ONE THERE AND THE
      *      ONE IN gcjsonexp01).
      *
       77  WS-MASKPOL-STATUS            PIC X(02).
       77  WS-MASKLOG-STATUS            PIC X(02).
       77  WS-HV-SUB                    PIC 9(02) VALUE ZERO.
       77  WS-END-OF-ROWS               PIC X(01) VALUE "N".
           88  WS-NO-MORE-UNLOAD-ROWS       VALUE "Y".
      *    THE gcxmtreg01 TRANSMISSION REGISTER PARAMETERS
      *      (wkxmtreg01.cpy IN THE GCSORT SUITE)
       77  WS-XMIT-PARTNER              PIC X(12) VALUE SPACES.
       01  WS-XMIT-AREA.
           05  WS-XMT-PARTNER           PIC X(12).
           05  WS-XMT-FILE-NAME         PIC X(40).
           05  WS-XMT-SENDER            PIC X(08).
           05  WS-XMT-REC-LEN           PIC 9(04).
           05  WS-XMT-ACK-HOURS         PIC 9(04).
           05  WS-XMT-RECORDS           PIC 9(09).
           05  WS-XMT-CHECKSUM          PIC 9(10).
           05  WS-XMT-BYTES             PIC 9(12).
           05  WS-XMT-RESULT            PIC X(02).
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-UNLOAD-ROW THRU 2000-EXIT
               UNTIL WS-NO-MORE-UNLOAD-ROWS.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLUNLD" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLUNLD: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLUNLD: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLUNLD" TO WS-MYSQL-PROGRAM-NAME.
                       " STATUS=" WS-WMARK-STATUS
             END-IF
           END-IF.
           ACCEPT WS-XMIT-PARTNER FROM ENVIRONMENT "GCXMIT_PARTNER".
           IF WS-XMIT-PARTNER IS NOT EQUAL TO SPACES
             PERFORM 9100-REGISTER-TRANSMISSION THRU 9100-EXIT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       9000-EXIT.
           EXIT.
      *
      *    THE UNLOAD IS LEAVING FOR A PARTNER:  LOG WHAT WAS SENT.
       9100-REGISTER-TRANSMISSION.
           MOVE SPACES TO WS-XMIT-AREA.
           MOVE WS-XMIT-PARTNER TO WS-XMT-PARTNER.
           MOVE "UNLDOUT" TO WS-XMT-FILE-NAME.
           MOVE "JCSQLUNL" TO WS-XMT-SENDER.
           MOVE 90 TO WS-XMT-REC-LEN.
           MOVE ZERO TO WS-XMT-ACK-HOURS.
           CALL "gcxmtreg01" USING WS-XMIT-AREA
             ON EXCEPTION
               DISPLAY "W) JCSQLUNLD: gcxmtreg01 NOT AVAILABLE --"
                       " UNLDOUT NOT LOGGED FOR "
                       FUNCTION TRIM (WS-XMIT-PARTNER)
           END-CALL.
           IF WS-XMT-RESULT IS EQUAL TO "00"
             DISPLAY "I) JCSQLUNLD: UNLDOUT LOGGED FOR "
                     FUNCTION TRIM (WS-XMIT-PARTNER) ", "
                     WS-XMT-RECORDS " RECORDS, CHECKSUM "
                     WS-XMT-CHECKSUM
           END-IF.
       9100-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
