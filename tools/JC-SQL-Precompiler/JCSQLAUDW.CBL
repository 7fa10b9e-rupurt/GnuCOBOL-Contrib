      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                09/02/2026--DRM                           *
      * VERSION 002 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      * VERSION 003 -- MASKLOG, THE GCMASK_OVERRIDE TRAIL OF THE  *
      *                EXTRACTS RUN UNMASKED, IS LOADED AS A      *
      *                FOURTH SOURCE (EVENT TYPE OVERRIDE) FOR    *
      *                THE JCSQLSECX SECURITY EXCEPTION REPORT.   *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL AUDIT WAREHOUSE LOADER                         *
      ************************************************************
      *
      *    NIGHTLY CONSOLIDATION OF THE FOUR AUDIT TRAILS --
      *      TUIAUDIT (TUI-TOOLS OPERATOR CHOICES), MYSQLAUD
      *      (THE DATABASE ERROR TRAIL), GCHIST (RUN HISTORY) AND
      *      MASKLOG (EXTRACTS RUN UNMASKED UNDER GCMASK_OVERRIDE)
      *      -- INTO ONE DATABASE TABLE THROUGH THE
      *      PREPARED-STATEMENT CYCLE, NORMALIZED TO
      *        SOURCE_NAME, EVENT_DATE, EVENT_TIME, MODULE_NAME,
           SELECT OPTIONAL GCHIST ASSIGN TO "GCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL MASKLOG ASSIGN TO "MASKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
           05 HST-ELAPSED-HS        PIC 9(07).
           05 FILLER                PIC X(01).
           05 HST-STATUS            PIC X(02).
      *    THE LINE JCSQLUNLD, gccsvexp01 AND gcjsonexp01 APPEND:
      *      YYYYMMDD HHMMSS <PROGRAM> UNMASKED OVERRIDE
       FD  MASKLOG.
       01  MASKLOG-RECORD.
           05 MSK-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 MSK-TIME              PIC 9(06).
           05 FILLER                PIC X(01).
           05 MSK-TEXT              PIC X(64).
       WORKING-STORAGE SECTION.
       77  WS-TAL-STATUS                PIC X(02).
       77  WS-AUD-STATUS                PIC X(02).
       77  WS-HST-STATUS                PIC X(02).
       77  WS-MSK-STATUS                PIC X(02).
       77  WS-LOAD-TARGET               PIC X(08) VALUE SPACES.
           88  WS-TARGET-IS-PGSQL           VALUE "PGSQL".
       77  WS-TABLE-NAME                PIC X(32) VALUE SPACES.
       77  WS-PARAM-NUMBER              PIC 9(02) VALUE ZERO.
       77  WS-PARAM-TEXT                PIC X(80).
      *
      *    THE NORMALIZED EVENT, ONE SHAPE FOR ALL FOUR TRAILS.
      *
       01  WS-EVENT.
           05  WS-EVT-SOURCE            PIC X(08).
       77  WS-TUI-COUNT                 PIC 9(07) VALUE ZERO.
       77  WS-DB-COUNT                  PIC 9(07) VALUE ZERO.
       77  WS-HIST-COUNT                PIC 9(07) VALUE ZERO.
       77  WS-MASK-COUNT                PIC 9(07) VALUE ZERO.
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-TUIAUDIT THRU 2000-EXIT.
           PERFORM 3000-LOAD-MYSQLAUD THRU 3000-EXIT.
           PERFORM 4000-LOAD-GCHIST THRU 4000-EXIT.
           PERFORM 4500-LOAD-MASKLOG THRU 4500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLAUDW" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLAUDW: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLAUDW: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLAUW" TO WS-MYSQL-PROGRAM-NAME.
           ADD 1 TO WS-HIST-COUNT.
       4100-EXIT.
           EXIT.
      *
       4500-LOAD-MASKLOG.
           OPEN INPUT MASKLOG.
           IF WS-MSK-STATUS IS NOT EQUAL TO "00"
             CLOSE MASKLOG
             GO TO 4500-EXIT.
           PERFORM 4600-POST-ONE-OVERRIDE THRU 4600-EXIT
             UNTIL WS-MSK-STATUS IS NOT EQUAL TO "00".
           CLOSE MASKLOG.
       4500-EXIT.
           EXIT.
      *
      *    THE MODULE IS THE EXTRACT PROGRAM, THE FIRST WORD OF THE
      *      TEXT; THE TEXT ITSELF IS THE DETAIL.
      *
       4600-POST-ONE-OVERRIDE.
           READ MASKLOG
             AT END CONTINUE
           END-READ.
           IF WS-MSK-STATUS IS NOT EQUAL TO "00"
            OR MASKLOG-RECORD IS EQUAL TO SPACES
             GO TO 4600-EXIT.
           IF MSK-DATE IS NOT NUMERIC
            OR MSK-TIME IS NOT NUMERIC
             GO TO 4600-EXIT.
           MOVE SPACES TO WS-EVENT.
           MOVE "MASKLOG" TO WS-EVT-SOURCE.
           MOVE MSK-DATE TO WS-EVT-DATE.
           MOVE MSK-TIME TO WS-EVT-TIME.
           UNSTRING MSK-TEXT DELIMITED BY SPACE
               INTO WS-EVT-MODULE
           END-UNSTRING.
           MOVE "OVERRIDE" TO WS-EVT-TYPE.
           MOVE MSK-TEXT TO WS-EVT-DETAIL.
           PERFORM 5000-POST-THE-EVENT THRU 5000-EXIT.
           ADD 1 TO WS-MASK-COUNT.
       4600-EXIT.
           EXIT.
      *
      *    ONE NORMALIZED EVENT THROUGH THE PREPARED INSERT.
      *
           PERFORM 8800-SQL-CLOSE THRU 8800-EXIT.
           DISPLAY "I) JCSQLAUDW: POSTED " WS-TUI-COUNT
                   " TUIAUDIT, " WS-DB-COUNT " MYSQLAUD, "
                   WS-HIST-COUNT " GCHIST, " WS-MASK-COUNT
                   " MASKLOG EVENTS TO "
                   FUNCTION TRIM (WS-TABLE-NAME).
           MOVE ZERO TO RETURN-CODE.
       9000-EXIT.
