       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL SECURITY EXCEPTION REPORT                      *
      ************************************************************
      *
      *    THE NIGHTLY LOOK AT THE GCAUDIT WAREHOUSE (JCSQLAUDW)
      *      THAT NOBODY HAS TO REMEMBER TO TAKE.  ONE DAY'S
      *      EVENTS ARE READ THROUGH THE TYPED FETCH AND EVERY
      *      PATTERN BELOW IS A FINDING, PRINTED WITH THE AUDIT
      *      LINES BEHIND IT:
      *
      *      AFTERHRS  A GCMASTER ADD, CHANGE OR DELETE (GC72MASTMNT
      *                DIRECT OR QUEUED, GC74MASTAPPR APPROVED)
      *                OUTSIDE BUSINESS HOURS, OR AT ANY HOUR OF A
      *                DAY THAT IS NOT A WORKING DAY; THE BEFORE
      *                AND AFTER IMAGES OF THE TRAIL COME WITH IT.
      *      DELETES   AN OPERATOR WHO ASKED FOR OR APPROVED MORE
      *                GCMASTER DELETES IN THE DAY THAN THE LIMIT.
      *      SIGNFAIL  A BURST OF REFUSED SIGN-ONS (GC85SIGNON
      *                DENIED) FOR ONE OPERATOR ID WITHIN THE
      *                WINDOW.
      *      UNMASKED  AN EXTRACT RUN UNMASKED UNDER
      *                GCMASK_OVERRIDE (THE MASKLOG TRAIL).
      *      OPERCMD   A jobschedop KILL OR RERUN (GCHIST STATUS KL
      *                OR RR).
      *      DISABLED  A SIGN-ON ATTEMPT BY A DISABLED OPERATOR, OR
      *                A SIGN-ON BY AN OPERATOR WHOSE GCCREDS ENTRY
      *                IS DISABLED OR GONE (GC86CREDS).
      *
      *    THE REPORT IS WRITTEN TO RPTOUT, COPIED TO SPOOL.nnnn AND
      *      CATALOGED IN SPOOLCAT FOR GC77SPOOLVIEW, THEN PIPED TO
      *      THE SECURITY OFFICER: THE DISTDIR LINE (THE gcburst01
      *      DISTRIBUTION DIRECTORY, fromkey;tokey;recipient;command)
      *      WHOSE RECIPIENT IS JCSQL_SECX_RECIPIENT -- ITS KEYS ARE
      *      NOT USED, THE WHOLE REPORT GOES -- AND THE DELIVERY IS
      *      ENTERED ON TRANSLOG THROUGH gcxmtreg01.  THE REPORT
      *      GOES EVERY NIGHT, "NO FINDINGS" INCLUDED, SO A SILENT
      *      NIGHT IS NOT MISTAKEN FOR A QUIET ONE.
      *
      *    ENVIRONMENT:
      *      JCSQL_TARGET           MYSQL (DEFAULT) OR PGSQL
      *      JCSQL_AUDIT_TABLE      THE TABLE (DEFAULT GCAUDIT)
      *      JCSQL_SECX_DATE        THE DAY EXAMINED, YYYYMMDD
      *                             (DEFAULT THE gcbizdt01
      *                             PROCESSING DATE)
      *      JCSQL_SECX_HOURS       BUSINESS HOURS HHMM-HHMM
      *                             (DEFAULT 0700-1900)
      *      JCSQL_SECX_DELETES     DELETES PER OPERATOR PER DAY
      *                             ALLOWED (DEFAULT 10)
      *      JCSQL_SECX_FAILS       REFUSED SIGN-ONS MAKING A BURST
      *                             (DEFAULT 3)
      *      JCSQL_SECX_WINDOW      THE BURST WINDOW IN MINUTES
      *                             (DEFAULT 10)
      *      JCSQL_SECX_RECIPIENT   THE DISTDIR RECIPIENT (DEFAULT
      *                             SECURITY)
      *      JOBNAME                THE JOB IN THE HEADINGS
      *                             (DEFAULT JCSQLSEC)
      *      GCRPT_NAME             THE SPOOLCAT REPORT NAME
      *                             (DEFAULT SECEXCEPT)
      *      MYSQL_xxx / PGSQL_xxx  CONNECTION (SEE THE COPYBOOKS)
      *
      *    BUILD WITH THE cobweb-pipes FUNCTION REPOSITORY:
      *      cobc -x JCSQLSECX.CBL \
      *        ../cobweb/cobweb-pipes/cobweb-pipes.cob
      *
      *    RETURN CODES:  0 NO FINDINGS,  4 FINDINGS REPORTED,
      *      8 A SETTING OR THE DATE REFUSED, THE REPORT COULD NOT
      *      BE WRITTEN OR WAS NOT DELIVERED,  16 gccfg01 OR
      *      gcbizdt01 NOT AVAILABLE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLSECX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION PIPE-OPEN
           FUNCTION PIPE-WRITE
           FUNCTION PIPE-CLOSE
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTOUT ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL SPOOLCAT ASSIGN TO "SPOOLCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT OPTIONAL DISTDIR ASSIGN TO "DISTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
           COPY MYSQL-AUDIT-FD.
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
       FD  DISTDIR.
       01  DISTDIR-RECORD               PIC X(256).
       WORKING-STORAGE SECTION.
       77  WS-RPT-STATUS                PIC X(02).
       77  WS-SPL-STATUS                PIC X(02).
       77  WS-DST-STATUS                PIC X(02).
       77  WS-SEC-TARGET                PIC X(08) VALUE SPACES.
           88  WS-TARGET-IS-PGSQL           VALUE "PGSQL".
       77  WS-TABLE-NAME                PIC X(32) VALUE SPACES.
       77  WS-JOB-NAME                  PIC X(08) VALUE SPACES.
       77  WS-REPORT-NAME               PIC X(12) VALUE SPACES.
       77  WS-RECIPIENT                 PIC X(12) VALUE SPACES.
       77  WS-END-OF-ROWS               PIC X(01) VALUE "N".
       77  WS-SETTING-ERROR             PIC X(01) VALUE "N".
           88  WS-SETTINGS-REFUSED          VALUE "Y".
       77  WS-CALL-STATUS               PIC S9(09) COMP VALUE ZERO.
      *
      *    THE SETTINGS.
      *
       77  WS-SETTING-TEXT              PIC X(16) VALUE SPACES.
       77  WS-DATE-TEXT                 PIC X(08) VALUE SPACES.
       77  WS-HOURS-TEXT                PIC X(09) VALUE SPACES.
       77  WS-HOURS-FROM                PIC 9(04) VALUE 0700.
       77  WS-HOURS-TO                  PIC 9(04) VALUE 1900.
       77  WS-DELETE-LIMIT              PIC 9(04) VALUE 10.
       77  WS-FAIL-LIMIT                PIC 9(04) VALUE 3.
       77  WS-FAIL-WINDOW               PIC 9(04) VALUE 10.
      *
      *    THE DAY EXAMINED.
      *
       77  WS-EXAM-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       77  WS-WORK-DAY                  PIC X(01) VALUE "Y".
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
      *    THE DAY'S EVENTS, CLASSIFIED AS THEY ARE FETCHED.
      *
       77  WS-EVT-MAX                   PIC 9(05) VALUE 5000.
       77  WS-EVT-COUNT                 PIC 9(05) VALUE ZERO.
       77  WS-EVT-LOST                  PIC 9(07) VALUE ZERO.
       77  WS-EVT-SUB                   PIC 9(05) VALUE ZERO.
       77  WS-EVT-SUB-2                 PIC 9(05) VALUE ZERO.
       77  WS-EVT-FIRST                 PIC 9(05) VALUE ZERO.
       77  WS-EVT-PRINT                 PIC 9(05) VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES.
               10  WS-EVT-SOURCE        PIC X(08).
               10  WS-EVT-TIME          PIC 9(06).
               10  WS-EVT-TIME-R REDEFINES WS-EVT-TIME.
                   15  WS-EVT-HHMM      PIC 9(04).
                   15  FILLER           PIC 9(02).
               10  WS-EVT-MINUTE        PIC 9(04).
               10  WS-EVT-MODULE        PIC X(13).
               10  WS-EVT-TYPE          PIC X(10).
               10  WS-EVT-DETAIL        PIC X(64).
               10  WS-EVT-OPERATOR      PIC X(08).
               10  WS-EVT-KIND          PIC X(02).
                   88  WS-EVT-MASTER-CHANGE VALUE "MC".
                   88  WS-EVT-MASTER-DELETE VALUE "MD".
                   88  WS-EVT-MASTER-IMAGE  VALUE "MI".
                   88  WS-EVT-SIGNON-DENIED VALUE "SF" "SD".
                   88  WS-EVT-DENIED-DISABLED VALUE "SD".
                   88  WS-EVT-SIGNON        VALUE "LI".
                   88  WS-EVT-UNMASKED      VALUE "UM".
                   88  WS-EVT-OPERATOR-CMD  VALUE "KL" "RR".
               10  WS-EVT-USED          PIC X(01).
      *
      *    THE FETCHED ROW AND THE DETAIL TEXT TAKEN APART.
      *
       01  WS-ROW.
           05  WS-ROW-SOURCE            PIC X(08).
           05  WS-ROW-DATE              PIC 9(08).
           05  WS-ROW-TIME              PIC 9(06).
           05  WS-ROW-TIME-R REDEFINES WS-ROW-TIME.
               10  WS-ROW-HH            PIC 9(02).
               10  WS-ROW-MM            PIC 9(02).
               10  FILLER               PIC 9(02).
           05  WS-ROW-MODULE            PIC X(13).
           05  WS-ROW-TYPE              PIC X(10).
           05  WS-ROW-DETAIL            PIC X(64).
       77  WS-DETAIL-HEAD               PIC X(64) VALUE SPACES.
       77  WS-DETAIL-TAIL               PIC X(64) VALUE SPACES.
       77  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       77  WS-OPERATOR-TAG              PIC X(03) VALUE SPACES.
       77  WS-IMAGE-TAG                 PIC X(04) VALUE SPACES.
       77  WS-BURST-PASS                PIC X(01) VALUE "C".
           88  WS-BURST-COUNTING            VALUE "C".
           88  WS-BURST-PRINTING            VALUE "P".
      *
      *    DELETES BY OPERATOR.
      *
       77  WS-OPR-MAX                   PIC 9(03) VALUE 200.
       77  WS-OPR-COUNT                 PIC 9(03) VALUE ZERO.
       77  WS-OPR-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-NAME          PIC X(08).
               10  WS-OPR-DELETES       PIC 9(05).
               10  WS-OPR-CREDS         PIC X(02).
      *
      *    FINDINGS BY RULE, IN REPORT ORDER.
      *
       77  WS-RULE-SUB                  PIC 9(01) VALUE ZERO.
       77  WS-BURST-SIZE                PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-FINDINGS            PIC 9(05) VALUE ZERO.
       01  WS-RULE-VALUES.
           05  FILLER                   PIC X(08) VALUE "AFTERHRS".
           05  FILLER                   PIC X(08) VALUE "DELETES".
           05  FILLER                   PIC X(08) VALUE "SIGNFAIL".
           05  FILLER                   PIC X(08) VALUE "UNMASKED".
           05  FILLER                   PIC X(08) VALUE "OPERCMD".
           05  FILLER                   PIC X(08) VALUE "DISABLED".
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-CODE             PIC X(08) OCCURS 6 TIMES.
       01  WS-RULE-COUNTS.
           05  WS-RULE-FINDINGS         PIC 9(05) OCCURS 6 TIMES.
       77  WS-RULE-TITLE                PIC X(100) VALUE SPACES.
      *
      *    THE gcxmtreg01 TRANSMISSION REGISTER PARAMETERS
      *      (wkxmtreg01.cpy IN THE GCSORT SUITE)
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
      *    THE GC86CREDS CREDENTIALS SERVICE PARAMETERS
      *      (GC86CREDS.CPY IN TUI-TOOLS); ONLY THE "G" GET IS USED
       01  WS-CREDS-AREA.
           05  WS-CRD-FUNCTION          PIC X(01).
           05  WS-CRD-RESULT            PIC X(02).
               88  WS-CRD-OK                VALUE "00".
               88  WS-CRD-NOT-FOUND         VALUE "NF".
           05  WS-CRD-PASSWORD          PIC X(20).
           05  WS-CRD-NEW-PASSWORD      PIC X(20).
           05  WS-CRD-HASH-VALUE        PIC 9(09).
           05  WS-CRD-ORDINAL           PIC 9(04).
           05  WS-CRD-MIN-LENGTH        PIC 9(02).
           05  WS-CRD-EXPIRY-DAYS       PIC 9(04).
           05  WS-CRD-LOCK-AFTER        PIC 9(02).
           05  WS-CRD-ENTRY.
               10  WS-CRD-OPERATOR      PIC X(08).
               10  WS-CRD-HASH          PIC 9(09).
               10  WS-CRD-ROLE          PIC X(12).
               10  WS-CRD-ENTRY-STATUS  PIC X(01).
                   88  WS-CRD-IS-DISABLED   VALUE "D".
               10  WS-CRD-PW-DATE       PIC 9(08).
               10  WS-CRD-FAILS         PIC 9(02).
               10  WS-CRD-HISTORY       PIC 9(09) OCCURS 3 TIMES.
       77  WS-CREDS-MISSING             PIC X(01) VALUE "N".
      *
      *    DELIVERY THROUGH THE SECURITY OFFICER'S DISTDIR LINE.
      *
       77  WS-DST-EOF                   PIC X(01) VALUE "N".
       77  WS-DELIVERED                 PIC X(01) VALUE "N".
       01  WS-DIST-PARSE.
           05  WS-DP-FROM               PIC X(05).
           05  WS-DP-TO                 PIC X(05).
           05  WS-DP-RECIPIENT          PIC X(12).
           05  WS-DP-COMMAND            PIC X(128).
       77  WS-DIST-COMMAND              PIC X(128) VALUE SPACES.
       01  WS-PIPE-CHANNEL.
           05  WS-PIPE-POINTER          USAGE POINTER.
           05  FILLER                   USAGE BINARY-LONG.
       01  WS-WRITE-RESULT.
           05  FILLER                   USAGE POINTER.
           05  WS-WRITE-STATUS          USAGE BINARY-LONG.
       77  WS-CLOSE-STATUS              USAGE BINARY-LONG.
       77  WS-EXIT-CODE                 PIC 9(03) VALUE ZERO.
       77  WS-RPT-EOF                   PIC X(01) VALUE "N".
      *
      *    SPOOL REGISTRATION.
      *
       77  WS-SPOOL-SEQ                 PIC 9(04) VALUE ZERO.
       77  WS-SPOOL-LOCATION            PIC X(20) VALUE SPACES.
       77  WS-SPOOL-TIME                PIC 9(08) VALUE ZERO.
       77  WS-SPOOL-EOF                 PIC X(01) VALUE "N".
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
           05  FILLER               PIC X(40)
               VALUE "SECURITY EXCEPTION REPORT".
           05  FILLER               PIC X(06) VALUE "DATE: ".
           05  WS-HD1-RUN-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  WS-HD1-PAGE          PIC ZZZ9.
       01  WS-HEADING-LINE-2.
           05  FILLER               PIC X(09) VALUE "RULE".
           05  FILLER               PIC X(09) VALUE "TIME".
           05  FILLER               PIC X(09) VALUE "SOURCE".
           05  FILLER               PIC X(14) VALUE "MODULE/JOB".
           05  FILLER               PIC X(09) VALUE "OPERATOR".
           05  FILLER               PIC X(82) VALUE "EVENT DETAIL".
       01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
       01  WS-EVENT-LINE REDEFINES WS-PRINT-LINE.
           05  WS-EL-RULE               PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EL-TIME               PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EL-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EL-MODULE             PIC X(13).
           05  FILLER                   PIC X(01).
           05  WS-EL-OPERATOR           PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EL-DETAIL             PIC X(64).
           05  FILLER                   PIC X(18).
       01  WS-TIME-EDIT.
           05  WS-TE-HH                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE ":".
           05  WS-TE-MM                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE ":".
           05  WS-TE-SS                 PIC X(02).
       01  WS-TIME-DIGITS               PIC 9(06).
       01  WS-TIME-DIGITS-R REDEFINES WS-TIME-DIGITS.
           05  WS-TD-HH                 PIC X(02).
           05  WS-TD-MM                 PIC X(02).
           05  WS-TD-SS                 PIC X(02).
       77  WS-COUNT-EDIT                PIC ZZZZ9.
       77  WS-COUNT-EDIT-2              PIC ZZZZ9.
       77  WS-HOURS-EDIT                PIC 9(04).
       77  WS-HOURS-EDIT-2              PIC 9(04).
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-THE-DAY THRU 2000-EXIT.
           PERFORM 2500-CHECK-SIGNONS THRU 2500-EXIT.
           OPEN OUTPUT RPTOUT.
           IF WS-RPT-STATUS IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLSECX: UNABLE TO OPEN RPTOUT, STATUS="
                     WS-RPT-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 3000-AFTER-HOURS-CHANGES THRU 3000-EXIT.
           PERFORM 3100-DELETE-VOLUME THRU 3100-EXIT.
           PERFORM 3200-SIGNON-BURSTS THRU 3200-EXIT.
           PERFORM 3300-UNMASKED-EXTRACTS THRU 3300-EXIT.
           PERFORM 3400-OPERATOR-COMMANDS THRU 3400-EXIT.
           PERFORM 3500-DISABLED-SIGNONS THRU 3500-EXIT.
           PERFORM 3900-PRINT-SUMMARY THRU 3900-EXIT.
           CLOSE RPTOUT.
           PERFORM 6000-REGISTER-IN-SPOOL THRU 6000-EXIT.
           PERFORM 7000-DELIVER-REPORT THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLSECX" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLSECX: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLSECX: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLSCX" TO WS-MYSQL-PROGRAM-NAME.
           MOVE "JCSQLSCX" TO WS-PGSQL-PROGRAM-NAME.
           ACCEPT WS-SEC-TARGET FROM ENVIRONMENT "JCSQL_TARGET".
           INSPECT WS-SEC-TARGET CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-TABLE-NAME FROM ENVIRONMENT
               "JCSQL_AUDIT_TABLE".
           IF WS-TABLE-NAME IS EQUAL TO SPACES
             MOVE "GCAUDIT" TO WS-TABLE-NAME
           END-IF.
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           IF WS-JOB-NAME IS EQUAL TO SPACES
             MOVE "JCSQLSEC" TO WS-JOB-NAME
           END-IF.
           ACCEPT WS-RECIPIENT FROM ENVIRONMENT
               "JCSQL_SECX_RECIPIENT".
           IF WS-RECIPIENT IS EQUAL TO SPACES
             MOVE "SECURITY" TO WS-RECIPIENT
           END-IF.
           PERFORM 1100-READ-SETTINGS THRU 1100-EXIT.
           PERFORM 1200-SET-THE-DAY THRU 1200-EXIT.
           IF WS-SETTINGS-REFUSED
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE 6 TO WS-MYSQL-HV-COUNT WS-PGSQL-HV-COUNT.
           MOVE "C" TO WS-MYSQL-HV-TYPE (1) WS-PGSQL-HV-TYPE (1).
           MOVE "N" TO WS-MYSQL-HV-TYPE (2) WS-PGSQL-HV-TYPE (2).
           MOVE "N" TO WS-MYSQL-HV-TYPE (3) WS-PGSQL-HV-TYPE (3).
           MOVE "C" TO WS-MYSQL-HV-TYPE (4) WS-PGSQL-HV-TYPE (4).
           MOVE "C" TO WS-MYSQL-HV-TYPE (5) WS-PGSQL-HV-TYPE (5).
           MOVE "C" TO WS-MYSQL-HV-TYPE (6) WS-PGSQL-HV-TYPE (6).
           INITIALIZE WS-RULE-COUNTS.
       1000-EXIT.
           EXIT.
      *
      *    THE LIMITS.  A SETTING THAT IS THERE BUT IS NOT A NUMBER
      *      (OR NOT HHMM-HHMM) REFUSES THE RUN RATHER THAN QUIETLY
      *      TAKING THE DEFAULT -- A LOOSER RULE THAN THE ONE ASKED
      *      FOR IS NOT A SAFE GUESS HERE.
      *
       1100-READ-SETTINGS.
           ACCEPT WS-HOURS-TEXT FROM ENVIRONMENT "JCSQL_SECX_HOURS".
           IF WS-HOURS-TEXT IS NOT EQUAL TO SPACES
             IF WS-HOURS-TEXT (1:4) IS NUMERIC
              AND WS-HOURS-TEXT (5:1) IS EQUAL TO "-"
              AND WS-HOURS-TEXT (6:4) IS NUMERIC
              AND WS-HOURS-TEXT (1:2) IS LESS THAN "24"
              AND WS-HOURS-TEXT (3:2) IS LESS THAN "60"
              AND WS-HOURS-TEXT (6:2) IS NOT GREATER THAN "24"
              AND WS-HOURS-TEXT (8:2) IS LESS THAN "60"
              AND WS-HOURS-TEXT (1:4) IS LESS THAN
                  WS-HOURS-TEXT (6:4)
               MOVE WS-HOURS-TEXT (1:4) TO WS-HOURS-FROM
               MOVE WS-HOURS-TEXT (6:4) TO WS-HOURS-TO
             ELSE
               DISPLAY "T) JCSQLSECX: JCSQL_SECX_HOURS "
                       FUNCTION TRIM (WS-HOURS-TEXT)
                       " IS NOT HHMM-HHMM"
               MOVE "Y" TO WS-SETTING-ERROR
             END-IF
           END-IF.
           MOVE SPACES TO WS-SETTING-TEXT.
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT
               "JCSQL_SECX_DELETES".
           IF WS-SETTING-TEXT IS NOT EQUAL TO SPACES
             IF FUNCTION TEST-NUMVAL (WS-SETTING-TEXT)
                 IS EQUAL TO ZERO
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS NOT LESS
                  THAN ZERO
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS LESS
                  THAN 10000
               COMPUTE WS-DELETE-LIMIT
                 = FUNCTION NUMVAL (WS-SETTING-TEXT)
             ELSE
               DISPLAY "T) JCSQLSECX: JCSQL_SECX_DELETES "
                       FUNCTION TRIM (WS-SETTING-TEXT)
                       " IS NOT A COUNT"
               MOVE "Y" TO WS-SETTING-ERROR
             END-IF
           END-IF.
           MOVE SPACES TO WS-SETTING-TEXT.
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT "JCSQL_SECX_FAILS".
           IF WS-SETTING-TEXT IS NOT EQUAL TO SPACES
             IF FUNCTION TEST-NUMVAL (WS-SETTING-TEXT)
                 IS EQUAL TO ZERO
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS GREATER
                  THAN 1
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS LESS
                  THAN 10000
               COMPUTE WS-FAIL-LIMIT
                 = FUNCTION NUMVAL (WS-SETTING-TEXT)
             ELSE
               DISPLAY "T) JCSQLSECX: JCSQL_SECX_FAILS "
                       FUNCTION TRIM (WS-SETTING-TEXT)
                       " IS NOT A COUNT OF 2 OR MORE"
               MOVE "Y" TO WS-SETTING-ERROR
             END-IF
           END-IF.
           MOVE SPACES TO WS-SETTING-TEXT.
           ACCEPT WS-SETTING-TEXT FROM ENVIRONMENT
               "JCSQL_SECX_WINDOW".
           IF WS-SETTING-TEXT IS NOT EQUAL TO SPACES
             IF FUNCTION TEST-NUMVAL (WS-SETTING-TEXT)
                 IS EQUAL TO ZERO
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS GREATER
                  THAN ZERO
              AND FUNCTION NUMVAL (WS-SETTING-TEXT) IS NOT GREATER
                  THAN 1440
               COMPUTE WS-FAIL-WINDOW
                 = FUNCTION NUMVAL (WS-SETTING-TEXT)
             ELSE
               DISPLAY "T) JCSQLSECX: JCSQL_SECX_WINDOW "
                       FUNCTION TRIM (WS-SETTING-TEXT)
                       " IS NOT 1 TO 1440 MINUTES"
               MOVE "Y" TO WS-SETTING-ERROR
             END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    THE DAY EXAMINED AND WHETHER IT IS A WORKING DAY (GCCAL
      *      HOLIDAYS AND WEEKENDS HAVE NO BUSINESS HOURS AT ALL).
      *
       1200-SET-THE-DAY.
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "JCSQL_SECX_DATE".
           MOVE ZERO TO WS-BZD-FY-START WS-BZD-BASE-DATE.
           IF WS-DATE-TEXT IS NOT EQUAL TO SPACES
             IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-BZD-BASE-DATE
             ELSE
               DISPLAY "T) JCSQLSECX: JCSQL_SECX_DATE "
                       FUNCTION TRIM (WS-DATE-TEXT)
                       " IS NOT YYYYMMDD"
               MOVE "Y" TO WS-SETTING-ERROR
               GO TO 1200-EXIT
             END-IF
           END-IF.
           CALL "gcbizdt01" USING WS-BIZDATE-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLSECX: gcbizdt01 NOT AVAILABLE -- NO"
                       " RUN DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF WS-BZD-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLSECX: DATE REFUSED, RESULT "
                     WS-BZD-RESULT
             MOVE "Y" TO WS-SETTING-ERROR
             GO TO 1200-EXIT
           END-IF.
           MOVE WS-BZD-DATE TO WS-EXAM-DATE WS-RUN-DATE.
           MOVE WS-BZD-WORK-DAY TO WS-WORK-DAY.
       1200-EXIT.
           EXIT.
      *
      *    THE DAY'S EVENTS FROM THE WAREHOUSE.  DISTINCT, BECAUSE A
      *      JCSQLAUDW RE-RUN APPENDS THE SAME TRAIL LINES AGAIN AND
      *      A DUPLICATED DELETE MUST NOT COUNT TWICE.  RUN HISTORY
      *      IS NARROWED TO THE OPERATOR ACTIONS; THE REST OF GCHIST
      *      AND THE DATABASE ERRORS HAVE NO RULE HERE.
      *
       2000-LOAD-THE-DAY.
           PERFORM 8100-SQL-OPEN THRU 8100-EXIT.
           PERFORM 8200-SQL-SELECT THRU 8200-EXIT.
           MOVE ZERO TO WS-EVT-COUNT WS-EVT-LOST.
           MOVE "N" TO WS-END-OF-ROWS.
           PERFORM 2100-TAKE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-END-OF-ROWS IS EQUAL TO "Y".
           PERFORM 8800-SQL-CLOSE THRU 8800-EXIT.
           IF WS-EVT-LOST IS GREATER THAN ZERO
             DISPLAY "W) JCSQLSECX: " WS-EVT-LOST " EVENTS BEYOND "
                     WS-EVT-MAX " NOT EXAMINED"
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-TAKE-ONE-ROW.
           PERFORM 8300-SQL-FETCH THRU 8300-EXIT.
           IF WS-END-OF-ROWS IS EQUAL TO "Y"
             GO TO 2100-EXIT.
           IF WS-TARGET-IS-PGSQL
             MOVE WS-PGSQL-HV-TEXT (1) TO WS-ROW-SOURCE
             MOVE WS-PGSQL-HV-NUM (2) TO WS-ROW-DATE
             MOVE WS-PGSQL-HV-NUM (3) TO WS-ROW-TIME
             MOVE WS-PGSQL-HV-TEXT (4) TO WS-ROW-MODULE
             MOVE WS-PGSQL-HV-TEXT (5) TO WS-ROW-TYPE
             MOVE WS-PGSQL-HV-TEXT (6) TO WS-ROW-DETAIL
           ELSE
             MOVE WS-MYSQL-HV-TEXT (1) TO WS-ROW-SOURCE
             MOVE WS-MYSQL-HV-NUM (2) TO WS-ROW-DATE
             MOVE WS-MYSQL-HV-NUM (3) TO WS-ROW-TIME
             MOVE WS-MYSQL-HV-TEXT (4) TO WS-ROW-MODULE
             MOVE WS-MYSQL-HV-TEXT (5) TO WS-ROW-TYPE
             MOVE WS-MYSQL-HV-TEXT (6) TO WS-ROW-DETAIL
           END-IF.
           IF WS-EVT-COUNT IS NOT LESS THAN WS-EVT-MAX
             ADD 1 TO WS-EVT-LOST
             GO TO 2100-EXIT.
           ADD 1 TO WS-EVT-COUNT.
           MOVE WS-EVT-COUNT TO WS-EVT-SUB.
           MOVE WS-ROW-SOURCE TO WS-EVT-SOURCE (WS-EVT-SUB).
           MOVE WS-ROW-TIME TO WS-EVT-TIME (WS-EVT-SUB).
           COMPUTE WS-EVT-MINUTE (WS-EVT-SUB)
             = WS-ROW-HH * 60 + WS-ROW-MM.
           MOVE WS-ROW-MODULE TO WS-EVT-MODULE (WS-EVT-SUB).
           MOVE WS-ROW-TYPE TO WS-EVT-TYPE (WS-EVT-SUB).
           MOVE WS-ROW-DETAIL TO WS-EVT-DETAIL (WS-EVT-SUB).
           MOVE SPACES TO WS-EVT-OPERATOR (WS-EVT-SUB).
           MOVE SPACES TO WS-EVT-KIND (WS-EVT-SUB).
           MOVE "N" TO WS-EVT-USED (WS-EVT-SUB).
           PERFORM 2200-CLASSIFY-EVENT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *    WHAT THE TRAILS WRITE (GC30AUDIT-FD CHOICE TEXT):
      *      GC72MASTMNT   A key OP=oper / C key OP=oper
      *                    QUEUE A|C|D key MK=oper
      *                    BEF ... / AFT ... / (delete requested)
      *      GC74MASTAPPR  APPR A|C|D key MK=maker CK=checker
      *      GC85SIGNON    DENIED oper reason / LOGIN oper role r
      *      MASKLOG       <program> UNMASKED OVERRIDE
      *      GCHIST        IN n OUT n ELAPSED-HS n STATUS KL|RR
      *
       2200-CLASSIFY-EVENT.
           MOVE WS-ROW-DETAIL TO WS-DETAIL-HEAD.
           IF WS-ROW-SOURCE IS EQUAL TO "MASKLOG"
             MOVE "UM" TO WS-EVT-KIND (WS-EVT-SUB)
             GO TO 2200-EXIT.
           IF WS-ROW-SOURCE IS EQUAL TO "GCHIST"
             IF WS-ROW-DETAIL (50:2) IS EQUAL TO "KL"
              OR WS-ROW-DETAIL (50:2) IS EQUAL TO "RR"
               MOVE WS-ROW-DETAIL (50:2)
                 TO WS-EVT-KIND (WS-EVT-SUB)
             END-IF
             GO TO 2200-EXIT.
           IF WS-ROW-SOURCE IS NOT EQUAL TO "TUIAUDIT"
             GO TO 2200-EXIT.
           EVALUATE TRUE
             WHEN WS-ROW-MODULE IS EQUAL TO "GC72MASTMNT"
               PERFORM 2210-CLASSIFY-MAINTENANCE THRU 2210-EXIT
             WHEN WS-ROW-MODULE IS EQUAL TO "GC74MASTAPPR"
               PERFORM 2220-CLASSIFY-APPROVAL THRU 2220-EXIT
             WHEN WS-ROW-MODULE IS EQUAL TO "GC85SIGNON"
               PERFORM 2230-CLASSIFY-SIGNON THRU 2230-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
       2210-CLASSIFY-MAINTENANCE.
           EVALUATE TRUE
             WHEN WS-DETAIL-HEAD (1:2) IS EQUAL TO "A "
              OR WS-DETAIL-HEAD (1:2) IS EQUAL TO "C "
               MOVE "MC" TO WS-EVT-KIND (WS-EVT-SUB)
               MOVE "OP=" TO WS-OPERATOR-TAG
               PERFORM 2290-OPERATOR-AFTER THRU 2290-EXIT
             WHEN WS-DETAIL-HEAD (1:8) IS EQUAL TO "QUEUE D "
               MOVE "MD" TO WS-EVT-KIND (WS-EVT-SUB)
               MOVE "MK=" TO WS-OPERATOR-TAG
               PERFORM 2290-OPERATOR-AFTER THRU 2290-EXIT
             WHEN WS-DETAIL-HEAD (1:6) IS EQUAL TO "QUEUE "
               MOVE "MC" TO WS-EVT-KIND (WS-EVT-SUB)
               MOVE "MK=" TO WS-OPERATOR-TAG
               PERFORM 2290-OPERATOR-AFTER THRU 2290-EXIT
             WHEN WS-DETAIL-HEAD (1:4) IS EQUAL TO "BEF "
              OR WS-DETAIL-HEAD (1:4) IS EQUAL TO "AFT "
              OR WS-DETAIL-HEAD (1:1) IS EQUAL TO "("
               MOVE "MI" TO WS-EVT-KIND (WS-EVT-SUB)
           END-EVALUATE.
       2210-EXIT.
           EXIT.
      *
      *    AN APPROVAL IS WHEN THE CHANGE REACHES GCMASTER; THE
      *      CHECKER IS THE ONE WHO MADE IT HAPPEN.
      *
       2220-CLASSIFY-APPROVAL.
           EVALUATE TRUE
             WHEN WS-DETAIL-HEAD (1:7) IS EQUAL TO "APPR D "
               MOVE "MD" TO WS-EVT-KIND (WS-EVT-SUB)
               MOVE "CK=" TO WS-OPERATOR-TAG
               PERFORM 2290-OPERATOR-AFTER THRU 2290-EXIT
             WHEN WS-DETAIL-HEAD (1:5) IS EQUAL TO "APPR "
               MOVE "MC" TO WS-EVT-KIND (WS-EVT-SUB)
               MOVE "CK=" TO WS-OPERATOR-TAG
               PERFORM 2290-OPERATOR-AFTER THRU 2290-EXIT
             WHEN WS-DETAIL-HEAD (1:4) IS EQUAL TO "BEF "
              OR WS-DETAIL-HEAD (1:4) IS EQUAL TO "AFT "
               MOVE "MI" TO WS-EVT-KIND (WS-EVT-SUB)
           END-EVALUATE.
       2220-EXIT.
           EXIT.
      *
      *    "DENIED " AND "LOGIN " ARE FOLLOWED BY THE OPERATOR ID IN
      *      ITS FULL EIGHT POSITIONS.
      *
       2230-CLASSIFY-SIGNON.
           EVALUATE TRUE
             WHEN WS-DETAIL-HEAD (1:7) IS EQUAL TO "DENIED "
               MOVE WS-DETAIL-HEAD (8:8)
                 TO WS-EVT-OPERATOR (WS-EVT-SUB)
               IF WS-DETAIL-HEAD (17:8) IS EQUAL TO "DISABLED"
                 MOVE "SD" TO WS-EVT-KIND (WS-EVT-SUB)
               ELSE
                 MOVE "SF" TO WS-EVT-KIND (WS-EVT-SUB)
               END-IF
             WHEN WS-DETAIL-HEAD (1:6) IS EQUAL TO "LOGIN "
               MOVE WS-DETAIL-HEAD (7:8)
                 TO WS-EVT-OPERATOR (WS-EVT-SUB)
               MOVE "LI" TO WS-EVT-KIND (WS-EVT-SUB)
           END-EVALUATE.
       2230-EXIT.
           EXIT.
      *
      *    THE WORD AFTER WS-OPERATOR-TAG (OP=, MK= OR CK=).
      *
       2290-OPERATOR-AFTER.
           MOVE SPACES TO WS-DETAIL-HEAD WS-DETAIL-TAIL WS-OPERATOR.
           UNSTRING WS-ROW-DETAIL
               DELIMITED BY WS-OPERATOR-TAG
               INTO WS-DETAIL-HEAD WS-DETAIL-TAIL
           END-UNSTRING.
           UNSTRING WS-DETAIL-TAIL DELIMITED BY SPACE
               INTO WS-OPERATOR
           END-UNSTRING.
           MOVE WS-OPERATOR TO WS-EVT-OPERATOR (WS-EVT-SUB).
       2290-EXIT.
           EXIT.
      *
      *    EVERY OPERATOR WHO SIGNED ON IS LOOKED UP IN GCCREDS ONCE,
      *      THROUGH GC86CREDS; THE ANSWER IS KEPT IN THE OPERATOR
      *      TABLE FOR THE DISABLED RULE.
      *
       2500-CHECK-SIGNONS.
           MOVE ZERO TO WS-OPR-COUNT.
           PERFORM 2510-NOTE-ONE-OPERATOR THRU 2510-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
       2500-EXIT.
           EXIT.
      *
       2510-NOTE-ONE-OPERATOR.
           IF NOT WS-EVT-SIGNON (WS-EVT-SUB)
            AND NOT WS-EVT-MASTER-DELETE (WS-EVT-SUB)
             GO TO 2510-EXIT.
           MOVE WS-EVT-OPERATOR (WS-EVT-SUB) TO WS-OPERATOR.
           PERFORM 2520-FIND-OPERATOR THRU 2520-EXIT.
           IF WS-OPR-SUB IS EQUAL TO ZERO
             GO TO 2510-EXIT.
           IF WS-EVT-MASTER-DELETE (WS-EVT-SUB)
             ADD 1 TO WS-OPR-DELETES (WS-OPR-SUB)
             GO TO 2510-EXIT.
           IF WS-OPR-CREDS (WS-OPR-SUB) IS NOT EQUAL TO SPACES
            OR WS-CREDS-MISSING IS EQUAL TO "Y"
             GO TO 2510-EXIT.
           MOVE SPACES TO WS-CREDS-AREA.
           MOVE "G" TO WS-CRD-FUNCTION.
           MOVE WS-OPERATOR TO WS-CRD-OPERATOR.
           CALL "GC86CREDS" USING WS-CREDS-AREA
             ON EXCEPTION
               DISPLAY "W) JCSQLSECX: GC86CREDS NOT AVAILABLE --"
                       " SIGN-ONS NOT CHECKED AGAINST GCCREDS"
               MOVE "Y" TO WS-CREDS-MISSING
               GO TO 2510-EXIT
           END-CALL.
           EVALUATE TRUE
             WHEN WS-CRD-NOT-FOUND
               MOVE "NF" TO WS-OPR-CREDS (WS-OPR-SUB)
             WHEN WS-CRD-OK AND WS-CRD-IS-DISABLED
               MOVE "DS" TO WS-OPR-CREDS (WS-OPR-SUB)
             WHEN WS-CRD-OK
               MOVE "OK" TO WS-OPR-CREDS (WS-OPR-SUB)
             WHEN OTHER
               DISPLAY "W) JCSQLSECX: GC86CREDS RESULT "
                       WS-CRD-RESULT " FOR "
                       FUNCTION TRIM (WS-OPERATOR)
           END-EVALUATE.
       2510-EXIT.
           EXIT.
      *
      *    WS-OPERATOR'S ENTRY, ADDED WHEN NEW; ZERO WHEN THE TABLE
      *      IS FULL.
      *
       2520-FIND-OPERATOR.
           PERFORM 2530-MATCH-ONE-OPERATOR THRU 2530-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB IS GREATER THAN WS-OPR-COUNT
                  OR WS-OPR-NAME (WS-OPR-SUB) IS EQUAL TO WS-OPERATOR.
           IF WS-OPR-SUB IS NOT GREATER THAN WS-OPR-COUNT
             GO TO 2520-EXIT.
           IF WS-OPR-COUNT IS NOT LESS THAN WS-OPR-MAX
             DISPLAY "W) JCSQLSECX: MORE THAN " WS-OPR-MAX
                     " OPERATORS; " FUNCTION TRIM (WS-OPERATOR)
                     " NOT COUNTED"
             MOVE ZERO TO WS-OPR-SUB
             GO TO 2520-EXIT.
           ADD 1 TO WS-OPR-COUNT.
           MOVE WS-OPR-COUNT TO WS-OPR-SUB.
           MOVE WS-OPERATOR TO WS-OPR-NAME (WS-OPR-SUB).
           MOVE ZERO TO WS-OPR-DELETES (WS-OPR-SUB).
           MOVE SPACES TO WS-OPR-CREDS (WS-OPR-SUB).
       2520-EXIT.
           EXIT.
      *
       2530-MATCH-ONE-OPERATOR.
           CONTINUE.
       2530-EXIT.
           EXIT.
      *
      *    RULE 1 -- GCMASTER CHANGES OUTSIDE BUSINESS HOURS, EACH
      *      WITH ITS BEFORE AND AFTER IMAGES.
      *
       3000-AFTER-HOURS-CHANGES.
           MOVE 1 TO WS-RULE-SUB.
           MOVE WS-HOURS-FROM TO WS-HOURS-EDIT.
           MOVE WS-HOURS-TO TO WS-HOURS-EDIT-2.
           MOVE SPACES TO WS-RULE-TITLE.
           IF WS-WORK-DAY IS EQUAL TO "Y"
             STRING "GCMASTER ADDS, CHANGES AND DELETES OUTSIDE"
                 " BUSINESS HOURS " WS-HOURS-EDIT "-"
                 WS-HOURS-EDIT-2
                 DELIMITED BY SIZE INTO WS-RULE-TITLE
             END-STRING
           ELSE
             STRING "GCMASTER ADDS, CHANGES AND DELETES -- "
                 WS-RUN-DATE " IS NOT A WORKING DAY"
                 DELIMITED BY SIZE INTO WS-RULE-TITLE
             END-STRING
           END-IF.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3010-CHECK-ONE-CHANGE THRU 3010-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3000-EXIT.
           EXIT.
      *
       3010-CHECK-ONE-CHANGE.
           IF NOT WS-EVT-MASTER-CHANGE (WS-EVT-SUB)
            AND NOT WS-EVT-MASTER-DELETE (WS-EVT-SUB)
             GO TO 3010-EXIT.
           IF WS-WORK-DAY IS EQUAL TO "Y"
            AND WS-EVT-HHMM (WS-EVT-SUB) IS NOT LESS THAN
                WS-HOURS-FROM
            AND WS-EVT-HHMM (WS-EVT-SUB) IS LESS THAN WS-HOURS-TO
             GO TO 3010-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
      *    THE IMAGES SHARE THE MODULE AND THE SECOND; BEFORE FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           PERFORM 3020-BACK-TO-THE-SECOND THRU 3020-EXIT
               UNTIL WS-EVT-FIRST IS EQUAL TO 1
                  OR WS-EVT-TIME (WS-EVT-FIRST - 1) IS NOT EQUAL TO
                     WS-EVT-TIME (WS-EVT-SUB).
           MOVE "BEF " TO WS-IMAGE-TAG.
           PERFORM 3030-PRINT-ONE-IMAGE THRU 3030-EXIT
               VARYING WS-EVT-SUB-2 FROM WS-EVT-FIRST BY 1
               UNTIL WS-EVT-SUB-2 IS GREATER THAN WS-EVT-COUNT
                  OR WS-EVT-TIME (WS-EVT-SUB-2) IS NOT EQUAL TO
                     WS-EVT-TIME (WS-EVT-SUB).
           MOVE "AFT " TO WS-IMAGE-TAG.
           PERFORM 3030-PRINT-ONE-IMAGE THRU 3030-EXIT
               VARYING WS-EVT-SUB-2 FROM WS-EVT-FIRST BY 1
               UNTIL WS-EVT-SUB-2 IS GREATER THAN WS-EVT-COUNT
                  OR WS-EVT-TIME (WS-EVT-SUB-2) IS NOT EQUAL TO
                     WS-EVT-TIME (WS-EVT-SUB).
       3010-EXIT.
           EXIT.
      *
       3020-BACK-TO-THE-SECOND.
           SUBTRACT 1 FROM WS-EVT-FIRST.
       3020-EXIT.
           EXIT.
      *
      *    AN IMAGE OF THE SAME MODULE AND SECOND, WS-IMAGE-TAG
      *      "BEF " OR "AFT "; "(delete requested)" STANDS FOR THE
      *      AFTER IMAGE OF A QUEUED DELETE.
      *
       3030-PRINT-ONE-IMAGE.
           IF NOT WS-EVT-MASTER-IMAGE (WS-EVT-SUB-2)
            OR WS-EVT-MODULE (WS-EVT-SUB-2) IS NOT EQUAL TO
               WS-EVT-MODULE (WS-EVT-SUB)
             GO TO 3030-EXIT.
           IF WS-EVT-DETAIL (WS-EVT-SUB-2) (1:4) IS NOT EQUAL TO
              WS-IMAGE-TAG
            AND NOT (WS-IMAGE-TAG IS EQUAL TO "AFT "
                 AND WS-EVT-DETAIL (WS-EVT-SUB-2) (1:1) IS EQUAL
                     TO "(")
             GO TO 3030-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-EVT-DETAIL (WS-EVT-SUB-2) TO WS-EL-DETAIL.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       3030-EXIT.
           EXIT.
      *
      *    RULE 2 -- AN OPERATOR OVER THE DAILY DELETE LIMIT, WITH
      *      EVERY DELETE OF THE DAY LISTED UNDER THE COUNT.
      *
       3100-DELETE-VOLUME.
           MOVE 2 TO WS-RULE-SUB.
           MOVE WS-DELETE-LIMIT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RULE-TITLE.
           STRING "OPERATORS ASKING FOR OR APPROVING MORE THAN "
               FUNCTION TRIM (WS-COUNT-EDIT)
               " GCMASTER DELETES IN THE DAY"
               DELIMITED BY SIZE INTO WS-RULE-TITLE
           END-STRING.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3110-CHECK-ONE-OPERATOR THRU 3110-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB IS GREATER THAN WS-OPR-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3100-EXIT.
           EXIT.
      *
       3110-CHECK-ONE-OPERATOR.
           IF WS-OPR-DELETES (WS-OPR-SUB) IS NOT GREATER THAN
              WS-DELETE-LIMIT
             GO TO 3110-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE WS-OPR-DELETES (WS-OPR-SUB) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-EL-RULE.
           MOVE WS-OPR-NAME (WS-OPR-SUB) TO WS-EL-OPERATOR.
           STRING FUNCTION TRIM (WS-COUNT-EDIT)
               " DELETES ASKED FOR OR APPROVED"
               DELIMITED BY SIZE INTO WS-EL-DETAIL
           END-STRING.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           PERFORM 3120-LIST-ONE-DELETE THRU 3120-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
       3110-EXIT.
           EXIT.
      *
       3120-LIST-ONE-DELETE.
           IF NOT WS-EVT-MASTER-DELETE (WS-EVT-SUB)
            OR WS-EVT-OPERATOR (WS-EVT-SUB) IS NOT EQUAL TO
               WS-OPR-NAME (WS-OPR-SUB)
             GO TO 3120-EXIT.
           MOVE ZERO TO WS-EVT-FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
       3120-EXIT.
           EXIT.
      *
      *    RULE 3 -- A BURST OF REFUSED SIGN-ONS: FROM EACH REFUSAL
      *      NOT ALREADY IN A BURST, THE REFUSALS OF THE SAME
      *      OPERATOR ID WITHIN THE WINDOW; ENOUGH OF THEM IS ONE
      *      FINDING, PRINTED AS THE REFUSALS THEMSELVES.
      *
       3200-SIGNON-BURSTS.
           MOVE 3 TO WS-RULE-SUB.
           MOVE WS-FAIL-LIMIT TO WS-COUNT-EDIT.
           MOVE WS-FAIL-WINDOW TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-RULE-TITLE.
           STRING "REFUSED SIGN-ONS, "
               FUNCTION TRIM (WS-COUNT-EDIT)
               " OR MORE FOR ONE OPERATOR ID WITHIN "
               FUNCTION TRIM (WS-COUNT-EDIT-2) " MINUTES"
               DELIMITED BY SIZE INTO WS-RULE-TITLE
           END-STRING.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3210-START-ONE-BURST THRU 3210-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3200-EXIT.
           EXIT.
      *
       3210-START-ONE-BURST.
           IF NOT WS-EVT-SIGNON-DENIED (WS-EVT-SUB)
            OR WS-EVT-USED (WS-EVT-SUB) IS EQUAL TO "Y"
             GO TO 3210-EXIT.
           MOVE ZERO TO WS-BURST-SIZE.
           MOVE "C" TO WS-BURST-PASS.
           PERFORM 3220-JOIN-THE-BURST THRU 3220-EXIT
               VARYING WS-EVT-SUB-2 FROM WS-EVT-SUB BY 1
               UNTIL WS-EVT-SUB-2 IS GREATER THAN WS-EVT-COUNT
                  OR WS-EVT-MINUTE (WS-EVT-SUB-2) IS GREATER THAN
                     WS-EVT-MINUTE (WS-EVT-SUB) + WS-FAIL-WINDOW.
           IF WS-BURST-SIZE IS LESS THAN WS-FAIL-LIMIT
             GO TO 3210-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE "P" TO WS-BURST-PASS.
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           PERFORM 3220-JOIN-THE-BURST THRU 3220-EXIT
               VARYING WS-EVT-SUB-2 FROM WS-EVT-SUB BY 1
               UNTIL WS-EVT-SUB-2 IS GREATER THAN WS-EVT-COUNT
                  OR WS-EVT-MINUTE (WS-EVT-SUB-2) IS GREATER THAN
                     WS-EVT-MINUTE (WS-EVT-SUB) + WS-FAIL-WINDOW.
       3210-EXIT.
           EXIT.
      *
      *    THE COUNTING PASS, OR THE PRINTING PASS THAT ALSO TAKES
      *      THE REFUSALS OUT OF LATER BURSTS.
      *
       3220-JOIN-THE-BURST.
           IF NOT WS-EVT-SIGNON-DENIED (WS-EVT-SUB-2)
            OR WS-EVT-USED (WS-EVT-SUB-2) IS EQUAL TO "Y"
            OR WS-EVT-OPERATOR (WS-EVT-SUB-2) IS NOT EQUAL TO
               WS-EVT-OPERATOR (WS-EVT-SUB)
             GO TO 3220-EXIT.
           IF WS-BURST-COUNTING
             ADD 1 TO WS-BURST-SIZE
             GO TO 3220-EXIT.
           MOVE "Y" TO WS-EVT-USED (WS-EVT-SUB-2).
           MOVE WS-EVT-SUB-2 TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
       3220-EXIT.
           EXIT.
      *
      *    RULE 4 -- EVERY UNMASKED EXTRACT.
      *
       3300-UNMASKED-EXTRACTS.
           MOVE 4 TO WS-RULE-SUB.
           MOVE "EXTRACTS RUN UNMASKED UNDER GCMASK_OVERRIDE"
             TO WS-RULE-TITLE.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3310-CHECK-ONE-EXTRACT THRU 3310-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3300-EXIT.
           EXIT.
      *
       3310-CHECK-ONE-EXTRACT.
           IF NOT WS-EVT-UNMASKED (WS-EVT-SUB)
             GO TO 3310-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
       3310-EXIT.
           EXIT.
      *
      *    RULE 5 -- EVERY jobschedop KILL AND RERUN.
      *
       3400-OPERATOR-COMMANDS.
           MOVE 5 TO WS-RULE-SUB.
           MOVE "JOBSCHEDOP KILL (STATUS KL) AND RERUN (STATUS RR)"
             TO WS-RULE-TITLE.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3410-CHECK-ONE-COMMAND THRU 3410-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3400-EXIT.
           EXIT.
      *
       3410-CHECK-ONE-COMMAND.
           IF NOT WS-EVT-OPERATOR-CMD (WS-EVT-SUB)
             GO TO 3410-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
       3410-EXIT.
           EXIT.
      *
      *    RULE 6 -- A DISABLED OPERATOR TRYING TO SIGN ON, AND A
      *      SIGN-ON BY AN OPERATOR GCCREDS NOW HOLDS DISABLED OR
      *      DOES NOT HOLD AT ALL.
      *
       3500-DISABLED-SIGNONS.
           MOVE 6 TO WS-RULE-SUB.
           MOVE "SIGN-ONS BY DISABLED OPERATORS" TO WS-RULE-TITLE.
           PERFORM 4000-PRINT-RULE-TITLE THRU 4000-EXIT.
           PERFORM 3510-CHECK-ONE-SIGNON THRU 3510-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB IS GREATER THAN WS-EVT-COUNT.
           PERFORM 4200-PRINT-RULE-END THRU 4200-EXIT.
       3500-EXIT.
           EXIT.
      *
       3510-CHECK-ONE-SIGNON.
           IF WS-EVT-DENIED-DISABLED (WS-EVT-SUB)
             ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB)
             MOVE WS-EVT-SUB TO WS-EVT-FIRST
             MOVE WS-EVT-SUB TO WS-EVT-PRINT
             PERFORM 4100-PRINT-EVENT THRU 4100-EXIT
             GO TO 3510-EXIT.
           IF NOT WS-EVT-SIGNON (WS-EVT-SUB)
             GO TO 3510-EXIT.
           MOVE WS-EVT-OPERATOR (WS-EVT-SUB) TO WS-OPERATOR.
           PERFORM 2520-FIND-OPERATOR THRU 2520-EXIT.
           IF WS-OPR-SUB IS EQUAL TO ZERO
             GO TO 3510-EXIT.
           IF WS-OPR-CREDS (WS-OPR-SUB) IS NOT EQUAL TO "DS"
            AND WS-OPR-CREDS (WS-OPR-SUB) IS NOT EQUAL TO "NF"
             GO TO 3510-EXIT.
           ADD 1 TO WS-RULE-FINDINGS (WS-RULE-SUB).
           MOVE WS-EVT-SUB TO WS-EVT-FIRST.
           MOVE WS-EVT-SUB TO WS-EVT-PRINT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-OPR-CREDS (WS-OPR-SUB) IS EQUAL TO "DS"
             MOVE "(GCCREDS NOW HOLDS THE OPERATOR DISABLED)"
               TO WS-EL-DETAIL
           ELSE
             MOVE "(THE OPERATOR IS NOT IN GCCREDS)"
               TO WS-EL-DETAIL
           END-IF.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       3510-EXIT.
           EXIT.
      *
      *    THE COUNT BY RULE, THEN THE ONE TOTAL THE RETURN CODE
      *      FOLLOWS.
      *
       3900-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           MOVE "SUMMARY" TO WS-PRINT-LINE.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           MOVE ZERO TO WS-TOTAL-FINDINGS.
           PERFORM 3910-PRINT-ONE-COUNT THRU 3910-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB IS GREATER THAN 6.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL     " WS-COUNT-EDIT " FINDINGS IN "
               WS-EVT-COUNT " EVENTS EXAMINED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           IF WS-EVT-LOST IS GREATER THAN ZERO
             MOVE SPACES TO WS-PRINT-LINE
             STRING "*** " WS-EVT-LOST " MORE EVENTS OF THE DAY"
                 " WERE NOT EXAMINED ***"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT
             PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-IF.
           IF WS-CREDS-MISSING IS EQUAL TO "Y"
             MOVE "*** GC86CREDS NOT AVAILABLE: SIGN-ONS NOT CHECKED"
               & " AGAINST GCCREDS ***" TO WS-PRINT-LINE
             PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT
             PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      *
       3910-PRINT-ONE-COUNT.
           ADD WS-RULE-FINDINGS (WS-RULE-SUB) TO WS-TOTAL-FINDINGS.
           MOVE WS-RULE-FINDINGS (WS-RULE-SUB) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-RULE-CODE (WS-RULE-SUB) "  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       3910-EXIT.
           EXIT.
      *
      *    A RULE'S TITLE, WITH A BLANK LINE BEFORE IT AND NEVER
      *      ALONE AT THE FOOT OF A PAGE.
      *
       4000-PRINT-RULE-TITLE.
           IF WS-LINE-COUNT IS GREATER THAN WS-PAGE-LIMIT - 4
             MOVE WS-PAGE-LIMIT TO WS-LINE-COUNT
           END-IF.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** " WS-RULE-CODE (WS-RULE-SUB) " -- "
               WS-RULE-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4000-EXIT.
           EXIT.
      *
      *    EVENT WS-EVT-PRINT AS A REPORT LINE.  THE RULE CODE IS
      *      PRINTED ON THE LINE THAT OPENS A FINDING (WS-EVT-FIRST
      *      POINTING AT IT); LINES BELONGING TO IT GO WITHOUT.
      *
       4100-PRINT-EVENT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-EVT-FIRST IS EQUAL TO WS-EVT-PRINT
             MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-EL-RULE
           END-IF.
           MOVE WS-EVT-TIME (WS-EVT-PRINT) TO WS-TIME-DIGITS.
           MOVE WS-TD-HH TO WS-TE-HH.
           MOVE WS-TD-MM TO WS-TE-MM.
           MOVE WS-TD-SS TO WS-TE-SS.
           MOVE WS-TIME-EDIT TO WS-EL-TIME.
           MOVE WS-EVT-SOURCE (WS-EVT-PRINT) TO WS-EL-SOURCE.
           MOVE WS-EVT-MODULE (WS-EVT-PRINT) TO WS-EL-MODULE.
           MOVE WS-EVT-OPERATOR (WS-EVT-PRINT) TO WS-EL-OPERATOR.
           MOVE WS-EVT-DETAIL (WS-EVT-PRINT) TO WS-EL-DETAIL.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-PRINT-RULE-END.
           MOVE WS-RULE-FINDINGS (WS-RULE-SUB) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RULE-FINDINGS (WS-RULE-SUB) IS EQUAL TO ZERO
             MOVE "    NO FINDINGS" TO WS-PRINT-LINE
           ELSE
             STRING "    " FUNCTION TRIM (WS-COUNT-EDIT)
                 " FINDING(S)"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
           END-IF.
           PERFORM 4400-CHECK-PAGE-BREAK THRU 4400-EXIT.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4200-EXIT.
           EXIT.
      *
       4400-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT IS LESS THAN WS-PAGE-LIMIT
             GO TO 4400-EXIT
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-JOB-NAME TO WS-HD1-JOB-NAME.
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
      *    THE FINISHED REPORT COPIED UNDER THE NEXT SPOOL.nnnn NAME
      *      AND CATALOGED IN SPOOLCAT.
      *
       6000-REGISTER-IN-SPOOL.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "GCRPT_NAME".
           IF WS-REPORT-NAME IS EQUAL TO SPACES
             MOVE "SECEXCEPT" TO WS-REPORT-NAME
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
             DISPLAY "W) JCSQLSECX: SPOOL COPY TO "
                     FUNCTION TRIM (WS-SPOOL-LOCATION)
                     " FAILED; REPORT NOT CATALOGED"
             MOVE SPACES TO WS-SPOOL-LOCATION
             GO TO 6000-EXIT
           END-IF.
           OPEN EXTEND SPOOLCAT.
           IF WS-SPL-STATUS IS NOT EQUAL TO "00"
            AND WS-SPL-STATUS IS NOT EQUAL TO "05"
             DISPLAY "W) JCSQLSECX: SPOOLCAT OPEN FAILED, STATUS="
                     WS-SPL-STATUS "; REPORT NOT CATALOGED"
             GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO SPOOLCAT-RECORD.
           MOVE WS-REPORT-NAME TO SPL-REPORT-NAME.
           MOVE WS-JOB-NAME TO SPL-JOB-NAME.
           MOVE WS-EXAM-DATE TO SPL-DATE.
           ACCEPT WS-SPOOL-TIME FROM TIME.
           MOVE WS-SPOOL-TIME (1:6) TO SPL-TIME.
           MOVE WS-PAGE-NUMBER TO SPL-PAGES.
           MOVE WS-LINE-TOTAL TO SPL-LINES.
           MOVE WS-SPOOL-LOCATION TO SPL-LOCATION.
           WRITE SPOOLCAT-RECORD.
           CLOSE SPOOLCAT.
           DISPLAY "I) JCSQLSECX: SPOOLED AS "
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
      *    THE SECURITY OFFICER'S DISTDIR LINE: THE FIRST WITH THE
      *      RECIPIENT AND A DELIVERY COMMAND.  THE REPORT IS PIPED
      *      INTO THE COMMAND THE WAY gcburst01 DELIVERS A BURST,
      *      AND THE SPOOLED COPY IS ENTERED ON TRANSLOG.
      *
       7000-DELIVER-REPORT.
           MOVE SPACES TO WS-DIST-COMMAND.
           MOVE "N" TO WS-DST-EOF.
           OPEN INPUT DISTDIR.
           IF WS-DST-STATUS IS EQUAL TO "00"
             PERFORM 7100-READ-ONE-DISTDIR THRU 7100-EXIT
                 UNTIL WS-DST-EOF IS EQUAL TO "Y"
           END-IF.
           CLOSE DISTDIR.
           IF WS-DIST-COMMAND IS EQUAL TO SPACES
             DISPLAY "W) JCSQLSECX: NO DISTDIR LINE WITH A DELIVERY"
                     " COMMAND FOR " FUNCTION TRIM (WS-RECIPIENT)
                     " -- REPORT NOT DELIVERED"
             GO TO 7000-EXIT
           END-IF.
           MOVE PIPE-OPEN (WS-DIST-COMMAND, "w") TO WS-PIPE-CHANNEL.
           IF WS-PIPE-POINTER IS EQUAL TO NULL
             DISPLAY "W) JCSQLSECX: DELIVERY COMMAND FOR "
                     FUNCTION TRIM (WS-RECIPIENT)
                     " COULD NOT BE STARTED -- REPORT NOT DELIVERED"
             GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO WS-RPT-EOF.
           OPEN INPUT RPTOUT.
           PERFORM 7200-PIPE-ONE-LINE THRU 7200-EXIT
               UNTIL WS-RPT-EOF IS EQUAL TO "Y".
           CLOSE RPTOUT.
           MOVE PIPE-CLOSE (WS-PIPE-CHANNEL) TO WS-CLOSE-STATUS.
           COMPUTE WS-EXIT-CODE = WS-CLOSE-STATUS / 256.
           IF WS-EXIT-CODE IS NOT EQUAL TO ZERO
             DISPLAY "W) JCSQLSECX: DELIVERY COMMAND FOR "
                     FUNCTION TRIM (WS-RECIPIENT) " ENDED WITH "
                     WS-EXIT-CODE " -- REPORT NOT DELIVERED"
             GO TO 7000-EXIT
           END-IF.
           MOVE "Y" TO WS-DELIVERED.
           DISPLAY "I) JCSQLSECX: REPORT DELIVERED TO "
                   FUNCTION TRIM (WS-RECIPIENT).
           PERFORM 7300-REGISTER-TRANSMISSION THRU 7300-EXIT.
       7000-EXIT.
           EXIT.
      *
       7100-READ-ONE-DISTDIR.
           READ DISTDIR
             AT END
               MOVE "Y" TO WS-DST-EOF
               GO TO 7100-EXIT
           END-READ.
           IF WS-DST-STATUS IS NOT EQUAL TO "00"
             MOVE "Y" TO WS-DST-EOF
             GO TO 7100-EXIT
           END-IF.
           IF DISTDIR-RECORD IS EQUAL TO SPACES
            OR DISTDIR-RECORD (1:1) IS EQUAL TO "#"
             GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO WS-DIST-PARSE.
           UNSTRING DISTDIR-RECORD DELIMITED BY ";"
               INTO WS-DP-FROM WS-DP-TO WS-DP-RECIPIENT
                    WS-DP-COMMAND
           END-UNSTRING.
           IF WS-DP-RECIPIENT IS EQUAL TO WS-RECIPIENT
            AND WS-DP-COMMAND IS NOT EQUAL TO SPACES
             MOVE WS-DP-COMMAND TO WS-DIST-COMMAND
             MOVE "Y" TO WS-DST-EOF
           END-IF.
       7100-EXIT.
           EXIT.
      *
       7200-PIPE-ONE-LINE.
           READ RPTOUT
             AT END
               MOVE "Y" TO WS-RPT-EOF
               GO TO 7200-EXIT
           END-READ.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, RPTOUT-RECORD)
             TO WS-WRITE-RESULT.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, X"0A")
             TO WS-WRITE-RESULT.
       7200-EXIT.
           EXIT.
      *
      *    THE DELIVERY ON TRANSLOG, UNDER THE SPOOLED NAME SO THE
      *      FILE REGISTERED IS STILL THERE WHEN THE ACKNOWLEDGMENT
      *      IS MATCHED (RPTOUT IS REWRITTEN BY THE NEXT REPORT).
      *
       7300-REGISTER-TRANSMISSION.
           MOVE SPACES TO WS-XMIT-AREA.
           MOVE WS-RECIPIENT TO WS-XMT-PARTNER.
           IF WS-SPOOL-LOCATION IS EQUAL TO SPACES
             MOVE "RPTOUT" TO WS-XMT-FILE-NAME
           ELSE
             MOVE WS-SPOOL-LOCATION TO WS-XMT-FILE-NAME
           END-IF.
           MOVE WS-JOB-NAME TO WS-XMT-SENDER.
           MOVE ZERO TO WS-XMT-REC-LEN.
           MOVE ZERO TO WS-XMT-ACK-HOURS.
           CALL "gcxmtreg01" USING WS-XMIT-AREA
             ON EXCEPTION
               DISPLAY "W) JCSQLSECX: gcxmtreg01 NOT AVAILABLE --"
                       " DELIVERY NOT LOGGED FOR "
                       FUNCTION TRIM (WS-RECIPIENT)
               GO TO 7300-EXIT
           END-CALL.
           IF WS-XMT-RESULT IS EQUAL TO "00"
             DISPLAY "I) JCSQLSECX: "
                     FUNCTION TRIM (WS-XMT-FILE-NAME)
                     " LOGGED FOR " FUNCTION TRIM (WS-RECIPIENT)
                     ", " WS-XMT-RECORDS " RECORDS, CHECKSUM "
                     WS-XMT-CHECKSUM
           ELSE
             DISPLAY "W) JCSQLSECX: TRANSLOG REFUSED THE DELIVERY,"
                     " RESULT " WS-XMT-RESULT
           END-IF.
       7300-EXIT.
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
             PERFORM 8210-BUILD-QUERY-TEXT THRU 8210-EXIT
             PERFORM PGSQL-1200-SELECT THRU PGSQL-1209-EXIT
             PERFORM PGSQL-1220-STORE-RESULT THRU PGSQL-1239-EXIT
           ELSE
             PERFORM 8210-BUILD-QUERY-TEXT THRU 8210-EXIT
             PERFORM MYSQL-1200-SELECT THRU MYSQL-1209-EXIT
             PERFORM MYSQL-1220-STORE-RESULT THRU MYSQL-1239-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
      *
       8210-BUILD-QUERY-TEXT.
           MOVE SPACES TO WS-MYSQL-COMMAND.
           STRING "SELECT DISTINCT SOURCE_NAME, EVENT_DATE,"
               " EVENT_TIME, MODULE_NAME, EVENT_TYPE, DETAIL_TEXT"
               " FROM " FUNCTION TRIM (WS-TABLE-NAME)
               " WHERE EVENT_DATE = " WS-EXAM-DATE
               " AND (SOURCE_NAME IN ('TUIAUDIT', 'MASKLOG')"
               " OR (SOURCE_NAME = 'GCHIST'"
               " AND (DETAIL_TEXT LIKE '%STATUS KL%'"
               " OR DETAIL_TEXT LIKE '%STATUS RR%')))"
               " ORDER BY EVENT_TIME, MODULE_NAME, DETAIL_TEXT"
               X"00"
               DELIMITED BY SIZE INTO WS-MYSQL-COMMAND
           END-STRING.
           IF WS-TARGET-IS-PGSQL
             MOVE WS-MYSQL-COMMAND TO WS-PGSQL-COMMAND
           END-IF.
       8210-EXIT.
           EXIT.
      *
       8300-SQL-FETCH.
           IF WS-TARGET-IS-PGSQL
             PERFORM PGSQL-1235-FETCH-INTO THRU PGSQL-1238-EXIT
             IF WS-PGSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-END-OF-ROWS
             END-IF
           ELSE
             PERFORM MYSQL-1235-FETCH-INTO THRU MYSQL-1238-EXIT
             IF WS-MYSQL-NO-MORE-ROWS
               MOVE "Y" TO WS-END-OF-ROWS
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
      *    FINDINGS ARE RC 4 FOR THE JOBNET TO SEE; A REPORT THAT
      *      DID NOT REACH THE SECURITY OFFICER IS RC 8 WHATEVER IT
      *      FOUND.
      *
       9000-TERMINATE.
           MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
           DISPLAY "I) JCSQLSECX: " FUNCTION TRIM (WS-COUNT-EDIT)
                   " FINDINGS IN " WS-EVT-COUNT " EVENTS OF "
                   WS-RUN-DATE.
           IF WS-DELIVERED IS NOT EQUAL TO "Y"
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-TOTAL-FINDINGS IS GREATER THAN ZERO
              OR WS-EVT-LOST IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE ZERO TO RETURN-CODE
             END-IF
           END-IF.
       9000-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
