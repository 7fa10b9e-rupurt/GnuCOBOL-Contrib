      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                09/02/2026--DRM                           *
      * VERSION 002 -- OPTIONAL PICK-UP RECONCILIATION: WITH      *
      *                JCSQL_DELTA_CTL NAMING THE CONTROL RECORD  *
      *                gcjrndlt01 WRITES, END OF RUN PRINTS THE   *
      *                JOURNAL ENTRIES PICKED UP AGAINST THE ROWS *
      *                POSTED AND ENDS 4 WHEN THEY DISAGREE.      *
      *                10/15/2026--DRM                           *
      * VERSION 003 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL DELTA APPLIER                                  *
      ************************************************************
      *      JCSQL_COMMIT_INTERVAL  RECORDS PER COMMIT (DFLT 1000)
      *      GCSORT_RESTART         Y RESUMES FROM THE GCKPT
      *                             CHECKPOINT OF A PRIOR RUN
      *      JCSQL_DELTA_CTL        THE PICK-UP CONTROL RECORD OF
      *                             THE STEP THAT BUILT DELTAIN
      *                             (gcjrndlt01 WRITES JRNDLTCTL);
      *                             UNSET = NO RECONCILIATION
      *      MYSQL_xxx / PGSQL_xxx  CONNECTION (SEE THE COPYBOOKS)
      *
      *    RETURN CODES:  0 CLEAN,  4 SOME ACTIONS DID NOT LAND,
           SELECT OPTIONAL CKPTFILE ASSIGN TO "GCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL DELTACTL ASSIGN TO WS-DELTA-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTACTL-STATUS.
           COPY MYSQL-AUDIT-SELECT.
       DATA DIVISION.
       FILE SECTION.
       01  CKPT-RECORD.
           05 CKPT-RECORD-COUNT    PIC 9(07).
           05 CKPT-LAST-KEY        PIC X(05).
      *    THE gcjrndlt01 PICK-UP CONTROL RECORD.
       FD  DELTACTL.
       01  DELTACTL-RECORD.
           05 DCT-SOURCE           PIC X(08).
           05 FILLER               PIC X(01).
           05 DCT-JOURNAL-DATE     PIC X(08).
           05 FILLER               PIC X(01).
           05 DCT-PICKED-UP        PIC 9(07).
           05 FILLER               PIC X(01).
           05 DCT-DELTA-WRITTEN    PIC 9(07).
           05 FILLER               PIC X(01).
           05 DCT-ADDS             PIC 9(07).
           05 FILLER               PIC X(01).
           05 DCT-CHANGES          PIC 9(07).
           05 FILLER               PIC X(01).
           05 DCT-DELETES          PIC 9(07).
       WORKING-STORAGE SECTION.
       77  WS-DELTAIN-STATUS            PIC X(02).
       77  WS-CKPT-STATUS               PIC X(02).
       77  WS-CHG-FAILED                PIC 9(07) VALUE ZERO.
       77  WS-DEL-APPLIED               PIC 9(07) VALUE ZERO.
       77  WS-DEL-FAILED                PIC 9(07) VALUE ZERO.
      *
      *    PICK-UP RECONCILIATION AGAINST THE BUILDING STEP'S COUNTS.
      *
       77  WS-DELTA-CTL-NAME            PIC X(64) VALUE SPACES.
       77  WS-DELTACTL-STATUS           PIC X(02).
       77  WS-ROWS-POSTED               PIC 9(07) VALUE ZERO.
       77  WS-ROWS-NOT-POSTED           PIC 9(07) VALUE ZERO.
       77  WS-RECON-SWITCH              PIC X(01) VALUE "Y".
           88  WS-RECON-BROKEN              VALUE "N".
           COPY JCSQLCA.
           COPY JCSQLALERT.
           COPY JCSQLCFG.
           COPY MYSQL-WORKING-STORAGE.
           COPY POSTGRESQL-WORKING-STORAGE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-DELTA THRU 2000-EXIT
               UNTIL WS-DELTAIN-AT-END.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLDELT" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLDELT: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLDELT: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
       1000-INITIALIZE.
           MOVE "JCSQLDEL" TO WS-MYSQL-PROGRAM-NAME.
                   WS-ADD-FAILED "  C " WS-CHG-APPLIED "/"
                   WS-CHG-FAILED "  D " WS-DEL-APPLIED "/"
                   WS-DEL-FAILED " (APPLIED/FAILED)".
           PERFORM 9100-RECONCILE-PICK-UP THRU 9100-EXIT.
           IF WS-ADD-FAILED IS GREATER THAN ZERO
            OR WS-CHG-FAILED IS GREATER THAN ZERO
            OR WS-DEL-FAILED IS GREATER THAN ZERO
            OR WS-RECON-BROKEN
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
      *
      *    THE BUILDING STEP'S PICK-UP COUNT AGAINST WHAT LANDED.  A
      *    RESTARTED RUN'S SKIPPED RECORDS WERE COMMITTED BY THE
      *    PRIOR RUN AND COUNT AS POSTED.
      *
       9100-RECONCILE-PICK-UP.
           ACCEPT WS-DELTA-CTL-NAME FROM ENVIRONMENT
               "JCSQL_DELTA_CTL".
           IF WS-DELTA-CTL-NAME IS EQUAL TO SPACES
             GO TO 9100-EXIT.
           OPEN INPUT DELTACTL.
           IF WS-DELTACTL-STATUS IS NOT EQUAL TO "00"
             DISPLAY "W) JCSQLDELT: CONTROL RECORD "
                     FUNCTION TRIM (WS-DELTA-CTL-NAME)
                     " NOT AVAILABLE, STATUS=" WS-DELTACTL-STATUS
             MOVE "N" TO WS-RECON-SWITCH
             GO TO 9100-EXIT
           END-IF.
           READ DELTACTL
             AT END
               MOVE ZERO TO DCT-PICKED-UP DCT-DELTA-WRITTEN
           END-READ.
           CLOSE DELTACTL.
           COMPUTE WS-ROWS-POSTED = WS-ADD-APPLIED + WS-CHG-APPLIED
                                  + WS-DEL-APPLIED + WS-SKIP-COUNT.
           IF DCT-PICKED-UP IS GREATER THAN WS-ROWS-POSTED
             COMPUTE WS-ROWS-NOT-POSTED
                 = DCT-PICKED-UP - WS-ROWS-POSTED
           END-IF.
           DISPLAY "I) JCSQLDELT: " FUNCTION TRIM (DCT-SOURCE)
                   " " DCT-JOURNAL-DATE
                   " ENTRIES PICKED UP " DCT-PICKED-UP
                   "  DELTA RECORDS " DCT-DELTA-WRITTEN.
           DISPLAY "I) JCSQLDELT: ROWS POSTED " WS-ROWS-POSTED
                   "  NOT POSTED " WS-ROWS-NOT-POSTED.
           IF WS-SKIP-COUNT IS GREATER THAN ZERO
             DISPLAY "I) JCSQLDELT: (" WS-SKIP-COUNT
                     " POSTED BY THE INTERRUPTED PRIOR RUN)"
           END-IF.
           IF DCT-PICKED-UP IS NOT EQUAL TO WS-ROWS-POSTED
            OR DCT-DELTA-WRITTEN IS NOT EQUAL TO WS-READ-COUNT
             DISPLAY "W) JCSQLDELT: PICK-UP AND POSTING DISAGREE"
             MOVE "N" TO WS-RECON-SWITCH
           END-IF.
       9100-EXIT.
           EXIT.
           COPY MYSQL-PROCEDURES.
           COPY POSTGRESQL-PROCEDURES.
