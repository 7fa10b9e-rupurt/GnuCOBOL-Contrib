      *                DELIVERY COMMAND AGAIN -- NO MORE FORTY    *
      *                IDENTICAL PAGES IN TEN MINUTES.            *
      *                09/02/2026--DRM                           *
      * VERSION 003 -- A CALLER MAY NAME A LOG FILE IN THE        *
      *                ALERT_ATTACH ENVIRONMENT VARIABLE (THE JOB *
      *                SCHEDULER NAMES A FAILED STEP'S JOB LOG):  *
      *                ITS LAST ALERT_ATTACH_LINES LINES (DEFAULT *
      *                50) FOLLOW THE ALERT LINE INTO THE         *
      *                DELIVERY COMMAND, SO THE ON-CALL SEES THE  *
      *                ERROR WITHOUT LOGGING IN.                  *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    OPERATOR ALERT DELIVERY                               *
      ************************************************************
      *      NO MATCHING RULE (OR NO RULES FILE) FALLS BACK TO A
      *      CONSOLE MESSAGE, SO AN ALERT IS NEVER SILENTLY LOST.
      *
      *    WHEN ALERT_ATTACH NAMES A READABLE FILE, THE DELIVERED
      *      ALERT CARRIES ITS TAIL: A "----" LINE NAMING THE FILE,
      *      THEN ITS LAST ALERT_ATTACH_LINES LINES.
      *
      *    BUILD WITH THE cobweb-pipes FUNCTION REPOSITORY:
      *      cobc -m JCSQLALERT.CBL \
      *        ../cobweb/cobweb-pipes/cobweb-pipes.cob
           SELECT OPTIONAL ALERTLOG ASSIGN TO "ALERTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL ALERTATT ASSIGN TO WS-ATTACH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTACH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTRUL.
           05  ALG-ACK-OPERATOR         PIC X(08).
           05  ALG-ACK-TIME             PIC 9(06).
           05  ALG-MESSAGE              PIC X(80).
      *    THE CALLER'S LOG WHOSE TAIL RIDES WITH THE ALERT
       FD  ALERTATT.
       01  ALERTATT-RECORD              PIC X(200).
       WORKING-STORAGE SECTION.
       77  WS-RULES-STATUS              PIC X(02).
       77  WS-LOG-STATUS                PIC X(02).
       77  WS-QUIET-FROM                PIC 9(04).
       77  WS-QUIET-TO                  PIC 9(04).
       77  WS-IN-QUIET-HOURS            PIC X(01).
       77  WS-ATTACH-NAME               PIC X(40) VALUE SPACES.
       77  WS-ATTACH-STATUS             PIC X(02).
       77  WS-ATTACH-TEXT               PIC X(04) VALUE SPACES.
       77  WS-ATTACH-LIMIT              PIC 9(04) VALUE 50.
       77  WS-ATTACH-TOTAL              PIC 9(07) VALUE ZERO.
       77  WS-ATTACH-SKIP               PIC 9(07) VALUE ZERO.
       77  WS-ATTACH-READ               PIC 9(07) VALUE ZERO.
       01  WS-ALERT-LINE                PIC X(400).
       01  WS-PIPE-CHANNEL.
           05  WS-PIPE-POINTER          USAGE POINTER.
             TO WS-WRITE-RESULT.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, X"0A")
             TO WS-WRITE-RESULT.
           PERFORM 3100-ATTACH-LOG THRU 3100-EXIT.
           MOVE PIPE-CLOSE (WS-PIPE-CHANNEL) TO WS-CLOSE-STATUS.
           MOVE "Y" TO WS-DELIVERED.
       3000-EXIT.
           EXIT.
      *
      *    THE ALERT_ATTACH TAIL: ONE PASS TO COUNT THE LINES, A
      *      SECOND TO SEND THE LAST ALERT_ATTACH_LINES OF THEM.
      *
       3100-ATTACH-LOG.
           MOVE SPACES TO WS-ATTACH-NAME.
           ACCEPT WS-ATTACH-NAME FROM ENVIRONMENT "ALERT_ATTACH".
           IF WS-ATTACH-NAME IS EQUAL TO SPACES
             GO TO 3100-EXIT.
           ACCEPT WS-ATTACH-TEXT FROM ENVIRONMENT
               "ALERT_ATTACH_LINES".
           IF WS-ATTACH-TEXT IS NOT EQUAL TO SPACES
            AND FUNCTION TEST-NUMVAL (WS-ATTACH-TEXT)
                   IS EQUAL TO ZERO
             COMPUTE WS-ATTACH-LIMIT
                 = FUNCTION NUMVAL (WS-ATTACH-TEXT)
           END-IF.
           MOVE ZERO TO WS-ATTACH-TOTAL.
           OPEN INPUT ALERTATT.
           IF WS-ATTACH-STATUS IS NOT EQUAL TO "00"
             CLOSE ALERTATT
             GO TO 3100-EXIT.
           PERFORM 3110-COUNT-ONE-LINE THRU 3110-EXIT
             UNTIL WS-ATTACH-STATUS IS NOT EQUAL TO "00".
           CLOSE ALERTATT.
           MOVE ZERO TO WS-ATTACH-SKIP.
           IF WS-ATTACH-TOTAL IS GREATER THAN WS-ATTACH-LIMIT
             COMPUTE WS-ATTACH-SKIP
                 = WS-ATTACH-TOTAL - WS-ATTACH-LIMIT
           END-IF.
           MOVE SPACES TO WS-ALERT-LINE.
           STRING "---- " FUNCTION TRIM (WS-ATTACH-NAME)
                  " ----"
               DELIMITED BY SIZE INTO WS-ALERT-LINE
           END-STRING.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, WS-ALERT-LINE)
             TO WS-WRITE-RESULT.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, X"0A")
             TO WS-WRITE-RESULT.
           MOVE ZERO TO WS-ATTACH-READ.
           OPEN INPUT ALERTATT.
           PERFORM 3120-SEND-ONE-LINE THRU 3120-EXIT
             UNTIL WS-ATTACH-STATUS IS NOT EQUAL TO "00".
           CLOSE ALERTATT.
       3100-EXIT.
           EXIT.
      *
       3110-COUNT-ONE-LINE.
           READ ALERTATT
           END-READ.
           IF WS-ATTACH-STATUS IS EQUAL TO "00"
             ADD 1 TO WS-ATTACH-TOTAL
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3120-SEND-ONE-LINE.
           READ ALERTATT
           END-READ.
           IF WS-ATTACH-STATUS IS NOT EQUAL TO "00"
             GO TO 3120-EXIT.
           ADD 1 TO WS-ATTACH-READ.
           IF WS-ATTACH-READ IS NOT GREATER THAN WS-ATTACH-SKIP
             GO TO 3120-EXIT.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, ALERTATT-RECORD)
             TO WS-WRITE-RESULT.
           MOVE PIPE-WRITE (WS-PIPE-CHANNEL, X"0A")
             TO WS-WRITE-RESULT.
       3120-EXIT.
           EXIT.
