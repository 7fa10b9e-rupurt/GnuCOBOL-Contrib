      *                PGSQL FROM THE CALL'S OWN RESULT ROW --    *
      *                THROUGH THE TYPED FETCH.                   *
      *                09/02/2026--DRM                           *
      * VERSION 006 -- NAMED CURSORS: EXEC SQL DECLARE name       *
      *                CURSOR FOR SELECT ... IS REMEMBERED, AND   *
      *                OPEN name / FETCH name [INTO :A, :B] /     *
      *                CLOSE name GENERATE THE xxx-1250/1255/     *
      *                1258/1260 CURSOR CYCLE -- WHERE-CLAUSE     *
      *                :VARS SUBSTITUTED WHEN THE CURSOR OPENS,   *
      *                TYPED MOVES AFTER EACH FETCH, END OF DATA  *
      *                TO THE WHENEVER NOT FOUND ACTION.          *
      *                10/15/2026--DRM                           *
      * VERSION 007 -- SETTINGS ARE APPLIED FROM THE GCCONFIG    *
      *                FILE (gccfg01, GCPROFILE PROFILE) BEFORE  *
      *                ANY IS READ; A REFUSED CONFIGURATION ENDS *
      *                THE RUN WITH RC 8, A MISSING gccfg01 WITH *
      *                RC 16.                                    *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL PRECOMPILER                                    *
      ************************************************************
      *                              AND, WITH INTO, THE TYPED FETCH
      *                              OF THE OUT VALUES
      *      FETCH                -> PERFORM xxx-1230-FETCH-ROW
      *      DECLARE c CURSOR     -> NOTHING AT THAT POINT; THE
      *        FOR SELECT ...        SELECT IS KEPT FOR THE OPEN
      *      OPEN c               -> LOAD WS-xxx-COMMAND (:VARS
      *                              SUBSTITUTED AT RUN TIME)
      *                              PERFORM xxx-1250-OPEN-CURSOR
      *      FETCH c              -> PERFORM xxx-1255-FETCH-CURSOR
      *      FETCH c INTO :A, :B  -> PERFORM xxx-1258-FETCH-CURSOR-
      *                              INTO AND TYPED MOVES INTO :A ...
      *      CLOSE c              -> PERFORM xxx-1260-CLOSE-CURSOR
      *      BEGIN / START ...    -> PERFORM xxx-1400-BEGIN-TRANSACTION
      *      COMMIT               -> PERFORM xxx-1410-COMMIT-TRANSACTION
      *      ROLLBACK             -> PERFORM xxx-1420-ROLLBACK-TRANSACTION
      *      NUMERIC), BECAUSE THE ROW-FETCH MACHINERY RUNS OFF
      *      xxx-1200-SELECT, NOT OFF A PREPARED STATEMENT.
      *
      *    CURSORS:  A DECLARE MUST COME BEFORE ITS OPEN IN THE
      *      SOURCE (WORKING-STORAGE OR PROCEDURE DIVISION).  THE
      *      CURSOR NAME RIDES INTO WS-xxx-CURSOR-NAME, SO THE
      *      RUNTIME'S LIMIT OF 8 OPEN AT ONCE APPLIES; AN END OF
      *      DATA ON FETCH SETS WS-xxx-NO-MORE-ROWS AND TAKES THE
      *      WHENEVER NOT FOUND ACTION, AND LEAVES THE INTO
      *      VARIABLES AS THEY WERE.  FETCH NEXT FROM c IS TAKEN
      *      AS FETCH c.
      *
      *    RETURN CODES:  0 CLEAN,  8 ERROR (MESSAGE ON CONSOLE).
      *
       IDENTIFICATION DIVISION.
       01  WS-OUTSEL-BUFFER             PIC X(512).
       77  WS-OUTSEL-LENGTH             PIC 9(04) VALUE ZERO.
      *
      *    DECLARED CURSORS -- NAME AND SELECT TEXT, KEPT FROM THE
      *      DECLARE UNTIL THE OPEN EMITS THE COMMAND.
      *
       77  WS-CUR-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 16 TIMES.
               10  WS-CUR-NAME          PIC X(16).
               10  WS-CUR-LENGTH        PIC 9(04).
               10  WS-CUR-TEXT          PIC X(1900).
       77  WS-CUR-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-CUR-WANTED                PIC X(64).
       77  WS-FOR-POSITION              PIC 9(04) VALUE ZERO.
      *
      *    EMISSION WORK AREAS.
      *
       77  WS-EMIT-LINE                 PIC X(100).
       77  WS-ESCAPE-OUT                PIC 9(04) VALUE ZERO.
       77  WS-STATEMENT-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO.
           COPY JCSQLCFG.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-APPLY-CONFIG THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-SQLIN-AT-END.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
      *    PUT THE GCCONFIG SETTINGS OF THIS PROGRAM AND THE
      *      GCPROFILE PROFILE INTO THE ENVIRONMENT BEFORE ANY
      *      SETTING IS READ.  A STEP DOES NOT RUN ON A
      *      CONFIGURATION IT CANNOT TRUST.
      *
       0500-APPLY-CONFIG.
           MOVE "JCSQLPC" TO CFG-PROGRAM.
           MOVE "APPLY" TO CFG-REQUEST.
           CALL "gccfg01" USING WS-CONFIG-AREA
             ON EXCEPTION
               DISPLAY "T) JCSQLPC: gccfg01 NOT AVAILABLE -- NO "
                       "CONFIGURATION"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-CALL.
           IF CFG-RESULT IS NOT EQUAL TO "00"
             DISPLAY "T) JCSQLPC: CONFIGURATION REFUSED, RESULT "
                     CFG-RESULT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0500-EXIT.
           EXIT.
      *
      *    OPEN THE FILES AND PICK THE TARGET PARAGRAPH SET.
      *
       1000-INITIALIZE.
               PERFORM 5600-EMIT-CALL THRU 5600-EXIT
             WHEN "FETCH"
               MOVE "Y" TO WS-STMT-IS-FETCH
               PERFORM 5720-EMIT-FETCH THRU 5720-EXIT
             WHEN "DECLARE"
               PERFORM 5700-DECLARE-CURSOR THRU 5700-EXIT
             WHEN "OPEN"
               PERFORM 5710-EMIT-OPEN-CURSOR THRU 5710-EXIT
             WHEN "CLOSE"
               PERFORM 5740-EMIT-CLOSE-CURSOR THRU 5740-EXIT
             WHEN "BEGIN"
             WHEN "START"
               MOVE "1400-BEGIN-TRANSACTION" TO WS-SQL-TOKEN-2
       5620-EXIT.
           EXIT.
      *
      *    DECLARE name CURSOR FOR SELECT ...: NOTHING IS EMITTED
      *      HERE; THE NAME AND THE SELECT TEXT ARE KEPT FOR THE
      *      OPEN, WHICH IS WHERE THE HOST VARIABLES TAKE THEIR
      *      VALUES.
      *
       5700-DECLARE-CURSOR.
           MOVE WS-SQL-TOKEN-3 TO WS-CUR-WANTED.
           INSPECT WS-CUR-WANTED CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CUR-WANTED IS NOT EQUAL TO "CURSOR"
             DISPLAY "W) JCSQLPC: DECLARE WITHOUT CURSOR IN"
                     " STATEMENT " WS-STATEMENT-COUNT "; IGNORED"
             GO TO 5700-EXIT
           END-IF.
           MOVE WS-SQL-TOKEN-2 TO WS-CUR-WANTED.
           PERFORM 5750-FIND-CURSOR THRU 5750-EXIT.
           IF WS-CUR-SUB IS NOT EQUAL TO ZERO
             DISPLAY "T) JCSQLPC: CURSOR "
                     FUNCTION TRIM (WS-CUR-WANTED)
                     " DECLARED TWICE, STATEMENT " WS-STATEMENT-COUNT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-CUR-COUNT IS EQUAL TO 16
             DISPLAY "T) JCSQLPC: MORE THAN 16 CURSORS DECLARED,"
                     " STATEMENT " WS-STATEMENT-COUNT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-SQL-BUFFER TO WS-SCAN-BUFFER.
           INSPECT WS-SCAN-BUFFER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-FOR-POSITION.
           INSPECT WS-SCAN-BUFFER TALLYING WS-FOR-POSITION
               FOR CHARACTERS BEFORE INITIAL " FOR ".
           IF WS-FOR-POSITION + 5 IS NOT LESS THAN WS-SQL-LENGTH
             DISPLAY "T) JCSQLPC: CURSOR "
                     FUNCTION TRIM (WS-CUR-WANTED)
                     " HAS NO FOR SELECT, STATEMENT "
                     WS-STATEMENT-COUNT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ZERO TO WS-INTO-POSITION.
           INSPECT WS-SCAN-BUFFER TALLYING WS-INTO-POSITION
               FOR CHARACTERS BEFORE INITIAL " INTO ".
           IF WS-INTO-POSITION IS LESS THAN WS-SQL-LENGTH
             DISPLAY "W) JCSQLPC: CURSOR "
                     FUNCTION TRIM (WS-CUR-WANTED)
                     " SELECT HAS AN INTO CLAUSE; NAME THE"
                     " VARIABLES ON THE FETCH INSTEAD"
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           MOVE WS-CUR-WANTED TO WS-CUR-NAME (WS-CUR-COUNT).
           COMPUTE WS-CUR-LENGTH (WS-CUR-COUNT)
               = WS-SQL-LENGTH - WS-FOR-POSITION - 5.
           MOVE WS-SQL-BUFFER (WS-FOR-POSITION + 6:)
             TO WS-CUR-TEXT (WS-CUR-COUNT).
       5700-EXIT.
           EXIT.
      *
      *    OPEN name: THE CURSOR'S SELECT, ITS :VARS SUBSTITUTED AT
      *      RUN TIME, INTO THE COMMAND FIELD; THEN THE OPEN.
      *
       5710-EMIT-OPEN-CURSOR.
           MOVE WS-SQL-TOKEN-2 TO WS-CUR-WANTED.
           PERFORM 5760-CURSOR-MUST-EXIST THRU 5760-EXIT.
           MOVE SPACES TO WS-SQL-BUFFER.
           MOVE WS-CUR-TEXT (WS-CUR-SUB) TO WS-SQL-BUFFER.
           MOVE WS-CUR-LENGTH (WS-CUR-SUB) TO WS-SQL-LENGTH.
           PERFORM 4050-FIND-HOST-VARS THRU 4050-EXIT.
           IF WS-HV-TOTAL IS EQUAL TO ZERO
             PERFORM 4200-EMIT-LOAD-COMMAND THRU 4200-EXIT
           ELSE
             MOVE 1 TO WS-REGION-START
             MOVE WS-SQL-LENGTH TO WS-REGION-END
             PERFORM 5100-EMIT-RUNTIME-COMMAND THRU 5100-EXIT
           END-IF.
           PERFORM 5770-EMIT-CURSOR-NAME THRU 5770-EXIT.
           MOVE "1250-OPEN-CURSOR" TO WS-SQL-TOKEN-2.
           MOVE "1252-EXIT" TO WS-SQL-TOKEN-3.
           PERFORM 4900-EMIT-PERFORM THRU 4900-EXIT.
       5710-EXIT.
           EXIT.
      *
      *    FETCH: A BARE FETCH STAYS ON THE PLAIN RESULT SET;
      *      FETCH [NEXT] [FROM] name TAKES THE NAMED CURSOR'S NEXT
      *      ROW, WITH INTO :A, :B THROUGH THE TYPED FETCH.
      *
       5720-EMIT-FETCH.
           MOVE WS-SQL-TOKEN-2 TO WS-CUR-WANTED.
           INSPECT WS-CUR-WANTED CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CUR-WANTED IS EQUAL TO "NEXT"
             MOVE WS-SQL-TOKEN-3 TO WS-SQL-TOKEN-2
             MOVE WS-SQL-TOKEN-4 TO WS-SQL-TOKEN-3
             MOVE WS-SQL-TOKEN-2 TO WS-CUR-WANTED
             INSPECT WS-CUR-WANTED CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           IF WS-CUR-WANTED IS EQUAL TO "FROM"
             MOVE WS-SQL-TOKEN-3 TO WS-CUR-WANTED
           END-IF.
           IF WS-CUR-WANTED IS EQUAL TO SPACES
             MOVE "1230-FETCH-ROW" TO WS-SQL-TOKEN-2
             MOVE "1234-EXIT" TO WS-SQL-TOKEN-3
             PERFORM 4900-EMIT-PERFORM THRU 4900-EXIT
             GO TO 5720-EXIT
           END-IF.
           PERFORM 5760-CURSOR-MUST-EXIST THRU 5760-EXIT.
           PERFORM 4050-FIND-HOST-VARS THRU 4050-EXIT.
           IF WS-HV-TOTAL IS EQUAL TO ZERO
             PERFORM 5770-EMIT-CURSOR-NAME THRU 5770-EXIT
             MOVE "1255-FETCH-CURSOR" TO WS-SQL-TOKEN-2
             MOVE "1257-EXIT" TO WS-SQL-TOKEN-3
             PERFORM 4900-EMIT-PERFORM THRU 4900-EXIT
             GO TO 5720-EXIT
           END-IF.
      *    EVERY :VAR OF A FETCH RECEIVES A COLUMN.
           PERFORM VARYING WS-HV-SUB FROM 1 BY 1
               UNTIL WS-HV-SUB IS GREATER THAN WS-HV-TOTAL
             MOVE "I" TO WS-HVREF-ROLE (WS-HV-SUB)
           END-PERFORM.
           PERFORM 5210-EMIT-HV-SETUP THRU 5210-EXIT.
           PERFORM 5770-EMIT-CURSOR-NAME THRU 5770-EXIT.
           MOVE "1258-FETCH-CURSOR-INTO" TO WS-SQL-TOKEN-2.
           MOVE "1259-EXIT" TO WS-SQL-TOKEN-3.
           PERFORM 4910-EMIT-PERFORM-NO-PERIOD THRU 4910-EXIT.
           PERFORM 4950-EMIT-WHENEVER-TESTS THRU 4950-EXIT.
      *    AT END OF DATA THE INTO VARIABLES KEEP THEIR VALUES.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING "           IF NOT WS-" WS-TARGET-PREFIX
               "NO-MORE-ROWS"
               DELIMITED BY SIZE INTO WS-EMIT-LINE
           END-STRING.
           PERFORM 7200-WRITE-EMIT-LINE THRU 7200-EXIT.
           MOVE ZERO TO WS-INTO-VAR-SEEN.
           PERFORM VARYING WS-HV-SUB FROM 1 BY 1
               UNTIL WS-HV-SUB IS GREATER THAN WS-HV-TOTAL
             ADD 1 TO WS-INTO-VAR-SEEN
             PERFORM 5230-EMIT-ONE-FETCH-MOVE THRU 5230-EXIT
           END-PERFORM.
           MOVE "           END-IF" TO WS-EMIT-LINE.
           PERFORM 7200-WRITE-EMIT-LINE THRU 7200-EXIT.
           PERFORM 4920-EMIT-PERIOD THRU 4920-EXIT.
       5720-EXIT.
           EXIT.
      *
       5740-EMIT-CLOSE-CURSOR.
           MOVE WS-SQL-TOKEN-2 TO WS-CUR-WANTED.
           PERFORM 5760-CURSOR-MUST-EXIST THRU 5760-EXIT.
           PERFORM 5770-EMIT-CURSOR-NAME THRU 5770-EXIT.
           MOVE "1260-CLOSE-CURSOR" TO WS-SQL-TOKEN-2.
           MOVE "1269-EXIT" TO WS-SQL-TOKEN-3.
           PERFORM 4900-EMIT-PERFORM THRU 4900-EXIT.
       5740-EXIT.
           EXIT.
      *
      *    LOCATE WS-CUR-WANTED (UPPER-CASED HERE) AMONG THE
      *      DECLARED CURSORS; WS-CUR-SUB ZERO WHEN IT IS NOT ONE.
      *
       5750-FIND-CURSOR.
           INSPECT WS-CUR-WANTED CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CUR-WANTED (17:) IS NOT EQUAL TO SPACES
             DISPLAY "T) JCSQLPC: CURSOR NAME "
                     FUNCTION TRIM (WS-CUR-WANTED)
                     " IS LONGER THAN 16 CHARACTERS, STATEMENT "
                     WS-STATEMENT-COUNT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ZERO TO WS-CUR-SUB.
           PERFORM VARYING WS-FETCH-SUB FROM 1 BY 1
               UNTIL WS-FETCH-SUB IS GREATER THAN WS-CUR-COUNT
                  OR WS-CUR-SUB IS NOT EQUAL TO ZERO
             IF WS-CUR-NAME (WS-FETCH-SUB) IS EQUAL TO
                     WS-CUR-WANTED
               MOVE WS-FETCH-SUB TO WS-CUR-SUB
             END-IF
           END-PERFORM.
       5750-EXIT.
           EXIT.
      *
       5760-CURSOR-MUST-EXIST.
           PERFORM 5750-FIND-CURSOR THRU 5750-EXIT.
           IF WS-CUR-SUB IS EQUAL TO ZERO
             DISPLAY "T) JCSQLPC: CURSOR "
                     FUNCTION TRIM (WS-CUR-WANTED)
                     " NOT DECLARED BEFORE STATEMENT "
                     WS-STATEMENT-COUNT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       5760-EXIT.
           EXIT.
      *
       5770-EMIT-CURSOR-NAME.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING "           MOVE """
               FUNCTION TRIM (WS-CUR-NAME (WS-CUR-SUB))
               """ TO WS-" WS-TARGET-PREFIX "CURSOR-NAME"
               DELIMITED BY SIZE INTO WS-EMIT-LINE
           END-STRING.
           PERFORM 7200-WRITE-EMIT-LINE THRU 7200-EXIT.
       5770-EXIT.
           EXIT.
      *
      *    A NON-SELECT STATEMENT WITH HOST VARIABLES: MARKERS GO
      *      INTO THE STATEMENT TEXT, ONE BIND PER VARIABLE, THEN
      *      THE PREPARED EXECUTE.
