       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    JC-SQL CREDENTIAL STORE MAINTENANCE                   *
      ************************************************************
      *
      *    ADDS, ROTATES, DELETES AND LISTS THE NAMED ENTRIES OF
      *      THE ENCRYPTED CREDENTIAL STORE THE SQL COPYBOOKS READ
      *      AT OPEN TIME (MYSQL_CREDENTIAL / PGSQL_CREDENTIAL, AND
      *      "@name" STANDBYS) -- ALL THROUGH THE JCSQLCRED
      *      SUBPROGRAM, SO EVERY CHANGE LANDS IN THE CREDENTIAL
      *      LOG LIKE EVERY READ DOES.  ANSWER THE PROMPTS; A BLANK
      *      FUNCTION ENDS THE SESSION.
      *
      *      A  ADD     NAME, HOST, PORT, USER AND PASSWORD
      *      R  ROTATE  NAME AND THE NEW PASSWORD; A NEW HOST, PORT
      *                 OR USER MAY BE GIVEN (BLANK KEEPS THE OLD)
      *      D  DELETE  NAME, THEN Y TO CONFIRM
      *      L  LIST    EVERY ENTRY: NAME, HOST, PORT, USER, LAST
      *                 CHANGED AND BY WHOM -- NEVER THE PASSWORD
      *
      *    A PASSWORD IS TYPED TWICE AND MUST MATCH; TERMINAL ECHO
      *      IS TURNED OFF WHILE IT IS TYPED.  THE PROMPTS CAN ALSO
      *      BE ANSWERED FROM A FILE (jcsqlcrdm < answers) FOR A
      *      SCRIPTED ROTATION -- SHRED THE FILE AFTERWARDS.
      *
      *    MOVING THE STORE TO A NEW MASTER KEY: POINT
      *      JCSQL_CREDKEY AT THE NEW KEY FILE AND ROTATE EVERY
      *      ENTRY; EACH ROTATE RE-ENCRYPTS UNDER THE KEY IN FORCE.
      *
      *    ENVIRONMENT:
      *      JCSQL_CREDSTORE   THE STORE (DEFAULT JCSQLCRED)
      *      JCSQL_CREDKEY     THE MASTER KEY FILE (DEFAULT JCSQLKEY)
      *      JCSQL_CREDLOG     THE CREDENTIAL LOG (DEFAULT
      *                        JCSQLCREDLOG)
      *
      *    RETURN CODES:  0 CLEAN,  8 ANY REQUEST REFUSED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLCRDM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-DONE                      PIC X(01) VALUE "N".
       77  WS-REFUSED                   PIC X(01) VALUE "N".
       77  WS-ENTRIES-LISTED            PIC 9(04) VALUE ZERO.
       77  WS-RESULT-TEXT               PIC X(40) VALUE SPACES.
      *
      *    THE PROMPT ANSWERS.
      *
       77  WS-ASK-FUNCTION              PIC X(01) VALUE SPACES.
       77  WS-ASK-NAME                  PIC X(32) VALUE SPACES.
       77  WS-ASK-HOST                  PIC X(64) VALUE SPACES.
       77  WS-ASK-PORT                  PIC X(08) VALUE SPACES.
       77  WS-ASK-USER                  PIC X(32) VALUE SPACES.
       77  WS-ASK-PASSWORD              PIC X(32) VALUE SPACES.
       77  WS-ASK-AGAIN                 PIC X(32) VALUE SPACES.
       77  WS-ASK-CONFIRM               PIC X(01) VALUE SPACES.
      *
      *    ONE LISTING LINE.
      *
       01  WS-LIST-LINE.
           05  WS-LST-NAME              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LST-HOST              PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LST-PORT              PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LST-USER              PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LST-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LST-BY                PIC X(08).
           COPY JCSQLCRED.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
               UNTIL WS-DONE IS EQUAL TO "Y".
           IF WS-REFUSED IS EQUAL TO "Y"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       2000-ONE-REQUEST.
           DISPLAY "FUNCTION A=ADD R=ROTATE D=DELETE L=LIST "
                   "(BLANK ENDS):".
           MOVE SPACES TO WS-ASK-FUNCTION.
           ACCEPT WS-ASK-FUNCTION.
           INSPECT WS-ASK-FUNCTION CONVERTING "ardl" TO "ARDL".
           MOVE SPACES TO WS-CRED-AREA.
           MOVE ZERO TO CRD-CHANGED-DATE CRD-LIST-INDEX.
           MOVE "JCSQLCDM" TO CRD-PROGRAM.
           EVALUATE WS-ASK-FUNCTION
             WHEN SPACE
               MOVE "Y" TO WS-DONE
             WHEN "A"
               PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
             WHEN "R"
               PERFORM 4000-ROTATE-ENTRY THRU 4000-EXIT
             WHEN "D"
               PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
             WHEN "L"
               PERFORM 6000-LIST-ENTRIES THRU 6000-EXIT
             WHEN OTHER
               DISPLAY "W) JCSQLCRDM: UNKNOWN FUNCTION "
                       WS-ASK-FUNCTION
           END-EVALUATE.
           MOVE SPACES TO WS-ASK-PASSWORD WS-ASK-AGAIN CRD-PASSWORD.
       2000-EXIT.
           EXIT.
      *
       2100-ASK-NAME.
           DISPLAY "ENTRY NAME:".
           MOVE SPACES TO WS-ASK-NAME.
           ACCEPT WS-ASK-NAME.
           IF WS-ASK-NAME IS EQUAL TO SPACES
             DISPLAY "W) JCSQLCRDM: AN ENTRY NAME IS REQUIRED"
             MOVE "Y" TO WS-REFUSED
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    THE PASSWORD, TWICE, WITH THE TERMINAL'S ECHO OFF (THE
      *      STTY IS QUIETLY A NO-OP WHEN THE ANSWERS COME FROM A
      *      FILE).  A MISMATCH OR A BLANK LEAVES WS-ASK-PASSWORD
      *      SPACES AND REFUSES THE REQUEST.
      *
       2200-ASK-PASSWORD.
           MOVE SPACES TO WS-ASK-PASSWORD WS-ASK-AGAIN.
           CALL "SYSTEM" USING "stty -echo 2>/dev/null"
           END-CALL.
           DISPLAY "PASSWORD:".
           ACCEPT WS-ASK-PASSWORD.
           DISPLAY "PASSWORD AGAIN:".
           ACCEPT WS-ASK-AGAIN.
           CALL "SYSTEM" USING "stty echo 2>/dev/null"
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF WS-ASK-PASSWORD IS EQUAL TO SPACES
             DISPLAY "W) JCSQLCRDM: A PASSWORD IS REQUIRED"
             MOVE "Y" TO WS-REFUSED
             GO TO 2200-EXIT.
           IF WS-ASK-AGAIN IS NOT EQUAL TO WS-ASK-PASSWORD
             DISPLAY "W) JCSQLCRDM: THE PASSWORDS DO NOT MATCH"
             MOVE SPACES TO WS-ASK-PASSWORD
             MOVE "Y" TO WS-REFUSED
           END-IF.
           MOVE SPACES TO WS-ASK-AGAIN.
       2200-EXIT.
           EXIT.
      *
       3000-ADD-ENTRY.
           PERFORM 2100-ASK-NAME THRU 2100-EXIT.
           IF WS-ASK-NAME IS EQUAL TO SPACES
             GO TO 3000-EXIT.
           DISPLAY "HOST:".
           MOVE SPACES TO WS-ASK-HOST.
           ACCEPT WS-ASK-HOST.
           DISPLAY "PORT (BLANK = THE TARGET'S DEFAULT):".
           MOVE SPACES TO WS-ASK-PORT.
           ACCEPT WS-ASK-PORT.
           DISPLAY "USER:".
           MOVE SPACES TO WS-ASK-USER.
           ACCEPT WS-ASK-USER.
           PERFORM 2200-ASK-PASSWORD THRU 2200-EXIT.
           IF WS-ASK-PASSWORD IS EQUAL TO SPACES
             GO TO 3000-EXIT.
           MOVE "A" TO CRD-FUNCTION.
           MOVE WS-ASK-NAME TO CRD-NAME.
           MOVE WS-ASK-HOST TO CRD-HOST.
           MOVE WS-ASK-PORT TO CRD-PORT.
           MOVE WS-ASK-USER TO CRD-USER.
           MOVE WS-ASK-PASSWORD TO CRD-PASSWORD.
           PERFORM 8000-CALL-THE-STORE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.
      *
       4000-ROTATE-ENTRY.
           PERFORM 2100-ASK-NAME THRU 2100-EXIT.
           IF WS-ASK-NAME IS EQUAL TO SPACES
             GO TO 4000-EXIT.
           PERFORM 2200-ASK-PASSWORD THRU 2200-EXIT.
           IF WS-ASK-PASSWORD IS EQUAL TO SPACES
             GO TO 4000-EXIT.
           DISPLAY "NEW HOST (BLANK KEEPS):".
           MOVE SPACES TO WS-ASK-HOST.
           ACCEPT WS-ASK-HOST.
           DISPLAY "NEW PORT (BLANK KEEPS):".
           MOVE SPACES TO WS-ASK-PORT.
           ACCEPT WS-ASK-PORT.
           DISPLAY "NEW USER (BLANK KEEPS):".
           MOVE SPACES TO WS-ASK-USER.
           ACCEPT WS-ASK-USER.
           MOVE "R" TO CRD-FUNCTION.
           MOVE WS-ASK-NAME TO CRD-NAME.
           MOVE WS-ASK-HOST TO CRD-HOST.
           MOVE WS-ASK-PORT TO CRD-PORT.
           MOVE WS-ASK-USER TO CRD-USER.
           MOVE WS-ASK-PASSWORD TO CRD-PASSWORD.
           PERFORM 8000-CALL-THE-STORE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.
      *
       5000-DELETE-ENTRY.
           PERFORM 2100-ASK-NAME THRU 2100-EXIT.
           IF WS-ASK-NAME IS EQUAL TO SPACES
             GO TO 5000-EXIT.
           DISPLAY "DELETE " FUNCTION TRIM (WS-ASK-NAME)
                   " -- Y TO CONFIRM:".
           MOVE SPACES TO WS-ASK-CONFIRM.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM IS NOT EQUAL TO "Y"
            AND WS-ASK-CONFIRM IS NOT EQUAL TO "y"
             DISPLAY "I) NOTHING DELETED"
             GO TO 5000-EXIT.
           MOVE "D" TO CRD-FUNCTION.
           MOVE WS-ASK-NAME TO CRD-NAME.
           PERFORM 8000-CALL-THE-STORE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *
       6000-LIST-ENTRIES.
           MOVE ZERO TO WS-ENTRIES-LISTED.
           DISPLAY "NAME                 HOST                        "
                   "   PORT   USER             CHANGED  BY".
           MOVE "L" TO CRD-FUNCTION.
           MOVE "00" TO CRD-RESULT.
           PERFORM 6100-LIST-ONE-ENTRY THRU 6100-EXIT
               UNTIL NOT CRD-OK.
           IF NOT CRD-NOT-FOUND
             PERFORM 8100-REPORT-RESULT THRU 8100-EXIT
           END-IF.
           DISPLAY "(" WS-ENTRIES-LISTED " ENTRIES)".
       6000-EXIT.
           EXIT.
      *
       6100-LIST-ONE-ENTRY.
           ADD 1 TO CRD-LIST-INDEX.
           CALL "JCSQLCRED" USING WS-CRED-AREA
             ON EXCEPTION
               MOVE "NM" TO CRD-RESULT
           END-CALL.
           IF NOT CRD-OK
             GO TO 6100-EXIT.
           ADD 1 TO WS-ENTRIES-LISTED.
           MOVE CRD-NAME TO WS-LST-NAME.
           MOVE CRD-HOST TO WS-LST-HOST.
           MOVE CRD-PORT TO WS-LST-PORT.
           MOVE CRD-USER TO WS-LST-USER.
           MOVE CRD-CHANGED-DATE TO WS-LST-DATE.
           MOVE CRD-CHANGED-BY TO WS-LST-BY.
           DISPLAY WS-LIST-LINE.
       6100-EXIT.
           EXIT.
      *
       8000-CALL-THE-STORE.
           CALL "JCSQLCRED" USING WS-CRED-AREA
             ON EXCEPTION
               MOVE "NM" TO CRD-RESULT
           END-CALL.
           MOVE SPACES TO CRD-PASSWORD.
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       8000-EXIT.
           EXIT.
      *
       8100-REPORT-RESULT.
           EVALUATE TRUE
             WHEN CRD-OK
               MOVE "DONE" TO WS-RESULT-TEXT
             WHEN CRD-NOT-FOUND
               MOVE "NO SUCH ENTRY" TO WS-RESULT-TEXT
             WHEN CRD-DUPLICATE
               MOVE "ENTRY ALREADY ON FILE (USE ROTATE)"
                 TO WS-RESULT-TEXT
             WHEN CRD-NO-KEY
               MOVE "NO USABLE MASTER KEY FILE" TO WS-RESULT-TEXT
             WHEN CRD-WRONG-KEY
               MOVE "ENTRY NOT READABLE UNDER THIS KEY"
                 TO WS-RESULT-TEXT
             WHEN CRD-FILE-ERROR
               MOVE "STORE COULD NOT BE READ OR REWRITTEN"
                 TO WS-RESULT-TEXT
             WHEN CRD-STORE-FULL
               MOVE "STORE IS FULL" TO WS-RESULT-TEXT
             WHEN CRD-BAD-REQUEST
               MOVE "INCOMPLETE REQUEST" TO WS-RESULT-TEXT
             WHEN OTHER
               MOVE "JCSQLCRED MODULE NOT AVAILABLE"
                 TO WS-RESULT-TEXT
           END-EVALUATE.
           IF CRD-OK
             DISPLAY "I) " FUNCTION TRIM (CRD-NAME) ": "
                     FUNCTION TRIM (WS-RESULT-TEXT)
           ELSE
             DISPLAY "W) JCSQLCRDM: " FUNCTION TRIM (CRD-NAME) ": "
                     FUNCTION TRIM (WS-RESULT-TEXT)
                     " (" CRD-RESULT ")"
             MOVE "Y" TO WS-REFUSED
           END-IF.
       8100-EXIT.
           EXIT.
