       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    ENCRYPTED CREDENTIAL STORE                            *
      ************************************************************
      *
      *    KEEPS DATABASE CONNECTION CREDENTIALS -- HOST, PORT,
      *      USER AND PASSWORD -- IN A FILE OF NAMED ENTRIES WITH
      *      THE PASSWORD ENCRYPTED, SO IT NO LONGER HAS TO SIT IN
      *      CLEAR IN A JOBNET ENVIRONMENT FIELD, A SHELL PROFILE
      *      OR PS OUTPUT.  MYSQL-1010/PGSQL-1010-LOAD-CONNECT-PARMS
      *      CALL IT WHEN MYSQL_CREDENTIAL / PGSQL_CREDENTIAL NAMES
      *      AN ENTRY (AND THE STANDBY ROTATION FOR AN "@name"
      *      STANDBY); THE JCSQLCRDM UTILITY ADDS, ROTATES, DELETES
      *      AND LISTS ENTRIES.  SEE JCSQLCRED.CPY FOR THE CALL
      *      AREA AND THE FUNCTION CODES.
      *
      *    THE STORE (JCSQL_CREDSTORE, DEFAULT JCSQLCRED) IS LINE
      *      SEQUENTIAL, ONE ENTRY PER LINE IN FIXED COLUMNS:
      *
      *        1- 32  ENTRY NAME
      *       33- 96  HOST
      *       97-104  PORT
      *      105-136  USER
      *      137-152  SALT (8 RANDOM BYTES, HEX)
      *      153-224  SECRET (36 BYTES, HEX): A 4-BYTE CHECK WORD
      *               AND THE 32-BYTE PASSWORD, ENCRYPTED
      *      225-232  LAST CHANGED DATE YYYYMMDD
      *      233-238  LAST CHANGED TIME HHMMSS
      *      239-246  CHANGED BY
      *
      *    THE SECRET IS ENCIPHERED WITH RC4, FIRST 768 KEYSTREAM
      *      BYTES DISCARDED, KEYED WITH THE MASTER KEY FOLLOWED BY
      *      THE ENTRY'S OWN SALT -- A FRESH SALT ON EVERY ADD AND
      *      ROTATE, SO TWO ENTRIES WITH THE SAME PASSWORD NEVER
      *      SHARE A CIPHERTEXT.  THE CHECK WORD TELLS A WRONG
      *      MASTER KEY (CRD-WRONG-KEY) FROM A GOOD DECRYPT.
      *
      *    THE MASTER KEY IS THE FIRST LINE OF THE KEY FILE
      *      (JCSQL_CREDKEY, DEFAULT JCSQLKEY), AT LEAST 16
      *      CHARACTERS.  IT NEVER TRAVELS IN THE ENVIRONMENT: KEEP
      *      THE KEY FILE MODE 600, OWNED BY THE BATCH USER, AND
      *      OFF THE BACKUPS THAT CARRY THE STORE.  E.G.
      *        head -c 48 /dev/urandom | base64 > JCSQLKEY
      *        chmod 600 JCSQLKEY
      *
      *    EVERY GET, ADD, ROTATE AND DELETE APPENDS A LINE TO THE
      *      CREDENTIAL LOG (JCSQL_CREDLOG, DEFAULT JCSQLCREDLOG):
      *      DATE, TIME, CALLING PROGRAM, OS USER, FUNCTION, ENTRY
      *      NAME AND RESULT -- NEVER THE PASSWORD.
      *
      *    AN ADD, ROTATE OR DELETE REWRITES THE WHOLE STORE (UP TO
      *      200 ENTRIES) INTO <store>.new AND RENAMES IT OVER THE
      *      OLD ONE, SO A FAILED REWRITE LEAVES THE OLD STORE
      *      INTACT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCSQLCRED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDSTORE ASSIGN TO WS-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.
           SELECT CREDNEW ASSIGN TO WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OPTIONAL CREDKEY ASSIGN TO WS-KEY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT OPTIONAL CREDLOG ASSIGN TO WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDSTORE.
       01  CREDSTORE-RECORD             PIC X(246).
       FD  CREDNEW.
       01  CREDNEW-RECORD               PIC X(246).
       FD  CREDKEY.
       01  CREDKEY-RECORD               PIC X(128).
       FD  CREDLOG.
       01  CREDLOG-RECORD               PIC X(160).
       WORKING-STORAGE SECTION.
       77  WS-STORE-NAME                PIC X(128) VALUE SPACES.
       77  WS-NEW-NAME                  PIC X(132) VALUE SPACES.
       77  WS-KEY-NAME                  PIC X(128) VALUE SPACES.
       77  WS-LOG-NAME                  PIC X(128) VALUE SPACES.
       77  WS-STORE-STATUS              PIC X(02).
       77  WS-NEW-STATUS                PIC X(02).
       77  WS-KEY-STATUS                PIC X(02).
       77  WS-LOG-STATUS                PIC X(02).
       77  WS-NOW-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-NOW-TIME                  PIC 9(08) VALUE ZERO.
       77  WS-OS-USER                   PIC X(08) VALUE SPACES.
       77  WS-STORE-COUNT               PIC 9(04) VALUE ZERO.
       77  WS-STORE-MAX                 PIC 9(04) VALUE 200.
       77  WS-SUB                       PIC 9(04) VALUE ZERO.
       77  WS-FOUND-SUB                 PIC 9(04) VALUE ZERO.
       77  WS-MASTER-KEY                PIC X(128) VALUE SPACES.
       77  WS-MASTER-LENGTH             PIC 9(03) VALUE ZERO.
       77  WS-SEEDED                    PIC X(01) VALUE "N".
       77  WS-RANDOM                    PIC V9(09) VALUE ZERO.
       77  WS-SEED                      PIC 9(09) VALUE ZERO.
      *
      *    THE STORE, LOADED WHOLE, AND THE ENTRY BEING WORKED ON.
      *
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY           PIC X(246) OCCURS 200 TIMES.
       01  WS-ENTRY.
           05  ENT-NAME                 PIC X(32).
           05  ENT-HOST                 PIC X(64).
           05  ENT-PORT                 PIC X(08).
           05  ENT-USER                 PIC X(32).
           05  ENT-SALT                 PIC X(16).
           05  ENT-SECRET               PIC X(72).
           05  ENT-CHANGED-DATE         PIC 9(08).
           05  ENT-CHANGED-TIME         PIC 9(06).
           05  ENT-CHANGED-BY           PIC X(08).
      *
      *    THE CIPHER.  WS-RC4-S HOLDS THE PERMUTATION 0-255 (ONE
      *      OFF FOR THE SUBSCRIPT); WS-PLAIN IS THE CHECK WORD AND
      *      THE PASSWORD, WS-STREAM THE KEYSTREAM XOR-ED OVER IT.
      *
       01  WS-RC4-STATE.
           05  WS-RC4-S                 PIC 9(03) COMP
                                        OCCURS 256 TIMES.
       77  WS-RC4-I                     PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-J                     PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-T                     PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-BYTE                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-N                     PIC 9(04) COMP VALUE ZERO.
       77  WS-RC4-KEY                   PIC X(144) VALUE SPACES.
       77  WS-RC4-KEY-LENGTH            PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-KEY-POS               PIC 9(03) COMP VALUE ZERO.
       77  WS-RC4-DROP                  PIC 9(04) COMP VALUE 768.
       77  WS-CHECK-WORD                PIC X(04) VALUE "JCSQ".
       01  WS-PLAIN.
           05  WS-PLAIN-CHECK           PIC X(04).
           05  WS-PLAIN-PASSWORD        PIC X(32).
       77  WS-CIPHER                    PIC X(36) VALUE SPACES.
       77  WS-STREAM                    PIC X(36) VALUE SPACES.
       77  WS-CIPHER-LENGTH             PIC 9(04) COMP VALUE 36.
      *
      *    HEX CONVERSION.
      *
       77  WS-HEX-DIGITS                PIC X(16)
                                        VALUE "0123456789ABCDEF".
       77  WS-HEX-POS                   PIC 9(03) COMP VALUE ZERO.
       77  WS-HEX-HIGH                  PIC 9(03) COMP VALUE ZERO.
       77  WS-HEX-LOW                   PIC 9(03) COMP VALUE ZERO.
       77  WS-HEX-CHAR                  PIC X(01) VALUE SPACE.
       77  WS-HEX-VALUE                 PIC 9(03) COMP VALUE ZERO.
       77  WS-HEX-BAD                   PIC X(01) VALUE "N".
       LINKAGE SECTION.
           COPY JCSQLCRED.
       PROCEDURE DIVISION USING WS-CRED-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
             WHEN CRD-GET
               PERFORM 2000-GET-ENTRY THRU 2000-EXIT
             WHEN CRD-ADD
               PERFORM 3000-PUT-ENTRY THRU 3000-EXIT
             WHEN CRD-ROTATE
               PERFORM 3000-PUT-ENTRY THRU 3000-EXIT
             WHEN CRD-DELETE
               PERFORM 4000-DELETE-ENTRY THRU 4000-EXIT
             WHEN CRD-LIST
               PERFORM 5000-LIST-ENTRY THRU 5000-EXIT
             WHEN OTHER
               MOVE "BR" TO CRD-RESULT
           END-EVALUATE.
           IF NOT CRD-LIST
             PERFORM 8000-LOG-THE-CALL THRU 8000-EXIT
           END-IF.
      *    NOTHING SECRET OUTLIVES THE CALL IN THIS PROGRAM'S
      *      STORAGE.
           MOVE SPACES TO WS-PLAIN WS-CIPHER WS-STREAM
                          WS-MASTER-KEY WS-RC4-KEY.
           INITIALIZE WS-RC4-STATE.
           GOBACK.
      *
       1000-INITIALIZE.
           MOVE "00" TO CRD-RESULT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-STORE-NAME WS-LOG-NAME WS-OS-USER.
           ACCEPT WS-STORE-NAME FROM ENVIRONMENT "JCSQL_CREDSTORE".
           IF WS-STORE-NAME IS EQUAL TO SPACES
             MOVE "JCSQLCRED" TO WS-STORE-NAME
           END-IF.
           MOVE SPACES TO WS-NEW-NAME.
           STRING FUNCTION TRIM (WS-STORE-NAME) ".new"
               DELIMITED BY SIZE INTO WS-NEW-NAME
           END-STRING.
           ACCEPT WS-LOG-NAME FROM ENVIRONMENT "JCSQL_CREDLOG".
           IF WS-LOG-NAME IS EQUAL TO SPACES
             MOVE "JCSQLCREDLOG" TO WS-LOG-NAME
           END-IF.
           ACCEPT WS-OS-USER FROM ENVIRONMENT "USER".
       1000-EXIT.
           EXIT.
      *
      *    GET: FIND THE ENTRY AND DECRYPT ITS PASSWORD.
      *
       2000-GET-ENTRY.
           MOVE SPACES TO CRD-HOST CRD-PORT CRD-USER CRD-PASSWORD
                          CRD-CHANGED-BY.
           MOVE ZERO TO CRD-CHANGED-DATE.
           PERFORM 6000-LOAD-STORE THRU 6000-EXIT.
           IF NOT CRD-OK
             GO TO 2000-EXIT.
           PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
           IF WS-FOUND-SUB IS EQUAL TO ZERO
             MOVE "NF" TO CRD-RESULT
             GO TO 2000-EXIT.
           PERFORM 7000-LOAD-KEY THRU 7000-EXIT.
           IF NOT CRD-OK
             GO TO 2000-EXIT.
           MOVE WS-STORE-ENTRY (WS-FOUND-SUB) TO WS-ENTRY.
           PERFORM 7300-DECRYPT THRU 7300-EXIT.
           IF NOT CRD-OK
             GO TO 2000-EXIT.
           MOVE ENT-HOST TO CRD-HOST.
           MOVE ENT-PORT TO CRD-PORT.
           MOVE ENT-USER TO CRD-USER.
           MOVE WS-PLAIN-PASSWORD TO CRD-PASSWORD.
           MOVE ENT-CHANGED-DATE TO CRD-CHANGED-DATE.
           MOVE ENT-CHANGED-BY TO CRD-CHANGED-BY.
       2000-EXIT.
           EXIT.
      *
      *    ADD OR ROTATE: A FRESH SALT AND CIPHERTEXT EVERY TIME.
      *      A ROTATE KEEPS THE ENTRY'S HOST, PORT AND USER UNLESS
      *      THE CALLER SUPPLIES NEW ONES.
      *
       3000-PUT-ENTRY.
           IF CRD-NAME IS EQUAL TO SPACES
            OR CRD-PASSWORD IS EQUAL TO SPACES
             MOVE "BR" TO CRD-RESULT
             GO TO 3000-EXIT.
           PERFORM 6000-LOAD-STORE THRU 6000-EXIT.
           IF NOT CRD-OK
             GO TO 3000-EXIT.
           PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
           IF CRD-ADD
            AND WS-FOUND-SUB IS NOT EQUAL TO ZERO
             MOVE "DU" TO CRD-RESULT
             GO TO 3000-EXIT.
           IF CRD-ROTATE
            AND WS-FOUND-SUB IS EQUAL TO ZERO
             MOVE "NF" TO CRD-RESULT
             GO TO 3000-EXIT.
           IF CRD-ADD
            AND WS-STORE-COUNT IS NOT LESS THAN WS-STORE-MAX
             MOVE "FU" TO CRD-RESULT
             GO TO 3000-EXIT.
           PERFORM 7000-LOAD-KEY THRU 7000-EXIT.
           IF NOT CRD-OK
             GO TO 3000-EXIT.
           IF CRD-ADD
             MOVE SPACES TO WS-ENTRY
             MOVE CRD-NAME TO ENT-NAME
             MOVE CRD-HOST TO ENT-HOST
             MOVE CRD-PORT TO ENT-PORT
             MOVE CRD-USER TO ENT-USER
           ELSE
             MOVE WS-STORE-ENTRY (WS-FOUND-SUB) TO WS-ENTRY
             IF CRD-HOST IS NOT EQUAL TO SPACES
               MOVE CRD-HOST TO ENT-HOST
             END-IF
             IF CRD-PORT IS NOT EQUAL TO SPACES
               MOVE CRD-PORT TO ENT-PORT
             END-IF
             IF CRD-USER IS NOT EQUAL TO SPACES
               MOVE CRD-USER TO ENT-USER
             END-IF
           END-IF.
           PERFORM 7100-NEW-SALT THRU 7100-EXIT.
           PERFORM 7200-ENCRYPT THRU 7200-EXIT.
           MOVE WS-NOW-DATE TO ENT-CHANGED-DATE.
           MOVE WS-NOW-TIME (1:6) TO ENT-CHANGED-TIME.
           MOVE CRD-CHANGED-BY TO ENT-CHANGED-BY.
           IF ENT-CHANGED-BY IS EQUAL TO SPACES
             MOVE WS-OS-USER TO ENT-CHANGED-BY
           END-IF.
           IF CRD-ADD
             ADD 1 TO WS-STORE-COUNT
             MOVE WS-STORE-COUNT TO WS-FOUND-SUB
           END-IF.
           MOVE WS-ENTRY TO WS-STORE-ENTRY (WS-FOUND-SUB).
           PERFORM 6500-SAVE-STORE THRU 6500-EXIT.
           IF CRD-OK
             MOVE ENT-CHANGED-DATE TO CRD-CHANGED-DATE
             MOVE ENT-CHANGED-BY TO CRD-CHANGED-BY
           END-IF.
       3000-EXIT.
           EXIT.
      *
       4000-DELETE-ENTRY.
           PERFORM 6000-LOAD-STORE THRU 6000-EXIT.
           IF NOT CRD-OK
             GO TO 4000-EXIT.
           PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
           IF WS-FOUND-SUB IS EQUAL TO ZERO
             MOVE "NF" TO CRD-RESULT
             GO TO 4000-EXIT.
           PERFORM 4100-CLOSE-UP-ONE THRU 4100-EXIT
               VARYING WS-SUB FROM WS-FOUND-SUB BY 1
               UNTIL WS-SUB IS NOT LESS THAN WS-STORE-COUNT.
           SUBTRACT 1 FROM WS-STORE-COUNT.
           PERFORM 6500-SAVE-STORE THRU 6500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-CLOSE-UP-ONE.
           MOVE WS-STORE-ENTRY (WS-SUB + 1) TO WS-STORE-ENTRY (WS-SUB).
       4100-EXIT.
           EXIT.
      *
      *    LIST: THE N'TH ENTRY'S PUBLIC FIELDS ONLY.
      *
       5000-LIST-ENTRY.
           MOVE SPACES TO CRD-NAME CRD-HOST CRD-PORT CRD-USER
                          CRD-PASSWORD CRD-CHANGED-BY.
           MOVE ZERO TO CRD-CHANGED-DATE.
           PERFORM 6000-LOAD-STORE THRU 6000-EXIT.
           IF NOT CRD-OK
             GO TO 5000-EXIT.
           IF CRD-LIST-INDEX IS EQUAL TO ZERO
            OR CRD-LIST-INDEX IS GREATER THAN WS-STORE-COUNT
             MOVE "NF" TO CRD-RESULT
             GO TO 5000-EXIT.
           MOVE WS-STORE-ENTRY (CRD-LIST-INDEX) TO WS-ENTRY.
           MOVE ENT-NAME TO CRD-NAME.
           MOVE ENT-HOST TO CRD-HOST.
           MOVE ENT-PORT TO CRD-PORT.
           MOVE ENT-USER TO CRD-USER.
           MOVE ENT-CHANGED-DATE TO CRD-CHANGED-DATE.
           MOVE ENT-CHANGED-BY TO CRD-CHANGED-BY.
       5000-EXIT.
           EXIT.
      *
      *    LOAD THE WHOLE STORE.  A STORE THAT DOESN'T EXIST YET IS
      *      SIMPLY EMPTY (THE FIRST ADD CREATES IT).
      *
       6000-LOAD-STORE.
           MOVE ZERO TO WS-STORE-COUNT.
           OPEN INPUT CREDSTORE.
           IF WS-STORE-STATUS IS EQUAL TO "05"
             CLOSE CREDSTORE
             GO TO 6000-EXIT.
           IF WS-STORE-STATUS IS NOT EQUAL TO "00"
             MOVE "IO" TO CRD-RESULT
             GO TO 6000-EXIT.
           PERFORM 6010-READ-ONE-ENTRY THRU 6010-EXIT
               UNTIL WS-STORE-STATUS IS NOT EQUAL TO "00".
           CLOSE CREDSTORE.
       6000-EXIT.
           EXIT.
      *
       6010-READ-ONE-ENTRY.
           READ CREDSTORE
           END-READ.
           IF WS-STORE-STATUS IS NOT EQUAL TO "00"
             GO TO 6010-EXIT.
           IF CREDSTORE-RECORD IS EQUAL TO SPACES
             GO TO 6010-EXIT.
           IF WS-STORE-COUNT IS NOT LESS THAN WS-STORE-MAX
             MOVE "FU" TO CRD-RESULT
             MOVE "10" TO WS-STORE-STATUS
             GO TO 6010-EXIT.
           ADD 1 TO WS-STORE-COUNT.
           MOVE CREDSTORE-RECORD TO WS-STORE-ENTRY (WS-STORE-COUNT).
       6010-EXIT.
           EXIT.
      *
       6100-FIND-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 6110-CHECK-ONE-ENTRY THRU 6110-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-STORE-COUNT
                  OR WS-FOUND-SUB IS NOT EQUAL TO ZERO.
       6100-EXIT.
           EXIT.
      *
       6110-CHECK-ONE-ENTRY.
           IF WS-STORE-ENTRY (WS-SUB) (1:32) IS EQUAL TO CRD-NAME
             MOVE WS-SUB TO WS-FOUND-SUB.
       6110-EXIT.
           EXIT.
      *
      *    WRITE THE STORE TO <store>.new, THEN RENAME IT INTO
      *      PLACE.
      *
       6500-SAVE-STORE.
           OPEN OUTPUT CREDNEW.
           IF WS-NEW-STATUS IS NOT EQUAL TO "00"
             MOVE "IO" TO CRD-RESULT
             GO TO 6500-EXIT.
           PERFORM 6510-WRITE-ONE-ENTRY THRU 6510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-STORE-COUNT.
           CLOSE CREDNEW.
           IF CRD-FILE-ERROR
             GO TO 6500-EXIT.
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-STORE-NAME
           END-CALL.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
             MOVE "IO" TO CRD-RESULT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       6500-EXIT.
           EXIT.
      *
       6510-WRITE-ONE-ENTRY.
           MOVE WS-STORE-ENTRY (WS-SUB) TO CREDNEW-RECORD.
           WRITE CREDNEW-RECORD
           END-WRITE.
           IF WS-NEW-STATUS IS NOT EQUAL TO "00"
             MOVE "IO" TO CRD-RESULT
           END-IF.
       6510-EXIT.
           EXIT.
      *
      *    THE MASTER KEY: FIRST LINE OF THE KEY FILE, 16
      *      CHARACTERS OR MORE.
      *
       7000-LOAD-KEY.
           MOVE SPACES TO WS-KEY-NAME WS-MASTER-KEY.
           MOVE ZERO TO WS-MASTER-LENGTH.
           ACCEPT WS-KEY-NAME FROM ENVIRONMENT "JCSQL_CREDKEY".
           IF WS-KEY-NAME IS EQUAL TO SPACES
             MOVE "JCSQLKEY" TO WS-KEY-NAME
           END-IF.
           OPEN INPUT CREDKEY.
           IF WS-KEY-STATUS IS NOT EQUAL TO "00"
             CLOSE CREDKEY
             MOVE "NK" TO CRD-RESULT
             GO TO 7000-EXIT.
           READ CREDKEY
           END-READ.
           IF WS-KEY-STATUS IS EQUAL TO "00"
             MOVE FUNCTION TRIM (CREDKEY-RECORD) TO WS-MASTER-KEY
             MOVE SPACES TO CREDKEY-RECORD
           END-IF.
           CLOSE CREDKEY.
           IF WS-MASTER-KEY IS NOT EQUAL TO SPACES
             COMPUTE WS-MASTER-LENGTH
                 = FUNCTION LENGTH (FUNCTION TRIM (WS-MASTER-KEY))
           END-IF.
           IF WS-MASTER-LENGTH IS LESS THAN 16
             MOVE SPACES TO WS-MASTER-KEY
             MOVE "NK" TO CRD-RESULT
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *    EIGHT RANDOM SALT BYTES, AS HEX.  THE GENERATOR IS
      *      SEEDED ONCE PER RUN FROM THE CLOCK; THE SALT ONLY HAS
      *      TO DIFFER FROM ONE ENCRYPTION TO THE NEXT.
      *
       7100-NEW-SALT.
           IF WS-SEEDED IS NOT EQUAL TO "Y"
             COMPUTE WS-SEED = FUNCTION MOD
                 (WS-NOW-TIME * 97 + WS-NOW-DATE, 999999937)
             COMPUTE WS-RANDOM = FUNCTION RANDOM (WS-SEED)
             MOVE "Y" TO WS-SEEDED
           END-IF.
           MOVE SPACES TO ENT-SALT.
           PERFORM 7110-ONE-SALT-BYTE THRU 7110-EXIT
               VARYING WS-HEX-POS FROM 1 BY 2
               UNTIL WS-HEX-POS IS GREATER THAN 16.
       7100-EXIT.
           EXIT.
      *
       7110-ONE-SALT-BYTE.
           COMPUTE WS-RANDOM = FUNCTION RANDOM.
           COMPUTE WS-RC4-BYTE = WS-RANDOM * 256.
           DIVIDE WS-RC4-BYTE BY 16 GIVING WS-HEX-HIGH
               REMAINDER WS-HEX-LOW.
           MOVE WS-HEX-DIGITS (WS-HEX-HIGH + 1:1)
             TO ENT-SALT (WS-HEX-POS:1).
           MOVE WS-HEX-DIGITS (WS-HEX-LOW + 1:1)
             TO ENT-SALT (WS-HEX-POS + 1:1).
       7110-EXIT.
           EXIT.
      *
      *    ENCRYPT CRD-PASSWORD INTO ENT-SECRET UNDER ENT-SALT.
      *
       7200-ENCRYPT.
           MOVE WS-CHECK-WORD TO WS-PLAIN-CHECK.
           MOVE CRD-PASSWORD TO WS-PLAIN-PASSWORD.
           PERFORM 7400-RC4-SETUP THRU 7400-EXIT.
           PERFORM 7450-RC4-STREAM THRU 7450-EXIT.
           MOVE WS-PLAIN TO WS-CIPHER.
           CALL "CBL_XOR" USING WS-STREAM WS-CIPHER
               BY VALUE WS-CIPHER-LENGTH
           END-CALL.
           MOVE SPACES TO ENT-SECRET.
           PERFORM 7500-HEX-ONE-BYTE THRU 7500-EXIT
               VARYING WS-RC4-N FROM 1 BY 1
               UNTIL WS-RC4-N IS GREATER THAN WS-CIPHER-LENGTH.
       7200-EXIT.
           EXIT.
      *
      *    DECRYPT ENT-SECRET INTO WS-PLAIN.  A CHECK WORD THAT
      *      DOESN'T COME BACK MEANS THE KEY FILE IS NOT THE ONE
      *      THE ENTRY WAS WRITTEN UNDER (OR THE LINE IS DAMAGED).
      *
       7300-DECRYPT.
           MOVE "N" TO WS-HEX-BAD.
           MOVE SPACES TO WS-CIPHER.
           PERFORM 7600-UNHEX-ONE-BYTE THRU 7600-EXIT
               VARYING WS-RC4-N FROM 1 BY 1
               UNTIL WS-RC4-N IS GREATER THAN WS-CIPHER-LENGTH.
           IF WS-HEX-BAD IS EQUAL TO "Y"
             MOVE "WK" TO CRD-RESULT
             GO TO 7300-EXIT.
           PERFORM 7400-RC4-SETUP THRU 7400-EXIT.
           PERFORM 7450-RC4-STREAM THRU 7450-EXIT.
           CALL "CBL_XOR" USING WS-STREAM WS-CIPHER
               BY VALUE WS-CIPHER-LENGTH
           END-CALL.
           MOVE WS-CIPHER TO WS-PLAIN.
           IF WS-PLAIN-CHECK IS NOT EQUAL TO WS-CHECK-WORD
             MOVE SPACES TO WS-PLAIN
             MOVE "WK" TO CRD-RESULT
           END-IF.
       7300-EXIT.
           EXIT.
      *
      *    RC4 KEY SCHEDULE OVER MASTER KEY + SALT, THEN THE
      *      DISCARDED LEAD-IN OF THE KEYSTREAM.
      *
       7400-RC4-SETUP.
           MOVE SPACES TO WS-RC4-KEY.
           STRING WS-MASTER-KEY (1:WS-MASTER-LENGTH) ENT-SALT
               DELIMITED BY SIZE INTO WS-RC4-KEY
           END-STRING.
           COMPUTE WS-RC4-KEY-LENGTH = WS-MASTER-LENGTH + 16.
           PERFORM 7410-RC4-IDENTITY THRU 7410-EXIT
               VARYING WS-RC4-N FROM 1 BY 1
               UNTIL WS-RC4-N IS GREATER THAN 256.
           MOVE ZERO TO WS-RC4-J.
           PERFORM 7420-RC4-MIX-ONE THRU 7420-EXIT
               VARYING WS-RC4-N FROM 1 BY 1
               UNTIL WS-RC4-N IS GREATER THAN 256.
           MOVE ZERO TO WS-RC4-I WS-RC4-J.
           PERFORM 7460-RC4-NEXT-BYTE THRU 7460-EXIT
               WS-RC4-DROP TIMES.
       7400-EXIT.
           EXIT.
      *
       7410-RC4-IDENTITY.
           COMPUTE WS-RC4-S (WS-RC4-N) = WS-RC4-N - 1.
       7410-EXIT.
           EXIT.
      *
       7420-RC4-MIX-ONE.
           COMPUTE WS-RC4-KEY-POS = FUNCTION MOD
               (WS-RC4-N - 1, WS-RC4-KEY-LENGTH) + 1.
           COMPUTE WS-RC4-J = FUNCTION MOD
               (WS-RC4-J + WS-RC4-S (WS-RC4-N)
                + FUNCTION ORD (WS-RC4-KEY (WS-RC4-KEY-POS:1)) - 1,
                256).
           MOVE WS-RC4-S (WS-RC4-N) TO WS-RC4-T.
           MOVE WS-RC4-S (WS-RC4-J + 1) TO WS-RC4-S (WS-RC4-N).
           MOVE WS-RC4-T TO WS-RC4-S (WS-RC4-J + 1).
       7420-EXIT.
           EXIT.
      *
       7450-RC4-STREAM.
           MOVE SPACES TO WS-STREAM.
           PERFORM 7470-RC4-STREAM-ONE THRU 7470-EXIT
               VARYING WS-RC4-N FROM 1 BY 1
               UNTIL WS-RC4-N IS GREATER THAN WS-CIPHER-LENGTH.
       7450-EXIT.
           EXIT.
      *
       7460-RC4-NEXT-BYTE.
           COMPUTE WS-RC4-I = FUNCTION MOD (WS-RC4-I + 1, 256).
           COMPUTE WS-RC4-J = FUNCTION MOD
               (WS-RC4-J + WS-RC4-S (WS-RC4-I + 1), 256).
           MOVE WS-RC4-S (WS-RC4-I + 1) TO WS-RC4-T.
           MOVE WS-RC4-S (WS-RC4-J + 1) TO WS-RC4-S (WS-RC4-I + 1).
           MOVE WS-RC4-T TO WS-RC4-S (WS-RC4-J + 1).
           COMPUTE WS-RC4-T = FUNCTION MOD
               (WS-RC4-S (WS-RC4-I + 1) + WS-RC4-S (WS-RC4-J + 1),
                256).
           MOVE WS-RC4-S (WS-RC4-T + 1) TO WS-RC4-BYTE.
       7460-EXIT.
           EXIT.
      *
       7470-RC4-STREAM-ONE.
           PERFORM 7460-RC4-NEXT-BYTE THRU 7460-EXIT.
           MOVE FUNCTION CHAR (WS-RC4-BYTE + 1)
             TO WS-STREAM (WS-RC4-N:1).
       7470-EXIT.
           EXIT.
      *
       7500-HEX-ONE-BYTE.
           COMPUTE WS-RC4-BYTE
               = FUNCTION ORD (WS-CIPHER (WS-RC4-N:1)) - 1.
           DIVIDE WS-RC4-BYTE BY 16 GIVING WS-HEX-HIGH
               REMAINDER WS-HEX-LOW.
           COMPUTE WS-HEX-POS = (WS-RC4-N * 2) - 1.
           MOVE WS-HEX-DIGITS (WS-HEX-HIGH + 1:1)
             TO ENT-SECRET (WS-HEX-POS:1).
           MOVE WS-HEX-DIGITS (WS-HEX-LOW + 1:1)
             TO ENT-SECRET (WS-HEX-POS + 1:1).
       7500-EXIT.
           EXIT.
      *
       7600-UNHEX-ONE-BYTE.
           COMPUTE WS-HEX-POS = (WS-RC4-N * 2) - 1.
           MOVE ENT-SECRET (WS-HEX-POS:1) TO WS-HEX-CHAR.
           PERFORM 7610-HEX-DIGIT-VALUE THRU 7610-EXIT.
           MOVE WS-HEX-VALUE TO WS-HEX-HIGH.
           MOVE ENT-SECRET (WS-HEX-POS + 1:1) TO WS-HEX-CHAR.
           PERFORM 7610-HEX-DIGIT-VALUE THRU 7610-EXIT.
           COMPUTE WS-RC4-BYTE = (WS-HEX-HIGH * 16) + WS-HEX-VALUE.
           MOVE FUNCTION CHAR (WS-RC4-BYTE + 1)
             TO WS-CIPHER (WS-RC4-N:1).
       7600-EXIT.
           EXIT.
      *
       7610-HEX-DIGIT-VALUE.
           MOVE ZERO TO WS-HEX-VALUE.
           IF WS-HEX-CHAR IS NOT LESS THAN "0"
            AND WS-HEX-CHAR IS NOT GREATER THAN "9"
             COMPUTE WS-HEX-VALUE
                 = FUNCTION ORD (WS-HEX-CHAR) - FUNCTION ORD ("0")
             GO TO 7610-EXIT.
           IF WS-HEX-CHAR IS NOT LESS THAN "A"
            AND WS-HEX-CHAR IS NOT GREATER THAN "F"
             COMPUTE WS-HEX-VALUE
                 = FUNCTION ORD (WS-HEX-CHAR) - FUNCTION ORD ("A")
                 + 10
             GO TO 7610-EXIT.
           MOVE "Y" TO WS-HEX-BAD.
       7610-EXIT.
           EXIT.
      *
      *    THE CREDENTIAL LOG: WHO ASKED FOR WHICH ENTRY AND HOW
      *      IT WENT.  NEVER THE PASSWORD.
      *
       8000-LOG-THE-CALL.
           OPEN EXTEND CREDLOG.
           IF WS-LOG-STATUS IS NOT EQUAL TO "00"
            AND WS-LOG-STATUS IS NOT EQUAL TO "05"
             DISPLAY "W) JCSQLCRED: CREDENTIAL LOG "
                     FUNCTION TRIM (WS-LOG-NAME)
                     " NOT WRITABLE, STATUS " WS-LOG-STATUS
             GO TO 8000-EXIT.
           MOVE SPACES TO CREDLOG-RECORD.
           STRING WS-NOW-DATE " " WS-NOW-TIME (1:6)
                  " PROGRAM=" CRD-PROGRAM
                  " USER=" WS-OS-USER
                  " FUNCTION=" CRD-FUNCTION
                  " ENTRY=" FUNCTION TRIM (CRD-NAME)
                  " RESULT=" CRD-RESULT
               DELIMITED BY SIZE INTO CREDLOG-RECORD
           END-STRING.
           WRITE CREDLOG-RECORD
           END-WRITE.
           CLOSE CREDLOG.
       8000-EXIT.
           EXIT.
