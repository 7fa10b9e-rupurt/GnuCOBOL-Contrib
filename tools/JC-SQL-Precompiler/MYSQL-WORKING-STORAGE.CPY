      *                DATE/TIME BIND STAGING FIELDS CONSUMED BY *
      *                MYSQL-1350/1355-BIND-DATE/TIME-PARAM.     *
      *                09/02/2026--DRM                           *
      * VERSION 016 -- ADDS THE CREDENTIAL-STORE FIELDS: THE     *
      *                ENTRY NAME (MYSQL_CREDENTIAL), THE        *
      *                PRIMARY'S SAVED USER/PASSWORD/PORT FOR    *
      *                THE STANDBY ROTATION, AND THE JCSQLCRED   *
      *                CALL AREA.                                *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    COMMON MYSQL WORKING STORAGE                          *
      ************************************************************
       01  WS-MYSQL-IN-RECONNECT        PIC X(01) VALUE "N".
           88  WS-MYSQL-RECONNECT-BUSY      VALUE "Y".
      *
      *    CREDENTIAL STORE.  WHEN WS-MYSQL-CREDENTIAL (OR, LEFT
      *      SPACES, THE MYSQL_CREDENTIAL ENVIRONMENT VARIABLE) NAMES
      *      AN ENTRY, MYSQL-1010-LOAD-CONNECT-PARMS TAKES THE HOST,
      *      PORT, USER AND PASSWORD FROM THE ENCRYPTED STORE
      *      THROUGH THE JCSQLCRED SUBPROGRAM INSTEAD OF FROM
      *      MYSQL_HOST/_PORT/_USER/_PASSWORD.  A STANDBY LISTED AS
      *      "@name" IN MYSQL_STANDBY_HOSTS CONNECTS WITH ITS OWN
      *      ENTRY; A PLAIN HOST NAME KEEPS THE PRIMARY'S USER AND
      *      PASSWORD.  WS-MYSQL-CRED-AREA IS THE JCSQLCRED.CPY
      *      LAYOUT UNDER THIS MEMBER'S OWN NAMES -- KEEP IT IN STEP.
      *
       01  WS-MYSQL-CREDENTIAL          PIC X(32) VALUE SPACES.
       01  WS-MYSQL-PRIMARY-USER        PIC X(32) VALUE SPACES.
       01  WS-MYSQL-PRIMARY-PASSWORD    PIC X(32) VALUE SPACES.
       01  WS-MYSQL-PRIMARY-PORT        PIC X(08) VALUE SPACES.
       01  WS-MYSQL-CRED-SKIP           PIC 9(04) VALUE ZERO.
       01  WS-MYSQL-CRED-AREA.
           05  WS-MYSQL-CRD-FUNCTION    PIC X(01).
           05  WS-MYSQL-CRD-PROGRAM     PIC X(08).
           05  WS-MYSQL-CRD-NAME        PIC X(32).
           05  WS-MYSQL-CRD-HOST        PIC X(64).
           05  WS-MYSQL-CRD-PORT        PIC X(08).
           05  WS-MYSQL-CRD-USER        PIC X(32).
           05  WS-MYSQL-CRD-PASSWORD    PIC X(32).
           05  WS-MYSQL-CRD-CHANGED-DATE PIC 9(08).
           05  WS-MYSQL-CRD-CHANGED-BY  PIC X(08).
           05  WS-MYSQL-CRD-LIST-INDEX  PIC 9(04).
           05  WS-MYSQL-CRD-RESULT      PIC X(02).
               88  WS-MYSQL-CRD-OK          VALUE "00".
      *
      *    TRANSACTION DEADLOCK/LOCK-TIMEOUT RETRY.  SET
      *      WS-MYSQL-TXN-RETRY-LIMIT (ONCE) AND BRACKET EACH UNIT OF
      *      WORK AS:
