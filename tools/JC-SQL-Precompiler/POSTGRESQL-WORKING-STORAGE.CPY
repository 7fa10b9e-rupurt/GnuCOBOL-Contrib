      *                DATE/TIME BIND STAGING FIELDS CONSUMED BY *
      *                PGSQL-1350/1355-BIND-DATE/TIME-PARAM.     *
      *                09/02/2026--DRM                           *
      * VERSION 011 -- ADDS THE CREDENTIAL-STORE FIELDS: THE     *
      *                ENTRY NAME (PGSQL_CREDENTIAL), THE        *
      *                PRIMARY'S SAVED USER/PASSWORD/PORT FOR    *
      *                THE STANDBY ROTATION, AND THE JCSQLCRED   *
      *                CALL AREA.                                *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    COMMON POSTGRESQL WORKING STORAGE                     *
      ************************************************************
       01  WS-PGSQL-IN-RECONNECT        PIC X(01) VALUE "N".
           88  WS-PGSQL-RECONNECT-BUSY      VALUE "Y".
      *
      *    CREDENTIAL STORE.  WHEN WS-PGSQL-CREDENTIAL (OR, LEFT
      *      SPACES, THE PGSQL_CREDENTIAL ENVIRONMENT VARIABLE) NAMES
      *      AN ENTRY, PGSQL-1010-LOAD-CONNECT-PARMS TAKES THE HOST,
      *      PORT, USER AND PASSWORD FROM THE ENCRYPTED STORE
      *      THROUGH THE JCSQLCRED SUBPROGRAM INSTEAD OF FROM
      *      PGSQL_HOST/_PORT/_USER/_PASSWORD.  A STANDBY LISTED AS
      *      "@name" IN PGSQL_STANDBY_HOSTS CONNECTS WITH ITS OWN
      *      ENTRY; A PLAIN HOST NAME KEEPS THE PRIMARY'S USER AND
      *      PASSWORD.  WS-PGSQL-CRED-AREA IS THE JCSQLCRED.CPY
      *      LAYOUT UNDER THIS MEMBER'S OWN NAMES -- KEEP IT IN STEP.
      *
       01  WS-PGSQL-CREDENTIAL          PIC X(32) VALUE SPACES.
       01  WS-PGSQL-PRIMARY-USER        PIC X(32) VALUE SPACES.
       01  WS-PGSQL-PRIMARY-PASSWORD    PIC X(32) VALUE SPACES.
       01  WS-PGSQL-PRIMARY-PORT        PIC X(08) VALUE SPACES.
       01  WS-PGSQL-CRED-SKIP           PIC 9(04) VALUE ZERO.
       01  WS-PGSQL-CRED-AREA.
           05  WS-PGSQL-CRD-FUNCTION    PIC X(01).
           05  WS-PGSQL-CRD-PROGRAM     PIC X(08).
           05  WS-PGSQL-CRD-NAME        PIC X(32).
           05  WS-PGSQL-CRD-HOST        PIC X(64).
           05  WS-PGSQL-CRD-PORT        PIC X(08).
           05  WS-PGSQL-CRD-USER        PIC X(32).
           05  WS-PGSQL-CRD-PASSWORD    PIC X(32).
           05  WS-PGSQL-CRD-CHANGED-DATE PIC 9(08).
           05  WS-PGSQL-CRD-CHANGED-BY  PIC X(08).
           05  WS-PGSQL-CRD-LIST-INDEX  PIC 9(04).
           05  WS-PGSQL-CRD-RESULT      PIC X(02).
               88  WS-PGSQL-CRD-OK          VALUE "00".
      *
      *    TRANSACTION DEADLOCK/LOCK-TIMEOUT RETRY.  SET
      *      WS-PGSQL-TXN-RETRY-LIMIT (ONCE) AND BRACKET EACH UNIT OF
      *      WORK AS:
