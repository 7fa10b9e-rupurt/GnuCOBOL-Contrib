       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    CONFIGURATION LOOKUP AREA                             *
      ************************************************************
      *
      *    THE gccfg01 CONFIGURATION LOOKUP PARAMETERS
      *      (wkcfgld01.cpy IN THE GCSORT SUITE).  EVERY JC-SQL
      *      PROGRAM THAT READS A SETTING CALLS IT FIRST:
      *        MOVE "<PROGRAM>" TO CFG-PROGRAM
      *        MOVE "APPLY" TO CFG-REQUEST
      *        CALL "gccfg01" USING WS-CONFIG-AREA
      *      WHICH PUTS THE GCCONFIG SETTINGS OF THE PROGRAM AND
      *      THE GCPROFILE PROFILE (JCSQL_TARGET, JCSQL_TABLE,
      *      MYSQL_HOST ...) INTO THE ENVIRONMENT, WHERE THE
      *      PROGRAM'S OWN ACCEPT ... FROM ENVIRONMENT FINDS THEM.
      *      A VALUE SET IN THE ENVIRONMENT BY HAND STILL WINS FOR
      *      THE RUN.  CFG-RESULT "00" IS GOOD; ANYTHING ELSE MEANS
      *      THE CONFIGURATION WAS REFUSED (NO OR UNKNOWN PROFILE,
      *      A BAD GCCONFIG LINE) AND THE STEP MUST NOT RUN.
      *
       01  WS-CONFIG-AREA.
           05  CFG-REQUEST          PIC X(05).
           05  CFG-PROGRAM          PIC X(16).
           05  CFG-RESULT           PIC X(02).
           05  CFG-PROFILE          PIC X(08).
           05  CFG-APPLIED          PIC 9(03).
           05  CFG-OVERRIDDEN       PIC 9(03).
           05  CFG-INDEX            PIC 9(03).
           05  CFG-NAME             PIC X(30).
           05  CFG-VALUE            PIC X(200).
           05  CFG-SOURCE           PIC X(01).
           05  CFG-SRC-PROFILE      PIC X(08).
           05  CFG-SRC-PROGRAM      PIC X(16).
           05  CFG-SRC-LINE         PIC 9(04).
           05  CFG-CONFIG-VALUE     PIC X(200).
