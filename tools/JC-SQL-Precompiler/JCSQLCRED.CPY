       >>source fixed
      ************************************************************
      * VERSION 001 -- ORIGINAL VERSION.                         *
      *                10/15/2026--DRM                           *
      ************************************************************
      *    CREDENTIAL STORE AREA                                 *
      ************************************************************
      *
      *    THE PARAMETER AREA OF THE JCSQLCRED SUBPROGRAM: COPY
      *      INTO WORKING-STORAGE, SET THE FUNCTION AND THE ENTRY
      *      NAME (PLUS THE NEW VALUES FOR AN ADD OR ROTATE), AND
      *        CALL "JCSQLCRED" USING WS-CRED-AREA
      *      THEN TEST CRD-RESULT.
      *
      *      G  GET     NAME IN; HOST, PORT, USER, PASSWORD AND THE
      *                 LAST-CHANGED STAMP OUT.  LOGGED.
      *      A  ADD     A NEW ENTRY (CRD-DUPLICATE IF THE NAME IS
      *                 ALREADY ON FILE).  LOGGED.
      *      R  ROTATE  A NEW PASSWORD (AND ANY NON-BLANK HOST, PORT
      *                 OR USER) FOR AN EXISTING ENTRY.  LOGGED.
      *      D  DELETE  AN EXISTING ENTRY.  LOGGED.
      *      L  LIST    THE CRD-LIST-INDEX'TH ENTRY, WITHOUT THE
      *                 PASSWORD (CRD-NOT-FOUND PAST THE LAST ONE).
      *
      *    MYSQL-WORKING-STORAGE.CPY AND POSTGRESQL-WORKING-
      *      STORAGE.CPY CARRY THEIR OWN COPIES OF THIS LAYOUT
      *      (WS-MYSQL-CRED-AREA, WS-PGSQL-CRED-AREA) FOR THE OPEN
      *      PARAGRAPHS; KEEP THE THREE IN STEP.
      *
       01  WS-CRED-AREA.
           05  CRD-FUNCTION         PIC X(01).
               88  CRD-GET              VALUE "G".
               88  CRD-ADD              VALUE "A".
               88  CRD-ROTATE           VALUE "R".
               88  CRD-DELETE           VALUE "D".
               88  CRD-LIST             VALUE "L".
           05  CRD-PROGRAM          PIC X(08).
           05  CRD-NAME             PIC X(32).
           05  CRD-HOST             PIC X(64).
           05  CRD-PORT             PIC X(08).
           05  CRD-USER             PIC X(32).
           05  CRD-PASSWORD         PIC X(32).
           05  CRD-CHANGED-DATE     PIC 9(08).
           05  CRD-CHANGED-BY       PIC X(08).
           05  CRD-LIST-INDEX       PIC 9(04).
           05  CRD-RESULT           PIC X(02).
               88  CRD-OK               VALUE "00".
               88  CRD-NOT-FOUND        VALUE "NF".
               88  CRD-DUPLICATE        VALUE "DU".
               88  CRD-NO-KEY           VALUE "NK".
               88  CRD-WRONG-KEY        VALUE "WK".
               88  CRD-FILE-ERROR       VALUE "IO".
               88  CRD-STORE-FULL       VALUE "FU".
               88  CRD-BAD-REQUEST      VALUE "BR".
