      *****************************************************************
      * PATLIB-HISTORY-REQUEST.
      * SHARED EXTERNAL REQUEST AREA FOR App_writePatlibHistory.  THE
      * CALLER FILLS IN ITS PROGRAM NAME, THE OPERATOR, ITS RUN-ID
      * (SPACES WHEN IT HAS NONE), THE ACTION, THE PATTERN NAME, AND
      * THE BEFORE- AND AFTER-IMAGES OF THAT PATTERN'S PATLIB-RECORD,
      * THEN CALLS App_writePatlibHistory WITH NO USING PHRASE.  AN
      * IMAGE THAT DID NOT EXIST IS FLAGGED ABSENT.  A HISTORY WRITE
      * THAT FAILS IS LOGGED AS A WARNING; IT NEVER BACKS OUT THE
      * LIBRARY CHANGE ITSELF.
      *****************************************************************
       01  PLHREQ-REQUEST IS EXTERNAL.
           05  PLHREQ-PROGRAM              PIC X(30).
           05  PLHREQ-OPERATOR-ID          PIC X(08).
           05  PLHREQ-RUN-ID               PIC X(16).
           05  PLHREQ-ACTION               PIC X(08).
           05  PLHREQ-PATTERN-NAME         PIC X(20).
           05  PLHREQ-BEFORE-FLAG          PIC X(01).
               88  PLHREQ-BEFORE-PRESENT       VALUE "Y".
               88  PLHREQ-BEFORE-ABSENT        VALUE "N".
           05  PLHREQ-BEFORE-IMAGE         PIC X(3031).
           05  PLHREQ-AFTER-FLAG           PIC X(01).
               88  PLHREQ-AFTER-PRESENT        VALUE "Y".
               88  PLHREQ-AFTER-ABSENT         VALUE "N".
           05  PLHREQ-AFTER-IMAGE          PIC X(3031).
