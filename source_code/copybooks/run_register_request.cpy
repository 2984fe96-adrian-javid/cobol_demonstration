      *****************************************************************
      * RUN-REGISTER-REQUEST.
      * SHARED EXTERNAL REQUEST AREA FOR App_writeRunRegister.  AT RUN
      * START THE CALLER FILLS IN EVERY FIELD BELOW, SETS RRREQ-FUNC-
      * START AND CALLS App_writeRunRegister WITH NO USING PHRASE; AT
      * RUN END IT SETS RRREQ-FUNC-END, THE ENDING STATUS, THE FINAL
      * GENERATION AND RETURN CODE (AND THE PATTERN NAME, WHEN ONE
      * WAS LOADED MID-RUN) AND CALLS AGAIN.  THE SETUP FIELDS STAY AS
      * THEY WERE, SO AN END WHOSE START NEVER REACHED THE REGISTER
      * STILL WRITES A WHOLE RECORD.  A REGISTER THAT CANNOT BE
      * WRITTEN IS LOGGED AS A WARNING AND COMES BACK RRREQ-FAILED; IT
      * NEVER STOPS THE RUN.
      *****************************************************************
       01  RRREQ-REQUEST IS EXTERNAL.
           05  RRREQ-FUNCTION              PIC X(01).
               88  RRREQ-FUNC-START            VALUE "S".
               88  RRREQ-FUNC-END              VALUE "E".
           05  RRREQ-PROGRAM               PIC X(24).
           05  RRREQ-RUN-ID                PIC X(16).
      *** I INTERACTIVE, B BATCH, S EXPERIMENT DECK, A A/B COMPARISON.
           05  RRREQ-MODE                  PIC X(01).
           05  RRREQ-OPERATOR-ID           PIC X(08).
           05  RRREQ-START-TIMESTAMP       PIC X(17).
           05  RRREQ-WIDTH                 PIC 9(03).
           05  RRREQ-HEIGHT                PIC 9(03).
           05  RRREQ-TOPOLOGY              PIC X(01).
           05  RRREQ-RULE-NAME             PIC X(10).
           05  RRREQ-PROFILE-NAME          PIC X(20).
           05  RRREQ-PATTERN-NAME          PIC X(20).
           05  RRREQ-RESUME-RUN-ID         PIC X(16).
           05  RRREQ-BATCH-GENERATIONS     PIC 9(08).
      *** FILLED FOR AN END REQUEST -- COMPLETED, WARNING OR ABENDED.
           05  RRREQ-END-STATUS            PIC X(10).
           05  RRREQ-FINAL-GENERATION      PIC 9(09).
           05  RRREQ-RETURN-CODE           PIC 9(04).
      *** RETURNED BY App_writeRunRegister.
           05  RRREQ-RESULT-SWITCH         PIC X(01).
               88  RRREQ-DONE                  VALUE "Y".
               88  RRREQ-FAILED                VALUE "N".
