      *****************************************************************
      * RUN-USAGE-REQUEST.
      * SHARED EXTERNAL REQUEST AREA FOR App_writeRunUsage.  WHEN A
      * RUN ENDS THE CALLER FILLS IN EVERY FIELD BELOW -- THE COUNTS
      * USUALLY STRAIGHT FROM GRID-USAGE-COUNTERS -- AND CALLS
      * App_writeRunUsage WITH NO USING PHRASE.  THE WRITER STAMPS THE
      * END TIME AND WORKS OUT THE ELAPSED TIME FROM THE START STAMP.
      * A RUNUSAGE FILE THAT CANNOT BE WRITTEN IS LOGGED AS A WARNING
      * AND COMES BACK USREQ-FAILED; IT NEVER STOPS THE RUN.
      *****************************************************************
       01  USREQ-REQUEST IS EXTERNAL.
           05  USREQ-PROGRAM               PIC X(24).
           05  USREQ-RUN-ID                PIC X(16).
      *** I INTERACTIVE, B BATCH, S EXPERIMENT DECK, A A/B COMPARISON.
           05  USREQ-MODE                  PIC X(01).
           05  USREQ-OPERATOR-ID           PIC X(08).
      *** YYYYMMDD-HHMMSSHH, THE RUN'S OWN START STAMP.
           05  USREQ-START-TIMESTAMP       PIC X(17).
           05  USREQ-WIDTH                 PIC 9(03).
           05  USREQ-HEIGHT                PIC 9(03).
           05  USREQ-RULE-NAME             PIC X(10).
           05  USREQ-GENERATIONS           PIC 9(09).
           05  USREQ-CANDIDATE-CELLS       PIC 9(15).
           05  USREQ-PEAK-ACTIVE           PIC 9(06).
           05  USREQ-PAUSED-SECONDS        PIC 9(07)V99.
      *** RETURNED BY App_writeRunUsage.
           05  USREQ-RESULT-SWITCH         PIC X(01).
               88  USREQ-DONE                  VALUE "Y".
               88  USREQ-FAILED                VALUE "N".
