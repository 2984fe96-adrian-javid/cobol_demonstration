      *****************************************************************
      * OPERATOR-CHECK.
      * SHARED EXTERNAL REQUEST AREA FOR App_checkOperator.  THE
      * CALLER FILLS IN THE OPERATOR ID, ITS OWN PROGRAM NAME, ITS
      * RUN-ID (SPACES WHEN IT HAS NONE) AND THE FUNCTION IT IS ABOUT
      * TO PERFORM, CALLS App_checkOperator WITH NO USING PHRASE, AND
      * TESTS OPCHK-ALLOWED.  A REFUSAL HAS ALREADY BEEN WRITTEN TO
      * SYSLOG BY THE TIME CONTROL COMES BACK; THE CALLER ONLY HAS TO
      * STOP WHAT IT WAS DOING.
      *****************************************************************
       01  OPCHK-REQUEST IS EXTERNAL.
           05  OPCHK-OPERATOR-ID           PIC X(08).
           05  OPCHK-PROGRAM               PIC X(30).
           05  OPCHK-RUN-ID                PIC X(16).
      *** RUN -- ANY ACTIVE OPERATOR.  SNAPSHOT ("W" SAVE), IMPORT
      *** (RLE INTO THE LIBRARY), PROFILE (SETUPPROF CHANGES) AND
      *** SCENE (SCENES CHANGES) -- ANALYST OR SUPERVISOR.  LIBRARY
      *** (CHANGE, RESEED OR RESTORE PATTERNLIB), PURGE (DELETE
      *** DISPOSITION) AND OPERATORS -- SUPERVISOR ONLY.
           05  OPCHK-FUNCTION              PIC X(01).
               88  OPCHK-FUNC-RUN              VALUE "R".
               88  OPCHK-FUNC-SNAPSHOT         VALUE "W".
               88  OPCHK-FUNC-IMPORT           VALUE "I".
               88  OPCHK-FUNC-PROFILE          VALUE "P".
               88  OPCHK-FUNC-LIBRARY          VALUE "L".
               88  OPCHK-FUNC-PURGE            VALUE "D".
               88  OPCHK-FUNC-OPERATORS        VALUE "O".
               88  OPCHK-FUNC-SCENE            VALUE "S".
      *** RETURNED BY App_checkOperator.
           05  OPCHK-RESULT-SWITCH         PIC X(01).
               88  OPCHK-ALLOWED               VALUE "Y".
               88  OPCHK-REFUSED               VALUE "N".
           05  OPCHK-OPERATOR-NAME         PIC X(30).
           05  OPCHK-ROLE                  PIC X(01).
               88  OPCHK-ROLE-VIEWER           VALUE "V".
               88  OPCHK-ROLE-ANALYST          VALUE "A".
               88  OPCHK-ROLE-SUPERVISOR       VALUE "S".
           05  OPCHK-REASON                PIC X(40).
