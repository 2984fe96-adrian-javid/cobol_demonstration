      *****************************************************************
      * RUN-REGISTER.
      * RECORD LAYOUT FOR RUNREG, THE ONE AUTHORITATIVE LIST OF RUNS.
      * KEYED BY RUN-ID.  THE RECORD IS WRITTEN STARTED THE MOMENT A
      * RUN BEGINS, WITH ITS FULL SETUP, BY App_writeRunRegister ON
      * BEHALF OF App_mainLoop, App_runExperimentDeck (ONE RECORD PER
      * EXPERIMENT) AND App_compareRuleSets, AND REWRITTEN COMPLETED,
      * WARNING OR ABENDED WHEN THE RUN ENDS.  App_purgeWorkFiles
      * MARKS IT PURGED OR ARCHIVED ONCE ITS WORK FILES ARE DISPOSED
      * OF, AND App_sweepRunRegister FLAGS A RUN STILL STARTED PAST
      * ITS CUTOFF AS A PRESUMED ABEND -- A SESSION THAT DIES NEVER
      * GETS TO WRITE ITS OWN ENDING.
      *****************************************************************
       01  RUNREG-RECORD.
           05  RUNREG-RUN-ID               PIC X(16).
      *** WHERE THE RUN STANDS NOW.
           05  RUNREG-STATUS               PIC X(10).
               88  RUNREG-STARTED              VALUE "STARTED".
               88  RUNREG-COMPLETED            VALUE "COMPLETED".
               88  RUNREG-WARNING              VALUE "WARNING".
               88  RUNREG-ABENDED              VALUE "ABENDED".
               88  RUNREG-PURGED               VALUE "PURGED".
               88  RUNREG-ARCHIVED             VALUE "ARCHIVED".
               88  RUNREG-ENDED                VALUE "COMPLETED"
                                                     "WARNING"
                                                     "ABENDED".
               88  RUNREG-HOUSEKEPT            VALUE "PURGED"
                                                     "ARCHIVED".
      *** HOW THE RUN ENDED -- KEPT WHEN HOUSEKEEPING LATER MOVES
      *** RUNREG-STATUS ON TO PURGED OR ARCHIVED.  SPACES WHILE THE
      *** RUN IS STILL STARTED.
           05  RUNREG-END-STATUS           PIC X(10).
      *** "Y" WHEN THE ABEND WAS PRESUMED BY App_sweepRunRegister
      *** RATHER THAN REPORTED BY THE RUN ITSELF; "L" WHEN THE RECORD
      *** WAS LOADED AFTER THE FACT FROM THE AUDIT TRAIL.
           05  RUNREG-ORIGIN-FLAG          PIC X(01).
               88  RUNREG-REPORTED             VALUE SPACE.
               88  RUNREG-PRESUMED             VALUE "Y".
               88  RUNREG-FROM-AUDIT           VALUE "L".
           05  RUNREG-PROGRAM              PIC X(24).
      *** I INTERACTIVE SESSION, B BATCH PARM CARD, S EXPERIMENT DECK
      *** (SWEEP), A A/B RULE COMPARISON.
           05  RUNREG-MODE                 PIC X(01).
               88  RUNREG-MODE-INTERACTIVE     VALUE "I".
               88  RUNREG-MODE-BATCH           VALUE "B".
               88  RUNREG-MODE-SWEEP           VALUE "S".
               88  RUNREG-MODE-AB              VALUE "A".
           05  RUNREG-OPERATOR-ID          PIC X(08).
      *** YYYYMMDD-HHMMSSHH, THE SAME STAMP THE AUDIT TRAIL USES.
           05  RUNREG-START-TIMESTAMP      PIC X(17).
           05  RUNREG-END-TIMESTAMP        PIC X(17).
      *** THE SETUP THE RUN WAS STARTED WITH.
           05  RUNREG-WIDTH                PIC 9(03).
           05  RUNREG-HEIGHT               PIC 9(03).
           05  RUNREG-TOPOLOGY             PIC X(01).
           05  RUNREG-RULE-NAME            PIC X(10).
           05  RUNREG-PROFILE-NAME         PIC X(20).
           05  RUNREG-PATTERN-NAME         PIC X(20).
           05  RUNREG-RESUME-RUN-ID        PIC X(16).
           05  RUNREG-BATCH-GENERATIONS    PIC 9(08).
      *** WHAT THE RUN GOT TO.
           05  RUNREG-FINAL-GENERATION     PIC 9(09).
           05  RUNREG-RETURN-CODE          PIC 9(04).
      *** WHO LAST CHANGED THE RECORD, AND WHEN.
           05  RUNREG-CHANGED-TIMESTAMP    PIC X(17).
           05  RUNREG-CHANGED-BY           PIC X(24).
           05  FILLER                      PIC X(40).
