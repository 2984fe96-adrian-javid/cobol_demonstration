      *****************************************************************
      * RUN-USAGE.
      * RECORD LAYOUT FOR RUNUSAGE, ONE LINE PER FINISHED RUN FOR THE
      * MACHINE-TIME RECHARGE.  APPENDED BY App_writeRunUsage ON
      * BEHALF OF App_mainLoop, App_runExperimentDeck (ONE LINE PER
      * EXPERIMENT) AND App_compareRuleSets WHEN THE RUN ENDS, AND
      * TOTALLED BY MONTH BY App_reportRunUsage.  THE FIELDS ARE
      * SPACE-SEPARATED SO THE FILE READS AS PLAIN TEXT.
      *****************************************************************
       01  RUNUSE-RECORD.
           05  RUNUSE-RUN-ID               PIC X(16).
           05  FILLER                      PIC X(01).
           05  RUNUSE-OPERATOR-ID          PIC X(08).
           05  FILLER                      PIC X(01).
      *** I INTERACTIVE SESSION, B BATCH PARM CARD, S EXPERIMENT DECK
      *** (SWEEP), A A/B RULE COMPARISON -- THE SAME CODES AS RUNREG.
           05  RUNUSE-MODE                 PIC X(01).
               88  RUNUSE-MODE-INTERACTIVE     VALUE "I".
               88  RUNUSE-MODE-BATCH           VALUE "B".
               88  RUNUSE-MODE-SWEEP           VALUE "S".
               88  RUNUSE-MODE-AB              VALUE "A".
           05  FILLER                      PIC X(01).
           05  RUNUSE-PROGRAM              PIC X(24).
           05  FILLER                      PIC X(01).
      *** YYYYMMDD-HHMMSSHH, THE SAME STAMP THE AUDIT TRAIL USES.  THE
      *** MONTH A RUN IS CHARGED TO IS THE MONTH IT ENDED IN.
           05  RUNUSE-START-TIMESTAMP      PIC X(17).
           05  FILLER                      PIC X(01).
           05  RUNUSE-END-TIMESTAMP        PIC X(17).
           05  RUNUSE-END-STAMP REDEFINES RUNUSE-END-TIMESTAMP.
               10  RUNUSE-END-MONTH        PIC X(06).
               10  FILLER                  PIC X(11).
           05  FILLER                      PIC X(01).
      *** WALL-CLOCK SECONDS FROM START TO END, AND THE PART OF THEM
      *** AN INTERACTIVE SESSION SPENT PAUSED (ZERO FOR OTHER MODES).
           05  RUNUSE-ELAPSED-SECONDS      PIC 9(07)V99.
           05  FILLER                      PIC X(01).
           05  RUNUSE-PAUSED-SECONDS       PIC 9(07)V99.
           05  FILLER                      PIC X(01).
      *** GENERATIONS STEPPED BY THIS RUN (NOT COUNTING ANY RESTORED
      *** FROM A CHECKPOINT), CELLS EVALUATED OVER ALL OF THEM, AND
      *** THE MOST CELLS LIVE AT ONCE.
           05  RUNUSE-GENERATIONS          PIC 9(09).
           05  FILLER                      PIC X(01).
           05  RUNUSE-CANDIDATE-CELLS      PIC 9(15).
           05  FILLER                      PIC X(01).
           05  RUNUSE-PEAK-ACTIVE          PIC 9(06).
           05  FILLER                      PIC X(01).
           05  RUNUSE-WIDTH                PIC 9(03).
           05  FILLER                      PIC X(01).
           05  RUNUSE-HEIGHT               PIC 9(03).
           05  FILLER                      PIC X(01).
           05  RUNUSE-RULE-NAME            PIC X(10).
