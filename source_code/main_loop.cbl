004860*    09/02/2026  ME   MISALIGN AGAINST THE NEW LAYOUT; THE
004861*    09/02/2026  ME   READERS ALL GUARD WITH NUMERIC TESTS AND
004862*    09/02/2026  ME   SKIP THEM.
004863*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
004864*    10/15/2026  ME   ONCE THE RUN-ID IS STAMPED; A REFUSED
004865*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16 BEFORE
004866*    10/15/2026  ME   ANY FILE IS OPENED.  THE "W" SNAPSHOT
004867*    10/15/2026  ME   SAVE IS CHECKED SEPARATELY, WHEN IT IS
004868*    10/15/2026  ME   ASKED FOR, BY App_writeGridSnapshot.
004869*    10/15/2026  ME   THE AUDIT RECORD NOW ALSO CARRIES THE EDGE
004870*    10/15/2026  ME   TOPOLOGY, SO A FINISHED RUN CAN BE RE-DRIVEN
004871*    10/15/2026  ME   AND CHECKED BY App_verifyRunReproducibility.
004872*    10/15/2026  ME   RUN START AND END NOW GO ON THE RUNREG
004873*    10/15/2026  ME   REGISTER (App_writeRunRegister): STARTED
004874*    10/15/2026  ME   WITH THE SETUP, THEN COMPLETED OR WARNING.
004875*    10/15/2026  ME   GRID IMAGES: EVERY N GENERATIONS (NEW SETUP
004876*    10/15/2026  ME   FIELDS, "B" PARM POSITIONS 42-45, PARM
004877*    10/15/2026  ME   WIDENED TO 45 BYTES) App_exportGridImage
004878*    10/15/2026  ME   WRITES THE WHOLE GRID AS A PBM BITMAP OR AN
004879*    10/15/2026  ME   AGE-SHADED PGM GRAYMAP.  ZERO LEAVES IT OFF.
004880*    10/15/2026  ME   WRITES A RUNUSAGE LINE AT RUN END -- MODE,
004881*    10/15/2026  ME   ELAPSED AND PAUSED TIME, GENERATIONS, CELLS
004882*    10/15/2026  ME   EVALUATED, PEAK ACTIVE COUNT AND GRID SIZE
004883*    10/15/2026  ME   -- THROUGH App_writeRunUsage.
004884*    10/15/2026  ME   SCENES: THE NEW SETUP FIELD, "B" PARM
004885*    10/15/2026  ME   POSITIONS 46-65 (PARM WIDENED TO 65 BYTES)
004886*    10/15/2026  ME   OR "P" PARM POSITIONS 30-49 NAME A SCENE
004887*    10/15/2026  ME   FOR App_updateCellGrid TO STAMP AT START;
004888*    10/15/2026  ME   THE AUDIT RECORD CARRIES THE SCENE NAME.
004889*    10/15/2026  ME   RANDOM SOUP: NEW SETUP FIELDS AND "B" PARM
004890*    10/15/2026  ME   POSITIONS 66-89 (PARM WIDENED TO 89 BYTES)
004891*    10/15/2026  ME   GIVE A SEED, A DENSITY IN PERCENT AND AN
004892*    10/15/2026  ME   OPTIONAL RECTANGLE TO FILL AT START; THE
004893*    10/15/2026  ME   AUDIT RECORD CARRIES ALL THREE.
004894*    10/15/2026  ME   THE RUNREG END RECORD NOW CARRIES THE RUN'S
004895*    10/15/2026  ME   OWN RETURN CODE, HELD IN ML-RUN-RETURN-CODE,
004896*    10/15/2026  ME   NOT WHATEVER THE LAST CALL LEFT BEHIND.
004897*
004900 ENVIRONMENT DIVISION.
005000  CONFIGURATION SECTION.
005100   SOURCE-COMPUTER. Linux.
007700      05  AUDIT-FINAL-GENERATION      PIC 9(09).
007701      05  FILLER                      PIC X(01) VALUE SPACE.
007702      05  AUDIT-RULE-NAME             PIC X(10).
007703      05  FILLER                      PIC X(01) VALUE SPACE.
007704      05  AUDIT-TOPOLOGY              PIC X(01).
007705      05  FILLER                      PIC X(01) VALUE SPACE.
007706      05  AUDIT-SCENE-NAME            PIC X(20).
007707*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
007708*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
007709      05  AUDIT-SOUP.
007710          10  FILLER                  PIC X(01) VALUE SPACE.
007711          10  AUDIT-SOUP-SEED         PIC 9(09).
007712          10  FILLER                  PIC X(01) VALUE SPACE.
007713          10  AUDIT-SOUP-DENSITY      PIC 9(03).
007714          10  FILLER                  PIC X(01) VALUE SPACE.
007715          10  AUDIT-SOUP-TOP          PIC 9(03).
007716          10  AUDIT-SOUP-LEFT         PIC 9(03).
007717          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
007718          10  AUDIT-SOUP-WIDTH        PIC 9(03).
007719  FD  RUN-HISTORY-FILE.
007720  01  HIST-RECORD.
007730      05  HIST-RUN-ID                 PIC X(16).
007740      05  FILLER                      PIC X(01) VALUE SPACE.
007794      COPY "setup_profile.cpy".
007800  WORKING-STORAGE SECTION.
007900      COPY "grid_common.cpy".
007950      COPY "operator_check.cpy".
007970      COPY "run_register_request.cpy".
007985      COPY "run_usage_request.cpy".
008000*
008100  77  ML-SETUP-WIDTH                  PIC 999 VALUE 40.
008200  77  ML-SETUP-HEIGHT                 PIC 999 VALUE 20.
008656  77  ML-SETUP-PROFILE-NAME           PIC X(20) VALUE SPACES.
008657  77  ML-SETUP-CENSUS                 PIC 999 VALUE ZERO.
008658  77  ML-PROF-STATUS                  PIC X(02) VALUE SPACES.
008659  77  ML-SETUP-SCENE-NAME             PIC X(20) VALUE SPACES.
008660  77  ML-RPT-RULE-NAME                PIC X(10) VALUE SPACES.
008670  77  ML-RULE-IDX                     PIC 9(02) COMP VALUE ZERO.
008680  77  ML-RULE-TARGET                  PIC X(01) VALUE SPACE.
009870  77  ML-CNS-IDX                      PIC 9(02) COMP VALUE ZERO.
009880  77  ML-CENSUS-QUOTIENT              PIC 9(09) COMP VALUE ZERO.
009890  77  ML-CENSUS-REMAINDER             PIC 9(03) COMP VALUE ZERO.
009891*
009892*** GRID IMAGES: THE SETUP SCREEN FIELDS AND THE INTERVAL CHECK.
009893  77  ML-SETUP-IMAGE-INTERVAL         PIC 999 VALUE ZERO.
009894  77  ML-SETUP-IMAGE-FORMAT           PIC X(01) VALUE "B".
009895  77  ML-IMAGE-QUOTIENT               PIC 9(09) COMP VALUE ZERO.
009896  77  ML-IMAGE-REMAINDER              PIC 9(03) COMP VALUE ZERO.
009898*
009900*** PAUSED TIME FOR THE RUNUSAGE RECORD.  THE CLOCK IS READ ONLY
009902*** WHEN THE PAUSE SWITCH CHANGES, AS SECONDS SINCE THE START OF
009904*** THE CALENDAR, SO A PAUSE THAT RUNS PAST MIDNIGHT STILL SUMS.
009906  77  ML-PAUSE-TIMING-SWITCH          PIC X(01) VALUE "N".
009908      88  ML-PAUSE-TIMING-YES             VALUE "Y".
009910      88  ML-PAUSE-TIMING-NO              VALUE "N".
009912  77  ML-PAUSE-START-SECONDS          PIC 9(11)V99 VALUE ZERO.
009914  77  ML-PAUSE-CLOCK-SECONDS          PIC 9(11)V99 VALUE ZERO.
009916  77  ML-PAUSED-SECONDS               PIC 9(07)V99 VALUE ZERO.
009918  77  ML-PAUSE-DATE                   PIC 9(08) VALUE ZERO.
009920  01  ML-PAUSE-TIME                   PIC 9(08) VALUE ZERO.
009922  01  ML-PAUSE-TIME-PARTS REDEFINES ML-PAUSE-TIME.
009924      05  ML-PAUSE-HOUR               PIC 9(02).
009926      05  ML-PAUSE-MINUTE             PIC 9(02).
009928      05  ML-PAUSE-SECOND             PIC 9(02).
009930      05  ML-PAUSE-HUNDREDTH          PIC 9(02).
009948*
009953*** RANDOM SOUP: THE SETUP SCREEN FIELDS.
009958  77  ML-SETUP-SOUP-DENSITY           PIC 999 VALUE ZERO.
009963  77  ML-SETUP-SOUP-SEED              PIC 9(09) VALUE ZERO.
009968  77  ML-SETUP-SOUP-TOP               PIC 999 VALUE ZERO.
009973  77  ML-SETUP-SOUP-LEFT              PIC 999 VALUE ZERO.
009978  77  ML-SETUP-SOUP-HEIGHT            PIC 999 VALUE ZERO.
009983  77  ML-SETUP-SOUP-WIDTH             PIC 999 VALUE ZERO.
009984*** THE RETURN CODE THE RUN ENDS WITH, HELD WHILE THE RUN-END
009985*** CALLS ARE MADE -- A CALL LEAVES THE CALLED PROGRAM'S OWN
009986*** CODE BEHIND IN RETURN-CODE.
009987  77  ML-RUN-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
009988*
010000 LINKAGE SECTION.
010100 01  LK-PARM-DATA.
010200     05  LK-PARM-LENGTH              PIC S9(04) COMP.
010300     05  LK-PARM-TEXT                PIC X(89).
010400 REPORT SECTION.
010500 RD  GRID-STATS-REPORT
010600     PAGE LIMIT 60 LINES
014286                           USING ML-SETUP-PROFILE-NAME.
014288     05  LINE 12 COLUMN 1  VALUE "CENSUS EVERY N GENS (0=OFF) :".
014290     05  LINE 12 COLUMN 32 PIC 999   USING ML-SETUP-CENSUS.
014291     05  LINE 13 COLUMN 1  VALUE "IMAGE EVERY N GENS (0=OFF)  :".
014292     05  LINE 13 COLUMN 32 PIC 999
014293                           USING ML-SETUP-IMAGE-INTERVAL.
014294     05  LINE 14 COLUMN 1  VALUE "IMAGE FORMAT (B=PBM G=PGM)  :".
014295     05  LINE 14 COLUMN 32 PIC X     USING ML-SETUP-IMAGE-FORMAT.
014296     05  LINE 15 COLUMN 1  VALUE "SCENE NAME (BLANK=NONE)     :".
014297     05  LINE 15 COLUMN 32 PIC X(20)
014298                           USING ML-SETUP-SCENE-NAME.
014300     05  LINE 16 COLUMN 1  VALUE "SOUP DENSITY % (0=NONE)     :".
014305     05  LINE 16 COLUMN 32 PIC 999   USING ML-SETUP-SOUP-DENSITY.
014310     05  LINE 17 COLUMN 1  VALUE "SOUP SEED                   :".
014315     05  LINE 17 COLUMN 32 PIC 9(09) USING ML-SETUP-SOUP-SEED.
014320     05  LINE 18 COLUMN 1  VALUE "SOUP AREA TOP LEFT HGT WID  :".
014325     05  LINE 18 COLUMN 32 PIC 999   USING ML-SETUP-SOUP-TOP.
014330     05  LINE 18 COLUMN 36 PIC 999   USING ML-SETUP-SOUP-LEFT.
014335     05  LINE 18 COLUMN 40 PIC 999   USING ML-SETUP-SOUP-HEIGHT.
014340     05  LINE 18 COLUMN 44 PIC 999   USING ML-SETUP-SOUP-WIDTH.
014345     05  LINE 19 COLUMN 32 VALUE "(ZERO HGT OR WID = WHOLE GRID)".
014390*
014400 PROCEDURE DIVISION USING LK-PARM-DATA.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016520     SET GRID-LOG-SEV-INFO TO TRUE.
016530     MOVE "RUN ENDED" TO GRID-LOG-MESSAGE.
016540     CALL "App_writeSystemLog".
016543     PERFORM 9200-WRITE-RUN-USAGE
016546         THRU 9200-WRITE-RUN-USAGE-EXIT.
016548     MOVE ZERO TO ML-RUN-RETURN-CODE.
016550     IF GRID-WARNING-YES
016560         MOVE 4 TO ML-RUN-RETURN-CODE
016570     END-IF.
016580     PERFORM 9100-REGISTER-RUN-END
016590         THRU 9100-REGISTER-RUN-END-EXIT.
016595     MOVE ML-RUN-RETURN-CODE TO RETURN-CODE.
016600     STOP RUN.
016700*
016800*------------------------------------------------------------*
017700     MOVE GRID-PATTERN-NAME    TO AUDIT-PATTERN-NAME.
017800     MOVE GRID-GENERATION      TO AUDIT-FINAL-GENERATION.
017810     MOVE GRID-RULE-NAME       TO AUDIT-RULE-NAME.
017850     MOVE GRID-TOPOLOGY-SWITCH TO AUDIT-TOPOLOGY.
017870     MOVE GRID-SCENE-NAME      TO AUDIT-SCENE-NAME.
017872     MOVE SPACES               TO AUDIT-SOUP.
017874     IF GRID-SOUP-DENSITY > ZERO
017876         MOVE GRID-SOUP-SEED    TO AUDIT-SOUP-SEED
017878         MOVE GRID-SOUP-DENSITY TO AUDIT-SOUP-DENSITY
017880         MOVE GRID-SOUP-TOP     TO AUDIT-SOUP-TOP
017882         MOVE GRID-SOUP-LEFT    TO AUDIT-SOUP-LEFT
017884         MOVE GRID-SOUP-HEIGHT  TO AUDIT-SOUP-HEIGHT
017886         MOVE GRID-SOUP-WIDTH   TO AUDIT-SOUP-WIDTH
017888     END-IF.
017900     OPEN EXTEND AUDIT-TRAIL-FILE.
018000     IF ML-AUDIT-STATUS = "35"
018100         OPEN OUTPUT AUDIT-TRAIL-FILE
018400     CLOSE AUDIT-TRAIL-FILE.
018500 9000-WRITE-AUDIT-RECORD-EXIT.
018600     EXIT.
018604*
018608*------------------------------------------------------------*
018612*    9100-REGISTER-RUN-END -- REWRITE THE RUN'S RUNREG RECORD  *
018616*    COMPLETED, OR WARNING WHEN ANY NON-FATAL FAILURE WAS      *
018620*    LOGGED ALONG THE WAY, WITH THE FINAL GENERATION AND THE   *
018624*    RETURN CODE THE RUN IS ABOUT TO END WITH, AS HELD IN      *
018626*    ML-RUN-RETURN-CODE (RAISED TO 4 IF THE REWRITE FAILS).    *
018628*------------------------------------------------------------*
018632 9100-REGISTER-RUN-END.
018636     SET RRREQ-FUNC-END TO TRUE.
018640     IF GRID-WARNING-YES
018644         MOVE "WARNING" TO RRREQ-END-STATUS
018648     ELSE
018652         MOVE "COMPLETED" TO RRREQ-END-STATUS
018656     END-IF.
018660     MOVE GRID-PATTERN-NAME TO RRREQ-PATTERN-NAME.
018664     MOVE GRID-GENERATION TO RRREQ-FINAL-GENERATION.
018668     MOVE ML-RUN-RETURN-CODE TO RRREQ-RETURN-CODE.
018672     CALL "App_writeRunRegister".
018676     IF RRREQ-FAILED
018678        AND ML-RUN-RETURN-CODE < 4
018680         MOVE 4 TO ML-RUN-RETURN-CODE
018684     END-IF.
018688 9100-REGISTER-RUN-END-EXIT.
018692     EXIT.
018700 1000-INITIALIZE.
018800     SET GRID-QUIT-NO TO TRUE.
018900     SET GRID-LOAD-PATTERN-NO TO TRUE.
019040     SET GRID-WARNING-NO TO TRUE.
019050     MOVE SPACES TO GRID-RESUME-RUN-ID.
019100     MOVE SPACES TO GRID-PATTERN-NAME.
019130     MOVE SPACES TO GRID-SCENE-NAME.
019160     SET GRID-LOAD-SCENE-NO TO TRUE.
019165     SET GRID-LOAD-SOUP-NO TO TRUE.
019170     MOVE ZERO TO GRID-SOUP-SEED.
019175     MOVE ZERO TO GRID-SOUP-DENSITY.
019180     MOVE ZERO TO GRID-SOUP-TOP.
019185     MOVE ZERO TO GRID-SOUP-LEFT.
019190     MOVE ZERO TO GRID-SOUP-HEIGHT.
019195     MOVE ZERO TO GRID-SOUP-WIDTH.
019200     MOVE ZERO TO GRID-GENERATION.
019300     MOVE 40 TO GRID-WIDTH.
019400     MOVE 20 TO GRID-HEIGHT.
019530     SET GRID-EXPORT-AGES-NO TO TRUE.
019535     MOVE ZERO TO GRID-REWIND-COUNT.
019540     MOVE ZERO TO GRID-CENSUS-INTERVAL.
019543     MOVE ZERO TO GRID-IMAGE-INTERVAL.
019546     SET GRID-IMAGE-PBM TO TRUE.
019550     MOVE 1 TO GRID-VIEW-TOP.
019560     MOVE 1 TO GRID-VIEW-LEFT.
019570     MOVE ZERO TO GRID-USAGE-GENERATIONS.
019580     MOVE ZERO TO GRID-USAGE-CANDIDATES.
019590     MOVE ZERO TO GRID-USAGE-PEAK-ACTIVE.
019600     PERFORM 1050-CAPTURE-RUN-IDENTITY
019700         THRU 1050-CAPTURE-RUN-IDENTITY-EXIT.
019710     PERFORM 1060-CHECK-OPERATOR THRU 1060-CHECK-OPERATOR-EXIT.
019720     IF OPCHK-REFUSED
019730         MOVE 16 TO RETURN-CODE
019740         STOP RUN
019750     END-IF.
019800     PERFORM 1100-PARSE-RUN-PARM THRU 1100-PARSE-RUN-PARM-EXIT.
019900     IF GRID-BATCH-MODE-NO
020000         PERFORM 1200-SETUP-SCREEN THRU 1200-SETUP-SCREEN-EXIT
020100     END-IF.
020102     IF GRID-SCENE-NAME NOT = SPACES
020104         SET GRID-LOAD-SCENE-YES TO TRUE
020106     END-IF.
020107     IF GRID-SOUP-DENSITY > ZERO
020108         SET GRID-LOAD-SOUP-YES TO TRUE
020109     END-IF.
020110     PERFORM 1300-PARSE-RULE-NAME
020120         THRU 1300-PARSE-RULE-NAME-EXIT.
020130     MOVE GRID-RULE-NAME TO ML-RPT-RULE-NAME.
020180             GRID-RULE-NAME DELIMITED BY SIZE
020190         INTO GRID-LOG-MESSAGE.
020191     CALL "App_writeSystemLog".
020193     PERFORM 1400-REGISTER-RUN-START
020195         THRU 1400-REGISTER-RUN-START-EXIT.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020400*
022300 1050-CAPTURE-RUN-IDENTITY-EXIT.
022400     EXIT.
022500*
022505*------------------------------------------------------------*
022510*    1060-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
022515*    OPERATOR ON THE OPERATORS MASTER BEFORE THE RUN STARTS.   *
022520*------------------------------------------------------------*
022525 1060-CHECK-OPERATOR.
022530     MOVE GRID-OPERATOR-ID TO OPCHK-OPERATOR-ID.
022535     MOVE "App_mainLoop" TO OPCHK-PROGRAM.
022540     MOVE GRID-RUN-ID TO OPCHK-RUN-ID.
022545     SET OPCHK-FUNC-RUN TO TRUE.
022550     CALL "App_checkOperator".
022555 1060-CHECK-OPERATOR-EXIT.
022560     EXIT.
022565*
022600*------------------------------------------------------------*
022700*    1100-PARSE-RUN-PARM -- A LEADING "B" IN THE PARM CARD     *
022800*    SELECTS HEADLESS BATCH MODE; THE NEXT EIGHT DIGITS ARE    *
023320*    RESUME SHOULD RESTORE; BLANK KEEPS THE OLD SHARED NAME.   *
023322*    POSITIONS 39-41 MAY GIVE THE FORMATION-CENSUS SAMPLING    *
023324*    INTERVAL IN GENERATIONS; BLANK OR ZERO LEAVES IT OFF.     *
023326*    POSITIONS 42-44 MAY GIVE A GRID-IMAGE INTERVAL AND        *
023328*    POSITION 45 ITS FORMAT (SEE 1150-PARSE-IMAGE-PARM).       *
023330*    A LEADING "P" INSTEAD SELECTS BATCH MODE FROM A NAMED     *
023340*    SETUP PROFILE: POSITIONS 2-9 ARE THE GENERATIONS TO RUN   *
023350*    AND POSITIONS 10-29 THE PROFILE NAME, SO A STANDARD       *
023360*    CONFIGURATION DOES NOT HAVE TO BE SPELLED OUT             *
023370*    POSITIONALLY ON EVERY CARD.                               *
023375*    EITHER CARD MAY ALSO NAME A SCENE TO STAMP AT THE START   *
023380*    -- "B" IN POSITIONS 46-65 (SEE 1160-PARSE-SCENE-PARM),    *
023385*    "P" IN POSITIONS 30-49.                                   *
023390*    A "B" CARD MAY ALSO SEED A RANDOM SOUP IN POSITIONS 66-89 *
023395*    (SEE 1170-PARSE-SOUP-PARM).                               *
023400*------------------------------------------------------------*
023500 1100-PARSE-RUN-PARM.
023600     SET GRID-BATCH-MODE-NO TO TRUE.
025102                         TO GRID-CENSUS-INTERVAL
025103                 END-IF
025104             END-IF
025105             PERFORM 1150-PARSE-IMAGE-PARM
025106                 THRU 1150-PARSE-IMAGE-PARM-EXIT
025107             PERFORM 1160-PARSE-SCENE-PARM
025108                 THRU 1160-PARSE-SCENE-PARM-EXIT
025100         END-IF
025110         IF LK-PARM-TEXT (1:1) = "P"
025120             SET GRID-BATCH-MODE-YES TO TRUE
025192                 PERFORM 1250-LOAD-SETUP-PROFILE
025193                     THRU 1250-LOAD-SETUP-PROFILE-EXIT
025194             END-IF
025195             IF LK-PARM-LENGTH >= 30
025196                 MOVE LK-PARM-TEXT (30:20) TO GRID-SCENE-NAME
025197             END-IF
025199         END-IF
025200     END-IF.
025210     IF LK-PARM-LENGTH > 0
025220        AND LK-PARM-TEXT (1:1) = "B"
025230         PERFORM 1170-PARSE-SOUP-PARM
025240             THRU 1170-PARSE-SOUP-PARM-EXIT
025250     END-IF.
025300 1100-PARSE-RUN-PARM-EXIT.
025400     EXIT.
025404*
025408*------------------------------------------------------------*
025412*    1150-PARSE-IMAGE-PARM -- "B" CARD POSITIONS 42-44 MAY     *
025416*    GIVE A GRID-IMAGE INTERVAL IN GENERATIONS (BLANK OR ZERO  *
025420*    WRITES NONE) AND POSITION 45 A "G" FOR AGE-SHADED PGM     *
025424*    GRAYMAPS INSTEAD OF THE DEFAULT PBM BITMAPS.              *
025428*------------------------------------------------------------*
025432 1150-PARSE-IMAGE-PARM.
025436     IF LK-PARM-LENGTH >= 44
025440         IF LK-PARM-TEXT (42:3) IS NUMERIC
025444             MOVE LK-PARM-TEXT (42:3) TO GRID-IMAGE-INTERVAL
025448         END-IF
025452     END-IF.
025456     IF LK-PARM-LENGTH >= 45
025460         IF LK-PARM-TEXT (45:1) = "G"
025464             SET GRID-IMAGE-PGM TO TRUE
025468         END-IF
025472     END-IF.
025476 1150-PARSE-IMAGE-PARM-EXIT.
025480     EXIT.
025481*
025482*------------------------------------------------------------*
025483*    1160-PARSE-SCENE-PARM -- "B" CARD POSITIONS 46-65 MAY     *
025484*    NAME A SCENE FROM THE SCENES FILE TO STAMP ONTO THE GRID  *
025485*    BEFORE THE FIRST GENERATION; BLANK STAMPS NONE.           *
025486*------------------------------------------------------------*
025487 1160-PARSE-SCENE-PARM.
025488     IF LK-PARM-LENGTH >= 46
025489         MOVE LK-PARM-TEXT (46:20) TO GRID-SCENE-NAME
025490     END-IF.
025491 1160-PARSE-SCENE-PARM-EXIT.
025492     EXIT.
025500*
025502*------------------------------------------------------------*
025504*    1170-PARSE-SOUP-PARM -- "B" CARD POSITIONS 66-74 MAY GIVE *
025506*    A RANDOM-SOUP SEED AND 75-77 ITS DENSITY IN PERCENT       *
025508*    (BLANK OR ZERO STAMPS NO SOUP).  POSITIONS 78-89 MAY HOLD *
025510*    IT TO A RECTANGLE -- TOP ROW, LEFT COLUMN, HEIGHT AND     *
025512*    WIDTH, THREE DIGITS EACH; BLANK FILLS THE WHOLE GRID.     *
025514*------------------------------------------------------------*
025516 1170-PARSE-SOUP-PARM.
025518     IF LK-PARM-LENGTH >= 77
025520         IF LK-PARM-TEXT (66:9) IS NUMERIC
025522            AND LK-PARM-TEXT (75:3) IS NUMERIC
025524             MOVE LK-PARM-TEXT (66:9) TO GRID-SOUP-SEED
025526             MOVE LK-PARM-TEXT (75:3) TO GRID-SOUP-DENSITY
025528         END-IF
025530     END-IF.
025532     IF LK-PARM-LENGTH >= 89
025534         IF LK-PARM-TEXT (78:12) IS NUMERIC
025536             MOVE LK-PARM-TEXT (78:3) TO GRID-SOUP-TOP
025538             MOVE LK-PARM-TEXT (81:3) TO GRID-SOUP-LEFT
025540             MOVE LK-PARM-TEXT (84:3) TO GRID-SOUP-HEIGHT
025542             MOVE LK-PARM-TEXT (87:3) TO GRID-SOUP-WIDTH
025544         END-IF
025546     END-IF.
025548 1170-PARSE-SOUP-PARM-EXIT.
025550     EXIT.
025552*
025600*------------------------------------------------------------*
025700*    1200-SETUP-SCREEN -- LET THE OPERATOR KEY IN THE GRID     *
025800*    WIDTH, HEIGHT, TICK DELAY, AND WHETHER TO RESUME FROM A   *
027300         MOVE ML-SETUP-HEIGHT TO GRID-HEIGHT
027400     END-IF.
027500     MOVE ML-SETUP-TICK-DELAY TO GRID-TICK-DELAY.
027501     MOVE ML-SETUP-IMAGE-INTERVAL TO GRID-IMAGE-INTERVAL.
027502     IF ML-SETUP-IMAGE-FORMAT = "G"
027503         SET GRID-IMAGE-PGM TO TRUE
027504     ELSE
027505         SET GRID-IMAGE-PBM TO TRUE
027506     END-IF.
027510     IF ML-SETUP-TOPOLOGY = "T"
027520         SET GRID-TOPOLOGY-TORUS TO TRUE
027530     ELSE
027593         SET GRID-EXPORT-AGES-NO TO TRUE
027594     END-IF.
027595     MOVE ML-SETUP-CENSUS TO GRID-CENSUS-INTERVAL.
027597     MOVE ML-SETUP-SCENE-NAME TO GRID-SCENE-NAME.
027600     IF ML-SETUP-RESUME = "N"
027700         SET GRID-RESUME-NO TO TRUE
027800     ELSE
028020         PERFORM 1250-LOAD-SETUP-PROFILE
028030             THRU 1250-LOAD-SETUP-PROFILE-EXIT
028040     END-IF.
028045     MOVE ML-SETUP-SOUP-DENSITY TO GRID-SOUP-DENSITY.
028050     MOVE ML-SETUP-SOUP-SEED TO GRID-SOUP-SEED.
028055     MOVE ML-SETUP-SOUP-TOP TO GRID-SOUP-TOP.
028060     MOVE ML-SETUP-SOUP-LEFT TO GRID-SOUP-LEFT.
028065     MOVE ML-SETUP-SOUP-HEIGHT TO GRID-SOUP-HEIGHT.
028070     MOVE ML-SETUP-SOUP-WIDTH TO GRID-SOUP-WIDTH.
028100 1200-SETUP-SCREEN-EXIT.
028200     EXIT.
028201*
028315 1310-PARSE-RULE-CHAR-EXIT.
028316     EXIT.
028317*
028319*------------------------------------------------------------*
028321*    1400-REGISTER-RUN-START -- PUT THE RUN ON THE RUNREG      *
028323*    REGISTER, STARTED, WITH ITS WHOLE SETUP, BEFORE THE FIRST *
028325*    GENERATION -- SO A SESSION THAT NEVER REACHES ITS AUDIT   *
028327*    LINE IS STILL ON RECORD.  A REGISTER THAT CANNOT BE       *
028329*    WRITTEN IS LOGGED AND THE RUN GOES ON TO A WARNING END.   *
028331*------------------------------------------------------------*
028333 1400-REGISTER-RUN-START.
028335     MOVE SPACES TO RRREQ-REQUEST.
028337     SET RRREQ-FUNC-START TO TRUE.
028339     MOVE "App_mainLoop" TO RRREQ-PROGRAM.
028341     MOVE GRID-RUN-ID TO RRREQ-RUN-ID.
028343     IF GRID-BATCH-MODE-YES
028345         MOVE "B" TO RRREQ-MODE
028347     ELSE
028349         MOVE "I" TO RRREQ-MODE
028351     END-IF.
028353     MOVE GRID-OPERATOR-ID TO RRREQ-OPERATOR-ID.
028355     MOVE ML-START-TIMESTAMP TO RRREQ-START-TIMESTAMP.
028357     MOVE GRID-WIDTH TO RRREQ-WIDTH.
028359     MOVE GRID-HEIGHT TO RRREQ-HEIGHT.
028361     MOVE GRID-TOPOLOGY-SWITCH TO RRREQ-TOPOLOGY.
028363     MOVE GRID-RULE-NAME TO RRREQ-RULE-NAME.
028365     MOVE ML-SETUP-PROFILE-NAME TO RRREQ-PROFILE-NAME.
028367     MOVE GRID-PATTERN-NAME TO RRREQ-PATTERN-NAME.
028369     IF GRID-RESUME-YES
028371         MOVE GRID-RESUME-RUN-ID TO RRREQ-RESUME-RUN-ID
028373     END-IF.
028375     MOVE GRID-BATCH-GENERATIONS TO RRREQ-BATCH-GENERATIONS.
028377     MOVE ZERO TO RRREQ-FINAL-GENERATION.
028379     MOVE ZERO TO RRREQ-RETURN-CODE.
028381     CALL "App_writeRunRegister".
028383     IF RRREQ-FAILED
028385         SET GRID-WARNING-YES TO TRUE
028387     END-IF.
028389 1400-REGISTER-RUN-START-EXIT.
028391     EXIT.
028393*
028400*------------------------------------------------------------*
028500*    4000-INTERACTIVE-CYCLE -- ONE FRAME OF THE RUN,          *
028600*    PERFORMED UNTIL THE KEYBOARD READER POSTS A QUIT.        *
028800 4000-INTERACTIVE-CYCLE.
028900     CALL "App_processEvents".
029000     CALL "App_processKeyboardInput".
029005     PERFORM 4100-TIME-PAUSE THRU 4100-TIME-PAUSE-EXIT.
029010     IF GRID-PAUSE-YES AND GRID-STEP-NO
029020         GO TO 4000-INTERACTIVE-CYCLE-EXIT
029030     END-IF.
029720         THRU 2950-WRITE-HISTORY-RECORD-EXIT.
029730     PERFORM 2960-CENSUS-IF-DUE
029740         THRU 2960-CENSUS-IF-DUE-EXIT.
029760     PERFORM 2990-IMAGE-IF-DUE
029780         THRU 2990-IMAGE-IF-DUE-EXIT.
029800 4000-INTERACTIVE-CYCLE-EXIT.
029900     EXIT.
029902*
029904*------------------------------------------------------------*
029906*    4100-TIME-PAUSE -- CLOCK EACH PAUSE FROM THE FRAME THE    *
029908*    "P" COMMAND TOOK HOLD TO THE FRAME IT WAS RELEASED, SO    *
029910*    THE USAGE RECORD CAN SHOW HOW LONG THE SESSION SAT IDLE.  *
029912*    A SINGLE "S" STEP DOES NOT END THE PAUSE.                 *
029914*------------------------------------------------------------*
029916 4100-TIME-PAUSE.
029918     IF GRID-PAUSE-YES AND ML-PAUSE-TIMING-NO
029920         PERFORM 4110-READ-PAUSE-CLOCK
029922             THRU 4110-READ-PAUSE-CLOCK-EXIT
029924         MOVE ML-PAUSE-CLOCK-SECONDS TO ML-PAUSE-START-SECONDS
029926         SET ML-PAUSE-TIMING-YES TO TRUE
029928     END-IF.
029930     IF GRID-PAUSE-NO AND ML-PAUSE-TIMING-YES
029932         PERFORM 4120-END-PAUSE THRU 4120-END-PAUSE-EXIT
029934     END-IF.
029936 4100-TIME-PAUSE-EXIT.
029938     EXIT.
029940*
029942 4110-READ-PAUSE-CLOCK.
029944     ACCEPT ML-PAUSE-DATE FROM DATE YYYYMMDD.
029946     ACCEPT ML-PAUSE-TIME FROM TIME.
029948     COMPUTE ML-PAUSE-CLOCK-SECONDS =
029950         FUNCTION INTEGER-OF-DATE (ML-PAUSE-DATE) * 86400
029952         + ML-PAUSE-HOUR * 3600 + ML-PAUSE-MINUTE * 60
029954         + ML-PAUSE-SECOND + ML-PAUSE-HUNDREDTH / 100.
029956 4110-READ-PAUSE-CLOCK-EXIT.
029958     EXIT.
029960*
029962 4120-END-PAUSE.
029964     PERFORM 4110-READ-PAUSE-CLOCK
029966         THRU 4110-READ-PAUSE-CLOCK-EXIT.
029968     IF ML-PAUSE-CLOCK-SECONDS > ML-PAUSE-START-SECONDS
029970         COMPUTE ML-PAUSED-SECONDS = ML-PAUSED-SECONDS
029972             + ML-PAUSE-CLOCK-SECONDS - ML-PAUSE-START-SECONDS
029974     END-IF.
029976     SET ML-PAUSE-TIMING-NO TO TRUE.
029978 4120-END-PAUSE-EXIT.
029980     EXIT.
030000*
030100*------------------------------------------------------------*
030200*    5000-BATCH-CYCLE -- ONE GENERATION OF A HEADLESS RUN, NO  *
030920         THRU 2950-WRITE-HISTORY-RECORD-EXIT.
030930     PERFORM 2960-CENSUS-IF-DUE
030940         THRU 2960-CENSUS-IF-DUE-EXIT.
030960     PERFORM 2990-IMAGE-IF-DUE
030980         THRU 2990-IMAGE-IF-DUE-EXIT.
031000 5000-BATCH-CYCLE-EXIT.
031100     EXIT.
031200*
032707     GENERATE CENSUS-LINE-DETAIL.
032708 2980-GENERATE-CENSUS-LINE-EXIT.
032709     EXIT.
032710*
032711*------------------------------------------------------------*
032712*    2990-IMAGE-IF-DUE -- EVERY GRID-IMAGE-INTERVAL            *
032713*    GENERATIONS, WRITE THE WHOLE GRID AS A PBM OR PGM IMAGE   *
032714*    THROUGH App_exportGridImage.  ZERO MEANS OFF.             *
032715*------------------------------------------------------------*
032716 2990-IMAGE-IF-DUE.
032717     IF GRID-IMAGE-INTERVAL = ZERO
032718         GO TO 2990-IMAGE-IF-DUE-EXIT
032719     END-IF.
032720     DIVIDE GRID-GENERATION BY GRID-IMAGE-INTERVAL
032721         GIVING ML-IMAGE-QUOTIENT
032722         REMAINDER ML-IMAGE-REMAINDER.
032723     IF ML-IMAGE-REMAINDER = ZERO
032724         CALL "App_exportGridImage"
032725     END-IF.
032726 2990-IMAGE-IF-DUE-EXIT.
032727     EXIT.
032728*
032729*------------------------------------------------------------*
032730*    9200-WRITE-RUN-USAGE -- ONE RUNUSAGE LINE FOR THE RUN'S   *
032731*    MACHINE TIME: ITS COUNTS FROM GRID-USAGE-COUNTERS, AND    *
032732*    THE TIME AN INTERACTIVE SESSION SAT PAUSED (A SESSION     *
032733*    QUIT WHILE PAUSED IS CLOCKED UP TO NOW).  A USAGE LINE    *
032734*    THAT CANNOT BE WRITTEN ONLY WARNS.                        *
032735*------------------------------------------------------------*
032736 9200-WRITE-RUN-USAGE.
032737     IF ML-PAUSE-TIMING-YES
032738         PERFORM 4120-END-PAUSE THRU 4120-END-PAUSE-EXIT
032739     END-IF.
032740     MOVE SPACES TO USREQ-REQUEST.
032741     MOVE "App_mainLoop" TO USREQ-PROGRAM.
032742     MOVE GRID-RUN-ID TO USREQ-RUN-ID.
032743     IF GRID-BATCH-MODE-YES
032744         MOVE "B" TO USREQ-MODE
032745     ELSE
032746         MOVE "I" TO USREQ-MODE
032747     END-IF.
032748     MOVE GRID-OPERATOR-ID TO USREQ-OPERATOR-ID.
032749     MOVE ML-START-TIMESTAMP TO USREQ-START-TIMESTAMP.
032750     MOVE GRID-WIDTH TO USREQ-WIDTH.
032751     MOVE GRID-HEIGHT TO USREQ-HEIGHT.
032752     MOVE GRID-RULE-NAME TO USREQ-RULE-NAME.
032753     MOVE GRID-USAGE-GENERATIONS TO USREQ-GENERATIONS.
032754     MOVE GRID-USAGE-CANDIDATES TO USREQ-CANDIDATE-CELLS.
032755     MOVE GRID-USAGE-PEAK-ACTIVE TO USREQ-PEAK-ACTIVE.
032756     MOVE ML-PAUSED-SECONDS TO USREQ-PAUSED-SECONDS.
032757     CALL "App_writeRunUsage".
032758     IF USREQ-FAILED
032759         SET GRID-WARNING-YES TO TRUE
032760     END-IF.
032761 9200-WRITE-RUN-USAGE-EXIT.
032762     EXIT.
