002070*    09/02/2026  ME   WRITES ARE SKIPPED, AND THE JOB ENDS WITH
002080*    09/02/2026  ME   A WARNING RETURN CODE -- THE SAME POLICY
002090*    09/02/2026  ME   App_mainLoop APPLIES.
002092*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002094*    10/15/2026  ME   BEFORE THE DECK IS OPENED; A REFUSED
002096*    10/15/2026  ME   OPERATOR ENDS THE JOB WITH RC 16.
002097*    10/15/2026  ME   THE AUDIT LINE NOW ALSO CARRIES THE CARD'S
002098*    10/15/2026  ME   EDGE TOPOLOGY, SAME AS App_mainLoop'S.
002099*    10/15/2026  ME   EACH EXPERIMENT IS NOW PUT ON THE RUNREG
002100*    10/15/2026  ME   REGISTER STARTED BEFORE ITS FIRST TICK AND
002110*    10/15/2026  ME   REWRITTEN COMPLETED OR WARNING AFTER ITS
002120*    10/15/2026  ME   AUDIT LINE, MODE "S" (SWEEP).
002122*    10/15/2026  ME   EACH EXPERIMENT ALSO WRITES A RUNUSAGE
002124*    10/15/2026  ME   LINE, MODE "S", BEFORE ITS REGISTER END, SO
002126*    10/15/2026  ME   A FAILED USAGE WRITE SHOWS AS ITS WARNING.
002127*    10/15/2026  ME   CARD POSITIONS 46-65 MAY NAME A SCENE TO
002128*    10/15/2026  ME   STAMP BEFORE THE FIRST TICK; THE AUDIT LINE
002129*    10/15/2026  ME   AND SUMMARY CARRY THE SCENE NAME.
002130*    10/15/2026  ME   CARD POSITIONS 66-92 MAY SEED A RANDOM SOUP
002131*    10/15/2026  ME   AND SWEEP ITS SEED OVER A RUN OF CARDS; THE
002132*    10/15/2026  ME   DECK CEILING IS 999 EXPERIMENTS AND THE
002133*    10/15/2026  ME   AUDIT LINE CARRIES THE SEED AND DENSITY.
002134*    10/15/2026  ME   AN EXPERIMENT RUN-ID ALREADY ON RUNREG
002135*    10/15/2026  ME   (ANOTHER DECK OR RUN IN THE SAME TEN
002136*    10/15/2026  ME   SECONDS) NOW MOVES THE BASE RUN-ID ON TO A
002137*    10/15/2026  ME   LATER CLOCK READING UNTIL IT IS FREE.
002139*
002200*    CARD LAYOUT (EXPDECK, 100 BYTES):
002300*      1-20  PATTERN NAME (BLANK = NO LIBRARY LOAD)
002400*     21-30  RULE NAME, B36/S23 STYLE (BLANK = B3/S23)
002500*        31  TOPOLOGY -- "T" TORUS, ANYTHING ELSE WALLED
002600*     32-34  GRID WIDTH
002700*     35-37  GRID HEIGHT
002800*     38-45  GENERATIONS TO RUN
002830*     46-65  SCENE NAME (BLANK = NO SCENE), STAMPED AFTER ANY
002860*            PATTERN ABOVE
002862*     66-74  SOUP SEED (66-92 BLANK = NO RANDOM SOUP)
002864*     75-77  SOUP DENSITY, PERCENT OF CELLS LIVE (000-100)
002866*     78-80  SEED SWEEP COUNT (BLANK = 1) -- RUN THE CARD THIS
002868*            MANY TIMES, SEED, SEED+1, ...
002870*     81-92  SOUP RECTANGLE -- TOP ROW, LEFT COLUMN, HEIGHT,
002872*            WIDTH, THREE DIGITS EACH (BLANK OR ZERO HEIGHT
002874*            OR WIDTH = THE WHOLE GRID).  THE SOUP IS FILLED
002876*            BEFORE ANY PATTERN OR SCENE IS STAMPED.
002900*
003000 ENVIRONMENT DIVISION.
003100  CONFIGURATION SECTION.
004500       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
004600           ORGANIZATION IS LINE SEQUENTIAL
004700           FILE STATUS IS RED-AUDIT-STATUS.
004710       SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
004720           ORGANIZATION IS INDEXED
004730           ACCESS MODE IS RANDOM
004740           RECORD KEY IS RUNREG-RUN-ID
004750           FILE STATUS IS RED-REG-STATUS.
004800   I-O-CONTROL.
004900*
005000 DATA DIVISION.
005700      05  DECK-WIDTH                  PIC 9(03).
005800      05  DECK-HEIGHT                 PIC 9(03).
005900      05  DECK-GENERATIONS            PIC 9(08).
005950      05  DECK-SCENE-NAME             PIC X(20).
005955      05  DECK-SOUP.
005960          10  DECK-SOUP-SEED          PIC 9(09).
005965          10  DECK-SOUP-DENSITY       PIC 9(03).
005970          10  DECK-SOUP-COUNT-X       PIC X(03).
005975          10  DECK-SOUP-COUNT REDEFINES DECK-SOUP-COUNT-X
005980                                      PIC 9(03).
005985          10  DECK-SOUP-AREA.
005990              15  DECK-SOUP-TOP       PIC 9(03).
005995              15  DECK-SOUP-LEFT      PIC 9(03).
006000              15  DECK-SOUP-HEIGHT    PIC 9(03).
006005              15  DECK-SOUP-WIDTH     PIC 9(03).
006010      05  FILLER                      PIC X(08).
006100  FD  SWEEP-REPORT-FILE.
006200  01  SWEEP-REPORT-RECORD             PIC X(132).
006300  FD  RUN-HISTORY-FILE.
008400      05  AUDIT-FINAL-GENERATION      PIC 9(09).
008500      05  FILLER                      PIC X(01).
008600      05  AUDIT-RULE-NAME             PIC X(10).
008630      05  FILLER                      PIC X(01).
008660      05  AUDIT-TOPOLOGY              PIC X(01).
008670      05  FILLER                      PIC X(01).
008680      05  AUDIT-SCENE-NAME            PIC X(20).
008681*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
008682*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
008683      05  AUDIT-SOUP.
008684          10  FILLER                  PIC X(01).
008685          10  AUDIT-SOUP-SEED         PIC 9(09).
008686          10  FILLER                  PIC X(01).
008687          10  AUDIT-SOUP-DENSITY      PIC 9(03).
008688          10  FILLER                  PIC X(01).
008689          10  AUDIT-SOUP-TOP          PIC 9(03).
008690          10  AUDIT-SOUP-LEFT         PIC 9(03).
008691          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
008692          10  AUDIT-SOUP-WIDTH        PIC 9(03).
008694*** READ ONLY TO SEE WHETHER AN EXPERIMENT'S RUN-ID IS TAKEN --
008695*** App_writeRunRegister KEEPS THE REGISTER ITSELF.
008696  FD  RUN-REGISTER-FILE.
008698      COPY "run_register.cpy".
008700  WORKING-STORAGE SECTION.
008800      COPY "grid_common.cpy".
008850      COPY "operator_check.cpy".
008870      COPY "run_register_request.cpy".
008885      COPY "run_usage_request.cpy".
008900*
009000  77  RED-DECK-STATUS                 PIC X(02) VALUE SPACES.
009100  77  RED-SWEEP-STATUS                PIC X(02) VALUE SPACES.
009650  77  RED-HIST-OPEN-SWITCH            PIC X(01) VALUE "N".
009660      88  RED-HIST-OPEN-YES               VALUE "Y".
009670      88  RED-HIST-OPEN-NO                VALUE "N".
009675*** THE JOB-WIDE WARNING SWITCH AS IT STOOD BEFORE THE EXPERIMENT
009680*** IN PROGRESS, SO EACH EXPERIMENT'S REGISTER RECORD SHOWS ONLY
009685*** ITS OWN WARNINGS AND THE JOB STILL ENDS ON ALL OF THEM.
009690  77  RED-PRIOR-WARNING-SWITCH        PIC X(01) VALUE "N".
009695  77  RED-EXP-START-TIMESTAMP         PIC X(17) VALUE SPACES.
009700  77  RED-CARD-COUNT                  PIC 9(03) COMP VALUE ZERO.
009800  77  RED-REJECT-COUNT                PIC 9(03) COMP VALUE ZERO.
009900  77  RED-EXPERIMENT-COUNT            PIC 9(03) COMP VALUE ZERO.
010000  77  RED-EXPERIMENT-SEQ              PIC 9(03) VALUE ZERO.
010100  77  RED-GEN-IDX                     PIC 9(08) COMP VALUE ZERO.
010200  77  RED-ROW                         PIC 9(03) COMP VALUE ZERO.
010300  77  RED-COL                         PIC 9(03) COMP VALUE ZERO.
010800  77  RED-CURRENT-TIME                PIC 9(08) VALUE ZERO.
010900  77  RED-START-TIMESTAMP             PIC X(17) VALUE SPACES.
011000  77  RED-BASE-RUN-ID                 PIC X(16) VALUE SPACES.
011010  77  RED-REG-STATUS                  PIC X(02) VALUE SPACES.
011020  77  RED-RUN-ID-SWITCH               PIC X(01) VALUE "N".
011030      88  RED-RUN-ID-FREE                 VALUE "Y".
011040      88  RED-RUN-ID-TAKEN                VALUE "N".
011050  77  RED-RUN-ID-TRIES                PIC 9(03) COMP VALUE ZERO.
011060  77  RED-SLEEP-NANOSECONDS           PIC 9(11) COMP-5
011070                                      VALUE 1000000000.
011100  77  RED-RULE-IDX                    PIC 9(02) COMP VALUE ZERO.
011200  77  RED-RULE-TARGET                 PIC X(01) VALUE SPACE.
011300  77  RED-RULE-DIGIT-COUNT            PIC 9(02) COMP VALUE ZERO.
011400  77  RED-RULE-MASK-POS               PIC 9(02) COMP VALUE ZERO.
011405*** THE CARD'S RANDOM SOUP, CHECKED BY 2050-CHECK-SOUP-FIELDS.
011410*** A SWEEP RUNS THE CARD ONCE PER SEED, FROM THE CARD'S SEED UP.
011415  77  RED-SOUP-REJECT                 PIC X(50) VALUE SPACES.
011420  77  RED-SOUP-BASE-SEED              PIC 9(09) VALUE ZERO.
011425  77  RED-SOUP-SEED                   PIC 9(10) COMP VALUE ZERO.
011430  77  RED-SOUP-DENSITY                PIC 9(03) VALUE ZERO.
011435  77  RED-SOUP-TOP                    PIC 9(03) VALUE ZERO.
011440  77  RED-SOUP-LEFT                   PIC 9(03) VALUE ZERO.
011445  77  RED-SOUP-HEIGHT                 PIC 9(03) VALUE ZERO.
011450  77  RED-SOUP-WIDTH                  PIC 9(03) VALUE ZERO.
011455  77  RED-SOUP-RUNS                   PIC 9(04) COMP VALUE ZERO.
011460  77  RED-SOUP-IDX                    PIC 9(04) COMP VALUE ZERO.
011500*
011600*** ONE RULE-NAME DIGIT, REDEFINED NUMERIC SO THE MASK POSITION
011700*** CAN BE COMPUTED WITH ORDINARY ARITHMETIC, SAME AS THE PARSE
012400*** ONE SUMMARY SLOT PER EXPERIMENT, FILLED AS EACH RUN ENDS AND
012500*** PRINTED TOGETHER AT THE END OF THE DECK.
012600  01  RED-SUMMARY-TABLE.
012700      05  RED-SUMMARY-ENTRY OCCURS 999 TIMES.
012800          10  RED-SUM-RUN-ID          PIC X(16).
012900          10  RED-SUM-PATTERN         PIC X(20).
013000          10  RED-SUM-RULE            PIC X(10).
013500*
013600*** REPORT LINE LAYOUTS.
013700  01  RED-SWEEP-HEAD-LINE.
013800      05  FILLER                      PIC X(05) VALUE "EXP".
013900      05  FILLER                      PIC X(18)
014000                                      VALUE "RUN-ID".
014100      05  FILLER                      PIC X(22)
015100      05  FILLER                      PIC X(12)
015200                                      VALUE "  AVG DEATHS".
015300  01  RED-SWEEP-LINE.
015400      05  RED-SWP-NO                  PIC ZZ9.
015500      05  FILLER                      PIC X(02) VALUE SPACES.
015600      05  RED-SWP-RUN-ID              PIC X(16).
015700      05  FILLER                      PIC X(02) VALUE SPACES.
017510     SET GRID-WARNING-NO TO TRUE.
017600     PERFORM 1050-CAPTURE-RUN-IDENTITY
017700         THRU 1050-CAPTURE-RUN-IDENTITY-EXIT.
017710     PERFORM 1060-CHECK-OPERATOR THRU 1060-CHECK-OPERATOR-EXIT.
017720     IF OPCHK-REFUSED
017730         MOVE 16 TO RETURN-CODE
017740         GO TO 0000-MAINLINE-EXIT
017750     END-IF.
017800     OPEN INPUT EXPERIMENT-DECK-FILE.
017900     IF RED-DECK-STATUS NOT = "00"
018000         DISPLAY "UNABLE TO OPEN EXPDECK " RED-DECK-STATUS
020200*    1050-CAPTURE-RUN-IDENTITY -- STAMP THE BASE RUN-ID AND    *
020300*    START TIMESTAMP FROM THE SYSTEM CLOCK, AND PICK UP THE    *
020400*    OPERATOR ID, THE SAME WAY App_mainLoop DOES.  EACH        *
020500*    EXPERIMENT OVERLAYS THE LAST THREE RUN-ID BYTES WITH ITS  *
020550*    SEQUENCE SO THE QUALIFIED WORK FILES DO NOT COLLIDE, AND  *
020600*    3200 MOVES THE BASE ON TO A LATER CLOCK READING IF THAT   *
020650*    RUN-ID IS ALREADY ON THE RUN REGISTER.                    *
020700*------------------------------------------------------------*
020800 1050-CAPTURE-RUN-IDENTITY.
020900     ACCEPT RED-CURRENT-DATE FROM DATE YYYYMMDD.
022000 1050-CAPTURE-RUN-IDENTITY-EXIT.
022100     EXIT.
022200*
022205*------------------------------------------------------------*
022210*    1060-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
022215*    OPERATOR ON THE OPERATORS MASTER BEFORE THE DECK RUNS.    *
022220*------------------------------------------------------------*
022225 1060-CHECK-OPERATOR.
022230     MOVE GRID-OPERATOR-ID TO OPCHK-OPERATOR-ID.
022235     MOVE "App_runExperimentDeck" TO OPCHK-PROGRAM.
022240     MOVE RED-BASE-RUN-ID TO OPCHK-RUN-ID.
022245     SET OPCHK-FUNC-RUN TO TRUE.
022250     CALL "App_checkOperator".
022255 1060-CHECK-OPERATOR-EXIT.
022260     EXIT.
022265*
022300*------------------------------------------------------------*
022400*    2000-PROCESS-CARD -- READ ONE EXPERIMENT CARD, VALIDATE   *
022500*    ITS FIELDS, AND RUN IT.  A BAD CARD IS REJECTED WITH A    *
023500     IF DECK-CARD-RECORD = SPACES
023600         GO TO 2000-PROCESS-CARD-EXIT
023700     END-IF.
023800     IF RED-EXPERIMENT-COUNT >= 999
023900         ADD 1 TO RED-REJECT-COUNT
024000         DISPLAY "CARD " RED-CARD-COUNT
024100             " REJECTED -- DECK OVER 999 EXPERIMENTS"
024200         GO TO 2000-PROCESS-CARD-EXIT
024300     END-IF.
024400     IF DECK-WIDTH IS NOT NUMERIC
026200             " REJECTED -- ZERO GENERATIONS"
026300         GO TO 2000-PROCESS-CARD-EXIT
026400     END-IF.
026410     PERFORM 2050-CHECK-SOUP-FIELDS
026420         THRU 2050-CHECK-SOUP-FIELDS-EXIT.
026430     IF RED-SOUP-REJECT NOT = SPACES
026440         ADD 1 TO RED-REJECT-COUNT
026450         DISPLAY "CARD " RED-CARD-COUNT
026460             " REJECTED -- " RED-SOUP-REJECT
026470         GO TO 2000-PROCESS-CARD-EXIT
026480     END-IF.
026490     PERFORM 2100-RUN-SWEEP-STEP THRU 2100-RUN-SWEEP-STEP-EXIT
026500         VARYING RED-SOUP-IDX FROM 1 BY 1
026510             UNTIL RED-SOUP-IDX > RED-SOUP-RUNS.
026700 2000-PROCESS-CARD-EXIT.
026800     EXIT.
026801*
026802*------------------------------------------------------------*
026803*    2050-CHECK-SOUP-FIELDS -- A CARD WITH POSITIONS 66-92     *
026804*    BLANK RUNS ONCE WITH NO SOUP.  OTHERWISE THE SEED AND     *
026805*    DENSITY MUST BE NUMERIC AND THE DENSITY NO MORE THAN 100, *
026806*    A SWEEP COUNT (BLANK = 1) MUST BE NUMERIC, A RECTANGLE    *
026807*    MUST BE NUMERIC AND LIE INSIDE THE CARD'S GRID, AND THE   *
026808*    SWEEP MUST FIT IN WHAT IS LEFT OF THE DECK'S 999 RUNS.    *
026809*    A ZERO DENSITY MEANS NO SOUP AND ONE RUN.                 *
026810*------------------------------------------------------------*
026811 2050-CHECK-SOUP-FIELDS.
026812     MOVE SPACES TO RED-SOUP-REJECT.
026813     MOVE ZERO TO RED-SOUP-BASE-SEED.
026814     MOVE ZERO TO RED-SOUP-DENSITY.
026815     MOVE ZERO TO RED-SOUP-TOP.
026816     MOVE ZERO TO RED-SOUP-LEFT.
026817     MOVE ZERO TO RED-SOUP-HEIGHT.
026818     MOVE ZERO TO RED-SOUP-WIDTH.
026819     MOVE 1 TO RED-SOUP-RUNS.
026820     IF DECK-SOUP = SPACES
026821         GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026822     END-IF.
026823     IF DECK-SOUP-SEED IS NOT NUMERIC
026824        OR DECK-SOUP-DENSITY IS NOT NUMERIC
026825         MOVE "NON-NUMERIC SOUP SEED OR DENSITY"
026826             TO RED-SOUP-REJECT
026827         GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026828     END-IF.
026829     IF DECK-SOUP-DENSITY > 100
026830         MOVE "SOUP DENSITY OVER 100 PERCENT" TO RED-SOUP-REJECT
026831         GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026832     END-IF.
026833     MOVE DECK-SOUP-SEED TO RED-SOUP-BASE-SEED.
026834     MOVE DECK-SOUP-DENSITY TO RED-SOUP-DENSITY.
026835     IF DECK-SOUP-COUNT-X NOT = SPACES
026836         IF DECK-SOUP-COUNT IS NOT NUMERIC
026837             MOVE "NON-NUMERIC SEED SWEEP COUNT"
026838                 TO RED-SOUP-REJECT
026839             GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026840         END-IF
026841         IF DECK-SOUP-COUNT > 1 AND RED-SOUP-DENSITY > ZERO
026842             MOVE DECK-SOUP-COUNT TO RED-SOUP-RUNS
026843         END-IF
026844     END-IF.
026845     IF DECK-SOUP-AREA NOT = SPACES
026846         IF DECK-SOUP-AREA IS NOT NUMERIC
026847             MOVE "NON-NUMERIC SOUP RECTANGLE" TO RED-SOUP-REJECT
026848             GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026849         END-IF
026850         MOVE DECK-SOUP-TOP TO RED-SOUP-TOP
026851         MOVE DECK-SOUP-LEFT TO RED-SOUP-LEFT
026852         MOVE DECK-SOUP-HEIGHT TO RED-SOUP-HEIGHT
026853         MOVE DECK-SOUP-WIDTH TO RED-SOUP-WIDTH
026854     END-IF.
026855     IF RED-SOUP-HEIGHT > ZERO AND RED-SOUP-WIDTH > ZERO
026856         IF RED-SOUP-TOP < 1 OR RED-SOUP-LEFT < 1
026857            OR RED-SOUP-TOP + RED-SOUP-HEIGHT - 1 > DECK-HEIGHT
026858            OR RED-SOUP-LEFT + RED-SOUP-WIDTH - 1 > DECK-WIDTH
026859             MOVE "SOUP RECTANGLE OUTSIDE THE GRID"
026860                 TO RED-SOUP-REJECT
026861             GO TO 2050-CHECK-SOUP-FIELDS-EXIT
026862         END-IF
026863     END-IF.
026864     IF RED-EXPERIMENT-COUNT + RED-SOUP-RUNS > 999
026865         MOVE "SEED SWEEP TAKES THE DECK OVER 999 EXPERIMENTS"
026866             TO RED-SOUP-REJECT
026867     END-IF.
026868 2050-CHECK-SOUP-FIELDS-EXIT.
026869     EXIT.
026870*
026871*------------------------------------------------------------*
026872*    2100-RUN-SWEEP-STEP -- ONE EXPERIMENT FOR THE CARD.  STEP *
026873*    N OF A SEED SWEEP RUNS THE CARD'S SEED PLUS N-1, WRAPPING *
026874*    PAST 999999999 BACK AROUND TO ZERO.                       *
026875*------------------------------------------------------------*
026876 2100-RUN-SWEEP-STEP.
026877     COMPUTE RED-SOUP-SEED =
026878         RED-SOUP-BASE-SEED + RED-SOUP-IDX - 1.
026879     IF RED-SOUP-SEED > 999999999
026880         SUBTRACT 1000000000 FROM RED-SOUP-SEED
026881     END-IF.
026882     PERFORM 3000-RUN-ONE-EXPERIMENT
026883         THRU 3000-RUN-ONE-EXPERIMENT-EXIT.
026884 2100-RUN-SWEEP-STEP-EXIT.
026885     EXIT.
026900*
027000*------------------------------------------------------------*
027100*    3000-RUN-ONE-EXPERIMENT -- RESET THE SHARED GRID STATE,   *
029900         MOVE DECK-PATTERN-NAME TO GRID-PATTERN-NAME
030000         SET GRID-LOAD-PATTERN-YES TO TRUE
030100     END-IF.
030105     IF DECK-SCENE-NAME NOT = SPACES
030110         MOVE DECK-SCENE-NAME TO GRID-SCENE-NAME
030115         SET GRID-LOAD-SCENE-YES TO TRUE
030120     END-IF.
030122     PERFORM 3060-APPLY-CARD-SOUP
030124         THRU 3060-APPLY-CARD-SOUP-EXIT.
030130     PERFORM 3050-REGISTER-EXP-START
030160         THRU 3050-REGISTER-EXP-START-EXIT.
030200     CANCEL "App_updateCellGrid".
030300     MOVE ZERO TO RED-BIRTH-SUM.
030400     MOVE ZERO TO RED-DEATH-SUM.
031320     END-IF.
031400     PERFORM 3700-WRITE-AUDIT-RECORD
031500         THRU 3700-WRITE-AUDIT-RECORD-EXIT.
031510     PERFORM 3770-WRITE-EXP-USAGE
031520         THRU 3770-WRITE-EXP-USAGE-EXIT.
031530     PERFORM 3750-REGISTER-EXP-END
031560         THRU 3750-REGISTER-EXP-END-EXIT.
031600     PERFORM 3800-RECORD-SUMMARY
031700         THRU 3800-RECORD-SUMMARY-EXIT.
031800 3000-RUN-ONE-EXPERIMENT-EXIT.
031900     EXIT.
032000*
032002*------------------------------------------------------------*
032004*    3050-REGISTER-EXP-START -- PUT THE EXPERIMENT ON THE      *
032006*    RUNREG REGISTER, STARTED, WITH THE CARD'S SETUP, BEFORE   *
032008*    ITS FIRST TICK, UNDER ITS OWN START TIMESTAMP.  THE JOB'S *
032010*    WARNING SWITCH IS SET ASIDE SO THIS EXPERIMENT'S ENDING   *
032012*    REFLECTS ONLY WHAT WENT WRONG WHILE IT RAN.               *
032014*------------------------------------------------------------*
032016 3050-REGISTER-EXP-START.
032018     MOVE GRID-WARNING-SWITCH TO RED-PRIOR-WARNING-SWITCH.
032020     SET GRID-WARNING-NO TO TRUE.
032022     ACCEPT RED-CURRENT-DATE FROM DATE YYYYMMDD.
032024     ACCEPT RED-CURRENT-TIME FROM TIME.
032026     MOVE SPACES TO RED-EXP-START-TIMESTAMP.
032028     STRING RED-CURRENT-DATE DELIMITED BY SIZE
032030             "-" DELIMITED BY SIZE
032032             RED-CURRENT-TIME DELIMITED BY SIZE
032034         INTO RED-EXP-START-TIMESTAMP.
032036     MOVE SPACES TO RRREQ-REQUEST.
032038     SET RRREQ-FUNC-START TO TRUE.
032040     MOVE "App_runExperimentDeck" TO RRREQ-PROGRAM.
032042     MOVE GRID-RUN-ID TO RRREQ-RUN-ID.
032044     MOVE "S" TO RRREQ-MODE.
032046     MOVE GRID-OPERATOR-ID TO RRREQ-OPERATOR-ID.
032048     MOVE RED-EXP-START-TIMESTAMP TO RRREQ-START-TIMESTAMP.
032050     MOVE GRID-WIDTH TO RRREQ-WIDTH.
032052     MOVE GRID-HEIGHT TO RRREQ-HEIGHT.
032054     MOVE GRID-TOPOLOGY-SWITCH TO RRREQ-TOPOLOGY.
032056     MOVE GRID-RULE-NAME TO RRREQ-RULE-NAME.
032058     MOVE GRID-PATTERN-NAME TO RRREQ-PATTERN-NAME.
032060     MOVE DECK-GENERATIONS TO RRREQ-BATCH-GENERATIONS.
032062     MOVE ZERO TO RRREQ-FINAL-GENERATION.
032064     MOVE ZERO TO RRREQ-RETURN-CODE.
032066     CALL "App_writeRunRegister".
032068     IF RRREQ-FAILED
032070         SET GRID-WARNING-YES TO TRUE
032072     END-IF.
032074 3050-REGISTER-EXP-START-EXIT.
032076     EXIT.
032078*
032079*------------------------------------------------------------*
032080*    3060-APPLY-CARD-SOUP -- A SOUP CARD HANDS THIS STEP'S     *
032081*    SEED, THE DENSITY AND ANY RECTANGLE TO App_updateCellGrid *
032082*    TO FILL BEFORE THE FIRST TICK.                            *
032083*------------------------------------------------------------*
032084 3060-APPLY-CARD-SOUP.
032085     IF RED-SOUP-DENSITY > ZERO
032086         MOVE RED-SOUP-SEED TO GRID-SOUP-SEED
032087         MOVE RED-SOUP-DENSITY TO GRID-SOUP-DENSITY
032088         MOVE RED-SOUP-TOP TO GRID-SOUP-TOP
032089         MOVE RED-SOUP-LEFT TO GRID-SOUP-LEFT
032090         MOVE RED-SOUP-HEIGHT TO GRID-SOUP-HEIGHT
032091         MOVE RED-SOUP-WIDTH TO GRID-SOUP-WIDTH
032092         SET GRID-LOAD-SOUP-YES TO TRUE
032093     END-IF.
032094 3060-APPLY-CARD-SOUP-EXIT.
032095     EXIT.
032096*
032100*------------------------------------------------------------*
032200*    3100-RESET-GRID-STATE -- CLEAR EVERY CELL, AGE, COUNTER   *
032300*    AND SWITCH THE PRIOR EXPERIMENT LEFT IN THE SHARED        *
033300     MOVE ZERO TO GRID-POPULATION-COUNT.
033400     MOVE ZERO TO GRID-BIRTH-COUNT.
033500     MOVE ZERO TO GRID-DEATH-COUNT.
033525     MOVE ZERO TO GRID-USAGE-GENERATIONS.
033550     MOVE ZERO TO GRID-USAGE-CANDIDATES.
033575     MOVE ZERO TO GRID-USAGE-PEAK-ACTIVE.
033600     MOVE ZERO TO GRID-TICK-DELAY.
033700     SET GRID-QUIT-NO TO TRUE.
033800     SET GRID-LOAD-PATTERN-NO TO TRUE.
034300     SET GRID-BATCH-MODE-YES TO TRUE.
034400     SET GRID-EXPORT-AGES-NO TO TRUE.
034500     MOVE SPACES TO GRID-PATTERN-NAME.
034530     MOVE SPACES TO GRID-SCENE-NAME.
034560     SET GRID-LOAD-SCENE-NO TO TRUE.
034565     SET GRID-LOAD-SOUP-NO TO TRUE.
034570     MOVE ZERO TO GRID-SOUP-SEED.
034575     MOVE ZERO TO GRID-SOUP-DENSITY.
034580     MOVE ZERO TO GRID-SOUP-TOP.
034585     MOVE ZERO TO GRID-SOUP-LEFT.
034590     MOVE ZERO TO GRID-SOUP-HEIGHT.
034595     MOVE ZERO TO GRID-SOUP-WIDTH.
034600     MOVE SPACES TO GRID-RESUME-RUN-ID.
034700 3100-RESET-GRID-STATE-EXIT.
034800     EXIT.
036200*
036300*------------------------------------------------------------*
036400*    3200-SET-EXPERIMENT-RUN-ID -- THE BASE TIMESTAMP RUN-ID   *
036500*    WITH ITS LAST THREE BYTES OVERLAID BY THE EXPERIMENT      *
036520*    SEQUENCE, SO EVERY EXPERIMENT'S QUALIFIED WORK FILES ARE  *
036540*    DISTINCT WITHIN THE JOB.  THE OVERLAY TAKES THE UNITS OF  *
036560*    SECONDS TOO, SO ANOTHER DECK OR RUN IN THE SAME TEN       *
036580*    SECONDS CAN ARRIVE AT THE SAME RUN-ID.  ONE ALREADY ON    *
036600*    RUNREG SENDS THE BASE ON TO A NEW CLOCK READING A SECOND  *
036620*    LATER, UNTIL THE RUN-ID IS FREE.  AFTER A MINUTE IT GIVES *
036640*    UP AND LEAVES THE CLASH FOR THE REGISTER TO REPORT.       *
036800*------------------------------------------------------------*
036900 3200-SET-EXPERIMENT-RUN-ID.
036950     MOVE ZERO TO RED-RUN-ID-TRIES.
036960     SET RED-RUN-ID-TAKEN TO TRUE.
036970     PERFORM 3210-TRY-RUN-ID THRU 3210-TRY-RUN-ID-EXIT
036980         UNTIL RED-RUN-ID-FREE OR RED-RUN-ID-TRIES >= 60.
037300 3200-SET-EXPERIMENT-RUN-ID-EXIT.
037400     EXIT.
037405*
037410 3210-TRY-RUN-ID.
037415     IF RED-RUN-ID-TRIES > ZERO
037420         CALL "CBL_GC_NANOSLEEP" USING RED-SLEEP-NANOSECONDS
037425         ACCEPT RED-CURRENT-DATE FROM DATE YYYYMMDD
037430         ACCEPT RED-CURRENT-TIME FROM TIME
037435         STRING RED-CURRENT-DATE DELIMITED BY SIZE
037440                 RED-CURRENT-TIME DELIMITED BY SIZE
037445             INTO RED-BASE-RUN-ID
037450     END-IF.
037455     ADD 1 TO RED-RUN-ID-TRIES.
037460     MOVE RED-BASE-RUN-ID TO GRID-RUN-ID.
037465     MOVE RED-EXPERIMENT-COUNT TO RED-EXPERIMENT-SEQ.
037470     MOVE RED-EXPERIMENT-SEQ TO GRID-RUN-ID (14:3).
037472*** NO REGISTER YET, OR ONE THAT WILL NOT OPEN, HAS NOTHING TO
037474*** CLASH WITH HERE -- App_writeRunRegister REPORTS ITS OWN
037476*** TROUBLE WHEN THE EXPERIMENT STARTS.
037478     SET RED-RUN-ID-FREE TO TRUE.
037480     OPEN INPUT RUN-REGISTER-FILE.
037482     IF RED-REG-STATUS NOT = "00"
037484         GO TO 3210-TRY-RUN-ID-EXIT
037486     END-IF.
037488     MOVE GRID-RUN-ID TO RUNREG-RUN-ID.
037490     READ RUN-REGISTER-FILE
037491         INVALID KEY
037492             CONTINUE
037493         NOT INVALID KEY
037494             SET RED-RUN-ID-TAKEN TO TRUE
037495     END-READ.
037496     CLOSE RUN-REGISTER-FILE.
037497 3210-TRY-RUN-ID-EXIT.
037498     EXIT.
037500*
037600*------------------------------------------------------------*
037700*    3300-PARSE-RULE-NAME -- TURN THE CARD'S "B36/S23" STYLE   *
045600     MOVE GRID-PATTERN-NAME    TO AUDIT-PATTERN-NAME.
045700     MOVE GRID-GENERATION      TO AUDIT-FINAL-GENERATION.
045800     MOVE GRID-RULE-NAME       TO AUDIT-RULE-NAME.
045850     MOVE GRID-TOPOLOGY-SWITCH TO AUDIT-TOPOLOGY.
045870     MOVE GRID-SCENE-NAME      TO AUDIT-SCENE-NAME.
045872     IF GRID-SOUP-DENSITY > ZERO
045874         MOVE GRID-SOUP-SEED    TO AUDIT-SOUP-SEED
045876         MOVE GRID-SOUP-DENSITY TO AUDIT-SOUP-DENSITY
045878         MOVE GRID-SOUP-TOP     TO AUDIT-SOUP-TOP
045880         MOVE GRID-SOUP-LEFT    TO AUDIT-SOUP-LEFT
045882         MOVE GRID-SOUP-HEIGHT  TO AUDIT-SOUP-HEIGHT
045884         MOVE GRID-SOUP-WIDTH   TO AUDIT-SOUP-WIDTH
045886     END-IF.
045900     OPEN EXTEND AUDIT-TRAIL-FILE.
046000     IF RED-AUDIT-STATUS = "35"
046100         OPEN OUTPUT AUDIT-TRAIL-FILE
046500 3700-WRITE-AUDIT-RECORD-EXIT.
046600     EXIT.
046700*
046702*------------------------------------------------------------*
046704*    3750-REGISTER-EXP-END -- REWRITE THE EXPERIMENT'S RUNREG  *
046706*    RECORD COMPLETED, OR WARNING WHEN ANY NON-FATAL FAILURE   *
046708*    WAS LOGGED WHILE IT RAN, THEN FOLD ITS WARNING BACK INTO  *
046710*    THE JOB'S.                                                *
046712*------------------------------------------------------------*
046714 3750-REGISTER-EXP-END.
046716     SET RRREQ-FUNC-END TO TRUE.
046718     IF GRID-WARNING-YES
046720         MOVE "WARNING" TO RRREQ-END-STATUS
046722         MOVE 4 TO RRREQ-RETURN-CODE
046724     ELSE
046726         MOVE "COMPLETED" TO RRREQ-END-STATUS
046728         MOVE ZERO TO RRREQ-RETURN-CODE
046730     END-IF.
046732     MOVE GRID-PATTERN-NAME TO RRREQ-PATTERN-NAME.
046734     MOVE GRID-GENERATION TO RRREQ-FINAL-GENERATION.
046736     CALL "App_writeRunRegister".
046738     IF RRREQ-FAILED
046740         SET GRID-WARNING-YES TO TRUE
046742     END-IF.
046744     IF RED-PRIOR-WARNING-SWITCH = "Y"
046746         SET GRID-WARNING-YES TO TRUE
046748     END-IF.
046750 3750-REGISTER-EXP-END-EXIT.
046752     EXIT.
046754*
046755*------------------------------------------------------------*
046756*    3770-WRITE-EXP-USAGE -- ONE RUNUSAGE LINE PER EXPERIMENT, *
046757*    MODE "S", TIMED FROM THE EXPERIMENT'S OWN START STAMP,    *
046758*    WITH THE COUNTS App_updateCellGrid KEPT WHILE IT RAN.  A  *
046759*    USAGE LINE THAT CANNOT BE WRITTEN ONLY WARNS.             *
046760*------------------------------------------------------------*
046761 3770-WRITE-EXP-USAGE.
046762     MOVE SPACES TO USREQ-REQUEST.
046763     MOVE "App_runExperimentDeck" TO USREQ-PROGRAM.
046764     MOVE GRID-RUN-ID TO USREQ-RUN-ID.
046765     MOVE "S" TO USREQ-MODE.
046766     MOVE GRID-OPERATOR-ID TO USREQ-OPERATOR-ID.
046767     MOVE RED-EXP-START-TIMESTAMP TO USREQ-START-TIMESTAMP.
046768     MOVE GRID-WIDTH TO USREQ-WIDTH.
046769     MOVE GRID-HEIGHT TO USREQ-HEIGHT.
046770     MOVE GRID-RULE-NAME TO USREQ-RULE-NAME.
046771     MOVE GRID-USAGE-GENERATIONS TO USREQ-GENERATIONS.
046772     MOVE GRID-USAGE-CANDIDATES TO USREQ-CANDIDATE-CELLS.
046773     MOVE GRID-USAGE-PEAK-ACTIVE TO USREQ-PEAK-ACTIVE.
046774     MOVE ZERO TO USREQ-PAUSED-SECONDS.
046775     CALL "App_writeRunUsage".
046776     IF USREQ-FAILED
046777         SET GRID-WARNING-YES TO TRUE
046778     END-IF.
046779 3770-WRITE-EXP-USAGE-EXIT.
046780     EXIT.
046781*
046800 3800-RECORD-SUMMARY.
046900     MOVE GRID-RUN-ID TO RED-SUM-RUN-ID (RED-EXPERIMENT-COUNT).
047000     MOVE DECK-PATTERN-NAME
047100         TO RED-SUM-PATTERN (RED-EXPERIMENT-COUNT).
047120     IF DECK-PATTERN-NAME = SPACES
047140         MOVE DECK-SCENE-NAME
047160             TO RED-SUM-PATTERN (RED-EXPERIMENT-COUNT)
047180     END-IF.
047182     IF DECK-PATTERN-NAME = SPACES AND DECK-SCENE-NAME = SPACES
047184        AND GRID-SOUP-DENSITY > ZERO
047186         STRING "SOUP " GRID-SOUP-SEED " " GRID-SOUP-DENSITY "%"
047188             DELIMITED BY SIZE
047190             INTO RED-SUM-PATTERN (RED-EXPERIMENT-COUNT)
047192     END-IF.
047200     MOVE GRID-RULE-NAME
047300         TO RED-SUM-RULE (RED-EXPERIMENT-COUNT).
047400     MOVE GRID-GENERATION
