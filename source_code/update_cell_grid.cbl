004362*    09/02/2026  ME   CLASSIFY TESTS AS BEFORE) OR THE PRE-AGE
004363*    09/02/2026  ME   LAYOUT, SO EXISTING CHECKPOINTS STILL
004364*    09/02/2026  ME   RESTORE.
004368*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
004372*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
004376*    10/15/2026  ME   MATCH THE FILE.
004377*    10/15/2026  ME   KEEPS THE RUN'S USAGE COUNTERS FOR THE
004378*    10/15/2026  ME   RUNUSAGE RECORD: GENERATIONS STEPPED,
004379*    10/15/2026  ME   CANDIDATE CELLS EVALUATED, AND THE PEAK
004380*    10/15/2026  ME   ACTIVE-LIST COUNT.
004381*    10/15/2026  ME   A NAMED SCENE (GRID-LOAD-SCENE-YES) IS
004382*    10/15/2026  ME   CHECKED AND STAMPED THROUGH App_loadScene
004383*    10/15/2026  ME   AND THE LIST REBUILT, THE SAME AS A PATTERN
004384*    10/15/2026  ME   LOAD, WITH ONE PATUSAGE LINE PER PLACEMENT.
004385*    10/15/2026  ME   A REJECTED SCENE LEAVES THE GRID ALONE AND
004386*    10/15/2026  ME   IS LOGGED AS A WARNING.
004387*    10/15/2026  ME   A RANDOM SOUP (GRID-LOAD-SOUP-YES) FILLS THE
004388*    10/15/2026  ME   GRID, OR A RECTANGLE IN IT, AT THE GIVEN
004389*    10/15/2026  ME   DENSITY FROM A SEEDED INTEGER GENERATOR
004390*    10/15/2026  ME   AHEAD OF ANY PATTERN OR SCENE LOAD, SO ONE
004391*    10/15/2026  ME   SEED ALWAYS GIVES THE SAME CELLS.  THE
004392*    10/15/2026  ME   JOURNAL "H" HEADER NOW CARRIES THE SOUP
004393*    10/15/2026  ME   SEED AND DENSITY.
004399*
004400 ENVIRONMENT DIVISION.
004500  CONFIGURATION SECTION.
004600   SOURCE-COMPUTER. Linux.
005400           ORGANIZATION IS INDEXED
005500           ACCESS MODE IS DYNAMIC
005600           RECORD KEY IS PATLIB-PATTERN-NAME
005633           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
005666               WITH DUPLICATES
005700           FILE STATUS IS UCG-PATLIB-STATUS.
005710       SELECT PATTERN-USAGE-FILE ASSIGN TO "PATUSAGE"
005720           ORGANIZATION IS LINE SEQUENTIAL
007306      05  JRNL-ROW                    PIC 9(03).
007307      05  FILLER                      PIC X(01).
007308      05  JRNL-COL                    PIC 9(03).
007309*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
007310*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
007311      05  FILLER                      PIC X(01).
007312      05  JRNL-SOUP-SEED              PIC 9(09).
007313      05  FILLER                      PIC X(01).
007314      05  JRNL-SOUP-DENSITY           PIC 9(03).
007320  WORKING-STORAGE SECTION.
007400      COPY "grid_common.cpy".
007410      COPY "scene_request.cpy".
007420      COPY "scene.cpy".
007500*
007600  77  UCG-ROW                         PIC 9(03) COMP VALUE ZERO.
007700  77  UCG-COL                         PIC 9(03) COMP VALUE ZERO.
008910  77  UCG-USAGE-STATUS                 PIC X(02) VALUE SPACES.
008920  77  UCG-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
008930  77  UCG-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
008935  77  UCG-USAGE-PATTERN-NAME           PIC X(20) VALUE SPACES.
008940  77  UCG-JRNL-STATUS                  PIC X(02) VALUE SPACES.
008941  77  UCG-JRNL-FILENAME                PIC X(21) VALUE SPACES.
008942  77  UCG-JRNL-GEN                     PIC 9(09) COMP VALUE ZERO.
009400  77  UCG-CANDIDATE-COUNT              PIC 9(06) COMP VALUE ZERO.
009500  77  UCG-NEW-ACTIVE-COUNT             PIC 9(06) COMP VALUE ZERO.
009510  77  UCG-MASK-POS                     PIC 9(02) COMP VALUE ZERO.
009520  77  UCG-PL-IDX                       PIC 9(02) COMP VALUE ZERO.
009530  77  UCG-SHOW-PLACEMENT               PIC 9(02) VALUE ZERO.
009535  77  UCG-SOUP-STATE                   PIC 9(10) COMP VALUE ZERO.
009540  77  UCG-SOUP-PRODUCT                 PIC 9(15) COMP VALUE ZERO.
009545  77  UCG-SOUP-QUOTIENT                PIC 9(09) COMP VALUE ZERO.
009550  77  UCG-SOUP-DRAW                    PIC 9(03) COMP VALUE ZERO.
009555  77  UCG-SOUP-TOP                     PIC 9(04) COMP VALUE ZERO.
009560  77  UCG-SOUP-LEFT                    PIC 9(04) COMP VALUE ZERO.
009565  77  UCG-SOUP-BOTTOM                  PIC 9(04) COMP VALUE ZERO.
009570  77  UCG-SOUP-RIGHT                   PIC 9(04) COMP VALUE ZERO.
009575  77  UCG-SOUP-ROW                     PIC 9(04) COMP VALUE ZERO.
009580  77  UCG-SOUP-COL                     PIC 9(04) COMP VALUE ZERO.
009590  77  UCG-SHOW-SOUP-SEED               PIC 9(09) VALUE ZERO.
009595  77  UCG-SHOW-SOUP-DENSITY            PIC 9(03) VALUE ZERO.
009600*
009700*** CANDIDATE LIST -- EVERY CELL THAT MUST BE RE-EVALUATED THIS
009800*** I.E. EVERY LIVE CELL PLUS ITS EIGHT NEIGHBORS, WITH DUPLICATES
012900             THRU 1300-REBUILD-ACTIVE-LIST-EXIT
013000         SET UCG-FIRST-CALL-NO TO TRUE
013100     END-IF.
013110     IF GRID-LOAD-SOUP-YES
013120         PERFORM 7000-LOAD-SOUP THRU 7000-LOAD-SOUP-EXIT
013130         PERFORM 1300-REBUILD-ACTIVE-LIST
013140             THRU 1300-REBUILD-ACTIVE-LIST-EXIT
013150         SET GRID-LOAD-SOUP-NO TO TRUE
013160     END-IF.
013200     IF GRID-LOAD-PATTERN-YES
013300         PERFORM 1200-LOAD-PATTERN THRU 1200-LOAD-PATTERN-EXIT
013400         PERFORM 1300-REBUILD-ACTIVE-LIST
013500             THRU 1300-REBUILD-ACTIVE-LIST-EXIT
013600         SET GRID-LOAD-PATTERN-NO TO TRUE
013700     END-IF.
013701     IF GRID-LOAD-SCENE-YES
013702         PERFORM 1400-LOAD-SCENE THRU 1400-LOAD-SCENE-EXIT
013703         PERFORM 1300-REBUILD-ACTIVE-LIST
013704             THRU 1300-REBUILD-ACTIVE-LIST-EXIT
013705         SET GRID-LOAD-SCENE-NO TO TRUE
013706     END-IF.
013710     IF GRID-REBUILD-YES
013720         PERFORM 1300-REBUILD-ACTIVE-LIST
013730             THRU 1300-REBUILD-ACTIVE-LIST-EXIT
013740         SET GRID-REBUILD-NO TO TRUE
013750     END-IF.
013766     PERFORM 5000-TRACK-PEAK-ACTIVE
013782         THRU 5000-TRACK-PEAK-ACTIVE-EXIT.
013800     MOVE ZERO TO GRID-BIRTH-COUNT.
013900     MOVE ZERO TO GRID-DEATH-COUNT.
014000     PERFORM 2000-BUILD-CANDIDATE-LIST
014100         THRU 2000-BUILD-CANDIDATE-LIST-EXIT.
014150     ADD UCG-CANDIDATE-COUNT TO GRID-USAGE-CANDIDATES.
014200     PERFORM 3000-EVALUATE-CANDIDATE
014300         THRU 3000-EVALUATE-CANDIDATE-EXIT
014400         VARYING UCG-CAND-IDX FROM 1 BY 1
015100     PERFORM 4300-REPLACE-ACTIVE-LIST
015200         THRU 4300-REPLACE-ACTIVE-LIST-EXIT.
015300     MOVE GRID-ACTIVE-COUNT TO GRID-POPULATION-COUNT.
015333     PERFORM 5000-TRACK-PEAK-ACTIVE
015366         THRU 5000-TRACK-PEAK-ACTIVE-EXIT.
015400     ADD 1 TO GRID-GENERATION.
015450     ADD 1 TO GRID-USAGE-GENERATIONS.
015500     PERFORM 6000-CHECKPOINT-IF-DUE
015600         THRU 6000-CHECKPOINT-IF-DUE-EXIT.
015700 0000-MAINLINE-EXIT.
021300                         UNTIL UCG-LIVE-INDEX
021400                             > PATLIB-CELL-COUNT
021500                             OR UCG-LIVE-INDEX > 500
021505                 MOVE PATLIB-PATTERN-NAME
021507                     TO UCG-USAGE-PATTERN-NAME
021510                 PERFORM 1250-RECORD-PATTERN-USAGE
021520                     THRU 1250-RECORD-PATTERN-USAGE-EXIT
021600         END-READ
022092             UCG-CURRENT-TIME DELIMITED BY SIZE
022093         INTO USAGE-TIMESTAMP.
022094     MOVE GRID-RUN-ID TO USAGE-RUN-ID.
022095     MOVE UCG-USAGE-PATTERN-NAME TO USAGE-PATTERN-NAME.
022096     WRITE USAGE-RECORD.
022097     CLOSE PATTERN-USAGE-FILE.
022098 1250-RECORD-PATTERN-USAGE-EXIT.
023300 1210-PLACE-PATTERN-CELL-EXIT.
023400     EXIT.
023500*
023501*------------------------------------------------------------*
023502*    1400-LOAD-SCENE -- HAVE App_loadScene CHECK THE NAMED     *
023503*    SCENE AGAINST THIS GRID AND STAMP IT.  EACH PLACEMENT     *
023504*    COUNTS AS A USE OF ITS PATTERN ON PATUSAGE.  A REJECTED   *
023505*    SCENE HAS STAMPED NOTHING; THE REASON GOES TO THE SYSTEM  *
023506*    LOG AND THE RUN ENDS WITH A WARNING.                      *
023507*------------------------------------------------------------*
023508 1400-LOAD-SCENE.
023509     MOVE SPACES TO SCNREQ-REQUEST.
023510     SET SCNREQ-FUNC-STAMP TO TRUE.
023511     MOVE GRID-SCENE-NAME TO SCNREQ-SCENE-NAME.
023512     MOVE GRID-WIDTH TO SCNREQ-GRID-WIDTH.
023513     MOVE GRID-HEIGHT TO SCNREQ-GRID-HEIGHT.
023514     CALL "App_loadScene".
023515     IF SCNREQ-REJECTED
023516         MOVE SCNREQ-BAD-PLACEMENT TO UCG-SHOW-PLACEMENT
023517         MOVE "App_updateCellGrid" TO GRID-LOG-PROGRAM
023518         SET GRID-LOG-SEV-WARNING TO TRUE
023519         MOVE SPACES TO GRID-LOG-MESSAGE
023520         STRING "SCENE " DELIMITED BY SIZE
023521                 GRID-SCENE-NAME DELIMITED BY SPACE
023522                 " #" DELIMITED BY SIZE
023523                 UCG-SHOW-PLACEMENT DELIMITED BY SIZE
023524                 " REJECTED: " DELIMITED BY SIZE
023525                 SCNREQ-REASON DELIMITED BY SIZE
023526             INTO GRID-LOG-MESSAGE
023527         CALL "App_writeSystemLog"
023528         SET GRID-WARNING-YES TO TRUE
023529         GO TO 1400-LOAD-SCENE-EXIT
023530     END-IF.
023531     MOVE SCNREQ-SCENE TO SCENE-RECORD.
023532     PERFORM 1410-RECORD-SCENE-USAGE
023533         THRU 1410-RECORD-SCENE-USAGE-EXIT
023534         VARYING UCG-PL-IDX FROM 1 BY 1
023535             UNTIL UCG-PL-IDX > SCENE-PLACEMENT-COUNT.
023536 1400-LOAD-SCENE-EXIT.
023537     EXIT.
023538*
023539 1410-RECORD-SCENE-USAGE.
023540     MOVE SCENE-PL-PATTERN-NAME (UCG-PL-IDX)
023541         TO UCG-USAGE-PATTERN-NAME.
023542     PERFORM 1250-RECORD-PATTERN-USAGE
023543         THRU 1250-RECORD-PATTERN-USAGE-EXIT.
023544 1410-RECORD-SCENE-USAGE-EXIT.
023545     EXIT.
023546*
023600*------------------------------------------------------------*
023700*    1300-REBUILD-ACTIVE-LIST -- SCAN THE WHOLE GRID ONCE TO   *
023800*    REFRESH THE SPARSE ACTIVE-CELL LIST.  ONLY RUN AFTER A    *
040049         MOVE GRID-GENERATION TO JRNL-GENERATION
040050         MOVE GRID-WIDTH TO JRNL-ROW
040051         MOVE GRID-HEIGHT TO JRNL-COL
040052         PERFORM 4610-WRITE-HEADER THRU 4610-WRITE-HEADER-EXIT
040053         SET UCG-JRNL-HEADER-DONE TO TRUE
040054     END-IF.
040055 4500-OPEN-JOURNAL-EXIT.
040112 4600-CLOSE-JOURNAL-EXIT.
040113     EXIT.
040114*
040115*------------------------------------------------------------*
040118*    4610-WRITE-HEADER -- WRITE THE JOURNAL'S SESSION HEADER,  *
040121*    ALREADY CARRYING THE GENERATION AND GRID SIZE.  A GRID    *
040124*    STARTED FROM A RANDOM SOUP ALSO PUTS ITS SEED AND DENSITY *
040127*    ON THE HEADER SO THE STARTING GRID CAN BE MADE AGAIN.     *
040130*------------------------------------------------------------*
040133 4610-WRITE-HEADER.
040136     IF GRID-SOUP-DENSITY > ZERO
040139         MOVE GRID-SOUP-SEED TO JRNL-SOUP-SEED
040142         MOVE GRID-SOUP-DENSITY TO JRNL-SOUP-DENSITY
040145     END-IF.
040148     WRITE JRNL-RECORD.
040151 4610-WRITE-HEADER-EXIT.
040154     EXIT.
040157*
040160*------------------------------------------------------------*
040163*    5000-TRACK-PEAK-ACTIVE -- KEEP THE HIGHEST ACTIVE-LIST    *
040166*    COUNT THE RUN HAS REACHED, FOR THE RUNUSAGE RECORD.       *
040169*------------------------------------------------------------*
040172 5000-TRACK-PEAK-ACTIVE.
040175     IF GRID-ACTIVE-COUNT > GRID-USAGE-PEAK-ACTIVE
040178         MOVE GRID-ACTIVE-COUNT TO GRID-USAGE-PEAK-ACTIVE
040181     END-IF.
040184 5000-TRACK-PEAK-ACTIVE-EXIT.
040187     EXIT.
040190*
040200*------------------------------------------------------------*
040300*    6000-CHECKPOINT-IF-DUE -- EVERY TENTH GENERATION, RESAVE  *
040400*    THE LIVE-CELL LIST SO A LONG RUN CAN BE RESTARTED.        *
044240         TO CKPT-LIVE-AGE (UCG-LIVE-INDEX).
044300 6110-COPY-CKPT-CELL-EXIT.
044400     EXIT.
044500*
044600*------------------------------------------------------------*
044700*    7000-LOAD-SOUP -- FILL THE SOUP RECTANGLE (THE WHOLE      *
044800*    GRID WHEN NO HEIGHT OR WIDTH IS GIVEN) FROM THE SEED.     *
044900*    ROW BY ROW, EACH CELL IN IT TAKES THE NEXT NUMBER FROM A  *
045000*    MINIMAL-STANDARD (LEHMER) GENERATOR -- STATE TIMES 48271  *
045100*    MODULO 2147483647 -- AND STARTS LIVE WHEN THAT NUMBER     *
045200*    SCALED TO 0-99 IS BELOW THE DENSITY, DEAD OTHERWISE.      *
045300*    IT IS ALL INTEGER ARITHMETIC, SO ONE SEED, GRID SIZE,     *
045400*    DENSITY AND RECTANGLE GIVE THE SAME CELLS EVERY TIME.     *
045500*    A RECTANGLE THAT RUNS OFF THE GRID OR A DENSITY OVER 100  *
045600*    STAMPS NOTHING; IT GOES TO THE SYSTEM LOG AND THE RUN     *
045700*    ENDS WITH A WARNING.                                      *
045800*------------------------------------------------------------*
045900 7000-LOAD-SOUP.
046000     MOVE GRID-SOUP-SEED TO UCG-SHOW-SOUP-SEED.
046100     MOVE GRID-SOUP-DENSITY TO UCG-SHOW-SOUP-DENSITY.
046200     IF GRID-SOUP-HEIGHT = ZERO OR GRID-SOUP-WIDTH = ZERO
046300         MOVE 1 TO UCG-SOUP-TOP
046400         MOVE 1 TO UCG-SOUP-LEFT
046500         MOVE GRID-HEIGHT TO UCG-SOUP-BOTTOM
046600         MOVE GRID-WIDTH TO UCG-SOUP-RIGHT
046700     ELSE
046800         MOVE GRID-SOUP-TOP TO UCG-SOUP-TOP
046900         MOVE GRID-SOUP-LEFT TO UCG-SOUP-LEFT
047000         COMPUTE UCG-SOUP-BOTTOM =
047100             GRID-SOUP-TOP + GRID-SOUP-HEIGHT - 1
047200         COMPUTE UCG-SOUP-RIGHT =
047300             GRID-SOUP-LEFT + GRID-SOUP-WIDTH - 1
047400     END-IF.
047500     IF UCG-SOUP-TOP < 1 OR UCG-SOUP-LEFT < 1
047600        OR UCG-SOUP-BOTTOM > GRID-HEIGHT
047700        OR UCG-SOUP-RIGHT > GRID-WIDTH
047800        OR GRID-SOUP-DENSITY > 100
047900         MOVE "App_updateCellGrid" TO GRID-LOG-PROGRAM
048000         SET GRID-LOG-SEV-WARNING TO TRUE
048100         MOVE SPACES TO GRID-LOG-MESSAGE
048200         STRING "SOUP SEED " DELIMITED BY SIZE
048300                 UCG-SHOW-SOUP-SEED DELIMITED BY SIZE
048400                 " DENSITY " DELIMITED BY SIZE
048500                 UCG-SHOW-SOUP-DENSITY DELIMITED BY SIZE
048600                 " REJECTED: OFF THE GRID OR DENSITY OVER 100"
048700                     DELIMITED BY SIZE
048800             INTO GRID-LOG-MESSAGE
048900         CALL "App_writeSystemLog"
049000         SET GRID-WARNING-YES TO TRUE
049100         GO TO 7000-LOAD-SOUP-EXIT
049200     END-IF.
049300     MOVE GRID-SOUP-SEED TO UCG-SOUP-STATE.
049400     ADD 1 TO UCG-SOUP-STATE.
049600     PERFORM 7030-NEXT-SOUP-NUMBER
049700         THRU 7030-NEXT-SOUP-NUMBER-EXIT 10 TIMES.
049800     PERFORM 7010-FILL-SOUP-ROW THRU 7010-FILL-SOUP-ROW-EXIT
049900         VARYING UCG-SOUP-ROW FROM UCG-SOUP-TOP BY 1
050000             UNTIL UCG-SOUP-ROW > UCG-SOUP-BOTTOM.
050100 7000-LOAD-SOUP-EXIT.
050200     EXIT.
050300*
050400 7010-FILL-SOUP-ROW.
050500     PERFORM 7020-FILL-SOUP-CELL THRU 7020-FILL-SOUP-CELL-EXIT
050600         VARYING UCG-SOUP-COL FROM UCG-SOUP-LEFT BY 1
050700             UNTIL UCG-SOUP-COL > UCG-SOUP-RIGHT.
050800 7010-FILL-SOUP-ROW-EXIT.
050900     EXIT.
051000*
051100 7020-FILL-SOUP-CELL.
051200     PERFORM 7030-NEXT-SOUP-NUMBER
051300         THRU 7030-NEXT-SOUP-NUMBER-EXIT.
051400     IF UCG-SOUP-DRAW < GRID-SOUP-DENSITY
051500         MOVE "1" TO GRID-CELL-STATE (UCG-SOUP-ROW UCG-SOUP-COL)
051600         MOVE 1 TO GRID-CELL-AGE (UCG-SOUP-ROW UCG-SOUP-COL)
051800     ELSE
051900         MOVE "0" TO GRID-CELL-STATE (UCG-SOUP-ROW UCG-SOUP-COL)
052000         MOVE ZERO TO GRID-CELL-AGE (UCG-SOUP-ROW UCG-SOUP-COL)
052100     END-IF.
052200 7020-FILL-SOUP-CELL-EXIT.
052300     EXIT.
052400*
052500*------------------------------------------------------------*
052600*    7030-NEXT-SOUP-NUMBER -- ONE STEP OF THE GENERATOR, THEN  *
052700*    THE NEW STATE SCALED DOWN TO A DRAW OF 0 THROUGH 99.  THE *
052800*    STATE IS NEVER ZERO: THE SEED PLUS ONE STARTS IT BETWEEN  *
052900*    1 AND 1000000000, AND THE MODULUS IS PRIME.               *
053000*------------------------------------------------------------*
053100 7030-NEXT-SOUP-NUMBER.
053200     COMPUTE UCG-SOUP-PRODUCT = UCG-SOUP-STATE * 48271.
053300     DIVIDE UCG-SOUP-PRODUCT BY 2147483647
053400         GIVING UCG-SOUP-QUOTIENT REMAINDER UCG-SOUP-STATE.
053500     COMPUTE UCG-SOUP-PRODUCT = UCG-SOUP-STATE * 100.
053600     DIVIDE UCG-SOUP-PRODUCT BY 2147483647
053700         GIVING UCG-SOUP-DRAW.
053800 7030-NEXT-SOUP-NUMBER-EXIT.
053900     EXIT.
