002620*    09/02/2026  ME   LINE (RULE A IN THE RULE COLUMN) SO THE
002630*    09/02/2026  ME   HOUSEKEEPING JOB CAN FIND AND DISPOSE OF
002640*    09/02/2026  ME   THE RUN-ID-QUALIFIED ABSTATS REPORT.
002650*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002660*    10/15/2026  ME   ONCE THE RUN-ID IS STAMPED; A REFUSED
002670*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
002680*    10/15/2026  ME   THE AUDIT LINE NOW ALSO CARRIES TOPOLOGY A
002690*    10/15/2026  ME   NEXT TO RULE A, SAME AS App_mainLoop'S.
002691*    10/15/2026  ME   THE SESSION IS NOW PUT ON THE RUNREG
002692*    10/15/2026  ME   REGISTER, MODE "A", STARTED AS SOON AS THE
002693*    10/15/2026  ME   OPERATOR IS ACCEPTED AND REWRITTEN
002694*    10/15/2026  ME   COMPLETED, WARNING OR ABENDED ON EVERY WAY
002695*    10/15/2026  ME   OUT AFTER THAT.
002696*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002697*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
002698*    10/15/2026  ME   MATCH THE FILE.
002710*    10/15/2026  ME   THE SESSION NOW ALSO WRITES A RUNUSAGE
002722*    10/15/2026  ME   LINE, MODE "A", ON EVERY WAY OUT AFTER IT
002734*    10/15/2026  ME   IS REGISTERED, BEFORE THE REGISTER END.
002749*
002800*    PARM CARD (61 BYTES):
002900*      1-20  PATTERN NAME (REQUIRED -- THE SHARED SEED)
003000*     21-30  RULE SET A, B36/S23 STYLE (BLANK = B3/S23)
005100           ORGANIZATION IS INDEXED
005200           ACCESS MODE IS DYNAMIC
005300           RECORD KEY IS PATLIB-PATTERN-NAME
005333           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
005366               WITH DUPLICATES
005400           FILE STATUS IS CRS-PATLIB-STATUS.
005500       SELECT AB-STATS-FILE
005600           ASSIGN TO DYNAMIC CRS-STATS-FILENAME
006638      05  AUDIT-FINAL-GENERATION      PIC 9(09).
006639      05  FILLER                      PIC X(01).
006640      05  AUDIT-RULE-NAME             PIC X(10).
006660      05  FILLER                      PIC X(01).
006680      05  AUDIT-TOPOLOGY              PIC X(01).
006700  WORKING-STORAGE SECTION.
006750      COPY "operator_check.cpy".
006770      COPY "run_register_request.cpy".
006785      COPY "run_usage_request.cpy".
006800  77  CRS-PATLIB-STATUS               PIC X(02) VALUE SPACES.
006900  77  CRS-STATS-STATUS                PIC X(02) VALUE SPACES.
007000  77  CRS-STATS-FILENAME              PIC X(24) VALUE SPACES.
009600      88  CRS-DIVERGED-YES                VALUE "Y".
009700      88  CRS-DIVERGED-NO                 VALUE "N".
009800  77  CRS-LINE-POINTER                PIC 9(04) COMP VALUE 1.
009810*
009820*** SET WHEN THE START OF THE RUN COULD NOT BE REGISTERED, SO THE
009830*** RUN ENDS RC 4 -- THE RETURN CODE ITSELF CANNOT CARRY IT, THE
009840*** MAINLINE READS ANY NONZERO CODE AS A REFUSED STEP.  THE HOLD
009850*** KEEPS THE RUN'S CODE ACROSS THE CALL THAT REGISTERS THE END.
009860  77  CRS-REG-WARNING-SWITCH          PIC X(01) VALUE "N".
009870      88  CRS-REG-WARNING-YES             VALUE "Y".
009880  77  CRS-HOLD-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
009884*
009888*** MACHINE USE FOR THE RUNUSAGE RECORD WRITTEN AT SESSION END.
009892  77  CRS-USAGE-CANDIDATES            PIC 9(15) COMP VALUE ZERO.
009896  77  CRS-USAGE-PEAK-ACTIVE           PIC 9(06) COMP VALUE ZERO.
009900*
010000*** WHICH SIDE THE TOPOLOGY-AWARE NEIGHBOR MATH AND THE RULE
010100*** PARSE ARE WORKING ON THIS PASS.
019800     END-IF.
019900     PERFORM 1100-CAPTURE-RUN-IDENTITY
020000         THRU 1100-CAPTURE-RUN-IDENTITY-EXIT.
020010     PERFORM 1150-CHECK-OPERATOR
020020         THRU 1150-CHECK-OPERATOR-EXIT.
020030     IF OPCHK-REFUSED
020040         MOVE 16 TO RETURN-CODE
020050         GO TO 0000-MAINLINE-EXIT
020060     END-IF.
020070     PERFORM 1160-REGISTER-RUN-START
020080         THRU 1160-REGISTER-RUN-START-EXIT.
020100     PERFORM 1200-CLEAR-BOTH-GRIDS
020200         THRU 1200-CLEAR-BOTH-GRIDS-EXIT.
020300     PERFORM 1300-SEED-BOTH-GRIDS
020400         THRU 1300-SEED-BOTH-GRIDS-EXIT.
020500     IF RETURN-CODE NOT = ZERO
020600         GO TO 0000-REGISTER-RUN-END
020700     END-IF.
020800     PERFORM 1400-OPEN-STATS-REPORT
020900         THRU 1400-OPEN-STATS-REPORT-EXIT.
021000     IF RETURN-CODE NOT = ZERO
021100         GO TO 0000-REGISTER-RUN-END
021200     END-IF.
021300     MOVE ZERO TO CRS-GENERATION.
021400     PERFORM 2000-RUN-ONE-TICK THRU 2000-RUN-ONE-TICK-EXIT
021820         THRU 9000-WRITE-AUDIT-RECORD-EXIT.
021900     DISPLAY "A/B COMPARISON COMPLETE -- REPORT ON "
022000         CRS-STATS-FILENAME.
022020 0000-REGISTER-RUN-END.
022026     PERFORM 9200-WRITE-RUN-USAGE
022032         THRU 9200-WRITE-RUN-USAGE-EXIT.
022040     PERFORM 9100-REGISTER-RUN-END
022060         THRU 9100-REGISTER-RUN-END-EXIT.
022100 0000-MAINLINE-EXIT.
022200     STOP RUN.
022300*
030500 1100-CAPTURE-RUN-IDENTITY-EXIT.
030600     EXIT.
030700*
030705*------------------------------------------------------------*
030710*    1150-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
030715*    OPERATOR ON THE OPERATORS MASTER BEFORE THE RUN STARTS.   *
030720*------------------------------------------------------------*
030725 1150-CHECK-OPERATOR.
030730     MOVE CRS-OPERATOR-ID TO OPCHK-OPERATOR-ID.
030735     MOVE "App_compareRuleSets" TO OPCHK-PROGRAM.
030740     MOVE CRS-RUN-ID TO OPCHK-RUN-ID.
030745     SET OPCHK-FUNC-RUN TO TRUE.
030750     CALL "App_checkOperator".
030755 1150-CHECK-OPERATOR-EXIT.
030760     EXIT.
030765*
030766*------------------------------------------------------------*
030767*    1160-REGISTER-RUN-START -- PUT THE SESSION ON THE RUNREG  *
030768*    REGISTER, STARTED, WITH THE SETUP FROM THE PARM CARD.     *
030769*    RULE AND TOPOLOGY A STAND FOR THE RUN, AS ON THE AUDIT    *
030770*    LINE.  A REGISTER THAT CANNOT BE WRITTEN ONLY WARNS.      *
030771*------------------------------------------------------------*
030772 1160-REGISTER-RUN-START.
030773     MOVE SPACES TO RRREQ-REQUEST.
030774     SET RRREQ-FUNC-START TO TRUE.
030775     MOVE "App_compareRuleSets" TO RRREQ-PROGRAM.
030776     MOVE CRS-RUN-ID TO RRREQ-RUN-ID.
030777     MOVE "A" TO RRREQ-MODE.
030778     MOVE CRS-OPERATOR-ID TO RRREQ-OPERATOR-ID.
030779     MOVE CRS-START-TIMESTAMP TO RRREQ-START-TIMESTAMP.
030780     MOVE CRS-WIDTH TO RRREQ-WIDTH.
030781     MOVE CRS-HEIGHT TO RRREQ-HEIGHT.
030782     MOVE CRS-TOPOLOGY-A TO RRREQ-TOPOLOGY.
030783     MOVE CRS-RULE-NAME-A TO RRREQ-RULE-NAME.
030784     MOVE PATLIB-PATTERN-NAME TO RRREQ-PATTERN-NAME.
030785     MOVE CRS-GENERATIONS TO RRREQ-BATCH-GENERATIONS.
030786     MOVE ZERO TO RRREQ-FINAL-GENERATION.
030787     MOVE ZERO TO RRREQ-RETURN-CODE.
030788     CALL "App_writeRunRegister".
030789     IF RRREQ-FAILED
030790         SET CRS-REG-WARNING-YES TO TRUE
030791     END-IF.
030792     MOVE ZERO TO RETURN-CODE.
030793 1160-REGISTER-RUN-START-EXIT.
030794     EXIT.
030795*
030800*------------------------------------------------------------*
030900*    1200-CLEAR-BOTH-GRIDS -- EMPTY BOTH SIDES, FULL TABLE AND *
031000*    NOT JUST THE CARD'S DIMENSIONS.                           *
046100     PERFORM 4000-COMMIT-BOTH-SIDES
046200         THRU 4000-COMMIT-BOTH-SIDES-EXIT.
046300     ADD 1 TO CRS-GENERATION.
046311     COMPUTE CRS-USAGE-CANDIDATES = CRS-USAGE-CANDIDATES
046322         + CRS-WIDTH * CRS-HEIGHT * 2.
046333     IF CRS-POP-A > CRS-USAGE-PEAK-ACTIVE
046344         MOVE CRS-POP-A TO CRS-USAGE-PEAK-ACTIVE
046355     END-IF.
046366     IF CRS-POP-B > CRS-USAGE-PEAK-ACTIVE
046377         MOVE CRS-POP-B TO CRS-USAGE-PEAK-ACTIVE
046388     END-IF.
046400     IF CRS-DIVERGED-NO AND CRS-DIFF-COUNT > ZERO
046500         SET CRS-DIVERGED-YES TO TRUE
046600         MOVE CRS-GENERATION TO CRS-DIVERGED-GEN
074500     MOVE PATLIB-PATTERN-NAME  TO AUDIT-PATTERN-NAME.
074600     MOVE CRS-GENERATION       TO AUDIT-FINAL-GENERATION.
074700     MOVE CRS-RULE-NAME-A      TO AUDIT-RULE-NAME.
074750     MOVE CRS-TOPOLOGY-A       TO AUDIT-TOPOLOGY.
074800     OPEN EXTEND AUDIT-TRAIL-FILE.
074900     IF CRS-AUDIT-STATUS = "35"
075000         OPEN OUTPUT AUDIT-TRAIL-FILE
075900     CLOSE AUDIT-TRAIL-FILE.
076000 9000-WRITE-AUDIT-RECORD-EXIT.
076100     EXIT.
076200*
076300*------------------------------------------------------------*
076400*    9100-REGISTER-RUN-END -- REWRITE THE SESSION'S RUNREG     *
076500*    RECORD WITH HOW IT ENDED: ABENDED FOR A SEED OR REPORT    *
076600*    FAILURE (RC 8 OR MORE), WARNING FOR RC 4 OR A START THAT  *
076700*    NEVER REACHED THE REGISTER, COMPLETED OTHERWISE.  THE     *
076800*    RUN'S RETURN CODE IS HELD ACROSS THE CALL.                *
076900*------------------------------------------------------------*
077000 9100-REGISTER-RUN-END.
077100     IF CRS-REG-WARNING-YES AND RETURN-CODE < 4
077200         MOVE 4 TO RETURN-CODE
077300     END-IF.
077400     MOVE RETURN-CODE TO CRS-HOLD-RETURN-CODE.
077500     SET RRREQ-FUNC-END TO TRUE.
077600     EVALUATE TRUE
077700         WHEN CRS-HOLD-RETURN-CODE >= 8
077800             MOVE "ABENDED" TO RRREQ-END-STATUS
077900         WHEN CRS-HOLD-RETURN-CODE = 4
078000             MOVE "WARNING" TO RRREQ-END-STATUS
078100         WHEN OTHER
078200             MOVE "COMPLETED" TO RRREQ-END-STATUS
078300     END-EVALUATE.
078400     MOVE PATLIB-PATTERN-NAME TO RRREQ-PATTERN-NAME.
078500     MOVE CRS-GENERATION TO RRREQ-FINAL-GENERATION.
078600     MOVE CRS-HOLD-RETURN-CODE TO RRREQ-RETURN-CODE.
078700     CALL "App_writeRunRegister".
078800     MOVE CRS-HOLD-RETURN-CODE TO RETURN-CODE.
078900     IF RRREQ-FAILED AND RETURN-CODE < 4
079000         MOVE 4 TO RETURN-CODE
079100     END-IF.
079200 9100-REGISTER-RUN-END-EXIT.
079300     EXIT.
079301*
079302*------------------------------------------------------------*
079303*    9200-WRITE-RUN-USAGE -- ONE RUNUSAGE LINE FOR THE         *
079304*    SESSION, MODE "A".  BOTH SIDES ARE FULL-SCANNED, SO EVERY *
079305*    CELL OF BOTH GRIDS COUNTS AS EVALUATED EACH TICK, AND THE *
079306*    PEAK IS THE LARGER SIDE'S.  THE RUN'S RETURN CODE IS HELD *
079307*    ACROSS THE CALL; A USAGE LINE THAT CANNOT BE WRITTEN      *
079308*    ONLY WARNS.                                               *
079309*------------------------------------------------------------*
079310 9200-WRITE-RUN-USAGE.
079311     MOVE RETURN-CODE TO CRS-HOLD-RETURN-CODE.
079312     MOVE SPACES TO USREQ-REQUEST.
079313     MOVE "App_compareRuleSets" TO USREQ-PROGRAM.
079314     MOVE CRS-RUN-ID TO USREQ-RUN-ID.
079315     MOVE "A" TO USREQ-MODE.
079316     MOVE CRS-OPERATOR-ID TO USREQ-OPERATOR-ID.
079317     MOVE CRS-START-TIMESTAMP TO USREQ-START-TIMESTAMP.
079318     MOVE CRS-WIDTH TO USREQ-WIDTH.
079319     MOVE CRS-HEIGHT TO USREQ-HEIGHT.
079320     MOVE CRS-RULE-NAME-A TO USREQ-RULE-NAME.
079321     MOVE CRS-GENERATION TO USREQ-GENERATIONS.
079322     MOVE CRS-USAGE-CANDIDATES TO USREQ-CANDIDATE-CELLS.
079323     MOVE CRS-USAGE-PEAK-ACTIVE TO USREQ-PEAK-ACTIVE.
079324     MOVE ZERO TO USREQ-PAUSED-SECONDS.
079325     CALL "App_writeRunUsage".
079326     MOVE CRS-HOLD-RETURN-CODE TO RETURN-CODE.
079327     IF USREQ-FAILED AND RETURN-CODE < 4
079328         MOVE 4 TO RETURN-CODE
079329     END-IF.
079330 9200-WRITE-RUN-USAGE-EXIT.
079331     EXIT.
