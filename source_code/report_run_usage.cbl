000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_reportRunUsage.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- MONTHLY MACHINE-USE REPORT FOR
001000*    10/15/2026  ME   THE RECHARGE.  READS RUNUSAGE, ONE LINE PER
001100*    10/15/2026  ME   FINISHED RUN FROM App_mainLoop, THE
001200*    10/15/2026  ME   EXPERIMENT DECK AND THE A/B COMPARISON, AND
001300*    10/15/2026  ME   TOTALS THE RUNS THAT ENDED IN THE MONTH BY
001400*    10/15/2026  ME   OPERATOR, BY MODE AND BY GRID SIZE, WITH
001500*    10/15/2026  ME   GENERATIONS PER SECOND; LISTS THE LARGEST
001600*    10/15/2026  ME   RUNS BY CELLS EVALUATED; AND BREAKS OUT THE
001700*    10/15/2026  ME   TIME INTERACTIVE SESSIONS SAT PAUSED.  ENDS
001800*    10/15/2026  ME   WITH GOBACK SO IT CAN RUN AS A NIGHTLY
001900*    10/15/2026  ME   JOB-STREAM STEP.
002000*
002100*    PARM CARD (8 BYTES):
002200*       1-6  MONTH TO REPORT, YYYYMM (BLANK = THE CURRENT MONTH)
002300*       7-8  HOW MANY LARGEST RUNS TO LIST (DEFAULT 10, CAP 20)
002400*
002500*    RETURN CODES: 0 REPORT WRITTEN; 4 NO RUNS IN THE MONTH, OR
002600*    LINES SKIPPED; 8 BAD PARM; 12 USAGERPT WILL NOT OPEN; 16
002700*    OPERATOR REFUSED.
002800*
002900*    GENERATIONS PER SECOND ARE TAKEN OVER THE ACTIVE TIME -- THE
003000*    WALL-CLOCK SECONDS LESS ANY TIME AN INTERACTIVE SESSION SAT
003100*    PAUSED -- SO A SESSION LEFT PAUSED DOES NOT LOOK SLOW.
003200*
003300 ENVIRONMENT DIVISION.
003400  CONFIGURATION SECTION.
003500   SOURCE-COMPUTER. Linux.
003600   OBJECT-COMPUTER. Linux.
003700  INPUT-OUTPUT SECTION.
003800   FILE-CONTROL.
003900       SELECT RUN-USAGE-FILE ASSIGN TO "RUNUSAGE"
004000           ORGANIZATION IS LINE SEQUENTIAL
004100           FILE STATUS IS RRU-USAGE-STATUS.
004200       SELECT USAGE-REPORT-FILE ASSIGN TO "USAGERPT"
004300           ORGANIZATION IS LINE SEQUENTIAL
004400           FILE STATUS IS RRU-REPORT-STATUS.
004500   I-O-CONTROL.
004600*
004700 DATA DIVISION.
004800  FILE SECTION.
004900  FD  RUN-USAGE-FILE.
005000      COPY "run_usage.cpy".
005100  FD  USAGE-REPORT-FILE.
005200  01  USAGE-REPORT-RECORD             PIC X(132).
005300  WORKING-STORAGE SECTION.
005400      COPY "operator_check.cpy".
005500  77  RRU-USAGE-STATUS                PIC X(02) VALUE SPACES.
005600  77  RRU-REPORT-STATUS               PIC X(02) VALUE SPACES.
005700  77  RRU-USAGE-EOF-SWITCH            PIC X(01) VALUE "N".
005800      88  RRU-USAGE-EOF-YES               VALUE "Y".
005900      88  RRU-USAGE-EOF-NO                VALUE "N".
006000  77  RRU-FOUND-SWITCH                PIC X(01) VALUE "N".
006100      88  RRU-FOUND-YES                   VALUE "Y".
006200      88  RRU-FOUND-NO                    VALUE "N".
006300  77  RRU-REPORT-MONTH                PIC X(06) VALUE SPACES.
006400  77  RRU-CURRENT-DATE                PIC 9(08) VALUE ZERO.
006500  77  RRU-TOP-WANTED                  PIC 9(02) VALUE 10.
006600  77  RRU-PARM-DIGITS                 PIC X(02) VALUE SPACES.
006700  77  RRU-RUN-COUNT                   PIC 9(07) COMP VALUE ZERO.
006800  77  RRU-SKIP-COUNT                  PIC 9(07) COMP VALUE ZERO.
006900  77  RRU-IDX                         PIC 9(03) COMP VALUE ZERO.
007000  77  RRU-OPER-SLOT                   PIC 9(03) COMP VALUE ZERO.
007100  77  RRU-MODE-SLOT                   PIC 9(01) COMP VALUE ZERO.
007200  77  RRU-SIZE-SLOT                   PIC 9(01) COMP VALUE ZERO.
007300  77  RRU-TOP-SLOT                    PIC 9(02) COMP VALUE ZERO.
007400  77  RRU-CELL-AREA                   PIC 9(06) COMP VALUE ZERO.
007500  77  RRU-SECTION-TITLE               PIC X(40) VALUE SPACES.
007600*
007700*** GENERATIONS-PER-SECOND WORK FIELDS, SHARED BY EVERY SECTION.
007800  77  RRU-CALC-GENERATIONS            PIC 9(12) COMP VALUE ZERO.
007900  77  RRU-CALC-ELAPSED                PIC 9(09)V99 VALUE ZERO.
008000  77  RRU-CALC-PAUSED                 PIC 9(09)V99 VALUE ZERO.
008100  77  RRU-CALC-ACTIVE                 PIC 9(09)V99 VALUE ZERO.
008200  77  RRU-CALC-RATE                   PIC 9(09)V99 VALUE ZERO.
008300  77  RRU-CALC-PERCENT                PIC 9(03)V9 VALUE ZERO.
008400*
008500*** THE MODE CODES AS RUNREG AND RUNUSAGE CARRY THEM, WITH THE
008600*** NAME EACH PRINTS UNDER.
008700  01  RRU-MODE-NAME-LIST.
008800      05  FILLER                      PIC X(15)
008900                                      VALUE "IINTERACTIVE".
009000      05  FILLER                      PIC X(15)
009100                                      VALUE "BBATCH".
009200      05  FILLER                      PIC X(15)
009300                                      VALUE "SSWEEP DECK".
009400      05  FILLER                      PIC X(15)
009500                                      VALUE "AA/B COMPARISON".
009600  01  RRU-MODE-NAMES REDEFINES RRU-MODE-NAME-LIST.
009700      05  RRU-MODE-NAME-ENTRY OCCURS 4 TIMES.
009800          10  RRU-MODE-CODE           PIC X(01).
009900          10  RRU-MODE-LABEL          PIC X(14).
010000*
010100*** GRID-SIZE BANDS BY CELL COUNT, FOR CAPACITY PLANNING -- THE
010200*** OLD 100X100 CEILING, UP TO A QUARTER OF THE 500X500 FIELD, AND
010300*** THE LARGE-FIELD RUNS ABOVE THAT.
010400  01  RRU-SIZE-NAME-LIST.
010500      05  FILLER                      PIC X(14)
010600                                      VALUE "TO 100X100".
010700      05  FILLER                      PIC X(14)
010800                                      VALUE "TO 250X250".
010900      05  FILLER                      PIC X(14)
011000                                      VALUE "OVER 250X250".
011100  01  RRU-SIZE-NAMES REDEFINES RRU-SIZE-NAME-LIST.
011200      05  RRU-SIZE-LABEL              PIC X(14) OCCURS 3 TIMES.
011300*
011400*** ONE SET OF TOTALS.  THE OPERATOR, MODE, SIZE AND GRAND-TOTAL
011500*** TABLES ALL CARRY THIS SAME SHAPE SO ANY OF THEM CAN BE MOVED
011600*** INTO RRU-PRINT-TOTALS AND PRINTED BY THE ONE PARAGRAPH.
011700  01  RRU-GRAND-TOTALS.
011800      05  RRU-GRD-RUNS                PIC 9(07) COMP VALUE ZERO.
011900      05  RRU-GRD-ELAPSED             PIC 9(09)V99 VALUE ZERO.
012000      05  RRU-GRD-PAUSED              PIC 9(09)V99 VALUE ZERO.
012100      05  RRU-GRD-GENERATIONS         PIC 9(12) COMP VALUE ZERO.
012200      05  RRU-GRD-CELLS               PIC 9(17) COMP VALUE ZERO.
012300      05  RRU-GRD-PEAK                PIC 9(06) COMP VALUE ZERO.
012400  01  RRU-PRINT-TOTALS.
012500      05  RRU-PRT-RUNS                PIC 9(07) COMP.
012600      05  RRU-PRT-ELAPSED             PIC 9(09)V99.
012700      05  RRU-PRT-PAUSED              PIC 9(09)V99.
012800      05  RRU-PRT-GENERATIONS         PIC 9(12) COMP.
012900      05  RRU-PRT-CELLS               PIC 9(17) COMP.
013000      05  RRU-PRT-PEAK                PIC 9(06) COMP.
013100*
013200*** ONE SLOT PER OPERATOR SEEN IN THE MONTH.  THE LAST SLOT IS
013300*** KEPT FOR "(OTHERS)" IF THE TABLE EVER FILLS.  THE INTERACTIVE
013400*** FIELDS FEED THE PAUSED-TIME SECTION.
013500  01  RRU-OPERATOR-TABLE.
013600      05  RRU-OPER-COUNT              PIC 9(03) COMP VALUE ZERO.
013700      05  RRU-OPER-ENTRY OCCURS 200 TIMES.
013800          10  RRU-OPR-ID              PIC X(08).
013900          10  RRU-OPR-TOTALS.
014000              15  RRU-OPR-RUNS        PIC 9(07) COMP.
014100              15  RRU-OPR-ELAPSED     PIC 9(09)V99.
014200              15  RRU-OPR-PAUSED      PIC 9(09)V99.
014300              15  RRU-OPR-GENERATIONS PIC 9(12) COMP.
014400              15  RRU-OPR-CELLS       PIC 9(17) COMP.
014500              15  RRU-OPR-PEAK        PIC 9(06) COMP.
014600          10  RRU-OPR-I-SESSIONS      PIC 9(07) COMP.
014700          10  RRU-OPR-I-ELAPSED       PIC 9(09)V99.
014800          10  RRU-OPR-I-PAUSED        PIC 9(09)V99.
014900          10  RRU-OPR-I-LONGEST       PIC 9(07)V99.
015000  01  RRU-MODE-TABLE.
015100      05  RRU-MODE-ENTRY OCCURS 4 TIMES.
015200          10  RRU-MOD-TOTALS.
015300              15  RRU-MOD-RUNS        PIC 9(07) COMP.
015400              15  RRU-MOD-ELAPSED     PIC 9(09)V99.
015500              15  RRU-MOD-PAUSED      PIC 9(09)V99.
015600              15  RRU-MOD-GENERATIONS PIC 9(12) COMP.
015700              15  RRU-MOD-CELLS       PIC 9(17) COMP.
015800              15  RRU-MOD-PEAK        PIC 9(06) COMP.
015900  01  RRU-SIZE-TABLE.
016000      05  RRU-SIZE-ENTRY OCCURS 3 TIMES.
016100          10  RRU-SIZ-TOTALS.
016200              15  RRU-SIZ-RUNS        PIC 9(07) COMP.
016300              15  RRU-SIZ-ELAPSED     PIC 9(09)V99.
016400              15  RRU-SIZ-PAUSED      PIC 9(09)V99.
016500              15  RRU-SIZ-GENERATIONS PIC 9(12) COMP.
016600              15  RRU-SIZ-CELLS       PIC 9(17) COMP.
016700              15  RRU-SIZ-PEAK        PIC 9(06) COMP.
016800*
016900*** THE LARGEST RUNS BY CELLS EVALUATED, LARGEST FIRST.
017000  01  RRU-TOP-TABLE.
017100      05  RRU-TOP-COUNT               PIC 9(02) COMP VALUE ZERO.
017200      05  RRU-TOP-ENTRY OCCURS 20 TIMES.
017300          10  RRU-TOP-RUN-ID          PIC X(16).
017400          10  RRU-TOP-OPERATOR        PIC X(08).
017500          10  RRU-TOP-MODE            PIC X(01).
017600          10  RRU-TOP-WIDTH           PIC 9(03).
017700          10  RRU-TOP-HEIGHT          PIC 9(03).
017800          10  RRU-TOP-GENERATIONS     PIC 9(09).
017900          10  RRU-TOP-CELLS           PIC 9(15).
018000          10  RRU-TOP-PEAK            PIC 9(06).
018100          10  RRU-TOP-ELAPSED         PIC 9(07)V99.
018200          10  RRU-TOP-PAUSED          PIC 9(07)V99.
018300*
018400*** REPORT LINE LAYOUTS.
018500  01  RRU-TITLE-LINE.
018600      05  FILLER                      PIC X(34)
018700          VALUE "MONTHLY RUN USAGE REPORT -- MONTH ".
018800      05  RRU-TTL-MONTH               PIC X(06).
018900  01  RRU-COUNT-LINE.
019000      05  FILLER                      PIC X(21)
019100          VALUE "RUNS ENDED IN MONTH ".
019200      05  RRU-CNT-RUNS                PIC ZZZZZZ9.
019300      05  FILLER                      PIC X(30)
019400          VALUE "   RUNUSAGE LINES UNREADABLE ".
019500      05  RRU-CNT-SKIPPED             PIC ZZZZZZ9.
019600  01  RRU-TOTAL-HEAD-LINE.
019700      05  RRU-THD-LABEL               PIC X(14).
019800      05  FILLER                      PIC X(10)
019900                                      VALUE "      RUNS".
020000      05  FILLER                      PIC X(14)
020100                                      VALUE "  ELAPSED SECS".
020200      05  FILLER                      PIC X(14)
020300                                      VALUE "   PAUSED SECS".
020400      05  FILLER                      PIC X(14)
020500                                      VALUE "   GENERATIONS".
020600      05  FILLER                      PIC X(19)
020700                                      VALUE "    CELLS EVALUATED".
020800      05  FILLER                      PIC X(14)
020900                                      VALUE "       GEN/SEC".
021000      05  FILLER                      PIC X(13)
021100                                      VALUE "  PEAK ACTIVE".
021200  01  RRU-TOTAL-LINE.
021300      05  RRU-TOT-LABEL               PIC X(14).
021400      05  FILLER                      PIC X(03) VALUE SPACES.
021500      05  RRU-TOT-RUNS                PIC ZZZZZZ9.
021600      05  FILLER                      PIC X(02) VALUE SPACES.
021700      05  RRU-TOT-ELAPSED             PIC ZZZZZZZZ9.99.
021800      05  FILLER                      PIC X(02) VALUE SPACES.
021900      05  RRU-TOT-PAUSED              PIC ZZZZZZZZ9.99.
022000      05  FILLER                      PIC X(02) VALUE SPACES.
022100      05  RRU-TOT-GENERATIONS         PIC ZZZZZZZZZZZ9.
022200      05  FILLER                      PIC X(02) VALUE SPACES.
022300      05  RRU-TOT-CELLS               PIC ZZZZZZZZZZZZZZZZ9.
022400      05  FILLER                      PIC X(02) VALUE SPACES.
022500      05  RRU-TOT-RATE                PIC ZZZZZZZZ9.99.
022600      05  FILLER                      PIC X(07) VALUE SPACES.
022700      05  RRU-TOT-PEAK                PIC ZZZZZ9.
022800  01  RRU-LARGEST-HEAD-LINE.
022900      05  FILLER                      PIC X(22)
023000                                      VALUE "NO RUN-ID".
023100      05  FILLER                      PIC X(09) VALUE "OPERATOR".
023200      05  FILLER                      PIC X(05) VALUE "MODE".
023300      05  FILLER                      PIC X(09) VALUE "   SIZE".
023400      05  FILLER                      PIC X(11)
023500                                      VALUE "GENERATIONS".
023600      05  FILLER                      PIC X(19)
023700                                      VALUE "    CELLS EVALUATED".
023800      05  FILLER                      PIC X(13)
023900                                      VALUE "  PEAK ACTIVE".
024000      05  FILLER                      PIC X(14)
024100                                      VALUE "  ELAPSED SECS".
024200      05  FILLER                      PIC X(14)
024300                                      VALUE "       GEN/SEC".
024400  01  RRU-LARGEST-LINE.
024500      05  RRU-LRG-NO                  PIC Z9.
024600      05  FILLER                      PIC X(01) VALUE SPACE.
024700      05  RRU-LRG-RUN-ID              PIC X(16).
024800      05  FILLER                      PIC X(03) VALUE SPACES.
024900      05  RRU-LRG-OPERATOR            PIC X(08).
025000      05  FILLER                      PIC X(01) VALUE SPACE.
025100      05  RRU-LRG-MODE                PIC X(01).
025200      05  FILLER                      PIC X(05) VALUE SPACES.
025300      05  RRU-LRG-WIDTH               PIC ZZ9.
025400      05  FILLER                      PIC X(01) VALUE "X".
025500      05  RRU-LRG-HEIGHT              PIC 999.
025600      05  FILLER                      PIC X(02) VALUE SPACES.
025700      05  RRU-LRG-GENERATIONS         PIC ZZZZZZZZ9.
025800      05  FILLER                      PIC X(04) VALUE SPACES.
025900      05  RRU-LRG-CELLS               PIC ZZZZZZZZZZZZZZ9.
026000      05  FILLER                      PIC X(07) VALUE SPACES.
026100      05  RRU-LRG-PEAK                PIC ZZZZZ9.
026200      05  FILLER                      PIC X(04) VALUE SPACES.
026300      05  RRU-LRG-ELAPSED             PIC ZZZZZZ9.99.
026400      05  FILLER                      PIC X(02) VALUE SPACES.
026500      05  RRU-LRG-RATE                PIC ZZZZZZZZ9.99.
026600  01  RRU-PAUSED-HEAD-LINE.
026700      05  FILLER                      PIC X(08) VALUE "OPERATOR".
026800      05  FILLER                      PIC X(10)
026900                                      VALUE "  SESSIONS".
027000      05  FILLER                      PIC X(14)
027100                                      VALUE "  ELAPSED SECS".
027200      05  FILLER                      PIC X(14)
027300                                      VALUE "   PAUSED SECS".
027400      05  FILLER                      PIC X(10)
027500                                      VALUE "  % PAUSED".
027600      05  FILLER                      PIC X(20)
027700          VALUE "  LONGEST PAUSED RUN".
027800  01  RRU-PAUSED-LINE.
027900      05  RRU-PSD-OPERATOR            PIC X(08).
028000      05  FILLER                      PIC X(03) VALUE SPACES.
028100      05  RRU-PSD-SESSIONS            PIC ZZZZZZ9.
028200      05  FILLER                      PIC X(02) VALUE SPACES.
028300      05  RRU-PSD-ELAPSED             PIC ZZZZZZZZ9.99.
028400      05  FILLER                      PIC X(02) VALUE SPACES.
028500      05  RRU-PSD-PAUSED              PIC ZZZZZZZZ9.99.
028600      05  FILLER                      PIC X(05) VALUE SPACES.
028700      05  RRU-PSD-PERCENT             PIC ZZ9.9.
028800      05  FILLER                      PIC X(10) VALUE SPACES.
028900      05  RRU-PSD-LONGEST             PIC ZZZZZZZ9.99.
029000*
029100 LINKAGE SECTION.
029200 01  LK-PARM-DATA.
029300     05  LK-PARM-LENGTH              PIC S9(04) COMP.
029400     05  LK-PARM-TEXT                PIC X(20).
029500*
029600 PROCEDURE DIVISION USING LK-PARM-DATA.
029700*------------------------------------------------------------*
029800*    0000-MAINLINE -- PICK THE MONTH, TOTAL EVERY RUNUSAGE     *
029900*    LINE FOR A RUN THAT ENDED IN IT, AND PRINT THE SECTIONS.  *
030000*------------------------------------------------------------*
030100 0000-MAINLINE.
030200     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
030300     IF OPCHK-REFUSED
030400         MOVE 16 TO RETURN-CODE
030500         GO TO 0000-MAINLINE-EXIT
030600     END-IF.
030700     MOVE ZERO TO RETURN-CODE.
030800     PERFORM 1000-PARSE-PARM THRU 1000-PARSE-PARM-EXIT.
030900     IF RETURN-CODE NOT = ZERO
031000         GO TO 0000-MAINLINE-EXIT
031100     END-IF.
031200     PERFORM 2000-LOAD-USAGE THRU 2000-LOAD-USAGE-EXIT.
031300     PERFORM 5000-WRITE-USAGE-REPORT
031400         THRU 5000-WRITE-USAGE-REPORT-EXIT.
031500     IF RETURN-CODE NOT = ZERO
031600         GO TO 0000-MAINLINE-EXIT
031700     END-IF.
031800     DISPLAY "USAGE REPORT WRITTEN -- MONTH " RRU-REPORT-MONTH
031900         " RUNS " RRU-RUN-COUNT.
032000     IF RRU-RUN-COUNT = ZERO OR RRU-SKIP-COUNT > ZERO
032100         MOVE 4 TO RETURN-CODE
032200     END-IF.
032300 0000-MAINLINE-EXIT.
032400     GOBACK.
032500*
032600*------------------------------------------------------------*
032700*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
032800*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
032900*------------------------------------------------------------*
033000 0100-CHECK-OPERATOR.
033100     MOVE SPACES TO OPCHK-OPERATOR-ID.
033200     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
033300     MOVE "App_reportRunUsage" TO OPCHK-PROGRAM.
033400     MOVE SPACES TO OPCHK-RUN-ID.
033500     SET OPCHK-FUNC-RUN TO TRUE.
033600     CALL "App_checkOperator".
033700 0100-CHECK-OPERATOR-EXIT.
033800     EXIT.
033900*
034000*------------------------------------------------------------*
034100*    1000-PARSE-PARM -- THE MONTH (BLANK = THIS MONTH) AND HOW *
034200*    MANY LARGEST RUNS TO LIST.  A MONTH THAT IS NOT A YYYYMM  *
034300*    IS REFUSED WITH RC 8.                                     *
034400*------------------------------------------------------------*
034500 1000-PARSE-PARM.
034600     ACCEPT RRU-CURRENT-DATE FROM DATE YYYYMMDD.
034700     MOVE RRU-CURRENT-DATE (1:6) TO RRU-REPORT-MONTH.
034800     IF LK-PARM-LENGTH >= 6
034900        AND LK-PARM-TEXT (1:6) NOT = SPACES
035000         MOVE LK-PARM-TEXT (1:6) TO RRU-REPORT-MONTH
035100     END-IF.
035200     IF RRU-REPORT-MONTH IS NOT NUMERIC
035300        OR RRU-REPORT-MONTH (5:2) < "01"
035400        OR RRU-REPORT-MONTH (5:2) > "12"
035500         DISPLAY "MONTH (BYTES 1-6) MUST BE YYYYMM: "
035600             RRU-REPORT-MONTH
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 1000-PARSE-PARM-EXIT
035900     END-IF.
036000     IF LK-PARM-LENGTH >= 8
036100         MOVE LK-PARM-TEXT (7:2) TO RRU-PARM-DIGITS
036200         IF RRU-PARM-DIGITS IS NUMERIC
036300             MOVE RRU-PARM-DIGITS TO RRU-TOP-WANTED
036400         END-IF
036500     END-IF.
036600     IF RRU-TOP-WANTED < 1
036700         MOVE 10 TO RRU-TOP-WANTED
036800     END-IF.
036900     IF RRU-TOP-WANTED > 20
037000         MOVE 20 TO RRU-TOP-WANTED
037100     END-IF.
037200 1000-PARSE-PARM-EXIT.
037300     EXIT.
037400*
037500*------------------------------------------------------------*
037600*    2000-LOAD-USAGE -- READ RUNUSAGE END TO END, FOLDING EACH *
037700*    LINE FOR A RUN THAT ENDED IN THE MONTH INTO THE TOTALS.   *
037800*    NO FILE YET MEANS NO RUNS, NOT A FAILURE.                 *
037900*------------------------------------------------------------*
038000 2000-LOAD-USAGE.
038100     INITIALIZE RRU-MODE-TABLE.
038200     INITIALIZE RRU-SIZE-TABLE.
038300     OPEN INPUT RUN-USAGE-FILE.
038400     IF RRU-USAGE-STATUS NOT = "00"
038500         DISPLAY "RUNUSAGE NOT AVAILABLE -- STATUS "
038600             RRU-USAGE-STATUS
038700         GO TO 2000-LOAD-USAGE-EXIT
038800     END-IF.
038900     PERFORM 2100-READ-USAGE-LINE
039000         THRU 2100-READ-USAGE-LINE-EXIT
039100         UNTIL RRU-USAGE-EOF-YES.
039200     CLOSE RUN-USAGE-FILE.
039300 2000-LOAD-USAGE-EXIT.
039400     EXIT.
039500*
039600 2100-READ-USAGE-LINE.
039700     READ RUN-USAGE-FILE
039800         AT END
039900             SET RRU-USAGE-EOF-YES TO TRUE
040000             GO TO 2100-READ-USAGE-LINE-EXIT
040100     END-READ.
040200     IF RUNUSE-END-MONTH NOT = RRU-REPORT-MONTH
040300         GO TO 2100-READ-USAGE-LINE-EXIT
040400     END-IF.
040500     IF RUNUSE-ELAPSED-SECONDS IS NOT NUMERIC
040600        OR RUNUSE-PAUSED-SECONDS IS NOT NUMERIC
040700        OR RUNUSE-GENERATIONS IS NOT NUMERIC
040800        OR RUNUSE-CANDIDATE-CELLS IS NOT NUMERIC
040900        OR RUNUSE-PEAK-ACTIVE IS NOT NUMERIC
041000        OR RUNUSE-WIDTH IS NOT NUMERIC
041100        OR RUNUSE-HEIGHT IS NOT NUMERIC
041200         ADD 1 TO RRU-SKIP-COUNT
041300         GO TO 2100-READ-USAGE-LINE-EXIT
041400     END-IF.
041500     SET RRU-FOUND-NO TO TRUE.
041600     PERFORM 2110-MATCH-MODE THRU 2110-MATCH-MODE-EXIT
041700         VARYING RRU-IDX FROM 1 BY 1
041800             UNTIL RRU-IDX > 4 OR RRU-FOUND-YES.
041900     IF RRU-FOUND-NO
042000         ADD 1 TO RRU-SKIP-COUNT
042100         GO TO 2100-READ-USAGE-LINE-EXIT
042200     END-IF.
042300     ADD 1 TO RRU-RUN-COUNT.
042400     PERFORM 2200-FOLD-OPERATOR THRU 2200-FOLD-OPERATOR-EXIT.
042500     PERFORM 2300-FOLD-MODE-AND-SIZE
042600         THRU 2300-FOLD-MODE-AND-SIZE-EXIT.
042700     PERFORM 2400-FOLD-LARGEST-RUN
042800         THRU 2400-FOLD-LARGEST-RUN-EXIT.
042900 2100-READ-USAGE-LINE-EXIT.
043000     EXIT.
043100*
043200 2110-MATCH-MODE.
043300     IF RRU-MODE-CODE (RRU-IDX) = RUNUSE-MODE
043400         MOVE RRU-IDX TO RRU-MODE-SLOT
043500         SET RRU-FOUND-YES TO TRUE
043600     END-IF.
043700 2110-MATCH-MODE-EXIT.
043800     EXIT.
043900*
044000*------------------------------------------------------------*
044100*    2200-FOLD-OPERATOR -- FIND OR ADD THE OPERATOR'S SLOT AND *
044200*    ADD THE RUN IN.  AN INTERACTIVE SESSION ALSO COUNTS       *
044300*    TOWARD THE OPERATOR'S PAUSED-TIME FIGURES.                *
044400*------------------------------------------------------------*
044500 2200-FOLD-OPERATOR.
044600     SET RRU-FOUND-NO TO TRUE.
044700     PERFORM 2210-MATCH-OPERATOR THRU 2210-MATCH-OPERATOR-EXIT
044800         VARYING RRU-IDX FROM 1 BY 1
044900             UNTIL RRU-IDX > RRU-OPER-COUNT OR RRU-FOUND-YES.
045000     IF RRU-FOUND-NO
045100         PERFORM 2220-ADD-OPERATOR THRU 2220-ADD-OPERATOR-EXIT
045200     END-IF.
045300     ADD 1 TO RRU-OPR-RUNS (RRU-OPER-SLOT).
045400     ADD RUNUSE-ELAPSED-SECONDS
045500         TO RRU-OPR-ELAPSED (RRU-OPER-SLOT).
045600     ADD RUNUSE-PAUSED-SECONDS TO RRU-OPR-PAUSED (RRU-OPER-SLOT).
045700     ADD RUNUSE-GENERATIONS
045800         TO RRU-OPR-GENERATIONS (RRU-OPER-SLOT).
045900     ADD RUNUSE-CANDIDATE-CELLS TO RRU-OPR-CELLS (RRU-OPER-SLOT).
046000     IF RUNUSE-PEAK-ACTIVE > RRU-OPR-PEAK (RRU-OPER-SLOT)
046100         MOVE RUNUSE-PEAK-ACTIVE TO RRU-OPR-PEAK (RRU-OPER-SLOT)
046200     END-IF.
046300     IF NOT RUNUSE-MODE-INTERACTIVE
046400         GO TO 2200-FOLD-OPERATOR-EXIT
046500     END-IF.
046600     ADD 1 TO RRU-OPR-I-SESSIONS (RRU-OPER-SLOT).
046700     ADD RUNUSE-ELAPSED-SECONDS
046800         TO RRU-OPR-I-ELAPSED (RRU-OPER-SLOT).
046900     ADD RUNUSE-PAUSED-SECONDS
047000         TO RRU-OPR-I-PAUSED (RRU-OPER-SLOT).
047100     IF RUNUSE-PAUSED-SECONDS > RRU-OPR-I-LONGEST (RRU-OPER-SLOT)
047200         MOVE RUNUSE-PAUSED-SECONDS
047300             TO RRU-OPR-I-LONGEST (RRU-OPER-SLOT)
047400     END-IF.
047500 2200-FOLD-OPERATOR-EXIT.
047600     EXIT.
047700*
047800 2210-MATCH-OPERATOR.
047900     IF RRU-OPR-ID (RRU-IDX) = RUNUSE-OPERATOR-ID
048000         MOVE RRU-IDX TO RRU-OPER-SLOT
048100         SET RRU-FOUND-YES TO TRUE
048200     END-IF.
048300 2210-MATCH-OPERATOR-EXIT.
048400     EXIT.
048500*
048600*------------------------------------------------------------*
048700*    2220-ADD-OPERATOR -- A NEW SLOT, OR ONCE THE TABLE IS ALL *
048800*    BUT FULL THE "(OTHERS)" SLOT EVERY LATER NEWCOMER SHARES. *
048900*------------------------------------------------------------*
049000 2220-ADD-OPERATOR.
049100     IF RRU-OPER-COUNT = 200
049200         MOVE 200 TO RRU-OPER-SLOT
049300         GO TO 2220-ADD-OPERATOR-EXIT
049400     END-IF.
049500     ADD 1 TO RRU-OPER-COUNT.
049600     MOVE RRU-OPER-COUNT TO RRU-OPER-SLOT.
049700     INITIALIZE RRU-OPER-ENTRY (RRU-OPER-SLOT).
049800     IF RRU-OPER-COUNT = 200
049900         MOVE "(OTHERS)" TO RRU-OPR-ID (RRU-OPER-SLOT)
050000     ELSE
050100         MOVE RUNUSE-OPERATOR-ID TO RRU-OPR-ID (RRU-OPER-SLOT)
050200     END-IF.
050300 2220-ADD-OPERATOR-EXIT.
050400     EXIT.
050500*
050600*------------------------------------------------------------*
050700*    2300-FOLD-MODE-AND-SIZE -- ADD THE RUN INTO ITS MODE'S    *
050800*    TOTALS, ITS GRID-SIZE BAND'S TOTALS, AND THE GRAND TOTAL. *
050900*------------------------------------------------------------*
051000 2300-FOLD-MODE-AND-SIZE.
051100     ADD 1 TO RRU-MOD-RUNS (RRU-MODE-SLOT).
051200     ADD RUNUSE-ELAPSED-SECONDS
051300         TO RRU-MOD-ELAPSED (RRU-MODE-SLOT).
051400     ADD RUNUSE-PAUSED-SECONDS TO RRU-MOD-PAUSED (RRU-MODE-SLOT).
051500     ADD RUNUSE-GENERATIONS
051600         TO RRU-MOD-GENERATIONS (RRU-MODE-SLOT).
051700     ADD RUNUSE-CANDIDATE-CELLS TO RRU-MOD-CELLS (RRU-MODE-SLOT).
051800     IF RUNUSE-PEAK-ACTIVE > RRU-MOD-PEAK (RRU-MODE-SLOT)
051900         MOVE RUNUSE-PEAK-ACTIVE TO RRU-MOD-PEAK (RRU-MODE-SLOT)
052000     END-IF.
052100     COMPUTE RRU-CELL-AREA = RUNUSE-WIDTH * RUNUSE-HEIGHT.
052200     EVALUATE TRUE
052300         WHEN RRU-CELL-AREA <= 10000
052400             MOVE 1 TO RRU-SIZE-SLOT
052500         WHEN RRU-CELL-AREA <= 62500
052600             MOVE 2 TO RRU-SIZE-SLOT
052700         WHEN OTHER
052800             MOVE 3 TO RRU-SIZE-SLOT
052900     END-EVALUATE.
053000     ADD 1 TO RRU-SIZ-RUNS (RRU-SIZE-SLOT).
053100     ADD RUNUSE-ELAPSED-SECONDS
053200         TO RRU-SIZ-ELAPSED (RRU-SIZE-SLOT).
053300     ADD RUNUSE-PAUSED-SECONDS TO RRU-SIZ-PAUSED (RRU-SIZE-SLOT).
053400     ADD RUNUSE-GENERATIONS
053500         TO RRU-SIZ-GENERATIONS (RRU-SIZE-SLOT).
053600     ADD RUNUSE-CANDIDATE-CELLS TO RRU-SIZ-CELLS (RRU-SIZE-SLOT).
053700     IF RUNUSE-PEAK-ACTIVE > RRU-SIZ-PEAK (RRU-SIZE-SLOT)
053800         MOVE RUNUSE-PEAK-ACTIVE TO RRU-SIZ-PEAK (RRU-SIZE-SLOT)
053900     END-IF.
054000     ADD 1 TO RRU-GRD-RUNS.
054100     ADD RUNUSE-ELAPSED-SECONDS TO RRU-GRD-ELAPSED.
054200     ADD RUNUSE-PAUSED-SECONDS TO RRU-GRD-PAUSED.
054300     ADD RUNUSE-GENERATIONS TO RRU-GRD-GENERATIONS.
054400     ADD RUNUSE-CANDIDATE-CELLS TO RRU-GRD-CELLS.
054500     IF RUNUSE-PEAK-ACTIVE > RRU-GRD-PEAK
054600         MOVE RUNUSE-PEAK-ACTIVE TO RRU-GRD-PEAK
054700     END-IF.
054800 2300-FOLD-MODE-AND-SIZE-EXIT.
054900     EXIT.
055000*
055100*------------------------------------------------------------*
055200*    2400-FOLD-LARGEST-RUN -- KEEP THE TOP-N TABLE IN ORDER OF *
055300*    CELLS EVALUATED: A RUN THAT BEATS THE SMALLEST KEPT ONE   *
055400*    IS SLID IN AT ITS PLACE, THE SMALLER ONES MOVING DOWN.    *
055500*    ON A TIE THE EARLIER RUN STAYS AHEAD.                     *
055600*------------------------------------------------------------*
055700 2400-FOLD-LARGEST-RUN.
055800     IF RRU-TOP-COUNT = RRU-TOP-WANTED
055900        AND RUNUSE-CANDIDATE-CELLS NOT > RRU-TOP-CELLS
056000                                          (RRU-TOP-COUNT)
056100         GO TO 2400-FOLD-LARGEST-RUN-EXIT
056200     END-IF.
056300     IF RRU-TOP-COUNT < RRU-TOP-WANTED
056400         ADD 1 TO RRU-TOP-COUNT
056500     END-IF.
056600     MOVE RRU-TOP-COUNT TO RRU-TOP-SLOT.
056700     PERFORM 2410-SHIFT-TOP-ENTRY THRU 2410-SHIFT-TOP-ENTRY-EXIT
056800         UNTIL RRU-TOP-SLOT = 1
056900            OR RUNUSE-CANDIDATE-CELLS NOT > RRU-TOP-CELLS
057000                                             (RRU-TOP-SLOT - 1).
057100     MOVE RUNUSE-RUN-ID TO RRU-TOP-RUN-ID (RRU-TOP-SLOT).
057200     MOVE RUNUSE-OPERATOR-ID TO RRU-TOP-OPERATOR (RRU-TOP-SLOT).
057300     MOVE RUNUSE-MODE TO RRU-TOP-MODE (RRU-TOP-SLOT).
057400     MOVE RUNUSE-WIDTH TO RRU-TOP-WIDTH (RRU-TOP-SLOT).
057500     MOVE RUNUSE-HEIGHT TO RRU-TOP-HEIGHT (RRU-TOP-SLOT).
057600     MOVE RUNUSE-GENERATIONS
057700         TO RRU-TOP-GENERATIONS (RRU-TOP-SLOT).
057800     MOVE RUNUSE-CANDIDATE-CELLS TO RRU-TOP-CELLS (RRU-TOP-SLOT).
057900     MOVE RUNUSE-PEAK-ACTIVE TO RRU-TOP-PEAK (RRU-TOP-SLOT).
058000     MOVE RUNUSE-ELAPSED-SECONDS
058100         TO RRU-TOP-ELAPSED (RRU-TOP-SLOT).
058200     MOVE RUNUSE-PAUSED-SECONDS TO RRU-TOP-PAUSED (RRU-TOP-SLOT).
058300 2400-FOLD-LARGEST-RUN-EXIT.
058400     EXIT.
058500*
058600 2410-SHIFT-TOP-ENTRY.
058700     MOVE RRU-TOP-ENTRY (RRU-TOP-SLOT - 1)
058800         TO RRU-TOP-ENTRY (RRU-TOP-SLOT).
058900     SUBTRACT 1 FROM RRU-TOP-SLOT.
059000 2410-SHIFT-TOP-ENTRY-EXIT.
059100     EXIT.
059200*
059300*------------------------------------------------------------*
059400*    5000-WRITE-USAGE-REPORT -- TITLE AND COUNTS, THEN THE     *
059500*    OPERATOR, MODE AND GRID-SIZE TOTALS, THE LARGEST RUNS,    *
059600*    AND THE INTERACTIVE PAUSED TIME.                          *
059700*------------------------------------------------------------*
059800 5000-WRITE-USAGE-REPORT.
059900     OPEN OUTPUT USAGE-REPORT-FILE.
060000     IF RRU-REPORT-STATUS NOT = "00"
060100         DISPLAY "UNABLE TO OPEN USAGERPT " RRU-REPORT-STATUS
060200         MOVE 12 TO RETURN-CODE
060300         GO TO 5000-WRITE-USAGE-REPORT-EXIT
060400     END-IF.
060500     MOVE RRU-REPORT-MONTH TO RRU-TTL-MONTH.
060600     MOVE RRU-TITLE-LINE TO USAGE-REPORT-RECORD.
060700     WRITE USAGE-REPORT-RECORD.
060800     MOVE RRU-RUN-COUNT TO RRU-CNT-RUNS.
060900     MOVE RRU-SKIP-COUNT TO RRU-CNT-SKIPPED.
061000     MOVE RRU-COUNT-LINE TO USAGE-REPORT-RECORD.
061100     WRITE USAGE-REPORT-RECORD.
061200     IF RRU-RUN-COUNT = ZERO
061300         MOVE "NO RUNS ENDED IN THE MONTH" TO USAGE-REPORT-RECORD
061400         WRITE USAGE-REPORT-RECORD
061500         CLOSE USAGE-REPORT-FILE
061600         GO TO 5000-WRITE-USAGE-REPORT-EXIT
061700     END-IF.
061800     MOVE "USAGE BY OPERATOR" TO RRU-SECTION-TITLE.
061900     PERFORM 6000-WRITE-SECTION-HEAD
062000         THRU 6000-WRITE-SECTION-HEAD-EXIT.
062100     MOVE "OPERATOR" TO RRU-THD-LABEL.
062200     MOVE RRU-TOTAL-HEAD-LINE TO USAGE-REPORT-RECORD.
062300     WRITE USAGE-REPORT-RECORD.
062400     PERFORM 5100-WRITE-OPERATOR-LINE
062500         THRU 5100-WRITE-OPERATOR-LINE-EXIT
062600         VARYING RRU-IDX FROM 1 BY 1
062700             UNTIL RRU-IDX > RRU-OPER-COUNT.
062800     MOVE RRU-GRAND-TOTALS TO RRU-PRINT-TOTALS.
062900     MOVE "ALL OPERATORS" TO RRU-TOT-LABEL.
063000     PERFORM 6100-WRITE-TOTAL-LINE
063100         THRU 6100-WRITE-TOTAL-LINE-EXIT.
063200     MOVE "USAGE BY MODE" TO RRU-SECTION-TITLE.
063300     PERFORM 6000-WRITE-SECTION-HEAD
063400         THRU 6000-WRITE-SECTION-HEAD-EXIT.
063500     MOVE "MODE" TO RRU-THD-LABEL.
063600     MOVE RRU-TOTAL-HEAD-LINE TO USAGE-REPORT-RECORD.
063700     WRITE USAGE-REPORT-RECORD.
063800     PERFORM 5200-WRITE-MODE-LINE THRU 5200-WRITE-MODE-LINE-EXIT
063900         VARYING RRU-IDX FROM 1 BY 1 UNTIL RRU-IDX > 4.
064000     MOVE "USAGE BY GRID SIZE" TO RRU-SECTION-TITLE.
064100     PERFORM 6000-WRITE-SECTION-HEAD
064200         THRU 6000-WRITE-SECTION-HEAD-EXIT.
064300     MOVE "GRID SIZE" TO RRU-THD-LABEL.
064400     MOVE RRU-TOTAL-HEAD-LINE TO USAGE-REPORT-RECORD.
064500     WRITE USAGE-REPORT-RECORD.
064600     PERFORM 5300-WRITE-SIZE-LINE THRU 5300-WRITE-SIZE-LINE-EXIT
064700         VARYING RRU-IDX FROM 1 BY 1 UNTIL RRU-IDX > 3.
064800     MOVE "LARGEST RUNS BY CELLS EVALUATED"
064900         TO RRU-SECTION-TITLE.
065000     PERFORM 6000-WRITE-SECTION-HEAD
065100         THRU 6000-WRITE-SECTION-HEAD-EXIT.
065200     MOVE RRU-LARGEST-HEAD-LINE TO USAGE-REPORT-RECORD.
065300     WRITE USAGE-REPORT-RECORD.
065400     PERFORM 5400-WRITE-LARGEST-LINE
065500         THRU 5400-WRITE-LARGEST-LINE-EXIT
065600         VARYING RRU-IDX FROM 1 BY 1
065700             UNTIL RRU-IDX > RRU-TOP-COUNT.
065800     MOVE "INTERACTIVE SESSIONS -- TIME PAUSED"
065900         TO RRU-SECTION-TITLE.
066000     PERFORM 6000-WRITE-SECTION-HEAD
066100         THRU 6000-WRITE-SECTION-HEAD-EXIT.
066200     IF RRU-MOD-RUNS (1) = ZERO
066300         MOVE "NO INTERACTIVE SESSIONS IN THE MONTH"
066400             TO USAGE-REPORT-RECORD
066500         WRITE USAGE-REPORT-RECORD
066600     ELSE
066700         MOVE RRU-PAUSED-HEAD-LINE TO USAGE-REPORT-RECORD
066800         WRITE USAGE-REPORT-RECORD
066900         PERFORM 5500-WRITE-PAUSED-LINE
067000             THRU 5500-WRITE-PAUSED-LINE-EXIT
067100             VARYING RRU-IDX FROM 1 BY 1
067200                 UNTIL RRU-IDX > RRU-OPER-COUNT
067300     END-IF.
067400     CLOSE USAGE-REPORT-FILE.
067500 5000-WRITE-USAGE-REPORT-EXIT.
067600     EXIT.
067700*
067800 5100-WRITE-OPERATOR-LINE.
067900     MOVE RRU-OPR-TOTALS (RRU-IDX) TO RRU-PRINT-TOTALS.
068000     MOVE RRU-OPR-ID (RRU-IDX) TO RRU-TOT-LABEL.
068100     PERFORM 6100-WRITE-TOTAL-LINE
068200         THRU 6100-WRITE-TOTAL-LINE-EXIT.
068300 5100-WRITE-OPERATOR-LINE-EXIT.
068400     EXIT.
068500*
068600 5200-WRITE-MODE-LINE.
068700     MOVE RRU-MOD-TOTALS (RRU-IDX) TO RRU-PRINT-TOTALS.
068800     MOVE RRU-MODE-LABEL (RRU-IDX) TO RRU-TOT-LABEL.
068900     PERFORM 6100-WRITE-TOTAL-LINE
069000         THRU 6100-WRITE-TOTAL-LINE-EXIT.
069100 5200-WRITE-MODE-LINE-EXIT.
069200     EXIT.
069300*
069400 5300-WRITE-SIZE-LINE.
069500     MOVE RRU-SIZ-TOTALS (RRU-IDX) TO RRU-PRINT-TOTALS.
069600     MOVE RRU-SIZE-LABEL (RRU-IDX) TO RRU-TOT-LABEL.
069700     PERFORM 6100-WRITE-TOTAL-LINE
069800         THRU 6100-WRITE-TOTAL-LINE-EXIT.
069900 5300-WRITE-SIZE-LINE-EXIT.
070000     EXIT.
070100*
070200 5400-WRITE-LARGEST-LINE.
070300     MOVE RRU-IDX TO RRU-LRG-NO.
070400     MOVE RRU-TOP-RUN-ID (RRU-IDX) TO RRU-LRG-RUN-ID.
070500     MOVE RRU-TOP-OPERATOR (RRU-IDX) TO RRU-LRG-OPERATOR.
070600     MOVE RRU-TOP-MODE (RRU-IDX) TO RRU-LRG-MODE.
070700     MOVE RRU-TOP-WIDTH (RRU-IDX) TO RRU-LRG-WIDTH.
070800     MOVE RRU-TOP-HEIGHT (RRU-IDX) TO RRU-LRG-HEIGHT.
070900     MOVE RRU-TOP-GENERATIONS (RRU-IDX) TO RRU-LRG-GENERATIONS.
071000     MOVE RRU-TOP-CELLS (RRU-IDX) TO RRU-LRG-CELLS.
071100     MOVE RRU-TOP-PEAK (RRU-IDX) TO RRU-LRG-PEAK.
071200     MOVE RRU-TOP-ELAPSED (RRU-IDX) TO RRU-LRG-ELAPSED.
071300     MOVE RRU-TOP-GENERATIONS (RRU-IDX) TO RRU-CALC-GENERATIONS.
071400     MOVE RRU-TOP-ELAPSED (RRU-IDX) TO RRU-CALC-ELAPSED.
071500     MOVE RRU-TOP-PAUSED (RRU-IDX) TO RRU-CALC-PAUSED.
071600     PERFORM 6200-COMPUTE-RATE THRU 6200-COMPUTE-RATE-EXIT.
071700     MOVE RRU-CALC-RATE TO RRU-LRG-RATE.
071800     MOVE RRU-LARGEST-LINE TO USAGE-REPORT-RECORD.
071900     WRITE USAGE-REPORT-RECORD.
072000 5400-WRITE-LARGEST-LINE-EXIT.
072100     EXIT.
072200*
072300 5500-WRITE-PAUSED-LINE.
072400     IF RRU-OPR-I-SESSIONS (RRU-IDX) = ZERO
072500         GO TO 5500-WRITE-PAUSED-LINE-EXIT
072600     END-IF.
072700     MOVE RRU-OPR-ID (RRU-IDX) TO RRU-PSD-OPERATOR.
072800     MOVE RRU-OPR-I-SESSIONS (RRU-IDX) TO RRU-PSD-SESSIONS.
072900     MOVE RRU-OPR-I-ELAPSED (RRU-IDX) TO RRU-PSD-ELAPSED.
073000     MOVE RRU-OPR-I-PAUSED (RRU-IDX) TO RRU-PSD-PAUSED.
073100     MOVE RRU-OPR-I-LONGEST (RRU-IDX) TO RRU-PSD-LONGEST.
073200     MOVE ZERO TO RRU-CALC-PERCENT.
073300     IF RRU-OPR-I-ELAPSED (RRU-IDX) > ZERO
073400         COMPUTE RRU-CALC-PERCENT ROUNDED =
073500             RRU-OPR-I-PAUSED (RRU-IDX) * 100
073600                 / RRU-OPR-I-ELAPSED (RRU-IDX)
073700     END-IF.
073800     MOVE RRU-CALC-PERCENT TO RRU-PSD-PERCENT.
073900     MOVE RRU-PAUSED-LINE TO USAGE-REPORT-RECORD.
074000     WRITE USAGE-REPORT-RECORD.
074100 5500-WRITE-PAUSED-LINE-EXIT.
074200     EXIT.
074300*
074400*------------------------------------------------------------*
074500*    6000-WRITE-SECTION-HEAD -- A BLANK LINE AND THE SECTION'S *
074600*    TITLE, PASSED IN RRU-SECTION-TITLE.                       *
074700*------------------------------------------------------------*
074800 6000-WRITE-SECTION-HEAD.
074900     MOVE SPACES TO USAGE-REPORT-RECORD.
075000     WRITE USAGE-REPORT-RECORD.
075100     MOVE RRU-SECTION-TITLE TO USAGE-REPORT-RECORD.
075200     WRITE USAGE-REPORT-RECORD.
075300 6000-WRITE-SECTION-HEAD-EXIT.
075400     EXIT.
075500*
075600*------------------------------------------------------------*
075700*    6100-WRITE-TOTAL-LINE -- ONE TOTALS LINE FROM THE SET IN  *
075800*    RRU-PRINT-TOTALS, LABELLED FROM RRU-TOT-LABEL.            *
075900*------------------------------------------------------------*
076000 6100-WRITE-TOTAL-LINE.
076100     MOVE RRU-PRT-RUNS TO RRU-TOT-RUNS.
076200     MOVE RRU-PRT-ELAPSED TO RRU-TOT-ELAPSED.
076300     MOVE RRU-PRT-PAUSED TO RRU-TOT-PAUSED.
076400     MOVE RRU-PRT-GENERATIONS TO RRU-TOT-GENERATIONS.
076500     MOVE RRU-PRT-CELLS TO RRU-TOT-CELLS.
076600     MOVE RRU-PRT-PEAK TO RRU-TOT-PEAK.
076700     MOVE RRU-PRT-GENERATIONS TO RRU-CALC-GENERATIONS.
076800     MOVE RRU-PRT-ELAPSED TO RRU-CALC-ELAPSED.
076900     MOVE RRU-PRT-PAUSED TO RRU-CALC-PAUSED.
077000     PERFORM 6200-COMPUTE-RATE THRU 6200-COMPUTE-RATE-EXIT.
077100     MOVE RRU-CALC-RATE TO RRU-TOT-RATE.
077200     MOVE RRU-TOTAL-LINE TO USAGE-REPORT-RECORD.
077300     WRITE USAGE-REPORT-RECORD.
077400 6100-WRITE-TOTAL-LINE-EXIT.
077500     EXIT.
077600*
077700*------------------------------------------------------------*
077800*    6200-COMPUTE-RATE -- GENERATIONS PER ACTIVE SECOND.  A    *
077900*    RUN TOO QUICK FOR THE CLOCK TO SEE SHOWS ZERO.            *
078000*------------------------------------------------------------*
078100 6200-COMPUTE-RATE.
078200     MOVE ZERO TO RRU-CALC-RATE.
078300     MOVE ZERO TO RRU-CALC-ACTIVE.
078400     IF RRU-CALC-ELAPSED > RRU-CALC-PAUSED
078500         COMPUTE RRU-CALC-ACTIVE =
078600             RRU-CALC-ELAPSED - RRU-CALC-PAUSED
078700     END-IF.
078800     IF RRU-CALC-ACTIVE = ZERO
078900         GO TO 6200-COMPUTE-RATE-EXIT
079000     END-IF.
079100     COMPUTE RRU-CALC-RATE ROUNDED =
079200         RRU-CALC-GENERATIONS / RRU-CALC-ACTIVE
079300         ON SIZE ERROR
079400             MOVE 999999999.99 TO RRU-CALC-RATE
079500     END-COMPUTE.
079600 6200-COMPUTE-RATE-EXIT.
079700     EXIT.
