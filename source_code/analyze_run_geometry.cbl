000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_analyzeRunGeometry.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- SPATIAL ANALYTICS FOR A FINISHED
001000*    10/15/2026  ME   RUN.  WALKS JRNL-<RUN-ID> GENERATION BY
001100*    10/15/2026  ME   GENERATION THE SAME WAY App_replayRunJournal
001200*    10/15/2026  ME   DOES, BUT INSTEAD OF RENDERING EACH FRAME IT
001300*    10/15/2026  ME   WRITES ONE RUNGEOM-<RUN-ID> LINE PER
001400*    10/15/2026  ME   GENERATION: THE LIVE BOUNDING BOX,
001500*    10/15/2026  ME   CENTROID, DENSITY INSIDE THE BOX, AND THE
001600*    10/15/2026  ME   LIVE CELLS ON THE GRID EDGE.  THE GEOMRPT
001700*    10/15/2026  ME   SUMMARY GIVES THE CENTROID'S DRIFT SPEED AND
001800*    10/15/2026  ME   DIRECTION AND THE FIRST GENERATION THE
001900*    10/15/2026  ME   PATTERN REACHED A WALL OR CROSSED THE TORUS
002000*    10/15/2026  ME   SEAM.
002010*    10/15/2026  ME   THE JOURNAL AND AUDIT RECORDS ARE READ OUT
002020*    10/15/2026  ME   TO THE RANDOM-SOUP SEED AND DENSITY NOW ON
002030*    10/15/2026  ME   THE "H" HEADER AND TO THE AUDIT LINE'S SCENE
002040*    10/15/2026  ME   NAME AND SOUP FIELDS, SO THE LONGER LINES
002050*    10/15/2026  ME   DO NOT SPLIT.
002060*    10/15/2026  ME   ENDS WITH GOBACK, NOT STOP RUN, SO IT CAN
002070*    10/15/2026  ME   RUN AS A App_runNightlyJobStream STEP; THE
002080*    10/15/2026  ME   RETURN CODE IS SET JUST BEFORE IT.
002100*
002200*    PARM CARD:  1-16  RUN-ID (REQUIRED)
002300*                  17  TOPOLOGY OVERRIDE -- "T" TORUS, "W" WALLED,
002400*                      BLANK TAKES IT FROM THE RUN'S AUDIT LINE
002500*
002600*    THE JOURNAL HOLDS NOTHING FOR A GENERATION IN WHICH NO CELL
002700*    CHANGED, SO SUCH A GENERATION REPEATS THE LINE BEFORE IT; THE
002800*    LAST STATE IS CARRIED THROUGH TO THE FINAL GENERATION ON THE
002900*    AUDIT LINE.  DRIFT IS MEASURED OVER THE "FREE FLIGHT" -- FROM
003000*    THE FIRST LIVE GENERATION UP TO THE LAST ONE BEFORE ANY CELL
003100*    TOUCHES THE EDGE.  PAST THAT A WALL BREAKS THE PATTERN UP,
003200*    OR ON A TORUS THE PATTERN STRADDLES THE SEAM, AND THE
003300*    CENTROID NO LONGER FOLLOWS IT.  ROWS COUNT DOWN THE GRID, SO
003400*    A FALLING ROW NUMBER IS NORTH AND A RISING COLUMN IS EAST.
003500*
003600*    RETURN CODES:  0  ANALYSIS WRITTEN
003700*                   4  THE JOURNAL HELD NO SEED SET -- NOTHING TO
003800*                      MEASURE
003900*                   8  NO RUN-ID ON THE PARM, OR NO JOURNAL
004000*                  12  RUNGEOM OR GEOMRPT WOULD NOT OPEN
004100*                  16  OPERATOR REFUSED
004200*
004300 ENVIRONMENT DIVISION.
004400  CONFIGURATION SECTION.
004500   SOURCE-COMPUTER. Linux.
004600   OBJECT-COMPUTER. Linux.
004700  INPUT-OUTPUT SECTION.
004800   FILE-CONTROL.
004900       SELECT JOURNAL-FILE
005000           ASSIGN TO DYNAMIC ARG-JRNL-FILENAME
005100           ORGANIZATION IS LINE SEQUENTIAL
005200           FILE STATUS IS ARG-JRNL-STATUS.
005300       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
005400           ORGANIZATION IS LINE SEQUENTIAL
005500           FILE STATUS IS ARG-AUDIT-STATUS.
005600       SELECT RUN-GEOMETRY-FILE
005700           ASSIGN TO DYNAMIC ARG-GEOM-FILENAME
005800           ORGANIZATION IS LINE SEQUENTIAL
005900           FILE STATUS IS ARG-GEOM-STATUS.
006000       SELECT GEOMETRY-REPORT-FILE ASSIGN TO "GEOMRPT"
006100           ORGANIZATION IS LINE SEQUENTIAL
006200           FILE STATUS IS ARG-REPORT-STATUS.
006300   I-O-CONTROL.
006400*
006500 DATA DIVISION.
006600  FILE SECTION.
006700  FD  JOURNAL-FILE.
006800  01  JRNL-RECORD.
006900      05  JRNL-ACTION                 PIC X(01).
007000      05  FILLER                      PIC X(01).
007100      05  JRNL-GENERATION             PIC 9(09).
007200      05  FILLER                      PIC X(01).
007300      05  JRNL-ROW                    PIC 9(03).
007400      05  FILLER                      PIC X(01).
007500      05  JRNL-COL                    PIC 9(03).
007510*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
007520*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
007530      05  FILLER                      PIC X(01).
007540      05  JRNL-SOUP-SEED              PIC 9(09).
007550      05  FILLER                      PIC X(01).
007560      05  JRNL-SOUP-DENSITY           PIC 9(03).
007600  FD  AUDIT-TRAIL-FILE.
007700  01  AUDIT-RECORD.
007800      05  AUDIT-RUN-ID                PIC X(16).
007900      05  FILLER                      PIC X(01).
008000      05  AUDIT-START-TIMESTAMP       PIC X(17).
008100      05  FILLER                      PIC X(01).
008200      05  AUDIT-OPERATOR-ID           PIC X(08).
008300      05  FILLER                      PIC X(01).
008400      05  AUDIT-PATTERN-NAME          PIC X(20).
008500      05  FILLER                      PIC X(01).
008600      05  AUDIT-FINAL-GENERATION      PIC 9(09).
008700      05  FILLER                      PIC X(01).
008800      05  AUDIT-RULE-NAME             PIC X(10).
008900      05  FILLER                      PIC X(01).
009000      05  AUDIT-TOPOLOGY              PIC X(01).
009005      05  FILLER                      PIC X(01).
009010      05  AUDIT-SCENE-NAME            PIC X(20).
009015*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
009020*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
009025      05  AUDIT-SOUP.
009030          10  FILLER                  PIC X(01).
009035          10  AUDIT-SOUP-SEED         PIC 9(09).
009040          10  FILLER                  PIC X(01).
009045          10  AUDIT-SOUP-DENSITY      PIC 9(03).
009050          10  FILLER                  PIC X(01).
009055          10  AUDIT-SOUP-TOP          PIC 9(03).
009060          10  AUDIT-SOUP-LEFT         PIC 9(03).
009065          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
009070          10  AUDIT-SOUP-WIDTH        PIC 9(03).
009100*** ONE LINE PER GENERATION.  THE BOX AND CENTROID ARE ZERO FOR A
009200*** GENERATION WITH NO LIVE CELLS.
009300  FD  RUN-GEOMETRY-FILE.
009400  01  GEOM-RECORD.
009500      05  GEOM-GENERATION             PIC 9(09).
009600      05  FILLER                      PIC X(01).
009700      05  GEOM-POPULATION             PIC 9(06).
009800      05  FILLER                      PIC X(01).
009900      05  GEOM-BOX-TOP                PIC 9(03).
010000      05  FILLER                      PIC X(01).
010100      05  GEOM-BOX-LEFT               PIC 9(03).
010200      05  FILLER                      PIC X(01).
010300      05  GEOM-BOX-BOTTOM             PIC 9(03).
010400      05  FILLER                      PIC X(01).
010500      05  GEOM-BOX-RIGHT              PIC 9(03).
010600      05  FILLER                      PIC X(01).
010700      05  GEOM-CENTROID-ROW           PIC 999.99.
010800      05  FILLER                      PIC X(01).
010900      05  GEOM-CENTROID-COL           PIC 999.99.
011000      05  FILLER                      PIC X(01).
011100      05  GEOM-BOX-DENSITY            PIC 999.99.
011200      05  FILLER                      PIC X(01).
011300      05  GEOM-EDGE-CELLS             PIC 9(06).
011400  FD  GEOMETRY-REPORT-FILE.
011500  01  GEOMETRY-REPORT-RECORD          PIC X(132).
011600  WORKING-STORAGE SECTION.
011700      COPY "grid_common.cpy".
011800      COPY "operator_check.cpy".
011900*
012000  77  ARG-JRNL-STATUS                 PIC X(02) VALUE SPACES.
012100  77  ARG-JRNL-FILENAME               PIC X(21) VALUE SPACES.
012200  77  ARG-AUDIT-STATUS                PIC X(02) VALUE SPACES.
012300  77  ARG-GEOM-STATUS                 PIC X(02) VALUE SPACES.
012400  77  ARG-GEOM-FILENAME               PIC X(24) VALUE SPACES.
012500  77  ARG-REPORT-STATUS               PIC X(02) VALUE SPACES.
012520*** THE RETURN CODE THE JOB ENDS WITH, SET INTO RETURN-CODE ONLY
012540*** AT THE END SO NO CALL ALONG THE WAY CAN RESET IT.
012560  77  ARG-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
012600  77  ARG-EOF-SWITCH                  PIC X(01) VALUE "N".
012700      88  ARG-EOF-YES                     VALUE "Y".
012800      88  ARG-EOF-NO                      VALUE "N".
012900  77  ARG-STARTED-SWITCH              PIC X(01) VALUE "N".
013000      88  ARG-STARTED-YES                 VALUE "Y".
013100      88  ARG-STARTED-NO                  VALUE "N".
013200  77  ARG-ROW                         PIC 9(03) COMP VALUE ZERO.
013300  77  ARG-COL                         PIC 9(03) COMP VALUE ZERO.
013400  77  ARG-IDX                         PIC 9(03) COMP VALUE ZERO.
013500  77  ARG-SHOWN-GENERATION            PIC 9(09) COMP VALUE ZERO.
013600  77  ARG-THROUGH-GENERATION          PIC 9(09) COMP VALUE ZERO.
013700  77  ARG-WRITE-GENERATION            PIC 9(09) COMP VALUE ZERO.
013800  77  ARG-LINE-COUNT                  PIC 9(09) COMP VALUE ZERO.
013900*
014000*** WHAT THE RUN'S AUDIT LINE SAYS.
014100  77  ARG-TOPOLOGY                    PIC X(01) VALUE SPACE.
014200  77  ARG-TOPOLOGY-OVERRIDE           PIC X(01) VALUE SPACE.
014300  77  ARG-FINAL-GENERATION            PIC 9(09) COMP VALUE ZERO.
014400*
014500*** LIVE-CELL TALLIES KEPT UP TO DATE AS EACH JOURNAL LINE IS
014600*** APPLIED, SO A GENERATION'S BOX, CENTROID AND EDGE COUNT COME
014700*** FROM THESE AND NOT FROM A SWEEP OF THE WHOLE 500X500 TABLE.
014800  77  ARG-POPULATION                  PIC 9(06) COMP VALUE ZERO.
014900  77  ARG-ROW-SUM                     PIC 9(09) COMP VALUE ZERO.
015000  77  ARG-COL-SUM                     PIC 9(09) COMP VALUE ZERO.
015100  01  ARG-LINE-TALLIES.
015200      05  ARG-ROW-LIVE                PIC 9(03) COMP
015300                                      OCCURS 500 TIMES.
015400      05  ARG-COL-LIVE                PIC 9(03) COMP
015500                                      OCCURS 500 TIMES.
015600*
015700*** THE GENERATION JUST MEASURED.
015800  77  ARG-BOX-TOP                     PIC 9(03) COMP VALUE ZERO.
015900  77  ARG-BOX-LEFT                    PIC 9(03) COMP VALUE ZERO.
016000  77  ARG-BOX-BOTTOM                  PIC 9(03) COMP VALUE ZERO.
016100  77  ARG-BOX-RIGHT                   PIC 9(03) COMP VALUE ZERO.
016200  77  ARG-BOX-AREA                    PIC 9(06) COMP VALUE ZERO.
016300  77  ARG-CENTROID-ROW                PIC 9(03)V9(04) VALUE ZERO.
016400  77  ARG-CENTROID-COL                PIC 9(03)V9(04) VALUE ZERO.
016500  77  ARG-DENSITY                     PIC 9(03)V9(02) VALUE ZERO.
016600  77  ARG-EDGE-CELLS                  PIC 9(06) COMP VALUE ZERO.
016700  77  ARG-CORNER-CELLS                PIC 9(01) COMP VALUE ZERO.
016800  77  ARG-STRADDLE-SWITCH             PIC X(01) VALUE "N".
016900      88  ARG-STRADDLE-YES                VALUE "Y".
017000      88  ARG-STRADDLE-NO                 VALUE "N".
017100*
017200*** RUN-LONG FINDINGS FOR THE SUMMARY.
017300  77  ARG-FIRST-GENERATION            PIC 9(09) COMP VALUE ZERO.
017400  77  ARG-LAST-GENERATION             PIC 9(09) COMP VALUE ZERO.
017500  77  ARG-PEAK-POPULATION             PIC 9(06) COMP VALUE ZERO.
017600  77  ARG-PEAK-GENERATION             PIC 9(09) COMP VALUE ZERO.
017700  77  ARG-EDGE-GENERATION             PIC 9(09) COMP VALUE ZERO.
017800  77  ARG-EDGE-SWITCH                 PIC X(01) VALUE "N".
017900      88  ARG-EDGE-REACHED                VALUE "Y".
018000      88  ARG-EDGE-NOT-REACHED            VALUE "N".
018100  77  ARG-SEAM-GENERATION             PIC 9(09) COMP VALUE ZERO.
018200  77  ARG-SEAM-SWITCH                 PIC X(01) VALUE "N".
018300      88  ARG-SEAM-CROSSED                VALUE "Y".
018400      88  ARG-SEAM-NOT-CROSSED            VALUE "N".
018500  77  ARG-FLIGHT-SWITCH               PIC X(01) VALUE "N".
018600      88  ARG-FLIGHT-STARTED              VALUE "Y".
018700      88  ARG-FLIGHT-NOT-STARTED          VALUE "N".
018800  77  ARG-FLIGHT-START-GEN            PIC 9(09) COMP VALUE ZERO.
018900  77  ARG-FLIGHT-END-GEN              PIC 9(09) COMP VALUE ZERO.
019000  77  ARG-FLIGHT-START-ROW            PIC 9(03)V9(04) VALUE ZERO.
019100  77  ARG-FLIGHT-START-COL            PIC 9(03)V9(04) VALUE ZERO.
019200  77  ARG-FLIGHT-END-ROW              PIC 9(03)V9(04) VALUE ZERO.
019300  77  ARG-FLIGHT-END-COL              PIC 9(03)V9(04) VALUE ZERO.
019400  77  ARG-FLIGHT-GENS                 PIC 9(09) COMP VALUE ZERO.
019500  77  ARG-DRIFT-ROWS                  PIC S9(03)V9(04) VALUE ZERO.
019600  77  ARG-DRIFT-COLS                  PIC S9(03)V9(04) VALUE ZERO.
019700  77  ARG-ABS-ROWS                    PIC 9(03)V9(04) VALUE ZERO.
019800  77  ARG-ABS-COLS                    PIC 9(03)V9(04) VALUE ZERO.
019900  77  ARG-ROW-VELOCITY                PIC S9(01)V9(04) VALUE ZERO.
020000  77  ARG-COL-VELOCITY                PIC S9(01)V9(04) VALUE ZERO.
020100  77  ARG-SPEED                       PIC 9(01)V9(04) VALUE ZERO.
020200  77  ARG-AXIS-SPEED                  PIC 9(01)V9(04) VALUE ZERO.
020300  77  ARG-DIRECTION                   PIC X(10) VALUE SPACES.
020400*
020500*** REPORT EDIT FIELDS.
020600  77  ARG-GEN-OUT                     PIC ZZZZZZZZ9 VALUE SPACES.
020700  77  ARG-GEN-OUT-2                   PIC ZZZZZZZZ9 VALUE SPACES.
020800  77  ARG-COUNT-OUT                   PIC ZZZZZZZZ9 VALUE SPACES.
020900  77  ARG-POP-OUT                     PIC ZZZZZ9 VALUE SPACES.
021000  77  ARG-SIZE-OUT                    PIC ZZ9 VALUE SPACES.
021100  77  ARG-SIZE-OUT-2                  PIC ZZ9 VALUE SPACES.
021200  77  ARG-POS-OUT                     PIC ZZ9.99 VALUE SPACES.
021300  77  ARG-POS-OUT-2                   PIC ZZ9.99 VALUE SPACES.
021400  77  ARG-VELOCITY-OUT                PIC -9.9999 VALUE SPACES.
021500  77  ARG-VELOCITY-OUT-2              PIC -9.9999 VALUE SPACES.
021600  77  ARG-SPEED-OUT                   PIC 9.9999 VALUE SPACES.
021700*
021800 LINKAGE SECTION.
021900 01  LK-PARM-DATA.
022000     05  LK-PARM-LENGTH              PIC S9(04) COMP.
022100     05  LK-PARM-TEXT                PIC X(17).
022200*
022300 PROCEDURE DIVISION USING LK-PARM-DATA.
022400*------------------------------------------------------------*
022500*    0000-MAINLINE -- WALK THE NAMED RUN'S JOURNAL, WRITING    *
022600*    ITS GEOMETRY AT EVERY GENERATION BOUNDARY, THEN PRINT THE *
022700*    DRIFT AND EDGE-CONTACT SUMMARY.                           *
022800*------------------------------------------------------------*
022900 0000-MAINLINE.
022950     MOVE ZERO TO ARG-RETURN-CODE.
023000     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
023100     IF OPCHK-REFUSED
023200         MOVE 16 TO ARG-RETURN-CODE
023300         GO TO 0000-MAINLINE-EXIT
023400     END-IF.
023500     IF LK-PARM-LENGTH < 16 OR LK-PARM-TEXT (1:16) = SPACES
023600         DISPLAY "RUN-ID (16 BYTES) REQUIRED ON PARM CARD"
023700         MOVE 8 TO ARG-RETURN-CODE
023800         GO TO 0000-MAINLINE-EXIT
023900     END-IF.
024000     MOVE LK-PARM-TEXT (1:16) TO GRID-RUN-ID.
024100     MOVE SPACE TO ARG-TOPOLOGY-OVERRIDE.
024200     IF LK-PARM-LENGTH >= 17
024300         MOVE LK-PARM-TEXT (17:1) TO ARG-TOPOLOGY-OVERRIDE
024400     END-IF.
024500     PERFORM 1000-FIND-AUDIT-LINE THRU 1000-FIND-AUDIT-LINE-EXIT.
024600     MOVE SPACES TO ARG-JRNL-FILENAME.
024700     STRING "JRNL-" DELIMITED BY SIZE
024800             GRID-RUN-ID DELIMITED BY SPACE
024900         INTO ARG-JRNL-FILENAME.
025000     OPEN INPUT JOURNAL-FILE.
025100     IF ARG-JRNL-STATUS NOT = "00"
025200         DISPLAY "NO JOURNAL FOR RUN " GRID-RUN-ID
025300             " -- STATUS " ARG-JRNL-STATUS
025400         MOVE 8 TO ARG-RETURN-CODE
025500         GO TO 0000-MAINLINE-EXIT
025600     END-IF.
025700     MOVE SPACES TO ARG-GEOM-FILENAME.
025800     STRING "RUNGEOM-" DELIMITED BY SIZE
025900             GRID-RUN-ID DELIMITED BY SPACE
026000         INTO ARG-GEOM-FILENAME.
026100     OPEN OUTPUT RUN-GEOMETRY-FILE.
026200     IF ARG-GEOM-STATUS NOT = "00"
026300         DISPLAY "UNABLE TO OPEN " ARG-GEOM-FILENAME " "
026400             ARG-GEOM-STATUS
026500         CLOSE JOURNAL-FILE
026600         MOVE 12 TO ARG-RETURN-CODE
026700         GO TO 0000-MAINLINE-EXIT
026800     END-IF.
026900     MOVE 100 TO GRID-WIDTH.
027000     MOVE 100 TO GRID-HEIGHT.
027100     PERFORM 2000-CLEAR-GRID THRU 2000-CLEAR-GRID-EXIT.
027200     MOVE ZERO TO ARG-SHOWN-GENERATION.
027300     SET ARG-STARTED-NO TO TRUE.
027400     SET ARG-EOF-NO TO TRUE.
027500     PERFORM 3000-APPLY-ONE-RECORD THRU 3000-APPLY-ONE-RECORD-EXIT
027600         UNTIL ARG-EOF-YES.
027700     CLOSE JOURNAL-FILE.
027800     IF ARG-STARTED-YES
027900         MOVE ARG-SHOWN-GENERATION TO ARG-THROUGH-GENERATION
028000         IF ARG-FINAL-GENERATION > ARG-THROUGH-GENERATION
028100             MOVE ARG-FINAL-GENERATION TO ARG-THROUGH-GENERATION
028200         END-IF
028300         PERFORM 4000-CLOSE-GENERATION
028400             THRU 4000-CLOSE-GENERATION-EXIT
028500     END-IF.
028600     CLOSE RUN-GEOMETRY-FILE.
028700     OPEN OUTPUT GEOMETRY-REPORT-FILE.
028800     IF ARG-REPORT-STATUS NOT = "00"
028900         DISPLAY "UNABLE TO OPEN GEOMRPT " ARG-REPORT-STATUS
029000         MOVE 12 TO ARG-RETURN-CODE
029100         GO TO 0000-MAINLINE-EXIT
029200     END-IF.
029300     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
029400     CLOSE GEOMETRY-REPORT-FILE.
029500     IF ARG-STARTED-NO
029600         DISPLAY "JOURNAL HOLDS NO SEED SET FOR RUN " GRID-RUN-ID
029700         MOVE 4 TO ARG-RETURN-CODE
029800         GO TO 0000-MAINLINE-EXIT
029900     END-IF.
030000     MOVE ARG-LINE-COUNT TO ARG-COUNT-OUT.
030100     DISPLAY "GEOMETRY WRITTEN -- GENERATIONS: " ARG-COUNT-OUT.
030200 0000-MAINLINE-EXIT.
030250     MOVE ARG-RETURN-CODE TO RETURN-CODE.
030300     GOBACK.
030400*
030500*------------------------------------------------------------*
030600*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
030700*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
030800*------------------------------------------------------------*
030900 0100-CHECK-OPERATOR.
031000     MOVE SPACES TO OPCHK-OPERATOR-ID.
031100     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
031200     MOVE "App_analyzeRunGeometry" TO OPCHK-PROGRAM.
031300     MOVE SPACES TO OPCHK-RUN-ID.
031400     SET OPCHK-FUNC-RUN TO TRUE.
031500     CALL "App_checkOperator".
031600 0100-CHECK-OPERATOR-EXIT.
031700     EXIT.
031800*
031900*------------------------------------------------------------*
032000*    1000-FIND-AUDIT-LINE -- THE RUN'S TOPOLOGY AND FINAL      *
032100*    GENERATION.  A RUN WITH NO AUDIT LINE (STILL RUNNING, OR  *
032200*    ENDED ABNORMALLY) IS MEASURED AS FAR AS ITS JOURNAL GOES; *
032300*    A BLANK TOPOLOGY, FROM A LINE WRITTEN BEFORE THE FIELD    *
032400*    EXISTED, IS TAKEN AS WALLED UNLESS THE PARM OVERRIDES IT. *
032500*------------------------------------------------------------*
032600 1000-FIND-AUDIT-LINE.
032700     MOVE SPACE TO ARG-TOPOLOGY.
032800     MOVE ZERO TO ARG-FINAL-GENERATION.
032900     OPEN INPUT AUDIT-TRAIL-FILE.
033000     IF ARG-AUDIT-STATUS = "00"
033100         SET ARG-EOF-NO TO TRUE
033200         PERFORM 1100-READ-AUDIT-LINE
033300             THRU 1100-READ-AUDIT-LINE-EXIT
033400             UNTIL ARG-EOF-YES
033500         CLOSE AUDIT-TRAIL-FILE
033600     END-IF.
033700     IF ARG-TOPOLOGY-OVERRIDE = "T" OR ARG-TOPOLOGY-OVERRIDE = "W"
033800         MOVE ARG-TOPOLOGY-OVERRIDE TO ARG-TOPOLOGY
033900     END-IF.
034000     IF ARG-TOPOLOGY NOT = "T"
034100         MOVE "W" TO ARG-TOPOLOGY
034200     END-IF.
034300 1000-FIND-AUDIT-LINE-EXIT.
034400     EXIT.
034500*
034600 1100-READ-AUDIT-LINE.
034700     READ AUDIT-TRAIL-FILE
034800         AT END
034900             SET ARG-EOF-YES TO TRUE
035000             GO TO 1100-READ-AUDIT-LINE-EXIT
035100     END-READ.
035200     IF AUDIT-RUN-ID NOT = GRID-RUN-ID
035300        OR AUDIT-FINAL-GENERATION IS NOT NUMERIC
035400         GO TO 1100-READ-AUDIT-LINE-EXIT
035500     END-IF.
035600     MOVE AUDIT-TOPOLOGY TO ARG-TOPOLOGY.
035700     MOVE AUDIT-FINAL-GENERATION TO ARG-FINAL-GENERATION.
035800 1100-READ-AUDIT-LINE-EXIT.
035900     EXIT.
036000*
036100*------------------------------------------------------------*
036200*    2000-CLEAR-GRID -- EMPTY THE WHOLE CELL AND AGE TABLE,    *
036300*    FULL TABLE AND NOT JUST THE HEADER DIMENSIONS, AND ZERO   *
036400*    THE LIVE-CELL TALLIES WITH IT.                            *
036500*------------------------------------------------------------*
036600 2000-CLEAR-GRID.
036700     PERFORM 2100-CLEAR-GRID-ROW THRU 2100-CLEAR-GRID-ROW-EXIT
036800         VARYING ARG-ROW FROM 1 BY 1
036900             UNTIL ARG-ROW > GRID-MAX-HEIGHT.
037000     PERFORM 2300-CLEAR-TALLY THRU 2300-CLEAR-TALLY-EXIT
037100         VARYING ARG-IDX FROM 1 BY 1
037200             UNTIL ARG-IDX > GRID-MAX-WIDTH.
037300     MOVE ZERO TO ARG-POPULATION.
037400     MOVE ZERO TO ARG-ROW-SUM.
037500     MOVE ZERO TO ARG-COL-SUM.
037600 2000-CLEAR-GRID-EXIT.
037700     EXIT.
037800*
037900 2100-CLEAR-GRID-ROW.
038000     PERFORM 2200-CLEAR-GRID-CELL THRU 2200-CLEAR-GRID-CELL-EXIT
038100         VARYING ARG-COL FROM 1 BY 1
038200             UNTIL ARG-COL > GRID-MAX-WIDTH.
038300 2100-CLEAR-GRID-ROW-EXIT.
038400     EXIT.
038500*
038600 2200-CLEAR-GRID-CELL.
038700     MOVE "0" TO GRID-CELL-STATE (ARG-ROW ARG-COL).
038800     MOVE ZERO TO GRID-CELL-AGE (ARG-ROW ARG-COL).
038900 2200-CLEAR-GRID-CELL-EXIT.
039000     EXIT.
039100*
039200 2300-CLEAR-TALLY.
039300     MOVE ZERO TO ARG-ROW-LIVE (ARG-IDX).
039400     MOVE ZERO TO ARG-COL-LIVE (ARG-IDX).
039500 2300-CLEAR-TALLY-EXIT.
039600     EXIT.
039700*
039800*------------------------------------------------------------*
039900*    3000-APPLY-ONE-RECORD -- APPLY ONE JOURNAL LINE.  WHEN    *
040000*    THE LINE BELONGS TO A LATER GENERATION THAN THE ONE BEING *
040100*    BUILT, THAT GENERATION IS COMPLETE AND IS WRITTEN FIRST,  *
040200*    CARRIED THROUGH THE UNCHANGED GENERATIONS UP TO THIS ONE. *
040300*------------------------------------------------------------*
040400 3000-APPLY-ONE-RECORD.
040500     READ JOURNAL-FILE
040600         AT END
040700             SET ARG-EOF-YES TO TRUE
040800             GO TO 3000-APPLY-ONE-RECORD-EXIT
040900     END-READ.
041000     IF JRNL-GENERATION IS NOT NUMERIC
041100         GO TO 3000-APPLY-ONE-RECORD-EXIT
041200     END-IF.
041300     IF JRNL-ACTION = "H"
041400         IF JRNL-ROW IS NUMERIC AND JRNL-ROW >= 1
041500            AND JRNL-ROW <= GRID-MAX-WIDTH
041600             MOVE JRNL-ROW TO GRID-WIDTH
041700         END-IF
041800         IF JRNL-COL IS NUMERIC AND JRNL-COL >= 1
041900            AND JRNL-COL <= GRID-MAX-HEIGHT
042000             MOVE JRNL-COL TO GRID-HEIGHT
042100         END-IF
042200         GO TO 3000-APPLY-ONE-RECORD-EXIT
042300     END-IF.
042400     IF JRNL-GENERATION > ARG-SHOWN-GENERATION
042500         IF ARG-STARTED-YES
042600             COMPUTE ARG-THROUGH-GENERATION = JRNL-GENERATION - 1
042700             PERFORM 4000-CLOSE-GENERATION
042800                 THRU 4000-CLOSE-GENERATION-EXIT
042900         END-IF
043000         MOVE JRNL-GENERATION TO ARG-SHOWN-GENERATION
043100     END-IF.
043200     EVALUATE JRNL-ACTION
043300         WHEN "R"
043400             PERFORM 2000-CLEAR-GRID THRU 2000-CLEAR-GRID-EXIT
043500             SET ARG-STARTED-YES TO TRUE
043600         WHEN "S"
043700             PERFORM 3100-APPLY-LIVE-CELL
043800                 THRU 3100-APPLY-LIVE-CELL-EXIT
043900         WHEN "B"
044000             PERFORM 3100-APPLY-LIVE-CELL
044100                 THRU 3100-APPLY-LIVE-CELL-EXIT
044200         WHEN "D"
044300             PERFORM 3200-APPLY-DEAD-CELL
044400                 THRU 3200-APPLY-DEAD-CELL-EXIT
044500         WHEN OTHER
044600             CONTINUE
044700     END-EVALUATE.
044800 3000-APPLY-ONE-RECORD-EXIT.
044900     EXIT.
045000*
045100 3100-APPLY-LIVE-CELL.
045200     IF JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
045300        AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-HEIGHT
045400        AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-WIDTH
045500         IF GRID-CELL-STATE (JRNL-ROW JRNL-COL) NOT = "1"
045600             MOVE "1" TO GRID-CELL-STATE (JRNL-ROW JRNL-COL)
045700             MOVE 1 TO GRID-CELL-AGE (JRNL-ROW JRNL-COL)
045800             ADD 1 TO ARG-ROW-LIVE (JRNL-ROW)
045900             ADD 1 TO ARG-COL-LIVE (JRNL-COL)
046000             ADD 1 TO ARG-POPULATION
046100             ADD JRNL-ROW TO ARG-ROW-SUM
046200             ADD JRNL-COL TO ARG-COL-SUM
046300         END-IF
046400     END-IF.
046500 3100-APPLY-LIVE-CELL-EXIT.
046600     EXIT.
046700*
046800 3200-APPLY-DEAD-CELL.
046900     IF JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
047000        AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-HEIGHT
047100        AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-WIDTH
047200         IF GRID-CELL-STATE (JRNL-ROW JRNL-COL) = "1"
047300             MOVE "0" TO GRID-CELL-STATE (JRNL-ROW JRNL-COL)
047400             MOVE ZERO TO GRID-CELL-AGE (JRNL-ROW JRNL-COL)
047500             SUBTRACT 1 FROM ARG-ROW-LIVE (JRNL-ROW)
047600             SUBTRACT 1 FROM ARG-COL-LIVE (JRNL-COL)
047700             SUBTRACT 1 FROM ARG-POPULATION
047800             SUBTRACT JRNL-ROW FROM ARG-ROW-SUM
047900             SUBTRACT JRNL-COL FROM ARG-COL-SUM
048000         END-IF
048100     END-IF.
048200 3200-APPLY-DEAD-CELL-EXIT.
048300     EXIT.
048400*
048500*------------------------------------------------------------*
048600*    4000-CLOSE-GENERATION -- MEASURE THE COMPLETED GRID ONCE, *
048700*    FOLD IT INTO THE RUN-LONG FINDINGS, AND WRITE ITS LINE    *
048800*    FOR EVERY GENERATION FROM THE ONE JUST BUILT THROUGH      *
048900*    ARG-THROUGH-GENERATION, OVER WHICH NOTHING CHANGED.       *
049000*------------------------------------------------------------*
049100 4000-CLOSE-GENERATION.
049200     PERFORM 4100-MEASURE-GRID THRU 4100-MEASURE-GRID-EXIT.
049300     PERFORM 4500-TRACK-FINDINGS THRU 4500-TRACK-FINDINGS-EXIT.
049400     MOVE SPACES TO GEOM-RECORD.
049500     MOVE ARG-POPULATION TO GEOM-POPULATION.
049600     MOVE ARG-BOX-TOP TO GEOM-BOX-TOP.
049700     MOVE ARG-BOX-LEFT TO GEOM-BOX-LEFT.
049800     MOVE ARG-BOX-BOTTOM TO GEOM-BOX-BOTTOM.
049900     MOVE ARG-BOX-RIGHT TO GEOM-BOX-RIGHT.
050000     MOVE ARG-CENTROID-ROW TO GEOM-CENTROID-ROW.
050100     MOVE ARG-CENTROID-COL TO GEOM-CENTROID-COL.
050200     MOVE ARG-DENSITY TO GEOM-BOX-DENSITY.
050300     MOVE ARG-EDGE-CELLS TO GEOM-EDGE-CELLS.
050400     PERFORM 4600-WRITE-GEOM-LINE THRU 4600-WRITE-GEOM-LINE-EXIT
050500         VARYING ARG-WRITE-GENERATION
050600             FROM ARG-SHOWN-GENERATION BY 1
050700             UNTIL ARG-WRITE-GENERATION > ARG-THROUGH-GENERATION.
050800     MOVE ARG-THROUGH-GENERATION TO ARG-LAST-GENERATION.
050900 4000-CLOSE-GENERATION-EXIT.
051000     EXIT.
051100*
051200*------------------------------------------------------------*
051300*    4100-MEASURE-GRID -- BOX FROM THE FIRST AND LAST ROWS AND *
051400*    COLUMNS WITH A LIVE CELL, CENTROID FROM THE ROW AND       *
051500*    COLUMN SUMS, EDGE CELLS FROM THE FOUR BORDER LINES WITH   *
051600*    EACH LIVE CORNER COUNTED ONCE.                            *
051700*------------------------------------------------------------*
051800 4100-MEASURE-GRID.
051900     MOVE ZERO TO ARG-BOX-TOP.
052000     MOVE ZERO TO ARG-BOX-LEFT.
052100     MOVE ZERO TO ARG-BOX-BOTTOM.
052200     MOVE ZERO TO ARG-BOX-RIGHT.
052300     MOVE ZERO TO ARG-CENTROID-ROW.
052400     MOVE ZERO TO ARG-CENTROID-COL.
052500     MOVE ZERO TO ARG-DENSITY.
052600     MOVE ZERO TO ARG-EDGE-CELLS.
052700     SET ARG-STRADDLE-NO TO TRUE.
052800     IF ARG-POPULATION = ZERO
052900         GO TO 4100-MEASURE-GRID-EXIT
053000     END-IF.
053100     PERFORM 4110-SCAN-ROW THRU 4110-SCAN-ROW-EXIT
053200         VARYING ARG-IDX FROM 1 BY 1
053300             UNTIL ARG-IDX > GRID-HEIGHT.
053400     PERFORM 4120-SCAN-COL THRU 4120-SCAN-COL-EXIT
053500         VARYING ARG-IDX FROM 1 BY 1
053600             UNTIL ARG-IDX > GRID-WIDTH.
053700     COMPUTE ARG-CENTROID-ROW ROUNDED =
053800         ARG-ROW-SUM / ARG-POPULATION.
053900     COMPUTE ARG-CENTROID-COL ROUNDED =
054000         ARG-COL-SUM / ARG-POPULATION.
054100     COMPUTE ARG-BOX-AREA =
054200         (ARG-BOX-BOTTOM - ARG-BOX-TOP + 1)
054300         * (ARG-BOX-RIGHT - ARG-BOX-LEFT + 1).
054400     COMPUTE ARG-DENSITY ROUNDED =
054500         ARG-POPULATION * 100 / ARG-BOX-AREA.
054600     PERFORM 4130-COUNT-EDGE-CELLS
054700         THRU 4130-COUNT-EDGE-CELLS-EXIT.
054800 4100-MEASURE-GRID-EXIT.
054900     EXIT.
055000*
055100 4110-SCAN-ROW.
055200     IF ARG-ROW-LIVE (ARG-IDX) > ZERO
055300         IF ARG-BOX-TOP = ZERO
055400             MOVE ARG-IDX TO ARG-BOX-TOP
055500         END-IF
055600         MOVE ARG-IDX TO ARG-BOX-BOTTOM
055700     END-IF.
055800 4110-SCAN-ROW-EXIT.
055900     EXIT.
056000*
056100 4120-SCAN-COL.
056200     IF ARG-COL-LIVE (ARG-IDX) > ZERO
056300         IF ARG-BOX-LEFT = ZERO
056400             MOVE ARG-IDX TO ARG-BOX-LEFT
056500         END-IF
056600         MOVE ARG-IDX TO ARG-BOX-RIGHT
056700     END-IF.
056800 4120-SCAN-COL-EXIT.
056900     EXIT.
057000*
057100 4130-COUNT-EDGE-CELLS.
057200     MOVE ARG-ROW-LIVE (1) TO ARG-EDGE-CELLS.
057300     IF GRID-HEIGHT > 1
057400         ADD ARG-ROW-LIVE (GRID-HEIGHT) TO ARG-EDGE-CELLS
057500     END-IF.
057600     ADD ARG-COL-LIVE (1) TO ARG-EDGE-CELLS.
057700     IF GRID-WIDTH > 1
057800         ADD ARG-COL-LIVE (GRID-WIDTH) TO ARG-EDGE-CELLS
057900     END-IF.
058000     MOVE ZERO TO ARG-CORNER-CELLS.
058100     IF GRID-CELL-STATE (1 1) = "1"
058200         ADD 1 TO ARG-CORNER-CELLS
058300     END-IF.
058400     IF GRID-WIDTH > 1
058500        AND GRID-CELL-STATE (1 GRID-WIDTH) = "1"
058600         ADD 1 TO ARG-CORNER-CELLS
058700     END-IF.
058800     IF GRID-HEIGHT > 1
058900        AND GRID-CELL-STATE (GRID-HEIGHT 1) = "1"
059000         ADD 1 TO ARG-CORNER-CELLS
059100     END-IF.
059200     IF GRID-HEIGHT > 1 AND GRID-WIDTH > 1
059300        AND GRID-CELL-STATE (GRID-HEIGHT GRID-WIDTH) = "1"
059400         ADD 1 TO ARG-CORNER-CELLS
059500     END-IF.
059600     SUBTRACT ARG-CORNER-CELLS FROM ARG-EDGE-CELLS.
059700     IF GRID-HEIGHT > 1
059800        AND ARG-ROW-LIVE (1) > ZERO
059900        AND ARG-ROW-LIVE (GRID-HEIGHT) > ZERO
060000         SET ARG-STRADDLE-YES TO TRUE
060100     END-IF.
060200     IF GRID-WIDTH > 1
060300        AND ARG-COL-LIVE (1) > ZERO
060400        AND ARG-COL-LIVE (GRID-WIDTH) > ZERO
060500         SET ARG-STRADDLE-YES TO TRUE
060600     END-IF.
060700 4130-COUNT-EDGE-CELLS-EXIT.
060800     EXIT.
060900*
061000*------------------------------------------------------------*
061100*    4500-TRACK-FINDINGS -- PEAK POPULATION, FIRST EDGE        *
061200*    CONTACT, FIRST SEAM CROSSING (LIVE CELLS ON BOTH SIDES OF *
061300*    THE SEAM AT ONCE), AND THE FREE-FLIGHT WINDOW THE DRIFT   *
061400*    IS MEASURED OVER.                                         *
061500*------------------------------------------------------------*
061600 4500-TRACK-FINDINGS.
061700     IF ARG-LINE-COUNT = ZERO
061800         MOVE ARG-SHOWN-GENERATION TO ARG-FIRST-GENERATION
061900     END-IF.
062000     IF ARG-POPULATION > ARG-PEAK-POPULATION
062100         MOVE ARG-POPULATION TO ARG-PEAK-POPULATION
062200         MOVE ARG-SHOWN-GENERATION TO ARG-PEAK-GENERATION
062300     END-IF.
062400     IF ARG-EDGE-CELLS > ZERO AND ARG-EDGE-NOT-REACHED
062500         SET ARG-EDGE-REACHED TO TRUE
062600         MOVE ARG-SHOWN-GENERATION TO ARG-EDGE-GENERATION
062700     END-IF.
062800     IF ARG-STRADDLE-YES AND ARG-SEAM-NOT-CROSSED
062900         SET ARG-SEAM-CROSSED TO TRUE
063000         MOVE ARG-SHOWN-GENERATION TO ARG-SEAM-GENERATION
063100     END-IF.
063200     IF ARG-EDGE-REACHED OR ARG-POPULATION = ZERO
063300         GO TO 4500-TRACK-FINDINGS-EXIT
063400     END-IF.
063500     IF ARG-FLIGHT-NOT-STARTED
063600         SET ARG-FLIGHT-STARTED TO TRUE
063700         MOVE ARG-SHOWN-GENERATION TO ARG-FLIGHT-START-GEN
063800         MOVE ARG-CENTROID-ROW TO ARG-FLIGHT-START-ROW
063900         MOVE ARG-CENTROID-COL TO ARG-FLIGHT-START-COL
064000     END-IF.
064100     MOVE ARG-THROUGH-GENERATION TO ARG-FLIGHT-END-GEN.
064200     MOVE ARG-CENTROID-ROW TO ARG-FLIGHT-END-ROW.
064300     MOVE ARG-CENTROID-COL TO ARG-FLIGHT-END-COL.
064400 4500-TRACK-FINDINGS-EXIT.
064500     EXIT.
064600*
064700 4600-WRITE-GEOM-LINE.
064800     MOVE ARG-WRITE-GENERATION TO GEOM-GENERATION.
064900     WRITE GEOM-RECORD.
065000     ADD 1 TO ARG-LINE-COUNT.
065100 4600-WRITE-GEOM-LINE-EXIT.
065200     EXIT.
065300*
065400*------------------------------------------------------------*
065500*    5000-COMPUTE-DRIFT -- CENTROID DISPLACEMENT OVER THE FREE *
065600*    FLIGHT, AS A VELOCITY ON EACH AXIS, A STRAIGHT-LINE SPEED *
065700*    AND THE LARGER-AXIS SPEED (THE "C/4" OF A GLIDER), AND AN *
065800*    EIGHT-POINT COMPASS DIRECTION.  A COMPONENT LESS THAN     *
065900*    ABOUT A THIRD OF THE OTHER DOES NOT TURN THE HEADING OFF  *
066000*    THE MAIN AXIS.                                            *
066100*------------------------------------------------------------*
066200 5000-COMPUTE-DRIFT.
066300     MOVE ZERO TO ARG-ROW-VELOCITY.
066400     MOVE ZERO TO ARG-COL-VELOCITY.
066500     MOVE ZERO TO ARG-SPEED.
066600     MOVE ZERO TO ARG-AXIS-SPEED.
066700     MOVE "STATIONARY" TO ARG-DIRECTION.
066800     COMPUTE ARG-FLIGHT-GENS =
066900         ARG-FLIGHT-END-GEN - ARG-FLIGHT-START-GEN.
067000     IF ARG-FLIGHT-GENS = ZERO
067100         GO TO 5000-COMPUTE-DRIFT-EXIT
067200     END-IF.
067300     COMPUTE ARG-DRIFT-ROWS =
067400         ARG-FLIGHT-END-ROW - ARG-FLIGHT-START-ROW.
067500     COMPUTE ARG-DRIFT-COLS =
067600         ARG-FLIGHT-END-COL - ARG-FLIGHT-START-COL.
067700     MOVE ARG-DRIFT-ROWS TO ARG-ABS-ROWS.
067800     MOVE ARG-DRIFT-COLS TO ARG-ABS-COLS.
067900     COMPUTE ARG-ROW-VELOCITY ROUNDED =
068000         ARG-DRIFT-ROWS / ARG-FLIGHT-GENS.
068100     COMPUTE ARG-COL-VELOCITY ROUNDED =
068200         ARG-DRIFT-COLS / ARG-FLIGHT-GENS.
068300     COMPUTE ARG-SPEED ROUNDED =
068400         ((ARG-DRIFT-ROWS * ARG-DRIFT-ROWS
068500           + ARG-DRIFT-COLS * ARG-DRIFT-COLS) ** 0.5)
068600         / ARG-FLIGHT-GENS.
068700     IF ARG-ABS-ROWS > ARG-ABS-COLS
068800         COMPUTE ARG-AXIS-SPEED ROUNDED =
068900             ARG-ABS-ROWS / ARG-FLIGHT-GENS
069000     ELSE
069100         COMPUTE ARG-AXIS-SPEED ROUNDED =
069200             ARG-ABS-COLS / ARG-FLIGHT-GENS
069300     END-IF.
069400     IF ARG-SPEED < 0.0010
069500         GO TO 5000-COMPUTE-DRIFT-EXIT
069600     END-IF.
069700     MOVE SPACES TO ARG-DIRECTION.
069800     IF ARG-ABS-ROWS * 3 >= ARG-ABS-COLS
069900         IF ARG-DRIFT-ROWS < ZERO
070000             MOVE "N" TO ARG-DIRECTION (1:1)
070100         ELSE
070200             MOVE "S" TO ARG-DIRECTION (1:1)
070300         END-IF
070400     END-IF.
070500     IF ARG-ABS-COLS * 3 >= ARG-ABS-ROWS
070600         IF ARG-DIRECTION = SPACES
070700             IF ARG-DRIFT-COLS < ZERO
070800                 MOVE "W" TO ARG-DIRECTION (1:1)
070900             ELSE
071000                 MOVE "E" TO ARG-DIRECTION (1:1)
071100             END-IF
071200         ELSE
071300             IF ARG-DRIFT-COLS < ZERO
071400                 MOVE "W" TO ARG-DIRECTION (2:1)
071500             ELSE
071600                 MOVE "E" TO ARG-DIRECTION (2:1)
071700             END-IF
071800         END-IF
071900     END-IF.
072000 5000-COMPUTE-DRIFT-EXIT.
072100     EXIT.
072200*
072300*------------------------------------------------------------*
072400*    8000-WRITE-SUMMARY -- THE GEOMRPT SUMMARY FOR THE RUN.    *
072500*------------------------------------------------------------*
072600 8000-WRITE-SUMMARY.
072700     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
072800     STRING "SPATIAL ANALYSIS OF RUN " DELIMITED BY SIZE
072900             GRID-RUN-ID DELIMITED BY SIZE
073000         INTO GEOMETRY-REPORT-RECORD.
073100     WRITE GEOMETRY-REPORT-RECORD.
073200     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
073300     WRITE GEOMETRY-REPORT-RECORD.
073400     IF ARG-STARTED-NO
073500         MOVE "JOURNAL HOLDS NO SEED SET -- NOTHING MEASURED"
073600             TO GEOMETRY-REPORT-RECORD
073700         WRITE GEOMETRY-REPORT-RECORD
073800         GO TO 8000-WRITE-SUMMARY-EXIT
073900     END-IF.
074000     MOVE GRID-WIDTH TO ARG-SIZE-OUT.
074100     MOVE GRID-HEIGHT TO ARG-SIZE-OUT-2.
074200     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
074300     IF ARG-TOPOLOGY = "T"
074400         STRING "GRID " DELIMITED BY SIZE
074500                 ARG-SIZE-OUT DELIMITED BY SIZE
074600                 " X" DELIMITED BY SIZE
074700                 ARG-SIZE-OUT-2 DELIMITED BY SIZE
074800                 "   TOPOLOGY TORUS" DELIMITED BY SIZE
074900             INTO GEOMETRY-REPORT-RECORD
075000     ELSE
075100         STRING "GRID " DELIMITED BY SIZE
075200                 ARG-SIZE-OUT DELIMITED BY SIZE
075300                 " X" DELIMITED BY SIZE
075400                 ARG-SIZE-OUT-2 DELIMITED BY SIZE
075500                 "   TOPOLOGY WALLED" DELIMITED BY SIZE
075600             INTO GEOMETRY-REPORT-RECORD
075700     END-IF.
075800     WRITE GEOMETRY-REPORT-RECORD.
075900     MOVE ARG-FIRST-GENERATION TO ARG-GEN-OUT.
076000     MOVE ARG-LAST-GENERATION TO ARG-GEN-OUT-2.
076100     MOVE ARG-LINE-COUNT TO ARG-COUNT-OUT.
076200     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
076300     STRING "GENERATIONS " DELIMITED BY SIZE
076400             ARG-GEN-OUT DELIMITED BY SIZE
076500             " THROUGH" DELIMITED BY SIZE
076600             ARG-GEN-OUT-2 DELIMITED BY SIZE
076700             "   LINES WRITTEN" DELIMITED BY SIZE
076800             ARG-COUNT-OUT DELIMITED BY SIZE
076900         INTO GEOMETRY-REPORT-RECORD.
077000     WRITE GEOMETRY-REPORT-RECORD.
077100     MOVE ARG-PEAK-POPULATION TO ARG-POP-OUT.
077200     MOVE ARG-PEAK-GENERATION TO ARG-GEN-OUT.
077300     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
077400     STRING "PEAK POPULATION " DELIMITED BY SIZE
077500             ARG-POP-OUT DELIMITED BY SIZE
077600             " AT GENERATION" DELIMITED BY SIZE
077700             ARG-GEN-OUT DELIMITED BY SIZE
077800         INTO GEOMETRY-REPORT-RECORD.
077900     WRITE GEOMETRY-REPORT-RECORD.
078000     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
078100     WRITE GEOMETRY-REPORT-RECORD.
078200     PERFORM 8100-WRITE-DRIFT THRU 8100-WRITE-DRIFT-EXIT.
078300     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
078400     WRITE GEOMETRY-REPORT-RECORD.
078500     PERFORM 8200-WRITE-EDGE-CONTACT
078600         THRU 8200-WRITE-EDGE-CONTACT-EXIT.
078700 8000-WRITE-SUMMARY-EXIT.
078800     EXIT.
078900*
079000 8100-WRITE-DRIFT.
079100     IF ARG-FLIGHT-NOT-STARTED
079200         MOVE "DRIFT -- NO LIVE GENERATION CLEAR OF THE EDGE"
079300             TO GEOMETRY-REPORT-RECORD
079400         WRITE GEOMETRY-REPORT-RECORD
079500         GO TO 8100-WRITE-DRIFT-EXIT
079600     END-IF.
079700     PERFORM 5000-COMPUTE-DRIFT THRU 5000-COMPUTE-DRIFT-EXIT.
079800     MOVE ARG-FLIGHT-START-GEN TO ARG-GEN-OUT.
079900     MOVE ARG-FLIGHT-END-GEN TO ARG-GEN-OUT-2.
080000     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
080100     STRING "DRIFT MEASURED OVER GENERATIONS" DELIMITED BY SIZE
080200             ARG-GEN-OUT DELIMITED BY SIZE
080300             " THROUGH" DELIMITED BY SIZE
080400             ARG-GEN-OUT-2 DELIMITED BY SIZE
080500             " (FREE FLIGHT)" DELIMITED BY SIZE
080600         INTO GEOMETRY-REPORT-RECORD.
080700     WRITE GEOMETRY-REPORT-RECORD.
080800     MOVE ARG-FLIGHT-START-ROW TO ARG-POS-OUT.
080900     MOVE ARG-FLIGHT-START-COL TO ARG-POS-OUT-2.
081000     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
081100     STRING "  CENTROID AT START  ROW " DELIMITED BY SIZE
081200             ARG-POS-OUT DELIMITED BY SIZE
081300             "  COL " DELIMITED BY SIZE
081400             ARG-POS-OUT-2 DELIMITED BY SIZE
081500         INTO GEOMETRY-REPORT-RECORD.
081600     WRITE GEOMETRY-REPORT-RECORD.
081700     MOVE ARG-FLIGHT-END-ROW TO ARG-POS-OUT.
081800     MOVE ARG-FLIGHT-END-COL TO ARG-POS-OUT-2.
081900     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
082000     STRING "  CENTROID AT END    ROW " DELIMITED BY SIZE
082100             ARG-POS-OUT DELIMITED BY SIZE
082200             "  COL " DELIMITED BY SIZE
082300             ARG-POS-OUT-2 DELIMITED BY SIZE
082400         INTO GEOMETRY-REPORT-RECORD.
082500     WRITE GEOMETRY-REPORT-RECORD.
082600     IF ARG-FLIGHT-GENS = ZERO
082700         MOVE "  ONE GENERATION ONLY -- NO DRIFT MEASURED"
082800             TO GEOMETRY-REPORT-RECORD
082900         WRITE GEOMETRY-REPORT-RECORD
083000         GO TO 8100-WRITE-DRIFT-EXIT
083100     END-IF.
083200     MOVE ARG-ROW-VELOCITY TO ARG-VELOCITY-OUT.
083300     MOVE ARG-COL-VELOCITY TO ARG-VELOCITY-OUT-2.
083400     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
083500     STRING "  VELOCITY ROWS/GEN " DELIMITED BY SIZE
083600             ARG-VELOCITY-OUT DELIMITED BY SIZE
083700             "  COLS/GEN " DELIMITED BY SIZE
083800             ARG-VELOCITY-OUT-2 DELIMITED BY SIZE
083900         INTO GEOMETRY-REPORT-RECORD.
084000     WRITE GEOMETRY-REPORT-RECORD.
084100     MOVE ARG-SPEED TO ARG-SPEED-OUT.
084200     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
084300     STRING "  SPEED CELLS/GEN    " DELIMITED BY SIZE
084400             ARG-SPEED-OUT DELIMITED BY SIZE
084500             "  DIRECTION " DELIMITED BY SIZE
084600             ARG-DIRECTION DELIMITED BY SIZE
084700         INTO GEOMETRY-REPORT-RECORD.
084800     WRITE GEOMETRY-REPORT-RECORD.
084900     MOVE ARG-AXIS-SPEED TO ARG-SPEED-OUT.
085000     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
085100     STRING "  SPEED (LARGER AXIS) " DELIMITED BY SIZE
085200             ARG-SPEED-OUT DELIMITED BY SIZE
085300             " C" DELIMITED BY SIZE
085400         INTO GEOMETRY-REPORT-RECORD.
085500     WRITE GEOMETRY-REPORT-RECORD.
085600 8100-WRITE-DRIFT-EXIT.
085700     EXIT.
085800*
085900 8200-WRITE-EDGE-CONTACT.
086000     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
086100     IF ARG-EDGE-REACHED
086200         MOVE ARG-EDGE-GENERATION TO ARG-GEN-OUT
086300         IF ARG-TOPOLOGY = "T"
086400             STRING "FIRST REACHED THE SEAM AT GENERATION"
086500                         DELIMITED BY SIZE
086600                     ARG-GEN-OUT DELIMITED BY SIZE
086700                 INTO GEOMETRY-REPORT-RECORD
086800         ELSE
086900             STRING "FIRST REACHED A WALL AT GENERATION"
087000                         DELIMITED BY SIZE
087100                     ARG-GEN-OUT DELIMITED BY SIZE
087200                 INTO GEOMETRY-REPORT-RECORD
087300         END-IF
087400     ELSE
087500         IF ARG-TOPOLOGY = "T"
087600             MOVE "NEVER REACHED THE SEAM"
087700                 TO GEOMETRY-REPORT-RECORD
087800         ELSE
087900             MOVE "NEVER REACHED A WALL" TO GEOMETRY-REPORT-RECORD
088000         END-IF
088100     END-IF.
088200     WRITE GEOMETRY-REPORT-RECORD.
088300     IF ARG-TOPOLOGY NOT = "T"
088400         GO TO 8200-WRITE-EDGE-CONTACT-EXIT
088500     END-IF.
088600     MOVE SPACES TO GEOMETRY-REPORT-RECORD.
088700     IF ARG-SEAM-CROSSED
088800         MOVE ARG-SEAM-GENERATION TO ARG-GEN-OUT
088900         STRING "FIRST CROSSED THE SEAM AT GENERATION"
089000                     DELIMITED BY SIZE
089100                 ARG-GEN-OUT DELIMITED BY SIZE
089200             INTO GEOMETRY-REPORT-RECORD
089300     ELSE
089400         MOVE "NEVER CROSSED THE SEAM" TO GEOMETRY-REPORT-RECORD
089500     END-IF.
089600     WRITE GEOMETRY-REPORT-RECORD.
089700 8200-WRITE-EDGE-CONTACT-EXIT.
089800     EXIT.
