000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_exportJournalImages.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- GRID IMAGES FOR A FINISHED RUN,
001000*    10/15/2026  ME   AFTER THE FACT.  WALKS JRNL-<RUN-ID>
001100*    10/15/2026  ME   GENERATION BY GENERATION THE SAME WAY
001200*    10/15/2026  ME   App_analyzeRunGeometry DOES AND, FOR EVERY
001300*    10/15/2026  ME   GENERATION INSIDE THE CHOSEN RANGE, HANDS
001400*    10/15/2026  ME   THE REBUILT GRID TO App_exportGridImage --
001500*    10/15/2026  ME   THE SAME PBM/PGM FILES, UNDER THE SAME
001600*    10/15/2026  ME   RUN-ID- AND GENERATION-QUALIFIED NAMES, THAT
001700*    10/15/2026  ME   THE LIVE RUN WRITES.  THE JOURNAL CARRIES NO
001800*    10/15/2026  ME   AGES, SO THEY ARE KEPT HERE THE WAY
001900*    10/15/2026  ME   App_updateCellGrid KEEPS THEM: 1 AT BIRTH OR
002000*    10/15/2026  ME   SEEDING, ONE MORE FOR EVERY GENERATION THE
002100*    10/15/2026  ME   CELL LIVES ON.
002110*    10/15/2026  ME   THE JOURNAL AND AUDIT RECORDS ARE READ OUT
002120*    10/15/2026  ME   TO THE RANDOM-SOUP SEED AND DENSITY NOW ON
002130*    10/15/2026  ME   THE "H" HEADER AND TO THE AUDIT LINE'S SCENE
002140*    10/15/2026  ME   NAME AND SOUP FIELDS, SO THE LONGER LINES
002150*    10/15/2026  ME   DO NOT SPLIT.
002200*
002300*    PARM CARD:  1-16  RUN-ID (REQUIRED)
002400*               17-25  FIRST GENERATION TO DRAW (BLANK = 0)
002500*               26-34  LAST GENERATION TO DRAW (BLANK = THE RUN'S
002600*                      FINAL GENERATION)
002700*                  35  "G" PGM GRAYMAP SHADED BY CELL AGE,
002800*                      ANYTHING ELSE A PBM BITMAP
002900*
003000*    THE JOURNAL HOLDS NOTHING FOR A GENERATION IN WHICH NO CELL
003100*    CHANGED, SO SUCH A GENERATION IS DRAWN FROM THE GRID BEFORE
003200*    IT (THE CELLS STILL AGE).  THE LAST STATE IS CARRIED THROUGH
003300*    TO THE FINAL GENERATION ON THE RUN'S AUDIT LINE.  THE JOURNAL
003400*    IS NOT READ PAST THE LAST GENERATION ASKED FOR.
003500*
003600*    RETURN CODES:  0  IMAGES WRITTEN
003700*                   4  NO GENERATION OF THE RUN FELL IN THE RANGE
003800*                   8  NO RUN-ID OR A BAD RANGE ON THE PARM, OR NO
003900*                      JOURNAL
004000*                  12  ONE OR MORE IMAGE FILES WOULD NOT OPEN
004100*                  16  OPERATOR REFUSED
004200*
004300 ENVIRONMENT DIVISION.
004400  CONFIGURATION SECTION.
004500   SOURCE-COMPUTER. Linux.
004600   OBJECT-COMPUTER. Linux.
004700  INPUT-OUTPUT SECTION.
004800   FILE-CONTROL.
004900       SELECT JOURNAL-FILE
005000           ASSIGN TO DYNAMIC EJI-JRNL-FILENAME
005100           ORGANIZATION IS LINE SEQUENTIAL
005200           FILE STATUS IS EJI-JRNL-STATUS.
005300       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
005400           ORGANIZATION IS LINE SEQUENTIAL
005500           FILE STATUS IS EJI-AUDIT-STATUS.
005600   I-O-CONTROL.
005700*
005800 DATA DIVISION.
005900  FILE SECTION.
006000  FD  JOURNAL-FILE.
006100  01  JRNL-RECORD.
006200      05  JRNL-ACTION                 PIC X(01).
006300      05  FILLER                      PIC X(01).
006400      05  JRNL-GENERATION             PIC 9(09).
006500      05  FILLER                      PIC X(01).
006600      05  JRNL-ROW                    PIC 9(03).
006700      05  FILLER                      PIC X(01).
006800      05  JRNL-COL                    PIC 9(03).
006810*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
006820*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
006830      05  FILLER                      PIC X(01).
006840      05  JRNL-SOUP-SEED              PIC 9(09).
006850      05  FILLER                      PIC X(01).
006860      05  JRNL-SOUP-DENSITY           PIC 9(03).
006900  FD  AUDIT-TRAIL-FILE.
007000  01  AUDIT-RECORD.
007100      05  AUDIT-RUN-ID                PIC X(16).
007200      05  FILLER                      PIC X(01).
007300      05  AUDIT-START-TIMESTAMP       PIC X(17).
007400      05  FILLER                      PIC X(01).
007500      05  AUDIT-OPERATOR-ID           PIC X(08).
007600      05  FILLER                      PIC X(01).
007700      05  AUDIT-PATTERN-NAME          PIC X(20).
007800      05  FILLER                      PIC X(01).
007900      05  AUDIT-FINAL-GENERATION      PIC 9(09).
008000      05  FILLER                      PIC X(01).
008100      05  AUDIT-RULE-NAME             PIC X(10).
008105      05  FILLER                      PIC X(01).
008110      05  AUDIT-TOPOLOGY              PIC X(01).
008115      05  FILLER                      PIC X(01).
008120      05  AUDIT-SCENE-NAME            PIC X(20).
008125*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
008130*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
008135      05  AUDIT-SOUP.
008140          10  FILLER                  PIC X(01).
008145          10  AUDIT-SOUP-SEED         PIC 9(09).
008150          10  FILLER                  PIC X(01).
008155          10  AUDIT-SOUP-DENSITY      PIC 9(03).
008160          10  FILLER                  PIC X(01).
008165          10  AUDIT-SOUP-TOP          PIC 9(03).
008170          10  AUDIT-SOUP-LEFT         PIC 9(03).
008175          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
008180          10  AUDIT-SOUP-WIDTH        PIC 9(03).
008200  WORKING-STORAGE SECTION.
008300      COPY "grid_common.cpy".
008400      COPY "operator_check.cpy".
008500*
008600  77  EJI-JRNL-STATUS                 PIC X(02) VALUE SPACES.
008700  77  EJI-JRNL-FILENAME               PIC X(21) VALUE SPACES.
008800  77  EJI-AUDIT-STATUS                PIC X(02) VALUE SPACES.
008900  77  EJI-EOF-SWITCH                  PIC X(01) VALUE "N".
009000      88  EJI-EOF-YES                     VALUE "Y".
009100      88  EJI-EOF-NO                      VALUE "N".
009200  77  EJI-STARTED-SWITCH              PIC X(01) VALUE "N".
009300      88  EJI-STARTED-YES                 VALUE "Y".
009400      88  EJI-STARTED-NO                  VALUE "N".
009500  77  EJI-PAST-RANGE-SWITCH           PIC X(01) VALUE "N".
009600      88  EJI-PAST-RANGE-YES              VALUE "Y".
009700      88  EJI-PAST-RANGE-NO               VALUE "N".
009800  77  EJI-ROW                         PIC 9(03) COMP VALUE ZERO.
009900  77  EJI-COL                         PIC 9(03) COMP VALUE ZERO.
010000  77  EJI-SHOWN-GENERATION            PIC 9(09) COMP VALUE ZERO.
010100  77  EJI-THROUGH-GENERATION          PIC 9(09) COMP VALUE ZERO.
010200  77  EJI-WRITE-GENERATION            PIC 9(09) COMP VALUE ZERO.
010300  77  EJI-FINAL-GENERATION            PIC 9(09) COMP VALUE ZERO.
010400  77  EJI-IMAGE-COUNT                 PIC 9(09) COMP VALUE ZERO.
010500  77  EJI-COUNT-OUT                   PIC ZZZZZZZZ9 VALUE SPACES.
010600*
010700*** THE RANGE ASKED FOR ON THE PARM CARD.
010800  77  EJI-FIRST-GENERATION            PIC 9(09) VALUE ZERO.
010900  77  EJI-LAST-GENERATION             PIC 9(09) VALUE 999999999.
011000*
011100 LINKAGE SECTION.
011200 01  LK-PARM-DATA.
011300     05  LK-PARM-LENGTH              PIC S9(04) COMP.
011400     05  LK-PARM-TEXT                PIC X(35).
011500*
011600 PROCEDURE DIVISION USING LK-PARM-DATA.
011700*------------------------------------------------------------*
011800*    0000-MAINLINE -- WALK THE NAMED RUN'S JOURNAL, WRITING AN *
011900*    IMAGE AT EVERY GENERATION BOUNDARY INSIDE THE RANGE.      *
012000*------------------------------------------------------------*
012100 0000-MAINLINE.
012200     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
012300     IF OPCHK-REFUSED
012400         MOVE 16 TO RETURN-CODE
012500         GO TO 0000-MAINLINE-EXIT
012600     END-IF.
012700     PERFORM 0200-PARSE-PARM THRU 0200-PARSE-PARM-EXIT.
012800     IF RETURN-CODE NOT = ZERO
012900         GO TO 0000-MAINLINE-EXIT
013000     END-IF.
013100     PERFORM 1000-FIND-AUDIT-LINE THRU 1000-FIND-AUDIT-LINE-EXIT.
013200     MOVE SPACES TO EJI-JRNL-FILENAME.
013300     STRING "JRNL-" DELIMITED BY SIZE
013400             GRID-RUN-ID DELIMITED BY SPACE
013500         INTO EJI-JRNL-FILENAME.
013600     OPEN INPUT JOURNAL-FILE.
013700     IF EJI-JRNL-STATUS NOT = "00"
013800         DISPLAY "NO JOURNAL FOR RUN " GRID-RUN-ID
013900             " -- STATUS " EJI-JRNL-STATUS
014000         MOVE 8 TO RETURN-CODE
014100         GO TO 0000-MAINLINE-EXIT
014200     END-IF.
014300     SET GRID-WARNING-NO TO TRUE.
014400     MOVE 100 TO GRID-WIDTH.
014500     MOVE 100 TO GRID-HEIGHT.
014600     PERFORM 2000-CLEAR-GRID THRU 2000-CLEAR-GRID-EXIT.
014700     MOVE ZERO TO EJI-SHOWN-GENERATION.
014800     MOVE ZERO TO EJI-IMAGE-COUNT.
014900     SET EJI-STARTED-NO TO TRUE.
015000     SET EJI-PAST-RANGE-NO TO TRUE.
015100     SET EJI-EOF-NO TO TRUE.
015200     PERFORM 3000-APPLY-ONE-RECORD THRU 3000-APPLY-ONE-RECORD-EXIT
015300         UNTIL EJI-EOF-YES.
015400     CLOSE JOURNAL-FILE.
015500     IF EJI-STARTED-YES
015600         MOVE EJI-SHOWN-GENERATION TO EJI-THROUGH-GENERATION
015700         IF EJI-FINAL-GENERATION > EJI-THROUGH-GENERATION
015800             MOVE EJI-FINAL-GENERATION TO EJI-THROUGH-GENERATION
015900         END-IF
016000         IF EJI-PAST-RANGE-YES
016100            OR EJI-THROUGH-GENERATION > EJI-LAST-GENERATION
016200             MOVE EJI-LAST-GENERATION TO EJI-THROUGH-GENERATION
016300         END-IF
016400         PERFORM 4000-CLOSE-GENERATION
016500             THRU 4000-CLOSE-GENERATION-EXIT
016600     END-IF.
016700     MOVE EJI-IMAGE-COUNT TO EJI-COUNT-OUT.
016800     DISPLAY "GRID IMAGES WRITTEN FOR RUN " GRID-RUN-ID
016900         ": " EJI-COUNT-OUT.
017000     IF GRID-WARNING-YES
017100         DISPLAY "ONE OR MORE IMAGES COULD NOT BE WRITTEN"
017200             " -- SEE THE SYSTEM LOG"
017300         MOVE 12 TO RETURN-CODE
017400         GO TO 0000-MAINLINE-EXIT
017500     END-IF.
017600     IF EJI-IMAGE-COUNT = ZERO
017700         DISPLAY "NO GENERATION OF RUN " GRID-RUN-ID
017800             " FELL IN THE RANGE"
017900         MOVE 4 TO RETURN-CODE
018000     END-IF.
018100 0000-MAINLINE-EXIT.
018200     GOBACK.
018300*
018400*------------------------------------------------------------*
018500*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
018600*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
018700*------------------------------------------------------------*
018800 0100-CHECK-OPERATOR.
018900     MOVE SPACES TO OPCHK-OPERATOR-ID.
019000     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
019100     MOVE "App_exportJournalImages" TO OPCHK-PROGRAM.
019200     MOVE SPACES TO OPCHK-RUN-ID.
019300     SET OPCHK-FUNC-RUN TO TRUE.
019400     CALL "App_checkOperator".
019500 0100-CHECK-OPERATOR-EXIT.
019600     EXIT.
019700*
019800*------------------------------------------------------------*
019900*    0200-PARSE-PARM -- RUN-ID, RANGE AND FORMAT.  A RANGE     *
020000*    FIELD THAT IS NOT ALL DIGITS, OR A FIRST GENERATION PAST  *
020100*    THE LAST, IS REFUSED WITH RC 8 RATHER THAN GUESSED AT.    *
020200*------------------------------------------------------------*
020300 0200-PARSE-PARM.
020400     MOVE ZERO TO RETURN-CODE.
020500     IF LK-PARM-LENGTH < 16 OR LK-PARM-TEXT (1:16) = SPACES
020600         DISPLAY "RUN-ID (16 BYTES) REQUIRED ON PARM CARD"
020700         MOVE 8 TO RETURN-CODE
020800         GO TO 0200-PARSE-PARM-EXIT
020900     END-IF.
021000     MOVE LK-PARM-TEXT (1:16) TO GRID-RUN-ID.
021100     MOVE ZERO TO EJI-FIRST-GENERATION.
021200     MOVE 999999999 TO EJI-LAST-GENERATION.
021300     SET GRID-IMAGE-PBM TO TRUE.
021400     IF LK-PARM-LENGTH >= 25
021500        AND LK-PARM-TEXT (17:9) NOT = SPACES
021600         IF LK-PARM-TEXT (17:9) IS NOT NUMERIC
021700             DISPLAY "FIRST GENERATION (17-25) NOT NUMERIC"
021800             MOVE 8 TO RETURN-CODE
021900             GO TO 0200-PARSE-PARM-EXIT
022000         END-IF
022100         MOVE LK-PARM-TEXT (17:9) TO EJI-FIRST-GENERATION
022200     END-IF.
022300     IF LK-PARM-LENGTH >= 34
022400        AND LK-PARM-TEXT (26:9) NOT = SPACES
022500         IF LK-PARM-TEXT (26:9) IS NOT NUMERIC
022600             DISPLAY "LAST GENERATION (26-34) NOT NUMERIC"
022700             MOVE 8 TO RETURN-CODE
022800             GO TO 0200-PARSE-PARM-EXIT
022900         END-IF
023000         MOVE LK-PARM-TEXT (26:9) TO EJI-LAST-GENERATION
023100     END-IF.
023200     IF EJI-FIRST-GENERATION > EJI-LAST-GENERATION
023300         DISPLAY "FIRST GENERATION IS PAST THE LAST"
023400         MOVE 8 TO RETURN-CODE
023500         GO TO 0200-PARSE-PARM-EXIT
023600     END-IF.
023700     IF LK-PARM-LENGTH >= 35
023800         IF LK-PARM-TEXT (35:1) = "G"
023900             SET GRID-IMAGE-PGM TO TRUE
024000         END-IF
024100     END-IF.
024200 0200-PARSE-PARM-EXIT.
024300     EXIT.
024400*
024500*------------------------------------------------------------*
024600*    1000-FIND-AUDIT-LINE -- THE RUN'S FINAL GENERATION AND    *
024700*    RULE SET.  A RUN WITH NO AUDIT LINE (STILL RUNNING, OR    *
024800*    ENDED ABNORMALLY) IS DRAWN AS FAR AS ITS JOURNAL GOES.    *
024900*------------------------------------------------------------*
025000 1000-FIND-AUDIT-LINE.
025100     MOVE ZERO TO EJI-FINAL-GENERATION.
025200     MOVE SPACES TO GRID-RULE-NAME.
025300     OPEN INPUT AUDIT-TRAIL-FILE.
025400     IF EJI-AUDIT-STATUS = "00"
025500         SET EJI-EOF-NO TO TRUE
025600         PERFORM 1100-READ-AUDIT-LINE
025700             THRU 1100-READ-AUDIT-LINE-EXIT
025800             UNTIL EJI-EOF-YES
025900         CLOSE AUDIT-TRAIL-FILE
026000     END-IF.
026100 1000-FIND-AUDIT-LINE-EXIT.
026200     EXIT.
026300*
026400 1100-READ-AUDIT-LINE.
026500     READ AUDIT-TRAIL-FILE
026600         AT END
026700             SET EJI-EOF-YES TO TRUE
026800             GO TO 1100-READ-AUDIT-LINE-EXIT
026900     END-READ.
027000     IF AUDIT-RUN-ID NOT = GRID-RUN-ID
027100        OR AUDIT-FINAL-GENERATION IS NOT NUMERIC
027200         GO TO 1100-READ-AUDIT-LINE-EXIT
027300     END-IF.
027400     MOVE AUDIT-FINAL-GENERATION TO EJI-FINAL-GENERATION.
027500     MOVE AUDIT-RULE-NAME TO GRID-RULE-NAME.
027600 1100-READ-AUDIT-LINE-EXIT.
027700     EXIT.
027800*
027900*------------------------------------------------------------*
028000*    2000-CLEAR-GRID -- EMPTY THE WHOLE CELL AND AGE TABLE,    *
028100*    FULL TABLE AND NOT JUST THE HEADER DIMENSIONS.            *
028200*------------------------------------------------------------*
028300 2000-CLEAR-GRID.
028400     PERFORM 2100-CLEAR-GRID-ROW THRU 2100-CLEAR-GRID-ROW-EXIT
028500         VARYING EJI-ROW FROM 1 BY 1
028600             UNTIL EJI-ROW > GRID-MAX-HEIGHT.
028700 2000-CLEAR-GRID-EXIT.
028800     EXIT.
028900*
029000 2100-CLEAR-GRID-ROW.
029100     PERFORM 2200-CLEAR-GRID-CELL THRU 2200-CLEAR-GRID-CELL-EXIT
029200         VARYING EJI-COL FROM 1 BY 1
029300             UNTIL EJI-COL > GRID-MAX-WIDTH.
029400 2100-CLEAR-GRID-ROW-EXIT.
029500     EXIT.
029600*
029700 2200-CLEAR-GRID-CELL.
029800     MOVE "0" TO GRID-CELL-STATE (EJI-ROW EJI-COL).
029900     MOVE ZERO TO GRID-CELL-AGE (EJI-ROW EJI-COL).
030000 2200-CLEAR-GRID-CELL-EXIT.
030100     EXIT.
030200*
030300*------------------------------------------------------------*
030400*    3000-APPLY-ONE-RECORD -- APPLY ONE JOURNAL LINE.  WHEN    *
030500*    THE LINE BELONGS TO A LATER GENERATION THAN THE ONE BEING *
030600*    BUILT, THAT GENERATION IS COMPLETE AND IS DRAWN FIRST,    *
030700*    CARRIED THROUGH THE UNCHANGED GENERATIONS UP TO THIS ONE. *
030800*    A LINE PAST THE LAST GENERATION ASKED FOR ENDS THE WALK.  *
030900*------------------------------------------------------------*
031000 3000-APPLY-ONE-RECORD.
031100     READ JOURNAL-FILE
031200         AT END
031300             SET EJI-EOF-YES TO TRUE
031400             GO TO 3000-APPLY-ONE-RECORD-EXIT
031500     END-READ.
031600     IF JRNL-GENERATION IS NOT NUMERIC
031700         GO TO 3000-APPLY-ONE-RECORD-EXIT
031800     END-IF.
031900     IF JRNL-ACTION = "H"
032000         IF JRNL-ROW IS NUMERIC AND JRNL-ROW >= 1
032100            AND JRNL-ROW <= GRID-MAX-WIDTH
032200             MOVE JRNL-ROW TO GRID-WIDTH
032300         END-IF
032400         IF JRNL-COL IS NUMERIC AND JRNL-COL >= 1
032500            AND JRNL-COL <= GRID-MAX-HEIGHT
032600             MOVE JRNL-COL TO GRID-HEIGHT
032700         END-IF
032800         GO TO 3000-APPLY-ONE-RECORD-EXIT
032900     END-IF.
033000     IF JRNL-GENERATION > EJI-LAST-GENERATION
033100         SET EJI-PAST-RANGE-YES TO TRUE
033200         SET EJI-EOF-YES TO TRUE
033300         GO TO 3000-APPLY-ONE-RECORD-EXIT
033400     END-IF.
033500     IF JRNL-GENERATION > EJI-SHOWN-GENERATION
033600         IF EJI-STARTED-YES
033700             COMPUTE EJI-THROUGH-GENERATION = JRNL-GENERATION - 1
033800             PERFORM 4000-CLOSE-GENERATION
033900                 THRU 4000-CLOSE-GENERATION-EXIT
034000         END-IF
034100         MOVE JRNL-GENERATION TO EJI-SHOWN-GENERATION
034200     END-IF.
034300     EVALUATE JRNL-ACTION
034400         WHEN "R"
034500             PERFORM 2000-CLEAR-GRID THRU 2000-CLEAR-GRID-EXIT
034600             SET EJI-STARTED-YES TO TRUE
034700         WHEN "S"
034800             PERFORM 3100-APPLY-LIVE-CELL
034900                 THRU 3100-APPLY-LIVE-CELL-EXIT
035000         WHEN "B"
035100             PERFORM 3100-APPLY-LIVE-CELL
035200                 THRU 3100-APPLY-LIVE-CELL-EXIT
035300         WHEN "D"
035400             PERFORM 3200-APPLY-DEAD-CELL
035500                 THRU 3200-APPLY-DEAD-CELL-EXIT
035600         WHEN OTHER
035700             CONTINUE
035800     END-EVALUATE.
035900 3000-APPLY-ONE-RECORD-EXIT.
036000     EXIT.
036100*
036200 3100-APPLY-LIVE-CELL.
036300     IF JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
036400        AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-HEIGHT
036500        AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-WIDTH
036600         MOVE "1" TO GRID-CELL-STATE (JRNL-ROW JRNL-COL)
036700         MOVE 1 TO GRID-CELL-AGE (JRNL-ROW JRNL-COL)
036800     END-IF.
036900 3100-APPLY-LIVE-CELL-EXIT.
037000     EXIT.
037100*
037200 3200-APPLY-DEAD-CELL.
037300     IF JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
037400        AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-HEIGHT
037500        AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-WIDTH
037600         MOVE "0" TO GRID-CELL-STATE (JRNL-ROW JRNL-COL)
037700         MOVE ZERO TO GRID-CELL-AGE (JRNL-ROW JRNL-COL)
037800     END-IF.
037900 3200-APPLY-DEAD-CELL-EXIT.
038000     EXIT.
038100*
038200*------------------------------------------------------------*
038300*    4000-CLOSE-GENERATION -- DRAW THE COMPLETED GRID FOR      *
038400*    EVERY GENERATION FROM THE ONE JUST BUILT THROUGH          *
038500*    EJI-THROUGH-GENERATION, OVER WHICH NOTHING CHANGED BUT    *
038600*    THE AGES.                                                 *
038700*------------------------------------------------------------*
038800 4000-CLOSE-GENERATION.
038900     PERFORM 4100-DRAW-GENERATION THRU 4100-DRAW-GENERATION-EXIT
039000         VARYING EJI-WRITE-GENERATION
039100             FROM EJI-SHOWN-GENERATION BY 1
039200             UNTIL EJI-WRITE-GENERATION > EJI-THROUGH-GENERATION.
039300 4000-CLOSE-GENERATION-EXIT.
039400     EXIT.
039500*
039600*------------------------------------------------------------*
039700*    4100-DRAW-GENERATION -- ONE IMAGE WHEN THE GENERATION IS  *
039800*    IN THE RANGE, THEN AGE THE SURVIVORS INTO THE NEXT ONE.   *
039900*    A BITMAP SHOWS NO AGES, SO THEY ARE ONLY KEPT FOR A       *
040000*    GRAYMAP.                                                  *
040100*------------------------------------------------------------*
040200 4100-DRAW-GENERATION.
040300     IF EJI-WRITE-GENERATION >= EJI-FIRST-GENERATION
040400        AND EJI-WRITE-GENERATION <= EJI-LAST-GENERATION
040500         MOVE EJI-WRITE-GENERATION TO GRID-GENERATION
040600         CALL "App_exportGridImage"
040700         ADD 1 TO EJI-IMAGE-COUNT
040800     END-IF.
040900     IF GRID-IMAGE-PGM
041000         PERFORM 4200-AGE-GRID-ROW THRU 4200-AGE-GRID-ROW-EXIT
041100             VARYING EJI-ROW FROM 1 BY 1
041200                 UNTIL EJI-ROW > GRID-HEIGHT
041300     END-IF.
041400 4100-DRAW-GENERATION-EXIT.
041500     EXIT.
041600*
041700 4200-AGE-GRID-ROW.
041800     PERFORM 4300-AGE-GRID-CELL THRU 4300-AGE-GRID-CELL-EXIT
041900         VARYING EJI-COL FROM 1 BY 1
042000             UNTIL EJI-COL > GRID-WIDTH.
042100 4200-AGE-GRID-ROW-EXIT.
042200     EXIT.
042300*
042400 4300-AGE-GRID-CELL.
042500     IF GRID-CELL-STATE (EJI-ROW EJI-COL) = "1"
042600        AND GRID-CELL-AGE (EJI-ROW EJI-COL) < 99999
042700         ADD 1 TO GRID-CELL-AGE (EJI-ROW EJI-COL)
042800     END-IF.
042900 4300-AGE-GRID-CELL-EXIT.
043000     EXIT.
