000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_loadScene.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- LAYS A NAMED SCENE (SEVERAL
001000*    10/15/2026  ME   LIBRARY PATTERNS, EACH WITH ITS OWN ANCHOR,
001100*    10/15/2026  ME   ROTATION AND MIRROR) OUT ON THE GRID.  EVERY
001200*    10/15/2026  ME   PLACEMENT IS TURNED THROUGH
001300*    10/15/2026  ME   App_computeShapeKey'S ORIENT FUNCTION AND
001400*    10/15/2026  ME   CHECKED FOR CELLS OFF THE GRID OR ON A CELL
001500*    10/15/2026  ME   ANOTHER PLACEMENT TOOK BEFORE ANY CELL IS
001600*    10/15/2026  ME   STAMPED, SO A BAD SCENE LEAVES THE GRID AS
001700*    10/15/2026  ME   IT WAS.  SHARED BY App_updateCellGrid
001800*    10/15/2026  ME   (STAMP) AND App_maintainScenes (CHECK
001900*    10/15/2026  ME   BEFORE A WRITE).  THE CALLER FILLS
002000*    10/15/2026  ME   SCNREQ-REQUEST.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002400   SOURCE-COMPUTER. Linux.
002500   OBJECT-COMPUTER. Linux.
002600  INPUT-OUTPUT SECTION.
002700   FILE-CONTROL.
002800       SELECT SCENE-FILE ASSIGN TO "SCENES"
002900           ORGANIZATION IS INDEXED
003000           ACCESS MODE IS DYNAMIC
003100           RECORD KEY IS SCENE-FILE-NAME
003200           FILE STATUS IS LSC-SCENE-STATUS.
003300       SELECT PATTERN-LIBRARY-FILE ASSIGN TO "PATTERNLIB"
003400           ORGANIZATION IS INDEXED
003500           ACCESS MODE IS DYNAMIC
003600           RECORD KEY IS PATLIB-PATTERN-NAME
003700           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003800               WITH DUPLICATES
003900           FILE STATUS IS LSC-PATLIB-STATUS.
004000   I-O-CONTROL.
004100*
004200 DATA DIVISION.
004300  FILE SECTION.
004400*** THE SCENE IS READ INTO SCENE-RECORD IN WORKING-STORAGE, WHERE
004500*** A CHECK REQUEST'S KEYED SCENE IS ALSO PUT, SO BOTH ARE
004600*** VALIDATED FROM THE SAME PLACE.
004700  FD  SCENE-FILE.
004800  01  SCENE-FILE-RECORD.
004900      05  SCENE-FILE-NAME             PIC X(20).
005000      05  FILLER                      PIC X(408).
005100  FD  PATTERN-LIBRARY-FILE.
005200      COPY "pattern_lib.cpy".
005300  WORKING-STORAGE SECTION.
005400      COPY "grid_common.cpy".
005500      COPY "scene_request.cpy".
005600      COPY "shape_key_request.cpy".
005700      COPY "scene.cpy".
005800*
005900  77  LSC-SCENE-STATUS                PIC X(02) VALUE SPACES.
006000  77  LSC-PATLIB-STATUS               PIC X(02) VALUE SPACES.
006100  77  LSC-PL-IDX                      PIC 9(02) COMP VALUE ZERO.
006200  77  LSC-CELL-IX                     PIC 9(03) COMP VALUE ZERO.
006300  77  LSC-ORIENTATION                 PIC 9(01) VALUE ZERO.
006400  77  LSC-FORM-ROW                    PIC 9(03) COMP VALUE ZERO.
006500  77  LSC-FORM-COL                    PIC 9(03) COMP VALUE ZERO.
006600  77  LSC-ROW                         PIC 9(04) COMP VALUE ZERO.
006700  77  LSC-COL                         PIC 9(04) COMP VALUE ZERO.
006800  77  LSC-SHOW-ROW                    PIC 9(04) VALUE ZERO.
006900  77  LSC-SHOW-COL                    PIC 9(04) VALUE ZERO.
007000  77  LSC-SHOW-OWNER                  PIC 9(02) VALUE ZERO.
007100*
007200*** WHICH PLACEMENT TOOK EACH GRID CELL (ZERO = NONE YET).  FILLED
007300*** WHILE THE SCENE IS CHECKED, THEN STAMPED FROM WHOLE ONCE EVERY
007400*** PLACEMENT HAS PASSED.
007500  01  LSC-OWNER-TABLE.
007600      05  LSC-OWNER-ROW-ENTRY OCCURS 500 TIMES.
007700          10  LSC-OWNER               PIC 9(02) OCCURS 500 TIMES.
007800*
007900 PROCEDURE DIVISION.
008000*------------------------------------------------------------*
008100*    0000-MAINLINE -- GET THE SCENE (READ FOR A STAMP, AS      *
008200*    GIVEN FOR A CHECK), CHECK EVERY PLACEMENT, AND STAMP      *
008300*    THE GRID ONLY WHEN ALL OF THEM PASSED.                    *
008400*------------------------------------------------------------*
008500 0000-MAINLINE.
008600     SET SCNREQ-ACCEPTED TO TRUE.
008700     MOVE ZERO TO SCNREQ-BAD-PLACEMENT.
008800     MOVE ZERO TO SCNREQ-CELLS-PLACED.
008900     MOVE SPACES TO SCNREQ-REASON.
009000     IF SCNREQ-FUNC-STAMP
009100         PERFORM 1000-READ-SCENE THRU 1000-READ-SCENE-EXIT
009200         IF SCNREQ-REJECTED
009300             GO TO 0000-MAINLINE-EXIT
009400         END-IF
009500     ELSE
009600         MOVE SCNREQ-SCENE TO SCENE-RECORD
009700     END-IF.
009800     PERFORM 2000-CHECK-SCENE THRU 2000-CHECK-SCENE-EXIT.
009900     IF SCNREQ-REJECTED
010000         GO TO 0000-MAINLINE-EXIT
010100     END-IF.
010200     IF SCNREQ-FUNC-STAMP
010300         PERFORM 3000-STAMP-SCENE THRU 3000-STAMP-SCENE-EXIT
010400     END-IF.
010500 0000-MAINLINE-EXIT.
010600     EXIT PROGRAM.
010700*
010800*------------------------------------------------------------*
010900*    1000-READ-SCENE -- FETCH THE NAMED SCENE FROM SCENES AND  *
011000*    HAND A COPY BACK IN THE REQUEST.                          *
011100*------------------------------------------------------------*
011200 1000-READ-SCENE.
011300     MOVE SPACES TO SCNREQ-SCENE.
011400     OPEN INPUT SCENE-FILE.
011500     IF LSC-SCENE-STATUS NOT = "00"
011600         SET SCNREQ-REJECTED TO TRUE
011700         STRING "SCENES WILL NOT OPEN -- STATUS "
011800                     DELIMITED BY SIZE
011900                 LSC-SCENE-STATUS DELIMITED BY SIZE
012000             INTO SCNREQ-REASON
012100         GO TO 1000-READ-SCENE-EXIT
012200     END-IF.
012300     MOVE SCNREQ-SCENE-NAME TO SCENE-FILE-NAME.
012400     READ SCENE-FILE INTO SCENE-RECORD
012500         INVALID KEY
012600             SET SCNREQ-REJECTED TO TRUE
012700             MOVE "SCENE NOT ON FILE" TO SCNREQ-REASON
012800         NOT INVALID KEY
012900             MOVE SCENE-RECORD TO SCNREQ-SCENE
013000     END-READ.
013100     CLOSE SCENE-FILE.
013200 1000-READ-SCENE-EXIT.
013300     EXIT.
013400*
013500*------------------------------------------------------------*
013600*    2000-CHECK-SCENE -- THE GRID SIZE AND PLACEMENT COUNT     *
013700*    FIRST, THEN EACH PLACEMENT IN TURN UNTIL ONE FAILS.       *
013800*------------------------------------------------------------*
013900 2000-CHECK-SCENE.
014000     IF SCNREQ-GRID-WIDTH IS NOT NUMERIC
014100        OR SCNREQ-GRID-HEIGHT IS NOT NUMERIC
014200         SET SCNREQ-REJECTED TO TRUE
014300         MOVE "GRID SIZE NOT NUMERIC" TO SCNREQ-REASON
014400         GO TO 2000-CHECK-SCENE-EXIT
014500     END-IF.
014600     IF SCNREQ-GRID-WIDTH < 1
014700        OR SCNREQ-GRID-WIDTH > GRID-MAX-WIDTH
014800        OR SCNREQ-GRID-HEIGHT < 1
014900        OR SCNREQ-GRID-HEIGHT > GRID-MAX-HEIGHT
015000         SET SCNREQ-REJECTED TO TRUE
015100         MOVE "GRID SIZE OUTSIDE THE GRID LIMITS" TO SCNREQ-REASON
015200         GO TO 2000-CHECK-SCENE-EXIT
015300     END-IF.
015400     IF SCENE-PLACEMENT-COUNT IS NOT NUMERIC
015500        OR SCENE-PLACEMENT-COUNT > 12
015600         SET SCNREQ-REJECTED TO TRUE
015700         MOVE "PLACEMENT COUNT NOT 00-12" TO SCNREQ-REASON
015800         GO TO 2000-CHECK-SCENE-EXIT
015900     END-IF.
016000     IF SCENE-PLACEMENT-COUNT = ZERO
016100         SET SCNREQ-REJECTED TO TRUE
016200         MOVE "SCENE HAS NO PLACEMENTS" TO SCNREQ-REASON
016300         GO TO 2000-CHECK-SCENE-EXIT
016400     END-IF.
016500     OPEN INPUT PATTERN-LIBRARY-FILE.
016600     IF LSC-PATLIB-STATUS NOT = "00"
016700         SET SCNREQ-REJECTED TO TRUE
016800         STRING "PATTERNLIB WILL NOT OPEN -- STATUS "
016900                     DELIMITED BY SIZE
017000                 LSC-PATLIB-STATUS DELIMITED BY SIZE
017100             INTO SCNREQ-REASON
017200         GO TO 2000-CHECK-SCENE-EXIT
017300     END-IF.
017400     MOVE ZEROS TO LSC-OWNER-TABLE.
017500     PERFORM 2100-CHECK-PLACEMENT THRU 2100-CHECK-PLACEMENT-EXIT
017600         VARYING LSC-PL-IDX FROM 1 BY 1
017700             UNTIL LSC-PL-IDX > SCENE-PLACEMENT-COUNT
017800                 OR SCNREQ-REJECTED.
017900     CLOSE PATTERN-LIBRARY-FILE.
018000     IF SCNREQ-ACCEPTED
018100         MOVE ZERO TO SCNREQ-BAD-PLACEMENT
018200     END-IF.
018300 2000-CHECK-SCENE-EXIT.
018400     EXIT.
018500*
018600*------------------------------------------------------------*
018700*    2100-CHECK-PLACEMENT -- EDIT ONE PLACEMENT'S FIELDS,      *
018800*    FETCH ITS PATTERN, TURN IT TO THE ORIENTATION ASKED FOR   *
018900*    (ROTATION / 90, PLUS 4 WHEN MIRRORED -- THE ORIENTATION   *
019000*    NUMBERS OF App_computeShapeKey) AND CHECK EVERY CELL.     *
019100*------------------------------------------------------------*
019200 2100-CHECK-PLACEMENT.
019300     MOVE LSC-PL-IDX TO SCNREQ-BAD-PLACEMENT.
019400     SET SCNREQ-REJECTED TO TRUE.
019500     IF SCENE-PL-PATTERN-NAME (LSC-PL-IDX) = SPACES
019600         MOVE "NO PATTERN NAME" TO SCNREQ-REASON
019700         GO TO 2100-CHECK-PLACEMENT-EXIT
019800     END-IF.
019900     IF SCENE-PL-ANCHOR-ROW (LSC-PL-IDX) IS NOT NUMERIC
020000        OR SCENE-PL-ANCHOR-COL (LSC-PL-IDX) IS NOT NUMERIC
020100         MOVE "ANCHOR NOT NUMERIC" TO SCNREQ-REASON
020200         GO TO 2100-CHECK-PLACEMENT-EXIT
020300     END-IF.
020400     IF SCENE-PL-ANCHOR-ROW (LSC-PL-IDX) < 1
020500        OR SCENE-PL-ANCHOR-COL (LSC-PL-IDX) < 1
020600         MOVE "ANCHOR ROW AND COLUMN START AT 1" TO SCNREQ-REASON
020700         GO TO 2100-CHECK-PLACEMENT-EXIT
020800     END-IF.
020900     IF SCENE-PL-ROTATION (LSC-PL-IDX) IS NOT NUMERIC
021000         MOVE "ROTATION NOT 000 090 180 OR 270" TO SCNREQ-REASON
021100         GO TO 2100-CHECK-PLACEMENT-EXIT
021200     END-IF.
021300     EVALUATE SCENE-PL-ROTATION (LSC-PL-IDX)
021400         WHEN 0
021500             MOVE 0 TO LSC-ORIENTATION
021600         WHEN 90
021700             MOVE 1 TO LSC-ORIENTATION
021800         WHEN 180
021900             MOVE 2 TO LSC-ORIENTATION
022000         WHEN 270
022100             MOVE 3 TO LSC-ORIENTATION
022200         WHEN OTHER
022300             MOVE "ROTATION NOT 000 090 180 OR 270"
022400                 TO SCNREQ-REASON
022500             GO TO 2100-CHECK-PLACEMENT-EXIT
022600     END-EVALUATE.
022700     EVALUATE SCENE-PL-MIRROR (LSC-PL-IDX)
022800         WHEN "Y"
022900             ADD 4 TO LSC-ORIENTATION
023000         WHEN "N"
023100         WHEN SPACE
023200             CONTINUE
023300         WHEN OTHER
023400             MOVE "MIRROR NOT Y OR N" TO SCNREQ-REASON
023500             GO TO 2100-CHECK-PLACEMENT-EXIT
023600     END-EVALUATE.
023700     MOVE SCENE-PL-PATTERN-NAME (LSC-PL-IDX)
023800         TO PATLIB-PATTERN-NAME.
023900     READ PATTERN-LIBRARY-FILE
024000         INVALID KEY
024100             MOVE "PATTERN NOT IN PATTERNLIB" TO SCNREQ-REASON
024200             GO TO 2100-CHECK-PLACEMENT-EXIT
024300     END-READ.
024400     IF PATLIB-CELL-COUNT IS NOT NUMERIC
024500        OR PATLIB-CELL-COUNT = ZERO
024600         MOVE "PATTERN HAS NO CELLS" TO SCNREQ-REASON
024700         GO TO 2100-CHECK-PLACEMENT-EXIT
024800     END-IF.
024900     SET SCNREQ-ACCEPTED TO TRUE.
025000     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
025100     SET SKREQ-FUNC-ORIENT TO TRUE.
025200     MOVE LSC-ORIENTATION TO SKREQ-ORIENTATION.
025300     CALL "App_computeShapeKey".
025400     PERFORM 2200-CHECK-CELL THRU 2200-CHECK-CELL-EXIT
025500         VARYING LSC-CELL-IX FROM 1 BY 1
025600             UNTIL LSC-CELL-IX > SKREQ-FORM-COUNT
025700                 OR SCNREQ-REJECTED.
025800 2100-CHECK-PLACEMENT-EXIT.
025900     EXIT.
026000*
026100*------------------------------------------------------------*
026200*    2200-CHECK-CELL -- ONE TURNED CELL, OFFSET FROM THE       *
026300*    ANCHOR: IT MUST LAND ON THE GRID AND ON A CELL NO         *
026400*    EARLIER PLACEMENT TOOK.  A PATTERN THAT LISTS THE SAME    *
026500*    CELL TWICE DOES NOT OVERLAP ITSELF.                       *
026600*------------------------------------------------------------*
026700 2200-CHECK-CELL.
026800     DIVIDE SKREQ-FORM-CODE (LSC-CELL-IX) BY 1000
026900         GIVING LSC-FORM-ROW REMAINDER LSC-FORM-COL.
027000     COMPUTE LSC-ROW =
027100         SCENE-PL-ANCHOR-ROW (LSC-PL-IDX) + LSC-FORM-ROW.
027200     COMPUTE LSC-COL =
027300         SCENE-PL-ANCHOR-COL (LSC-PL-IDX) + LSC-FORM-COL.
027400     MOVE LSC-ROW TO LSC-SHOW-ROW.
027500     MOVE LSC-COL TO LSC-SHOW-COL.
027600     IF LSC-ROW > SCNREQ-GRID-HEIGHT
027700        OR LSC-COL > SCNREQ-GRID-WIDTH
027800         SET SCNREQ-REJECTED TO TRUE
027900         STRING "OFF THE GRID AT ROW " DELIMITED BY SIZE
028000                 LSC-SHOW-ROW DELIMITED BY SIZE
028100                 " COL " DELIMITED BY SIZE
028200                 LSC-SHOW-COL DELIMITED BY SIZE
028300             INTO SCNREQ-REASON
028400         GO TO 2200-CHECK-CELL-EXIT
028500     END-IF.
028600     IF LSC-OWNER (LSC-ROW LSC-COL) = LSC-PL-IDX
028700         GO TO 2200-CHECK-CELL-EXIT
028800     END-IF.
028900     IF LSC-OWNER (LSC-ROW LSC-COL) NOT = ZERO
029000         SET SCNREQ-REJECTED TO TRUE
029100         MOVE LSC-OWNER (LSC-ROW LSC-COL) TO LSC-SHOW-OWNER
029200         STRING "OVERLAPS PLACEMENT " DELIMITED BY SIZE
029300                 LSC-SHOW-OWNER DELIMITED BY SIZE
029400                 " AT ROW " DELIMITED BY SIZE
029500                 LSC-SHOW-ROW DELIMITED BY SIZE
029600                 " COL " DELIMITED BY SIZE
029700                 LSC-SHOW-COL DELIMITED BY SIZE
029800             INTO SCNREQ-REASON
029900         GO TO 2200-CHECK-CELL-EXIT
030000     END-IF.
030100     MOVE LSC-PL-IDX TO LSC-OWNER (LSC-ROW LSC-COL).
030200     ADD 1 TO SCNREQ-CELLS-PLACED.
030300 2200-CHECK-CELL-EXIT.
030400     EXIT.
030500*
030600*------------------------------------------------------------*
030700*    3000-STAMP-SCENE -- EVERY CELL A PLACEMENT TOOK GOES      *
030800*    LIVE AT AGE 1, THE SAME AS A SINGLE PATTERN LOAD.  CELLS  *
030900*    ALREADY ON THE GRID ARE LEFT AS THEY ARE.                 *
031000*------------------------------------------------------------*
031100 3000-STAMP-SCENE.
031200     PERFORM 3100-STAMP-ROW THRU 3100-STAMP-ROW-EXIT
031300         VARYING LSC-ROW FROM 1 BY 1
031400             UNTIL LSC-ROW > SCNREQ-GRID-HEIGHT.
031500 3000-STAMP-SCENE-EXIT.
031600     EXIT.
031700*
031800 3100-STAMP-ROW.
031900     PERFORM 3200-STAMP-CELL THRU 3200-STAMP-CELL-EXIT
032000         VARYING LSC-COL FROM 1 BY 1
032100             UNTIL LSC-COL > SCNREQ-GRID-WIDTH.
032200 3100-STAMP-ROW-EXIT.
032300     EXIT.
032400*
032500 3200-STAMP-CELL.
032600     IF LSC-OWNER (LSC-ROW LSC-COL) NOT = ZERO
032700         MOVE "1" TO GRID-CELL-STATE (LSC-ROW LSC-COL)
032800         MOVE 1 TO GRID-CELL-AGE (LSC-ROW LSC-COL)
032900     END-IF.
033000 3200-STAMP-CELL-EXIT.
033100     EXIT.
