000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_computeShapeKey.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- WORKS OUT THE CANONICAL FORM
001000*    10/15/2026  ME   OF A LIBRARY SHAPE: THE LOWEST OF ITS EIGHT
001100*    10/15/2026  ME   ORIENTATIONS, EACH SHIFTED UP AGAINST ROW
001200*    10/15/2026  ME   AND COLUMN ZERO, SO THE SAME CELLS ROTATED,
001300*    10/15/2026  ME   MIRRORED OR MOVED ALWAYS COME OUT THE SAME.
001400*    10/15/2026  ME   RETURNS THE SHAPE KEY BUILT FROM IT FOR THE
001500*    10/15/2026  ME   PATTERNLIB ALTERNATE KEY, OR THE FORM OF ONE
001600*    10/15/2026  ME   NAMED ORIENTATION.  THE CALLER FILLS
001700*    10/15/2026  ME   SKREQ-REQUEST.
001800*
001900 ENVIRONMENT DIVISION.
002000  CONFIGURATION SECTION.
002100   SOURCE-COMPUTER. Linux.
002200   OBJECT-COMPUTER. Linux.
002300*
002400 DATA DIVISION.
002500  WORKING-STORAGE SECTION.
002600      COPY "shape_key_request.cpy".
002700*
002800  77  CSK-ORIENT                      PIC 9(01) VALUE ZERO.
002900  77  CSK-BEST-ORIENT                 PIC 9(01) VALUE ZERO.
003000  77  CSK-COUNT                       PIC 9(03) COMP VALUE ZERO.
003100  77  CSK-CELL-IX                     PIC 9(03) COMP VALUE ZERO.
003200  77  CSK-SLOT                        PIC 9(03) COMP VALUE ZERO.
003300  77  CSK-ROW                         PIC S9(05) COMP VALUE ZERO.
003400  77  CSK-COL                         PIC S9(05) COMP VALUE ZERO.
003500  77  CSK-MIN-ROW                     PIC S9(05) COMP VALUE ZERO.
003600  77  CSK-MIN-COL                     PIC S9(05) COMP VALUE ZERO.
003700  77  CSK-CODE                        PIC 9(06) VALUE ZERO.
003800  77  CSK-PRODUCT                     PIC S9(18) COMP VALUE ZERO.
003900  77  CSK-QUOTIENT                    PIC S9(18) COMP VALUE ZERO.
004000  77  CSK-HASH-1                      PIC S9(18) COMP VALUE ZERO.
004100  77  CSK-HASH-2                      PIC S9(18) COMP VALUE ZERO.
004200  77  CSK-PLACED-SWITCH               PIC X(01) VALUE "N".
004300      88  CSK-PLACED-YES                  VALUE "Y".
004400      88  CSK-PLACED-NO                   VALUE "N".
004500*
004600*** EACH CELL AFTER THE ORIENTATION IS APPLIED, BEFORE IT IS
004700*** SHIFTED BACK AGAINST ROW AND COLUMN ZERO.
004800  01  CSK-TURNED-TABLE.
004900      05  CSK-TURNED-ENTRY OCCURS 500 TIMES.
005000          10  CSK-TURNED-ROW          PIC S9(05) COMP.
005100          10  CSK-TURNED-COL          PIC S9(05) COMP.
005200*
005300*** THE FORM BEING BUILT, AND THE LOWEST FORM SEEN SO FAR.
005400  01  CSK-WORK-FORM.
005500      05  CSK-WORK-HEIGHT             PIC 9(03).
005600      05  CSK-WORK-WIDTH              PIC 9(03).
005700      05  CSK-WORK-TABLE.
005800          10  CSK-WORK-CODE           PIC 9(06) OCCURS 500 TIMES.
005900  01  CSK-BEST-FORM.
006000      05  CSK-BEST-HEIGHT             PIC 9(03).
006100      05  CSK-BEST-WIDTH              PIC 9(03).
006200      05  CSK-BEST-TABLE.
006300          10  CSK-BEST-CODE           PIC 9(06) OCCURS 500 TIMES.
006400*
006500 PROCEDURE DIVISION.
006600*------------------------------------------------------------*
006700*    0000-MAINLINE -- AN ORIENT REQUEST BUILDS THE ONE FORM    *
006800*    ASKED FOR.  A KEY REQUEST BUILDS ALL EIGHT, KEEPS THE     *
006900*    LOWEST (THE FIRST ORIENTATION TO REACH IT WINS A TIE) AND *
007000*    MAKES THE SHAPE KEY FROM IT.  A CELL COUNT THAT IS NOT    *
007100*    NUMERIC, OR RUNS PAST THE TABLE, IS TAKEN AS FAR AS IT    *
007200*    CAN BE.                                                   *
007300*------------------------------------------------------------*
007400 0000-MAINLINE.
007500     MOVE ZERO TO CSK-COUNT.
007600     IF SKREQ-CELL-COUNT IS NUMERIC
007700         IF SKREQ-CELL-COUNT > 500
007800             MOVE 500 TO CSK-COUNT
007900         ELSE
008000             MOVE SKREQ-CELL-COUNT TO CSK-COUNT
008100         END-IF
008200     END-IF.
008300     IF SKREQ-FUNC-ORIENT
008400         MOVE SKREQ-ORIENTATION TO CSK-ORIENT
008500         PERFORM 2000-BUILD-FORM THRU 2000-BUILD-FORM-EXIT
008600         MOVE CSK-WORK-FORM TO CSK-BEST-FORM
008700         PERFORM 4000-RETURN-FORM THRU 4000-RETURN-FORM-EXIT
008800         GO TO 0000-MAINLINE-EXIT
008900     END-IF.
009000     MOVE ZERO TO CSK-ORIENT.
009100     PERFORM 2000-BUILD-FORM THRU 2000-BUILD-FORM-EXIT.
009200     MOVE CSK-WORK-FORM TO CSK-BEST-FORM.
009300     MOVE ZERO TO CSK-BEST-ORIENT.
009400     PERFORM 1000-TRY-ORIENTATION THRU 1000-TRY-ORIENTATION-EXIT
009500         VARYING CSK-ORIENT FROM 1 BY 1
009600             UNTIL CSK-ORIENT > 7.
009700     MOVE CSK-BEST-ORIENT TO SKREQ-ORIENTATION.
009800     PERFORM 4000-RETURN-FORM THRU 4000-RETURN-FORM-EXIT.
009900     PERFORM 3000-BUILD-KEY THRU 3000-BUILD-KEY-EXIT.
010000 0000-MAINLINE-EXIT.
010100     EXIT PROGRAM.
010200*
010300*------------------------------------------------------------*
010400*    1000-TRY-ORIENTATION -- BUILD ONE MORE ORIENTATION AND    *
010500*    KEEP IT IF ITS CELL LIST SORTS LOWER THAN THE BEST SO     *
010600*    FAR.  THE CODES ARE ALL THE SAME WIDTH, SO COMPARING THE  *
010700*    TABLES WHOLE COMPARES THEM CELL BY CELL.                  *
010800*------------------------------------------------------------*
010900 1000-TRY-ORIENTATION.
011000     PERFORM 2000-BUILD-FORM THRU 2000-BUILD-FORM-EXIT.
011100     IF CSK-WORK-TABLE < CSK-BEST-TABLE
011200         MOVE CSK-WORK-FORM TO CSK-BEST-FORM
011300         MOVE CSK-ORIENT TO CSK-BEST-ORIENT
011400     END-IF.
011500 1000-TRY-ORIENTATION-EXIT.
011600     EXIT.
011700*
011800*------------------------------------------------------------*
011900*    2000-BUILD-FORM -- TURN EVERY CELL TO CSK-ORIENT, SHIFT   *
012000*    THE RESULT BACK AGAINST ROW AND COLUMN ZERO, AND FILE     *
012100*    EACH CELL'S CODE IN ORDER.                                *
012200*------------------------------------------------------------*
012300 2000-BUILD-FORM.
012400     MOVE ZEROS TO CSK-WORK-FORM.
012500     IF CSK-COUNT = ZERO
012600         GO TO 2000-BUILD-FORM-EXIT
012700     END-IF.
012800     PERFORM 2100-TURN-CELL THRU 2100-TURN-CELL-EXIT
012900         VARYING CSK-CELL-IX FROM 1 BY 1
013000             UNTIL CSK-CELL-IX > CSK-COUNT.
013100     PERFORM 2200-FILE-CELL THRU 2200-FILE-CELL-EXIT
013200         VARYING CSK-CELL-IX FROM 1 BY 1
013300             UNTIL CSK-CELL-IX > CSK-COUNT.
013400 2000-BUILD-FORM-EXIT.
013500     EXIT.
013600*
013700*------------------------------------------------------------*
013800*    2100-TURN-CELL -- (ROW, COL) TO ITS PLACE IN THE CHOSEN   *
013900*    ORIENTATION, KEEPING THE LOWEST ROW AND COLUMN REACHED.   *
014000*------------------------------------------------------------*
014100 2100-TURN-CELL.
014200     MOVE ZERO TO CSK-ROW.
014300     MOVE ZERO TO CSK-COL.
014400     IF SKREQ-CELL-ROW-OFFSET (CSK-CELL-IX) IS NUMERIC
014500         MOVE SKREQ-CELL-ROW-OFFSET (CSK-CELL-IX) TO CSK-ROW
014600     END-IF.
014700     IF SKREQ-CELL-COL-OFFSET (CSK-CELL-IX) IS NUMERIC
014800         MOVE SKREQ-CELL-COL-OFFSET (CSK-CELL-IX) TO CSK-COL
014900     END-IF.
015000     EVALUATE CSK-ORIENT
015100         WHEN 1
015200             MOVE CSK-COL TO CSK-TURNED-ROW (CSK-CELL-IX)
015300             COMPUTE CSK-TURNED-COL (CSK-CELL-IX) = 0 - CSK-ROW
015400         WHEN 2
015500             COMPUTE CSK-TURNED-ROW (CSK-CELL-IX) = 0 - CSK-ROW
015600             COMPUTE CSK-TURNED-COL (CSK-CELL-IX) = 0 - CSK-COL
015700         WHEN 3
015800             COMPUTE CSK-TURNED-ROW (CSK-CELL-IX) = 0 - CSK-COL
015900             MOVE CSK-ROW TO CSK-TURNED-COL (CSK-CELL-IX)
016000         WHEN 4
016100             MOVE CSK-ROW TO CSK-TURNED-ROW (CSK-CELL-IX)
016200             COMPUTE CSK-TURNED-COL (CSK-CELL-IX) = 0 - CSK-COL
016300         WHEN 5
016400             COMPUTE CSK-TURNED-ROW (CSK-CELL-IX) = 0 - CSK-COL
016500             COMPUTE CSK-TURNED-COL (CSK-CELL-IX) = 0 - CSK-ROW
016600         WHEN 6
016700             COMPUTE CSK-TURNED-ROW (CSK-CELL-IX) = 0 - CSK-ROW
016800             MOVE CSK-COL TO CSK-TURNED-COL (CSK-CELL-IX)
016900         WHEN 7
017000             MOVE CSK-COL TO CSK-TURNED-ROW (CSK-CELL-IX)
017100             MOVE CSK-ROW TO CSK-TURNED-COL (CSK-CELL-IX)
017200         WHEN OTHER
017300             MOVE CSK-ROW TO CSK-TURNED-ROW (CSK-CELL-IX)
017400             MOVE CSK-COL TO CSK-TURNED-COL (CSK-CELL-IX)
017500     END-EVALUATE.
017600     IF CSK-CELL-IX = 1
017700         MOVE CSK-TURNED-ROW (CSK-CELL-IX) TO CSK-MIN-ROW
017800         MOVE CSK-TURNED-COL (CSK-CELL-IX) TO CSK-MIN-COL
017900         GO TO 2100-TURN-CELL-EXIT
018000     END-IF.
018100     IF CSK-TURNED-ROW (CSK-CELL-IX) < CSK-MIN-ROW
018200         MOVE CSK-TURNED-ROW (CSK-CELL-IX) TO CSK-MIN-ROW
018300     END-IF.
018400     IF CSK-TURNED-COL (CSK-CELL-IX) < CSK-MIN-COL
018500         MOVE CSK-TURNED-COL (CSK-CELL-IX) TO CSK-MIN-COL
018600     END-IF.
018700 2100-TURN-CELL-EXIT.
018800     EXIT.
018900*
019000*------------------------------------------------------------*
019100*    2200-FILE-CELL -- SHIFT ONE CELL BACK AGAINST ZERO, WIDEN *
019200*    THE FORM TO TAKE IT, AND INSERT ITS CODE AMONG THOSE      *
019300*    ALREADY FILED SO THE LIST STAYS IN ORDER.                 *
019400*------------------------------------------------------------*
019500 2200-FILE-CELL.
019600     COMPUTE CSK-ROW = CSK-TURNED-ROW (CSK-CELL-IX) - CSK-MIN-ROW.
019700     COMPUTE CSK-COL = CSK-TURNED-COL (CSK-CELL-IX) - CSK-MIN-COL.
019800     IF CSK-ROW + 1 > CSK-WORK-HEIGHT
019900         COMPUTE CSK-WORK-HEIGHT = CSK-ROW + 1
020000     END-IF.
020100     IF CSK-COL + 1 > CSK-WORK-WIDTH
020200         COMPUTE CSK-WORK-WIDTH = CSK-COL + 1
020300     END-IF.
020400     COMPUTE CSK-CODE = CSK-ROW * 1000 + CSK-COL.
020500     MOVE CSK-CELL-IX TO CSK-SLOT.
020600     SET CSK-PLACED-NO TO TRUE.
020700     PERFORM 2300-MAKE-ROOM THRU 2300-MAKE-ROOM-EXIT
020800         UNTIL CSK-PLACED-YES.
020900     MOVE CSK-CODE TO CSK-WORK-CODE (CSK-SLOT).
021000 2200-FILE-CELL-EXIT.
021100     EXIT.
021200*
021300*------------------------------------------------------------*
021400*    2300-MAKE-ROOM -- MOVE THE CODE ABOVE THE SLOT UP ONE     *
021500*    PLACE WHILE IT IS HIGHER THAN THE ONE BEING FILED.        *
021600*------------------------------------------------------------*
021700 2300-MAKE-ROOM.
021800     IF CSK-SLOT = 1
021900         SET CSK-PLACED-YES TO TRUE
022000         GO TO 2300-MAKE-ROOM-EXIT
022100     END-IF.
022200     IF CSK-WORK-CODE (CSK-SLOT - 1) NOT > CSK-CODE
022300         SET CSK-PLACED-YES TO TRUE
022400         GO TO 2300-MAKE-ROOM-EXIT
022500     END-IF.
022600     MOVE CSK-WORK-CODE (CSK-SLOT - 1)
022700         TO CSK-WORK-CODE (CSK-SLOT).
022800     SUBTRACT 1 FROM CSK-SLOT.
022900 2300-MAKE-ROOM-EXIT.
023000     EXIT.
023100*
023200*------------------------------------------------------------*
023300*    3000-BUILD-KEY -- THE CANONICAL SIZE AND CELL COUNT, AND  *
023400*    TWO RUNNING HASHES OVER ITS CELL LIST TAKEN TO DIFFERENT  *
023500*    PRIME MODULI.  TWO SHAPES THAT SHARE A KEY ARE ALMOST     *
023600*    CERTAINLY THE SAME; App_findDuplicateShapes STILL CHECKS  *
023700*    CELL BY CELL BEFORE IT CALLS THEM DUPLICATES.             *
023800*------------------------------------------------------------*
023900 3000-BUILD-KEY.
024000     MOVE ZERO TO CSK-HASH-1.
024100     MOVE ZERO TO CSK-HASH-2.
024200     PERFORM 3100-HASH-CELL THRU 3100-HASH-CELL-EXIT
024300         VARYING CSK-CELL-IX FROM 1 BY 1
024400             UNTIL CSK-CELL-IX > CSK-COUNT.
024500     MOVE CSK-BEST-HEIGHT TO SKREQ-KEY-HEIGHT.
024600     MOVE CSK-BEST-WIDTH TO SKREQ-KEY-WIDTH.
024700     MOVE CSK-COUNT TO SKREQ-KEY-CELLS.
024800     MOVE CSK-HASH-1 TO SKREQ-KEY-HASH-1.
024900     MOVE CSK-HASH-2 TO SKREQ-KEY-HASH-2.
025000 3000-BUILD-KEY-EXIT.
025100     EXIT.
025200*
025300 3100-HASH-CELL.
025400     COMPUTE CSK-PRODUCT =
025500         CSK-HASH-1 * 1000003 + CSK-BEST-CODE (CSK-CELL-IX) + 1.
025600     DIVIDE CSK-PRODUCT BY 999999937
025700         GIVING CSK-QUOTIENT REMAINDER CSK-HASH-1.
025800     COMPUTE CSK-PRODUCT =
025900         CSK-HASH-2 * 131 + CSK-BEST-CODE (CSK-CELL-IX).
026000     DIVIDE CSK-PRODUCT BY 999999893
026100         GIVING CSK-QUOTIENT REMAINDER CSK-HASH-2.
026200 3100-HASH-CELL-EXIT.
026300     EXIT.
026400*
026500*------------------------------------------------------------*
026600*    4000-RETURN-FORM -- HAND THE CHOSEN FORM BACK.            *
026700*------------------------------------------------------------*
026800 4000-RETURN-FORM.
026900     MOVE CSK-BEST-HEIGHT TO SKREQ-FORM-HEIGHT.
027000     MOVE CSK-BEST-WIDTH TO SKREQ-FORM-WIDTH.
027100     MOVE CSK-COUNT TO SKREQ-FORM-COUNT.
027200     MOVE CSK-BEST-TABLE TO SKREQ-FORM-TABLE.
027300 4000-RETURN-FORM-EXIT.
027400     EXIT.
