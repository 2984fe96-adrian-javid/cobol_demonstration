000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_maintainScenes.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- ONLINE MAINTENANCE FOR THE
001000*    10/15/2026  ME   NAMED SCENES FILE, SO A STARTING GRID BUILT
001100*    10/15/2026  ME   FROM SEVERAL LIBRARY PATTERNS ("GUN AND
001200*    10/15/2026  ME   EATER") IS KEYED ONCE AND LOADED BY NAME.
001300*    10/15/2026  ME   BROWSES THE FILE BY SCENE NAME, ADDS A SCENE
001400*    10/15/2026  ME   BY KEYING ITS GRID SIZE AND UP TO TWELVE
001500*    10/15/2026  ME   PLACEMENTS, UPDATES OR DELETES AN EXISTING
001600*    10/15/2026  ME   ONE.  EVERY ADD AND UPDATE IS CHECKED BY
001700*    10/15/2026  ME   App_loadScene FIRST -- A PLACEMENT OFF THE
001800*    10/15/2026  ME   GRID OR OVERLAPPING ANOTHER IS SHOWN BACK
001900*    10/15/2026  ME   ON THE DETAIL SCREEN AND NOTHING IS WRITTEN.
002000*    10/15/2026  ME   ANY ACTIVE OPERATOR MAY BROWSE; ADD, UPDATE
002100*    10/15/2026  ME   AND DELETE NEED THE SCENE FUNCTION.
002200*
002300 ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
002500   SOURCE-COMPUTER. Linux.
002600   OBJECT-COMPUTER. Linux.
002700  INPUT-OUTPUT SECTION.
002800   FILE-CONTROL.
002900       SELECT SCENE-FILE ASSIGN TO "SCENES"
003000           ORGANIZATION IS INDEXED
003100           ACCESS MODE IS DYNAMIC
003200           RECORD KEY IS SCENE-NAME
003300           FILE STATUS IS MSC-STATUS.
003400   I-O-CONTROL.
003500*
003600 DATA DIVISION.
003700  FILE SECTION.
003800  FD  SCENE-FILE.
003900      COPY "scene.cpy".
004000  WORKING-STORAGE SECTION.
004100      COPY "operator_check.cpy".
004200      COPY "scene_request.cpy".
004300  77  MSC-OPERATOR-ID                  PIC X(08) VALUE SPACES.
004400  77  MSC-STATUS                       PIC X(02) VALUE SPACES.
004500  77  MSC-DONE-SWITCH                  PIC X(01) VALUE "N".
004600      88  MSC-DONE-YES                     VALUE "Y".
004700      88  MSC-DONE-NO                      VALUE "N".
004800  77  MSC-ACTION                       PIC X(01) VALUE SPACE.
004900  77  MSC-NAME-INPUT                   PIC X(20) VALUE SPACES.
005000  77  MSC-DESC-INPUT                   PIC X(40) VALUE SPACES.
005100  77  MSC-WIDTH-INPUT                  PIC 9(03) VALUE ZERO.
005200  77  MSC-HEIGHT-INPUT                 PIC 9(03) VALUE ZERO.
005300  77  MSC-COUNT-SHOW                   PIC 9(02) VALUE ZERO.
005400  77  MSC-BROWSE-DONE-SWITCH           PIC X(01) VALUE "N".
005500      88  MSC-BROWSE-DONE-YES              VALUE "Y".
005600      88  MSC-BROWSE-DONE-NO               VALUE "N".
005700  77  MSC-CONTINUE-INPUT               PIC X(01) VALUE SPACE.
005800  77  MSC-CONFIRM-INPUT                PIC X(01) VALUE SPACE.
005900  77  MSC-SAVE-INPUT                   PIC X(01) VALUE SPACE.
006000  77  MSC-MESSAGE                      PIC X(60) VALUE SPACES.
006100  77  MSC-SHOW-NAME                    PIC X(20) VALUE SPACES.
006200*
006300*** HOW THE DETAIL SCREEN ENDED: SAVE WITH EVERY PLACEMENT
006400*** ACCEPTED BY App_loadScene, OR CANCELLED BY THE OPERATOR.
006500  77  MSC-BODY-SWITCH                  PIC X(01) VALUE SPACE.
006600      88  MSC-BODY-ACCEPTED                VALUE "Y".
006700      88  MSC-BODY-CANCELLED               VALUE "N".
006800      88  MSC-BODY-PENDING                 VALUE SPACE.
006900  77  MSC-IN-IDX                       PIC 9(02) COMP VALUE ZERO.
007000  77  MSC-OUT-IDX                      PIC 9(02) COMP VALUE ZERO.
007100  77  MSC-SHOW-PLACEMENT               PIC 9(02) VALUE ZERO.
007200*
007300*** THE TWELVE PLACEMENT ROWS AS KEYED, IN SCENE-PLACEMENT'S
007400*** LAYOUT.  A ROW WITH NO PATTERN NAME IS DROPPED AND THE REST
007500*** CLOSE UP WHEN THE RECORD IS BUILT.
007600  01  MSC-PLACEMENT-TABLE.
007700      05  MSC-PL-ENTRY OCCURS 12 TIMES.
007800          10  MSC-PL-NAME-INPUT        PIC X(20).
007900          10  MSC-PL-ROW-INPUT         PIC 9(03).
008000          10  MSC-PL-COL-INPUT         PIC 9(03).
008100          10  MSC-PL-ROT-INPUT         PIC 9(03).
008200          10  MSC-PL-MIR-INPUT         PIC X(01).
008300*
008400 SCREEN SECTION.
008500 01  MSC-MENU-SCREEN.
008600     05  BLANK SCREEN.
008700     05  LINE 1  COLUMN 1  VALUE "SCENE MAINTENANCE".
008800     05  LINE 3  COLUMN 1  VALUE "ACTION (B=BROWSE A=ADD U=UPD".
008900     05  LINE 3  COLUMN 29 VALUE "ATE D=DELETE X=END)".
009000     05  LINE 4  COLUMN 1  VALUE "ACTION                   : ".
009100     05  LINE 4  COLUMN 29 PIC X     USING MSC-ACTION.
009200     05  LINE 5  COLUMN 1  VALUE "SCENE NAME               : ".
009300     05  LINE 5  COLUMN 29 PIC X(20) USING MSC-NAME-INPUT.
009400     05  LINE 7  COLUMN 1  PIC X(60) FROM MSC-MESSAGE.
009500 01  MSC-DETAIL-SCREEN.
009600     05  BLANK SCREEN.
009700     05  LINE 1  COLUMN 1  VALUE "SCENE DETAIL".
009800     05  LINE 3  COLUMN 1  VALUE "SCENE NAME               : ".
009900     05  LINE 3  COLUMN 29 PIC X(20) FROM MSC-SHOW-NAME.
010000     05  LINE 4  COLUMN 1  VALUE "DESCRIPTION              : ".
010100     05  LINE 4  COLUMN 29 PIC X(40) USING MSC-DESC-INPUT.
010200     05  LINE 5  COLUMN 1  VALUE "GRID WIDTH  (1-500)      : ".
010300     05  LINE 5  COLUMN 29 PIC 999   USING MSC-WIDTH-INPUT.
010400     05  LINE 6  COLUMN 1  VALUE "GRID HEIGHT (1-500)      : ".
010500     05  LINE 6  COLUMN 29 PIC 999   USING MSC-HEIGHT-INPUT.
010600     05  LINE 8  COLUMN 1  VALUE " #  PATTERN NAME".
010700     05  LINE 8  COLUMN 26 VALUE "ROW  COL  ROT  MIRROR(Y/N)".
010800     05  LINE 9  COLUMN 1  VALUE " 1".
010900     05  LINE 9  COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (1).
011000     05  LINE 9  COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (1).
011100     05  LINE 9  COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (1).
011200     05  LINE 9  COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (1).
011300     05  LINE 9  COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (1).
011400     05  LINE 10 COLUMN 1  VALUE " 2".
011500     05  LINE 10 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (2).
011600     05  LINE 10 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (2).
011700     05  LINE 10 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (2).
011800     05  LINE 10 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (2).
011900     05  LINE 10 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (2).
012000     05  LINE 11 COLUMN 1  VALUE " 3".
012100     05  LINE 11 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (3).
012200     05  LINE 11 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (3).
012300     05  LINE 11 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (3).
012400     05  LINE 11 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (3).
012500     05  LINE 11 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (3).
012600     05  LINE 12 COLUMN 1  VALUE " 4".
012700     05  LINE 12 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (4).
012800     05  LINE 12 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (4).
012900     05  LINE 12 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (4).
013000     05  LINE 12 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (4).
013100     05  LINE 12 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (4).
013200     05  LINE 13 COLUMN 1  VALUE " 5".
013300     05  LINE 13 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (5).
013400     05  LINE 13 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (5).
013500     05  LINE 13 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (5).
013600     05  LINE 13 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (5).
013700     05  LINE 13 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (5).
013800     05  LINE 14 COLUMN 1  VALUE " 6".
013900     05  LINE 14 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (6).
014000     05  LINE 14 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (6).
014100     05  LINE 14 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (6).
014200     05  LINE 14 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (6).
014300     05  LINE 14 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (6).
014400     05  LINE 15 COLUMN 1  VALUE " 7".
014500     05  LINE 15 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (7).
014600     05  LINE 15 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (7).
014700     05  LINE 15 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (7).
014800     05  LINE 15 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (7).
014900     05  LINE 15 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (7).
015000     05  LINE 16 COLUMN 1  VALUE " 8".
015100     05  LINE 16 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (8).
015200     05  LINE 16 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (8).
015300     05  LINE 16 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (8).
015400     05  LINE 16 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (8).
015500     05  LINE 16 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (8).
015600     05  LINE 17 COLUMN 1  VALUE " 9".
015700     05  LINE 17 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (9).
015800     05  LINE 17 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (9).
015900     05  LINE 17 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (9).
016000     05  LINE 17 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (9).
016100     05  LINE 17 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (9).
016200     05  LINE 18 COLUMN 1  VALUE "10".
016300     05  LINE 18 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (10).
016400     05  LINE 18 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (10).
016500     05  LINE 18 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (10).
016600     05  LINE 18 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (10).
016700     05  LINE 18 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (10).
016800     05  LINE 19 COLUMN 1  VALUE "11".
016900     05  LINE 19 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (11).
017000     05  LINE 19 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (11).
017100     05  LINE 19 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (11).
017200     05  LINE 19 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (11).
017300     05  LINE 19 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (11).
017400     05  LINE 20 COLUMN 1  VALUE "12".
017500     05  LINE 20 COLUMN 5  PIC X(20) USING MSC-PL-NAME-INPUT (12).
017600     05  LINE 20 COLUMN 26 PIC 999   USING MSC-PL-ROW-INPUT (12).
017700     05  LINE 20 COLUMN 31 PIC 999   USING MSC-PL-COL-INPUT (12).
017800     05  LINE 20 COLUMN 36 PIC 999   USING MSC-PL-ROT-INPUT (12).
017900     05  LINE 20 COLUMN 41 PIC X     USING MSC-PL-MIR-INPUT (12).
018000     05  LINE 22 COLUMN 1  PIC X(60) FROM MSC-MESSAGE.
018100     05  LINE 23 COLUMN 1  VALUE "SAVE SCENE (Y/N)         : ".
018200     05  LINE 23 COLUMN 29 PIC X     USING MSC-SAVE-INPUT.
018300 01  MSC-BROWSE-SCREEN.
018400     05  BLANK SCREEN.
018500     05  LINE 1  COLUMN 1  VALUE "SCENE BROWSE".
018600     05  LINE 3  COLUMN 1  VALUE "SCENE NAME               : ".
018700     05  LINE 3  COLUMN 29 PIC X(20) FROM MSC-SHOW-NAME.
018800     05  LINE 4  COLUMN 1  VALUE "DESCRIPTION              : ".
018900     05  LINE 4  COLUMN 29 PIC X(40) FROM MSC-DESC-INPUT.
019000     05  LINE 5  COLUMN 1  VALUE "GRID WIDTH               : ".
019100     05  LINE 5  COLUMN 29 PIC 999   FROM MSC-WIDTH-INPUT.
019200     05  LINE 6  COLUMN 1  VALUE "GRID HEIGHT              : ".
019300     05  LINE 6  COLUMN 29 PIC 999   FROM MSC-HEIGHT-INPUT.
019400     05  LINE 7  COLUMN 1  VALUE "PLACEMENTS               : ".
019500     05  LINE 7  COLUMN 29 PIC 99    FROM MSC-COUNT-SHOW.
019600     05  LINE 8  COLUMN 1  VALUE " #  PATTERN NAME".
019700     05  LINE 8  COLUMN 26 VALUE "ROW  COL  ROT  MIRROR".
019800     05  LINE 9  COLUMN 1  VALUE " 1".
019900     05  LINE 9  COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (1).
020000     05  LINE 9  COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (1).
020100     05  LINE 9  COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (1).
020200     05  LINE 9  COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (1).
020300     05  LINE 9  COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (1).
020400     05  LINE 10 COLUMN 1  VALUE " 2".
020500     05  LINE 10 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (2).
020600     05  LINE 10 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (2).
020700     05  LINE 10 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (2).
020800     05  LINE 10 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (2).
020900     05  LINE 10 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (2).
021000     05  LINE 11 COLUMN 1  VALUE " 3".
021100     05  LINE 11 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (3).
021200     05  LINE 11 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (3).
021300     05  LINE 11 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (3).
021400     05  LINE 11 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (3).
021500     05  LINE 11 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (3).
021600     05  LINE 12 COLUMN 1  VALUE " 4".
021700     05  LINE 12 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (4).
021800     05  LINE 12 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (4).
021900     05  LINE 12 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (4).
022000     05  LINE 12 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (4).
022100     05  LINE 12 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (4).
022200     05  LINE 13 COLUMN 1  VALUE " 5".
022300     05  LINE 13 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (5).
022400     05  LINE 13 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (5).
022500     05  LINE 13 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (5).
022600     05  LINE 13 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (5).
022700     05  LINE 13 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (5).
022800     05  LINE 14 COLUMN 1  VALUE " 6".
022900     05  LINE 14 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (6).
023000     05  LINE 14 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (6).
023100     05  LINE 14 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (6).
023200     05  LINE 14 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (6).
023300     05  LINE 14 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (6).
023400     05  LINE 15 COLUMN 1  VALUE " 7".
023500     05  LINE 15 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (7).
023600     05  LINE 15 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (7).
023700     05  LINE 15 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (7).
023800     05  LINE 15 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (7).
023900     05  LINE 15 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (7).
024000     05  LINE 16 COLUMN 1  VALUE " 8".
024100     05  LINE 16 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (8).
024200     05  LINE 16 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (8).
024300     05  LINE 16 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (8).
024400     05  LINE 16 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (8).
024500     05  LINE 16 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (8).
024600     05  LINE 17 COLUMN 1  VALUE " 9".
024700     05  LINE 17 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (9).
024800     05  LINE 17 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (9).
024900     05  LINE 17 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (9).
025000     05  LINE 17 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (9).
025100     05  LINE 17 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (9).
025200     05  LINE 18 COLUMN 1  VALUE "10".
025300     05  LINE 18 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (10).
025400     05  LINE 18 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (10).
025500     05  LINE 18 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (10).
025600     05  LINE 18 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (10).
025700     05  LINE 18 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (10).
025800     05  LINE 19 COLUMN 1  VALUE "11".
025900     05  LINE 19 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (11).
026000     05  LINE 19 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (11).
026100     05  LINE 19 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (11).
026200     05  LINE 19 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (11).
026300     05  LINE 19 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (11).
026400     05  LINE 20 COLUMN 1  VALUE "12".
026500     05  LINE 20 COLUMN 5  PIC X(20) FROM MSC-PL-NAME-INPUT (12).
026600     05  LINE 20 COLUMN 26 PIC 999   FROM MSC-PL-ROW-INPUT (12).
026700     05  LINE 20 COLUMN 31 PIC 999   FROM MSC-PL-COL-INPUT (12).
026800     05  LINE 20 COLUMN 36 PIC 999   FROM MSC-PL-ROT-INPUT (12).
026900     05  LINE 20 COLUMN 41 PIC X     FROM MSC-PL-MIR-INPUT (12).
027000     05  LINE 22 COLUMN 1  VALUE "NEXT SCENE (Y/N)         : ".
027100     05  LINE 22 COLUMN 29 PIC X     USING MSC-CONTINUE-INPUT.
027200*
027300 PROCEDURE DIVISION.
027400*------------------------------------------------------------*
027500*    0000-MAINLINE -- OPEN THE SCENE FILE FOR UPDATE AND CYCLE *
027600*    THE MAINTENANCE MENU UNTIL THE OPERATOR ENDS THE SESSION. *
027700*------------------------------------------------------------*
027800 0000-MAINLINE.
027900     MOVE SPACES TO MSC-OPERATOR-ID.
028000     ACCEPT MSC-OPERATOR-ID FROM ENVIRONMENT "USER".
028100     SET OPCHK-FUNC-RUN TO TRUE.
028200     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
028300     IF OPCHK-REFUSED
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 0000-MAINLINE-EXIT
028600     END-IF.
028700     OPEN I-O SCENE-FILE.
028800     IF MSC-STATUS = "35"
028900         OPEN OUTPUT SCENE-FILE
029000         CLOSE SCENE-FILE
029100         OPEN I-O SCENE-FILE
029200     END-IF.
029300     IF MSC-STATUS NOT = "00"
029400         DISPLAY "UNABLE TO OPEN SCENES " MSC-STATUS
029500         STOP RUN
029600     END-IF.
029700     PERFORM 1000-PROCESS-MENU THRU 1000-PROCESS-MENU-EXIT
029800         UNTIL MSC-DONE-YES.
029900     CLOSE SCENE-FILE.
030000     DISPLAY "SCENE MAINTENANCE ENDED".
030100 0000-MAINLINE-EXIT.
030200     STOP RUN.
030300*
030400*------------------------------------------------------------*
030500*    0100-CHECK-OPERATOR -- ASK App_checkOperator WHETHER THE  *
030600*    SIGNED-ON OPERATOR MAY PERFORM THE FUNCTION ALREADY SET   *
030700*    IN OPCHK-FUNCTION.  A REFUSAL IS LOGGED BY THE CHECK.     *
030800*------------------------------------------------------------*
030900 0100-CHECK-OPERATOR.
031000     MOVE MSC-OPERATOR-ID TO OPCHK-OPERATOR-ID.
031100     MOVE "App_maintainScenes" TO OPCHK-PROGRAM.
031200     MOVE SPACES TO OPCHK-RUN-ID.
031300     CALL "App_checkOperator".
031400 0100-CHECK-OPERATOR-EXIT.
031500     EXIT.
031600*
031700*------------------------------------------------------------*
031800*    1000-PROCESS-MENU -- ONE TRIP THROUGH THE MENU SCREEN:    *
031900*    SHOW IT, TAKE AN ACTION CODE AND A SCENE NAME, AND ROUTE  *
032000*    TO THE MATCHING MAINTENANCE PARAGRAPH.                    *
032100*------------------------------------------------------------*
032200 1000-PROCESS-MENU.
032300     MOVE SPACE TO MSC-ACTION.
032400     DISPLAY MSC-MENU-SCREEN.
032500     ACCEPT MSC-MENU-SCREEN.
032600     MOVE SPACES TO MSC-MESSAGE.
032700     IF MSC-ACTION = "A" OR "U" OR "D"
032800         SET OPCHK-FUNC-SCENE TO TRUE
032900         PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT
033000         IF OPCHK-REFUSED
033100             STRING "REFUSED -- " DELIMITED BY SIZE
033200                     OPCHK-REASON DELIMITED BY SIZE
033300                 INTO MSC-MESSAGE
033400             GO TO 1000-PROCESS-MENU-EXIT
033500         END-IF
033600     END-IF.
033700     EVALUATE MSC-ACTION
033800         WHEN "B"
033900             PERFORM 2000-BROWSE-SCENES
034000                 THRU 2000-BROWSE-SCENES-EXIT
034100         WHEN "A"
034200             PERFORM 3000-ADD-SCENE
034300                 THRU 3000-ADD-SCENE-EXIT
034400         WHEN "U"
034500             PERFORM 4000-UPDATE-SCENE
034600                 THRU 4000-UPDATE-SCENE-EXIT
034700         WHEN "D"
034800             PERFORM 5000-DELETE-SCENE
034900                 THRU 5000-DELETE-SCENE-EXIT
035000         WHEN "X"
035100             SET MSC-DONE-YES TO TRUE
035200         WHEN OTHER
035300             MOVE "UNKNOWN ACTION -- USE B A U D OR X"
035400                 TO MSC-MESSAGE
035500     END-EVALUATE.
035600 1000-PROCESS-MENU-EXIT.
035700     EXIT.
035800*
035900*------------------------------------------------------------*
036000*    2000-BROWSE-SCENES -- POSITION AT THE KEYED NAME (OR THE  *
036100*    TOP OF THE FILE WHEN NONE WAS KEYED) AND PAGE FORWARD ONE *
036200*    SCENE PER SCREEN UNTIL THE OPERATOR STOPS OR THE FILE     *
036300*    RUNS OUT.                                                 *
036400*------------------------------------------------------------*
036500 2000-BROWSE-SCENES.
036600     IF MSC-NAME-INPUT = SPACES
036700         MOVE LOW-VALUES TO SCENE-NAME
036800     ELSE
036900         MOVE MSC-NAME-INPUT TO SCENE-NAME
037000     END-IF.
037100     START SCENE-FILE
037200         KEY IS NOT LESS THAN SCENE-NAME
037300         INVALID KEY
037400             MOVE "NO SCENES AT OR AFTER THAT NAME"
037500                 TO MSC-MESSAGE
037600             GO TO 2000-BROWSE-SCENES-EXIT
037700     END-START.
037800     SET MSC-BROWSE-DONE-NO TO TRUE.
037900     PERFORM 2100-BROWSE-NEXT THRU 2100-BROWSE-NEXT-EXIT
038000         UNTIL MSC-BROWSE-DONE-YES.
038100 2000-BROWSE-SCENES-EXIT.
038200     EXIT.
038300*
038400 2100-BROWSE-NEXT.
038500     READ SCENE-FILE NEXT RECORD
038600         AT END
038700             MOVE "END OF SCENE FILE" TO MSC-MESSAGE
038800             SET MSC-BROWSE-DONE-YES TO TRUE
038900             GO TO 2100-BROWSE-NEXT-EXIT
039000     END-READ.
039100     PERFORM 3800-LOAD-SCENE-FIELDS
039200         THRU 3800-LOAD-SCENE-FIELDS-EXIT.
039300     MOVE "Y" TO MSC-CONTINUE-INPUT.
039400     DISPLAY MSC-BROWSE-SCREEN.
039500     ACCEPT MSC-BROWSE-SCREEN.
039600     IF MSC-CONTINUE-INPUT NOT = "Y"
039700         SET MSC-BROWSE-DONE-YES TO TRUE
039800     END-IF.
039900 2100-BROWSE-NEXT-EXIT.
040000     EXIT.
040100*
040200*------------------------------------------------------------*
040300*    3000-ADD-SCENE -- KEY A BRAND-NEW SCENE FROM A BLANK      *
040400*    DETAIL SCREEN AND WRITE IT UNDER THE KEYED NAME ONCE      *
040500*    App_loadScene HAS ACCEPTED EVERY PLACEMENT.               *
040600*------------------------------------------------------------*
040700 3000-ADD-SCENE.
040800     IF MSC-NAME-INPUT = SPACES
040900         MOVE "SCENE NAME REQUIRED FOR ADD" TO MSC-MESSAGE
041000         GO TO 3000-ADD-SCENE-EXIT
041100     END-IF.
041200     MOVE MSC-NAME-INPUT TO SCENE-NAME.
041300     READ SCENE-FILE
041400         INVALID KEY
041500             CONTINUE
041600         NOT INVALID KEY
041700             MOVE "SCENE ALREADY EXISTS -- USE UPDATE"
041800                 TO MSC-MESSAGE
041900             GO TO 3000-ADD-SCENE-EXIT
042000     END-READ.
042100     MOVE SPACES TO SCENE-RECORD.
042200     MOVE MSC-NAME-INPUT TO SCENE-NAME.
042300     MOVE 40 TO SCENE-GRID-WIDTH.
042400     MOVE 20 TO SCENE-GRID-HEIGHT.
042500     MOVE ZERO TO SCENE-PLACEMENT-COUNT.
042600     PERFORM 3800-LOAD-SCENE-FIELDS
042700         THRU 3800-LOAD-SCENE-FIELDS-EXIT.
042800     PERFORM 3500-KEY-SCENE-BODY
042900         THRU 3500-KEY-SCENE-BODY-EXIT.
043000     IF MSC-BODY-CANCELLED
043100         MOVE "ADD CANCELLED" TO MSC-MESSAGE
043200         GO TO 3000-ADD-SCENE-EXIT
043300     END-IF.
043400     WRITE SCENE-RECORD
043500         INVALID KEY
043600             MOVE "UNABLE TO WRITE NEW SCENE" TO MSC-MESSAGE
043700             GO TO 3000-ADD-SCENE-EXIT
043800     END-WRITE.
043900     MOVE "SCENE ADDED" TO MSC-MESSAGE.
044000 3000-ADD-SCENE-EXIT.
044100     EXIT.
044200*
044300*------------------------------------------------------------*
044400*    3500-KEY-SCENE-BODY -- SHARED BY ADD AND UPDATE: SHOW THE *
044500*    DETAIL SCREEN (ALREADY FILLED FROM SCENE-RECORD) UNTIL    *
044600*    THE OPERATOR CANCELS OR App_loadScene ACCEPTS THE SCENE   *
044700*    AS KEYED.  A REJECTED SCENE COMES BACK WITH THE FAILING   *
044800*    PLACEMENT AND THE REASON ON THE MESSAGE LINE.  THE RECORD *
044900*    KEY IS ALREADY IN PLACE WHEN THIS RUNS.                   *
045000*------------------------------------------------------------*
045100 3500-KEY-SCENE-BODY.
045200     MOVE SCENE-NAME TO MSC-SHOW-NAME.
045300     MOVE SPACES TO MSC-MESSAGE.
045400     SET MSC-BODY-PENDING TO TRUE.
045500     PERFORM 3600-ACCEPT-AND-CHECK THRU 3600-ACCEPT-AND-CHECK-EXIT
045600         UNTIL NOT MSC-BODY-PENDING.
045700 3500-KEY-SCENE-BODY-EXIT.
045800     EXIT.
045900*
046000 3600-ACCEPT-AND-CHECK.
046100     MOVE "Y" TO MSC-SAVE-INPUT.
046200     DISPLAY MSC-DETAIL-SCREEN.
046300     ACCEPT MSC-DETAIL-SCREEN.
046400     IF MSC-SAVE-INPUT NOT = "Y"
046500         SET MSC-BODY-CANCELLED TO TRUE
046600         GO TO 3600-ACCEPT-AND-CHECK-EXIT
046700     END-IF.
046800     PERFORM 3700-BUILD-SCENE-RECORD
046900         THRU 3700-BUILD-SCENE-RECORD-EXIT.
047000     MOVE SPACES TO SCNREQ-REQUEST.
047100     SET SCNREQ-FUNC-CHECK TO TRUE.
047200     MOVE SCENE-NAME TO SCNREQ-SCENE-NAME.
047300     MOVE SCENE-GRID-WIDTH TO SCNREQ-GRID-WIDTH.
047400     MOVE SCENE-GRID-HEIGHT TO SCNREQ-GRID-HEIGHT.
047500     MOVE SCENE-RECORD TO SCNREQ-SCENE.
047600     CALL "App_loadScene".
047700     IF SCNREQ-ACCEPTED
047800         SET MSC-BODY-ACCEPTED TO TRUE
047900         GO TO 3600-ACCEPT-AND-CHECK-EXIT
048000     END-IF.
048100     MOVE SPACES TO MSC-MESSAGE.
048200     IF SCNREQ-BAD-PLACEMENT = ZERO
048300         STRING "NOT SAVED -- " DELIMITED BY SIZE
048400                 SCNREQ-REASON DELIMITED BY SIZE
048500             INTO MSC-MESSAGE
048600     ELSE
048700         MOVE SCNREQ-BAD-PLACEMENT TO MSC-SHOW-PLACEMENT
048800         STRING "PLACEMENT " DELIMITED BY SIZE
048900                 MSC-SHOW-PLACEMENT DELIMITED BY SIZE
049000                 " NOT SAVED -- " DELIMITED BY SIZE
049100                 SCNREQ-REASON DELIMITED BY SIZE
049200             INTO MSC-MESSAGE
049300     END-IF.
049400     PERFORM 3800-LOAD-SCENE-FIELDS
049500         THRU 3800-LOAD-SCENE-FIELDS-EXIT.
049600 3600-ACCEPT-AND-CHECK-EXIT.
049700     EXIT.
049800*
049900*------------------------------------------------------------*
050000*    3700-BUILD-SCENE-RECORD -- MOVE THE KEYED FIELDS INTO     *
050100*    SCENE-RECORD UNDER ITS KEY.  ROWS WITH NO PATTERN NAME    *
050200*    ARE DROPPED AND THE REST CLOSE UP IN THE ORDER KEYED, SO  *
050300*    THE PLACEMENT NUMBERS App_loadScene REPORTS MATCH THE     *
050400*    ROWS AS THEY ARE SHOWN AGAIN.  A BLANK MIRROR IS "N".     *
050500*------------------------------------------------------------*
050600 3700-BUILD-SCENE-RECORD.
050700     MOVE SPACES TO SCENE-RECORD.
050800     MOVE MSC-SHOW-NAME TO SCENE-NAME.
050900     MOVE MSC-DESC-INPUT TO SCENE-DESCRIPTION.
051000     MOVE MSC-WIDTH-INPUT TO SCENE-GRID-WIDTH.
051100     MOVE MSC-HEIGHT-INPUT TO SCENE-GRID-HEIGHT.
051200     MOVE ZERO TO MSC-OUT-IDX.
051300     PERFORM 3710-CLEAR-PLACEMENT THRU 3710-CLEAR-PLACEMENT-EXIT
051400         VARYING MSC-IN-IDX FROM 1 BY 1
051500             UNTIL MSC-IN-IDX > 12.
051600     PERFORM 3720-PACK-PLACEMENT THRU 3720-PACK-PLACEMENT-EXIT
051700         VARYING MSC-IN-IDX FROM 1 BY 1
051800             UNTIL MSC-IN-IDX > 12.
051900     MOVE MSC-OUT-IDX TO SCENE-PLACEMENT-COUNT.
052000 3700-BUILD-SCENE-RECORD-EXIT.
052100     EXIT.
052200*
052300 3710-CLEAR-PLACEMENT.
052400     MOVE SPACES TO SCENE-PL-PATTERN-NAME (MSC-IN-IDX).
052500     MOVE ZERO TO SCENE-PL-ANCHOR-ROW (MSC-IN-IDX).
052600     MOVE ZERO TO SCENE-PL-ANCHOR-COL (MSC-IN-IDX).
052700     MOVE ZERO TO SCENE-PL-ROTATION (MSC-IN-IDX).
052800     MOVE "N" TO SCENE-PL-MIRROR (MSC-IN-IDX).
052900 3710-CLEAR-PLACEMENT-EXIT.
053000     EXIT.
053100*
053200 3720-PACK-PLACEMENT.
053300     IF MSC-PL-NAME-INPUT (MSC-IN-IDX) = SPACES
053400         GO TO 3720-PACK-PLACEMENT-EXIT
053500     END-IF.
053600     ADD 1 TO MSC-OUT-IDX.
053700     MOVE MSC-PL-NAME-INPUT (MSC-IN-IDX)
053800         TO SCENE-PL-PATTERN-NAME (MSC-OUT-IDX).
053900     MOVE MSC-PL-ROW-INPUT (MSC-IN-IDX)
054000         TO SCENE-PL-ANCHOR-ROW (MSC-OUT-IDX).
054100     MOVE MSC-PL-COL-INPUT (MSC-IN-IDX)
054200         TO SCENE-PL-ANCHOR-COL (MSC-OUT-IDX).
054300     MOVE MSC-PL-ROT-INPUT (MSC-IN-IDX)
054400         TO SCENE-PL-ROTATION (MSC-OUT-IDX).
054500     IF MSC-PL-MIR-INPUT (MSC-IN-IDX) = SPACE
054600         MOVE "N" TO SCENE-PL-MIRROR (MSC-OUT-IDX)
054700     ELSE
054800         MOVE MSC-PL-MIR-INPUT (MSC-IN-IDX)
054900             TO SCENE-PL-MIRROR (MSC-OUT-IDX)
055000     END-IF.
055100 3720-PACK-PLACEMENT-EXIT.
055200     EXIT.
055300*
055400*------------------------------------------------------------*
055500*    3800-LOAD-SCENE-FIELDS -- COPY SCENE-RECORD OUT TO THE    *
055600*    SCREEN FIELDS, FOR BROWSE, FOR UPDATE, AND TO SHOW A      *
055700*    REJECTED SCENE BACK CLOSED UP.  PLACEMENT ROWS PAST THE   *
055800*    COUNT ARE BLANK.                                          *
055900*------------------------------------------------------------*
056000 3800-LOAD-SCENE-FIELDS.
056100     MOVE SCENE-NAME TO MSC-SHOW-NAME.
056200     MOVE SCENE-DESCRIPTION TO MSC-DESC-INPUT.
056300     MOVE SCENE-GRID-WIDTH TO MSC-WIDTH-INPUT.
056400     MOVE SCENE-GRID-HEIGHT TO MSC-HEIGHT-INPUT.
056500     MOVE SCENE-PLACEMENT-COUNT TO MSC-COUNT-SHOW.
056600     IF SCENE-PLACEMENT-COUNT IS NOT NUMERIC
056700        OR SCENE-PLACEMENT-COUNT > 12
056800         MOVE ZERO TO MSC-COUNT-SHOW
056900     END-IF.
057000     PERFORM 3810-LOAD-PLACEMENT THRU 3810-LOAD-PLACEMENT-EXIT
057100         VARYING MSC-IN-IDX FROM 1 BY 1
057200             UNTIL MSC-IN-IDX > 12.
057300 3800-LOAD-SCENE-FIELDS-EXIT.
057400     EXIT.
057500*
057600 3810-LOAD-PLACEMENT.
057700     IF MSC-IN-IDX > MSC-COUNT-SHOW
057800         MOVE SPACES TO MSC-PL-NAME-INPUT (MSC-IN-IDX)
057900         MOVE ZERO TO MSC-PL-ROW-INPUT (MSC-IN-IDX)
058000         MOVE ZERO TO MSC-PL-COL-INPUT (MSC-IN-IDX)
058100         MOVE ZERO TO MSC-PL-ROT-INPUT (MSC-IN-IDX)
058200         MOVE SPACE TO MSC-PL-MIR-INPUT (MSC-IN-IDX)
058300         GO TO 3810-LOAD-PLACEMENT-EXIT
058400     END-IF.
058500     MOVE SCENE-PL-PATTERN-NAME (MSC-IN-IDX)
058600         TO MSC-PL-NAME-INPUT (MSC-IN-IDX).
058700     MOVE SCENE-PL-ANCHOR-ROW (MSC-IN-IDX)
058800         TO MSC-PL-ROW-INPUT (MSC-IN-IDX).
058900     MOVE SCENE-PL-ANCHOR-COL (MSC-IN-IDX)
059000         TO MSC-PL-COL-INPUT (MSC-IN-IDX).
059100     MOVE SCENE-PL-ROTATION (MSC-IN-IDX)
059200         TO MSC-PL-ROT-INPUT (MSC-IN-IDX).
059300     MOVE SCENE-PL-MIRROR (MSC-IN-IDX)
059400         TO MSC-PL-MIR-INPUT (MSC-IN-IDX).
059500 3810-LOAD-PLACEMENT-EXIT.
059600     EXIT.
059700*
059800*------------------------------------------------------------*
059900*    4000-UPDATE-SCENE -- SHOW AN EXISTING SCENE ON THE DETAIL *
060000*    SCREEN FOR CHANGES AND REWRITE IT IN PLACE ONCE           *
060100*    App_loadScene HAS ACCEPTED IT.                            *
060200*------------------------------------------------------------*
060300 4000-UPDATE-SCENE.
060400     IF MSC-NAME-INPUT = SPACES
060500         MOVE "SCENE NAME REQUIRED FOR UPDATE" TO MSC-MESSAGE
060600         GO TO 4000-UPDATE-SCENE-EXIT
060700     END-IF.
060800     MOVE MSC-NAME-INPUT TO SCENE-NAME.
060900     READ SCENE-FILE
061000         INVALID KEY
061100             MOVE "SCENE NOT FOUND" TO MSC-MESSAGE
061200             GO TO 4000-UPDATE-SCENE-EXIT
061300     END-READ.
061400     PERFORM 3800-LOAD-SCENE-FIELDS
061500         THRU 3800-LOAD-SCENE-FIELDS-EXIT.
061600     PERFORM 3500-KEY-SCENE-BODY
061700         THRU 3500-KEY-SCENE-BODY-EXIT.
061800     IF MSC-BODY-CANCELLED
061900         MOVE "UPDATE CANCELLED" TO MSC-MESSAGE
062000         GO TO 4000-UPDATE-SCENE-EXIT
062100     END-IF.
062200     REWRITE SCENE-RECORD
062300         INVALID KEY
062400             MOVE "UNABLE TO REWRITE SCENE" TO MSC-MESSAGE
062500             GO TO 4000-UPDATE-SCENE-EXIT
062600     END-REWRITE.
062700     MOVE "SCENE UPDATED" TO MSC-MESSAGE.
062800 4000-UPDATE-SCENE-EXIT.
062900     EXIT.
063000*
063100*------------------------------------------------------------*
063200*    5000-DELETE-SCENE -- DROP ONE NAMED RECORD, AFTER A       *
063300*    CONFIRMATION PROMPT, LEAVING THE REST OF THE FILE         *
063400*    UNTOUCHED.                                                *
063500*------------------------------------------------------------*
063600 5000-DELETE-SCENE.
063700     IF MSC-NAME-INPUT = SPACES
063800         MOVE "SCENE NAME REQUIRED FOR DELETE" TO MSC-MESSAGE
063900         GO TO 5000-DELETE-SCENE-EXIT
064000     END-IF.
064100     MOVE MSC-NAME-INPUT TO SCENE-NAME.
064200     READ SCENE-FILE
064300         INVALID KEY
064400             MOVE "SCENE NOT FOUND" TO MSC-MESSAGE
064500             GO TO 5000-DELETE-SCENE-EXIT
064600     END-READ.
064700     DISPLAY "DELETE " SCENE-NAME " (Y/N)?".
064800     MOVE SPACE TO MSC-CONFIRM-INPUT.
064900     ACCEPT MSC-CONFIRM-INPUT.
065000     IF MSC-CONFIRM-INPUT NOT = "Y"
065100         MOVE "DELETE CANCELLED" TO MSC-MESSAGE
065200         GO TO 5000-DELETE-SCENE-EXIT
065300     END-IF.
065400     DELETE SCENE-FILE
065500         INVALID KEY
065600             MOVE "UNABLE TO DELETE SCENE" TO MSC-MESSAGE
065700             GO TO 5000-DELETE-SCENE-EXIT
065800     END-DELETE.
065900     MOVE "SCENE DELETED" TO MSC-MESSAGE.
066000 5000-DELETE-SCENE-EXIT.
066100     EXIT.
