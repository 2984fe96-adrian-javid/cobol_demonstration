000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_restorePatternLibrary.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- BATCH UTILITY OVER PATLIBHIST,
001000*    10/15/2026  ME   THE BEFORE/AFTER-IMAGE HISTORY EVERY
001100*    10/15/2026  ME   PATTERNLIB CHANGE NOW WRITES.  THREE
001200*    10/15/2026  ME   FUNCTIONS, CHOSEN BY PARM POSITION 1:
001300*    10/15/2026  ME     L  LIST EVERY VERSION OF ONE PATTERN,
001400*    10/15/2026  ME        NUMBERED OLDEST FIRST;
001500*    10/15/2026  ME     R  RESTORE ONE PATTERN TO A VERSION
001600*    10/15/2026  ME        NUMBER FROM THAT LIST;
001700*    10/15/2026  ME     P  ROLL THE WHOLE LIBRARY BACK TO HOW IT
001800*    10/15/2026  ME        STOOD AT A DATE AND TIME.
001900*    10/15/2026  ME   LISTING IS OPEN TO ANY ACTIVE OPERATOR;
002000*    10/15/2026  ME   RESTORE AND ROLLBACK CHANGE THE LIBRARY
002100*    10/15/2026  ME   AND NEED THE LIBRARY FUNCTION.  EVERY
002200*    10/15/2026  ME   PATTERN THEY CHANGE IS ITSELF WRITTEN TO
002300*    10/15/2026  ME   PATLIBHIST, SO A RESTORE CAN BE UNDONE THE
002400*    10/15/2026  ME   SAME WAY.  RUN STANDALONE, LIKE THE SEED
002500*    10/15/2026  ME   AND MAINTENANCE UTILITIES.
002520*    10/15/2026  ME   THE RETURN CODE IS NOW HELD ACROSS THE
002540*    10/15/2026  ME   CLOSING SYSLOG CALL, WHICH WAS HANDING BACK
002560*    10/15/2026  ME   ITS OWN ZERO AND HIDING A FAILED RESTORE OR
002580*    10/15/2026  ME   ROLLBACK FROM THE SCHEDULER.
002584*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002588*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; EVERY WRITE AND
002592*    10/15/2026  ME   REWRITE HERE SETS IT FIRST THROUGH
002596*    10/15/2026  ME   App_computeShapeKey.
002597*    10/15/2026  ME   PROGRAM COLUMN OF THE VERSION LISTING NOW
002598*    10/15/2026  ME   30 WIDE, WITH PLHIST-PROGRAM, SO LONGER
002599*    10/15/2026  ME   PROGRAM NAMES ARE NO LONGER CUT OFF.
002600*
002700 ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900   SOURCE-COMPUTER. Linux.
003000   OBJECT-COMPUTER. Linux.
003100  INPUT-OUTPUT SECTION.
003200   FILE-CONTROL.
003300       SELECT PATLIB-HISTORY-FILE ASSIGN TO "PATLIBHIST"
003400           ORGANIZATION IS LINE SEQUENTIAL
003500           FILE STATUS IS RPL-HIST-STATUS.
003600       SELECT PATTERN-LIBRARY-FILE ASSIGN TO "PATTERNLIB"
003700           ORGANIZATION IS INDEXED
003800           ACCESS MODE IS DYNAMIC
003900           RECORD KEY IS PATLIB-PATTERN-NAME
003933           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003966               WITH DUPLICATES
004000           FILE STATUS IS RPL-PATLIB-STATUS.
004100       SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTRPT"
004200           ORGANIZATION IS LINE SEQUENTIAL
004300           FILE STATUS IS RPL-REPORT-STATUS.
004400   I-O-CONTROL.
004500*
004600 DATA DIVISION.
004700  FILE SECTION.
004800  FD  PATLIB-HISTORY-FILE.
004900      COPY "patlib_history.cpy".
005000  FD  PATTERN-LIBRARY-FILE.
005100      COPY "pattern_lib.cpy".
005200  FD  RESTORE-REPORT-FILE.
005300  01  RESTORE-REPORT-RECORD           PIC X(132).
005400  WORKING-STORAGE SECTION.
005500      COPY "grid_common.cpy".
005600      COPY "operator_check.cpy".
005700      COPY "patlib_history_request.cpy".
005750      COPY "shape_key_request.cpy".
005800*
005900  77  RPL-HIST-STATUS                 PIC X(02) VALUE SPACES.
006000  77  RPL-PATLIB-STATUS               PIC X(02) VALUE SPACES.
006100  77  RPL-REPORT-STATUS               PIC X(02) VALUE SPACES.
006200  77  RPL-FUNCTION                    PIC X(01) VALUE SPACE.
006300      88  RPL-FUNC-LIST                   VALUE "L".
006400      88  RPL-FUNC-RESTORE                VALUE "R".
006500      88  RPL-FUNC-POINT-IN-TIME          VALUE "P".
006600  77  RPL-PATTERN-NAME                PIC X(20) VALUE SPACES.
006700  77  RPL-WANTED-VERSION              PIC 9(04) VALUE ZERO.
006800  77  RPL-VERSION-COUNT               PIC 9(04) VALUE ZERO.
006900  77  RPL-ROLLBACK-DATE               PIC 9(08) VALUE ZERO.
007000  77  RPL-ROLLBACK-TIME               PIC 9(06) VALUE ZERO.
007100  77  RPL-ROLLBACK-STAMP              PIC X(17) VALUE SPACES.
007200  77  RPL-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
007300      88  RPL-HIST-EOF-YES                VALUE "Y".
007400      88  RPL-HIST-EOF-NO                 VALUE "N".
007500  77  RPL-FOUND-SWITCH                PIC X(01) VALUE "N".
007600      88  RPL-FOUND-YES                   VALUE "Y".
007700      88  RPL-FOUND-NO                    VALUE "N".
007800  77  RPL-APPLY-SWITCH                PIC X(01) VALUE "N".
007900      88  RPL-APPLY-FAILED                VALUE "F".
008000      88  RPL-APPLY-CHANGED               VALUE "C".
008100      88  RPL-APPLY-UNCHANGED             VALUE "N".
008200  77  RPL-ROLL-IDX                    PIC 9(03) COMP VALUE ZERO.
008300  77  RPL-MATCH-SLOT                  PIC 9(03) COMP VALUE ZERO.
008400  77  RPL-SKIPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
008500  77  RPL-CHANGED-COUNT               PIC 9(05) COMP VALUE ZERO.
008600  77  RPL-FAILED-COUNT                PIC 9(05) COMP VALUE ZERO.
008700  77  RPL-COUNT-OUT                   PIC ZZZZ9 VALUE SPACES.
008800  77  RPL-VERSION-OUT                 PIC ZZZ9 VALUE SPACES.
008820*** THE RETURN CODE SO FAR, HELD WHILE App_writeSystemLog IS
008840*** CALLED -- A CALL LEAVES THE CALLED PROGRAM'S OWN CODE BEHIND.
008860  77  RPL-HOLD-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
008900  77  RPL-HOLD-BEFORE-TEXT            PIC X(14) VALUE SPACES.
009000*
009100*** THE IMAGE A RESTORE OR ROLLBACK PUTS BACK, AND WHAT THE
009200*** LIBRARY HELD UNDER THAT NAME JUST BEFORE IT WAS PUT BACK.
009300  01  RPL-TARGET-AREA.
009400      05  RPL-TARGET-NAME             PIC X(20).
009500      05  RPL-TARGET-ACTION           PIC X(08).
009600      05  RPL-TARGET-STAMP            PIC X(17).
009700      05  RPL-TARGET-FLAG             PIC X(01).
009800          88  RPL-TARGET-PRESENT          VALUE "Y".
009900          88  RPL-TARGET-ABSENT           VALUE "N".
010000      05  RPL-TARGET-IMAGE            PIC X(3031).
010100      05  RPL-CURRENT-FLAG            PIC X(01).
010200          88  RPL-CURRENT-PRESENT         VALUE "Y".
010300          88  RPL-CURRENT-ABSENT          VALUE "N".
010400      05  RPL-CURRENT-IMAGE           PIC X(3031).
010500*
010600*** ONE ENTRY PER PATTERN CHANGED AFTER THE ROLLBACK POINT: THE
010700*** BEFORE-IMAGE OF ITS FIRST SUCH CHANGE IS WHAT IT LOOKED LIKE
010800*** AT THAT POINT.  A PATTERN FIRST CHANGED BY AN ADD HAS AN
010900*** ABSENT BEFORE-IMAGE AND IS ROLLED BACK BY DELETING IT.
011000  01  RPL-ROLLBACK-TABLE.
011100      05  RPL-ROLL-COUNT              PIC 9(03) COMP VALUE ZERO.
011200      05  RPL-ROLL-ENTRY OCCURS 500 TIMES.
011300          10  RPL-ROLL-NAME           PIC X(20).
011400          10  RPL-ROLL-ACTION         PIC X(08).
011500          10  RPL-ROLL-STAMP          PIC X(17).
011600          10  RPL-ROLL-FLAG           PIC X(01).
011700          10  RPL-ROLL-IMAGE          PIC X(3031).
011800*
011900*** SIZE AND CELL COUNT OF ONE IMAGE, FOR THE REPORT.
011910  01  RPL-DESC-AREA.
011920      05  RPL-DESC-FLAG               PIC X(01).
011930          88  RPL-DESC-ABSENT             VALUE "N".
011940      05  RPL-DESC-IMAGE              PIC X(3031).
011950      05  RPL-DESC-SUMMARY REDEFINES RPL-DESC-IMAGE.
011960          10  FILLER                  PIC X(20).
011970          10  RPL-DESC-WIDTH          PIC 9(03).
011980          10  RPL-DESC-HEIGHT         PIC 9(03).
011985          10  RPL-DESC-CELLS          PIC 9(05).
011990          10  FILLER                  PIC X(3000).
012000  01  RPL-SHAPE-OUT.
012100      05  RPL-SHAPE-WIDTH             PIC ZZ9.
012200      05  FILLER                      PIC X(01) VALUE "X".
012300      05  RPL-SHAPE-HEIGHT            PIC ZZ9.
012400      05  FILLER                      PIC X(02) VALUE SPACES.
012500      05  RPL-SHAPE-CELLS             PIC ZZZZ9.
012600  01  RPL-SHAPE-TEXT REDEFINES RPL-SHAPE-OUT
012700                                      PIC X(14).
012800*
012900*** REPORT LINE LAYOUTS.
013000  01  RPL-HEADING-LINE.
013100      05  FILLER                      PIC X(06) VALUE "VER".
013200      05  FILLER                      PIC X(19) VALUE "TIMESTAMP".
013300      05  FILLER                      PIC X(10) VALUE "ACTION".
013400      05  FILLER                      PIC X(10) VALUE "OPERATOR".
013500      05  FILLER                      PIC X(32) VALUE "PROGRAM".
013600      05  FILLER                      PIC X(18) VALUE "RUN-ID".
013700      05  FILLER                      PIC X(15) VALUE "BEFORE".
013800      05  FILLER                      PIC X(14) VALUE "AFTER".
013900  01  RPL-VERSION-LINE.
014000      05  RPL-VER-NUMBER              PIC ZZZ9.
014100      05  FILLER                      PIC X(02) VALUE SPACES.
014200      05  RPL-VER-STAMP               PIC X(17).
014300      05  FILLER                      PIC X(02) VALUE SPACES.
014400      05  RPL-VER-ACTION              PIC X(08).
014500      05  FILLER                      PIC X(02) VALUE SPACES.
014600      05  RPL-VER-OPERATOR            PIC X(08).
014700      05  FILLER                      PIC X(02) VALUE SPACES.
014800      05  RPL-VER-PROGRAM             PIC X(30).
014900      05  FILLER                      PIC X(02) VALUE SPACES.
015000      05  RPL-VER-RUN-ID              PIC X(16).
015100      05  FILLER                      PIC X(02) VALUE SPACES.
015200      05  RPL-VER-BEFORE              PIC X(14).
015300      05  FILLER                      PIC X(01) VALUE SPACES.
015400      05  RPL-VER-AFTER               PIC X(14).
015500*
015600 LINKAGE SECTION.
015700 01  LK-PARM-DATA.
015800     05  LK-PARM-LENGTH              PIC S9(04) COMP.
015900     05  LK-PARM-TEXT                PIC X(25).
016000*
016100 PROCEDURE DIVISION USING LK-PARM-DATA.
016200*------------------------------------------------------------*
016300*    0000-MAINLINE -- PARSE THE PARM, CHECK THE OPERATOR FOR   *
016400*    THE FUNCTION ASKED FOR, AND RUN IT.  PARM LAYOUTS:        *
016500*      L<PATTERN NAME (20)>                                    *
016600*      R<PATTERN NAME (20)><VERSION (4 DIGITS)>                *
016700*      P<YYYYMMDD><HHMMSS>  (TIME MAY BE BLANK = MIDNIGHT)     *
016800*------------------------------------------------------------*
016900 0000-MAINLINE.
017000     IF LK-PARM-LENGTH < 1
017100         DISPLAY "FUNCTION (L, R OR P) REQUIRED ON PARM"
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 0000-MAINLINE-EXIT
017400     END-IF.
017500     MOVE LK-PARM-TEXT (1:1) TO RPL-FUNCTION.
017600     EVALUATE TRUE
017700         WHEN RPL-FUNC-LIST
017800         WHEN RPL-FUNC-RESTORE
017900             PERFORM 0200-PARSE-NAME-PARM
018000                 THRU 0200-PARSE-NAME-PARM-EXIT
018100         WHEN RPL-FUNC-POINT-IN-TIME
018200             PERFORM 0300-PARSE-TIME-PARM
018300                 THRU 0300-PARSE-TIME-PARM-EXIT
018400         WHEN OTHER
018500             DISPLAY "UNKNOWN FUNCTION " RPL-FUNCTION
018600                 " -- USE L, R OR P"
018700             MOVE 8 TO RETURN-CODE
018800     END-EVALUATE.
018900     IF RETURN-CODE NOT = ZERO
019000         GO TO 0000-MAINLINE-EXIT
019100     END-IF.
019200     IF RPL-FUNC-LIST
019300         SET OPCHK-FUNC-RUN TO TRUE
019400     ELSE
019500         SET OPCHK-FUNC-LIBRARY TO TRUE
019600     END-IF.
019700     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
019800     IF OPCHK-REFUSED
019900         MOVE 16 TO RETURN-CODE
020000         GO TO 0000-MAINLINE-EXIT
020100     END-IF.
020200     OPEN OUTPUT RESTORE-REPORT-FILE.
020300     IF RPL-REPORT-STATUS NOT = "00"
020400         DISPLAY "UNABLE TO OPEN RESTRPT " RPL-REPORT-STATUS
020500         MOVE 12 TO RETURN-CODE
020600         GO TO 0000-MAINLINE-EXIT
020700     END-IF.
020800     EVALUATE TRUE
020900         WHEN RPL-FUNC-LIST
021000             PERFORM 1000-LIST-VERSIONS
021100                 THRU 1000-LIST-VERSIONS-EXIT
021200         WHEN RPL-FUNC-RESTORE
021300             PERFORM 2000-RESTORE-VERSION
021400                 THRU 2000-RESTORE-VERSION-EXIT
021500         WHEN RPL-FUNC-POINT-IN-TIME
021600             PERFORM 3000-ROLLBACK-LIBRARY
021700                 THRU 3000-ROLLBACK-LIBRARY-EXIT
021800     END-EVALUATE.
021900     CLOSE RESTORE-REPORT-FILE.
022000 0000-MAINLINE-EXIT.
022100     STOP RUN.
022200*
022300*------------------------------------------------------------*
022400*    0100-CHECK-OPERATOR -- ANY ACTIVE OPERATOR MAY LIST; A    *
022500*    RESTORE OR ROLLBACK NEEDS THE LIBRARY FUNCTION.  THE      *
022600*    CALLER HAS SET OPCHK-FUNCTION.                            *
022700*------------------------------------------------------------*
022800 0100-CHECK-OPERATOR.
022900     MOVE SPACES TO OPCHK-OPERATOR-ID.
023000     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
023100     MOVE "App_restorePatternLibrary" TO OPCHK-PROGRAM.
023200     MOVE SPACES TO OPCHK-RUN-ID.
023300     CALL "App_checkOperator".
023400 0100-CHECK-OPERATOR-EXIT.
023500     EXIT.
023600*
023700*------------------------------------------------------------*
023800*    0200-PARSE-NAME-PARM -- PATTERN NAME IN POSITIONS 2-21,   *
023900*    AND FOR A RESTORE THE VERSION NUMBER IN 22-25.            *
024000*------------------------------------------------------------*
024100 0200-PARSE-NAME-PARM.
024200     IF LK-PARM-LENGTH < 2 OR LK-PARM-TEXT (2:20) = SPACES
024300         DISPLAY "PATTERN NAME REQUIRED IN PARM POSITIONS 2-21"
024400         MOVE 8 TO RETURN-CODE
024500         GO TO 0200-PARSE-NAME-PARM-EXIT
024600     END-IF.
024700     MOVE LK-PARM-TEXT (2:20) TO RPL-PATTERN-NAME.
024800     IF NOT RPL-FUNC-RESTORE
024900         GO TO 0200-PARSE-NAME-PARM-EXIT
025000     END-IF.
025100     IF LK-PARM-LENGTH < 25
025200        OR LK-PARM-TEXT (22:4) IS NOT NUMERIC
025300        OR LK-PARM-TEXT (22:4) = "0000"
025400         DISPLAY "VERSION (4 DIGITS) REQUIRED IN PARM 22-25"
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 0200-PARSE-NAME-PARM-EXIT
025700     END-IF.
025800     MOVE LK-PARM-TEXT (22:4) TO RPL-WANTED-VERSION.
025900 0200-PARSE-NAME-PARM-EXIT.
026000     EXIT.
026100*
026200*------------------------------------------------------------*
026300*    0300-PARSE-TIME-PARM -- ROLLBACK POINT AS YYYYMMDD IN     *
026400*    POSITIONS 2-9 AND HHMMSS IN 10-15.  THE POINT IS THE END  *
026500*    OF THAT SECOND, IN THE SAME FORM AS THE HISTORY STAMP, SO *
026600*    A CHANGE MADE DURING IT IS KEPT.                          *
026700*------------------------------------------------------------*
026800 0300-PARSE-TIME-PARM.
026900     IF LK-PARM-LENGTH < 9
027000        OR LK-PARM-TEXT (2:8) IS NOT NUMERIC
027100         DISPLAY "ROLLBACK DATE (YYYYMMDD) REQUIRED IN PARM 2-9"
027200         MOVE 8 TO RETURN-CODE
027300         GO TO 0300-PARSE-TIME-PARM-EXIT
027400     END-IF.
027500     MOVE LK-PARM-TEXT (2:8) TO RPL-ROLLBACK-DATE.
027600     MOVE ZERO TO RPL-ROLLBACK-TIME.
027700     IF LK-PARM-LENGTH >= 15
027800        AND LK-PARM-TEXT (10:6) NOT = SPACES
027900         IF LK-PARM-TEXT (10:6) IS NOT NUMERIC
028000             DISPLAY "ROLLBACK TIME MUST BE HHMMSS IN PARM 10-15"
028100             MOVE 8 TO RETURN-CODE
028200             GO TO 0300-PARSE-TIME-PARM-EXIT
028300         END-IF
028400         MOVE LK-PARM-TEXT (10:6) TO RPL-ROLLBACK-TIME
028500     END-IF.
028600     MOVE SPACES TO RPL-ROLLBACK-STAMP.
028700     STRING RPL-ROLLBACK-DATE DELIMITED BY SIZE
028800             "-" DELIMITED BY SIZE
028900             RPL-ROLLBACK-TIME DELIMITED BY SIZE
029000             "99" DELIMITED BY SIZE
029100         INTO RPL-ROLLBACK-STAMP.
029200 0300-PARSE-TIME-PARM-EXIT.
029300     EXIT.
029400*
029500*------------------------------------------------------------*
029600*    1000-LIST-VERSIONS -- ONE LINE PER CHANGE TO THE PATTERN, *
029700*    OLDEST FIRST.  THE VERSION NUMBER IS WHAT A RESTORE PARM  *
029800*    NAMES; IT IS THE PATTERN AS THAT CHANGE LEFT IT.          *
029900*------------------------------------------------------------*
030000 1000-LIST-VERSIONS.
030100     MOVE SPACES TO RESTORE-REPORT-RECORD.
030200     STRING "PATTERN LIBRARY HISTORY -- " DELIMITED BY SIZE
030300             RPL-PATTERN-NAME DELIMITED BY SIZE
030400         INTO RESTORE-REPORT-RECORD.
030500     WRITE RESTORE-REPORT-RECORD.
030600     MOVE SPACES TO RESTORE-REPORT-RECORD.
030700     WRITE RESTORE-REPORT-RECORD.
030800     MOVE RPL-HEADING-LINE TO RESTORE-REPORT-RECORD.
030900     WRITE RESTORE-REPORT-RECORD.
031000     OPEN INPUT PATLIB-HISTORY-FILE.
031100     IF RPL-HIST-STATUS NOT = "00"
031200         MOVE "NO PATLIBHIST -- NOTHING TO LIST"
031300             TO RESTORE-REPORT-RECORD
031400         WRITE RESTORE-REPORT-RECORD
031500         MOVE 4 TO RETURN-CODE
031600         GO TO 1000-LIST-VERSIONS-EXIT
031700     END-IF.
031800     MOVE ZERO TO RPL-VERSION-COUNT.
031900     MOVE SPACES TO RPL-HOLD-BEFORE-TEXT.
032000     SET RPL-HIST-EOF-NO TO TRUE.
032100     PERFORM 1100-LIST-ONE-IMAGE THRU 1100-LIST-ONE-IMAGE-EXIT
032200         UNTIL RPL-HIST-EOF-YES.
032300     CLOSE PATLIB-HISTORY-FILE.
032400     MOVE RPL-VERSION-COUNT TO RPL-COUNT-OUT.
032500     MOVE SPACES TO RESTORE-REPORT-RECORD.
032600     STRING "VERSIONS ON HISTORY: " DELIMITED BY SIZE
032700             RPL-COUNT-OUT DELIMITED BY SIZE
032800         INTO RESTORE-REPORT-RECORD.
032900     WRITE RESTORE-REPORT-RECORD.
033000     IF RPL-VERSION-COUNT = ZERO
033100         MOVE 4 TO RETURN-CODE
033200     END-IF.
033300     DISPLAY "HISTORY LISTED -- " RPL-PATTERN-NAME
033400         " VERSIONS: " RPL-VERSION-COUNT.
033500 1000-LIST-VERSIONS-EXIT.
033600     EXIT.
033700*
033800 1100-LIST-ONE-IMAGE.
033900     READ PATLIB-HISTORY-FILE
034000         AT END
034100             SET RPL-HIST-EOF-YES TO TRUE
034200             GO TO 1100-LIST-ONE-IMAGE-EXIT
034300     END-READ.
034400     IF PLHIST-PATTERN-NAME NOT = RPL-PATTERN-NAME
034500         GO TO 1100-LIST-ONE-IMAGE-EXIT
034600     END-IF.
034650     MOVE PLHIST-IMAGE-FLAG TO RPL-DESC-FLAG.
034660     MOVE PLHIST-IMAGE TO RPL-DESC-IMAGE.
034700     PERFORM 8000-DESCRIBE-IMAGE THRU 8000-DESCRIBE-IMAGE-EXIT.
034800     IF PLHIST-IMAGE-BEFORE
034900         MOVE RPL-SHAPE-TEXT TO RPL-HOLD-BEFORE-TEXT
035000         GO TO 1100-LIST-ONE-IMAGE-EXIT
035100     END-IF.
035200     ADD 1 TO RPL-VERSION-COUNT.
035300     MOVE SPACES TO RPL-VERSION-LINE.
035400     MOVE RPL-VERSION-COUNT TO RPL-VER-NUMBER.
035500     MOVE PLHIST-TIMESTAMP TO RPL-VER-STAMP.
035600     MOVE PLHIST-ACTION TO RPL-VER-ACTION.
035700     MOVE PLHIST-OPERATOR-ID TO RPL-VER-OPERATOR.
035800     MOVE PLHIST-PROGRAM TO RPL-VER-PROGRAM.
035900     MOVE PLHIST-RUN-ID TO RPL-VER-RUN-ID.
036000     MOVE RPL-HOLD-BEFORE-TEXT TO RPL-VER-BEFORE.
036100     MOVE RPL-SHAPE-TEXT TO RPL-VER-AFTER.
036200     MOVE RPL-VERSION-LINE TO RESTORE-REPORT-RECORD.
036300     WRITE RESTORE-REPORT-RECORD.
036400     MOVE SPACES TO RPL-HOLD-BEFORE-TEXT.
036500 1100-LIST-ONE-IMAGE-EXIT.
036600     EXIT.
036700*
036800*------------------------------------------------------------*
036900*    2000-RESTORE-VERSION -- FIND THE AFTER-IMAGE OF THE       *
037000*    VERSION ASKED FOR AND PUT IT BACK.  A VERSION LEFT BY A   *
037100*    DELETE OR A RENAME AWAY RESTORES AS A DELETE.             *
037200*------------------------------------------------------------*
037300 2000-RESTORE-VERSION.
037400     MOVE RPL-WANTED-VERSION TO RPL-VERSION-OUT.
037500     MOVE SPACES TO RESTORE-REPORT-RECORD.
037600     STRING "PATTERN LIBRARY RESTORE -- " DELIMITED BY SIZE
037700             RPL-PATTERN-NAME DELIMITED BY SIZE
037800             " TO VERSION " DELIMITED BY SIZE
037900             RPL-VERSION-OUT DELIMITED BY SIZE
038000         INTO RESTORE-REPORT-RECORD.
038100     WRITE RESTORE-REPORT-RECORD.
038200     MOVE SPACES TO RESTORE-REPORT-RECORD.
038300     WRITE RESTORE-REPORT-RECORD.
038400     OPEN INPUT PATLIB-HISTORY-FILE.
038500     IF RPL-HIST-STATUS NOT = "00"
038600         MOVE "NO PATLIBHIST -- NOTHING TO RESTORE FROM"
038700             TO RESTORE-REPORT-RECORD
038800         WRITE RESTORE-REPORT-RECORD
038900         MOVE 8 TO RETURN-CODE
039000         GO TO 2000-RESTORE-VERSION-EXIT
039100     END-IF.
039200     MOVE ZERO TO RPL-VERSION-COUNT.
039300     SET RPL-FOUND-NO TO TRUE.
039400     SET RPL-HIST-EOF-NO TO TRUE.
039500     PERFORM 2100-FIND-VERSION THRU 2100-FIND-VERSION-EXIT
039600         UNTIL RPL-HIST-EOF-YES OR RPL-FOUND-YES.
039700     CLOSE PATLIB-HISTORY-FILE.
039800     IF RPL-FOUND-NO
039900         MOVE SPACES TO RESTORE-REPORT-RECORD
040000         STRING "VERSION " DELIMITED BY SIZE
040100                 RPL-VERSION-OUT DELIMITED BY SIZE
040200                 " NOT ON HISTORY -- NOTHING RESTORED"
040300                     DELIMITED BY SIZE
040400             INTO RESTORE-REPORT-RECORD
040500         WRITE RESTORE-REPORT-RECORD
040600         DISPLAY "RESTORE REJECTED -- VERSION " RPL-WANTED-VERSION
040700             " OF " RPL-PATTERN-NAME " NOT ON HISTORY"
040800         MOVE 8 TO RETURN-CODE
040900         GO TO 2000-RESTORE-VERSION-EXIT
041000     END-IF.
041100     PERFORM 5000-OPEN-LIBRARY THRU 5000-OPEN-LIBRARY-EXIT.
041200     IF RETURN-CODE NOT = ZERO
041300         GO TO 2000-RESTORE-VERSION-EXIT
041400     END-IF.
041500     MOVE "RESTORE" TO RPL-TARGET-ACTION.
041600     PERFORM 5100-APPLY-IMAGE THRU 5100-APPLY-IMAGE-EXIT.
041700     CLOSE PATTERN-LIBRARY-FILE.
041800     IF RPL-APPLY-FAILED
041900         MOVE 8 TO RETURN-CODE
042000     END-IF.
042100     MOVE "App_restorePatternLibrary" TO GRID-LOG-PROGRAM.
042200     IF RPL-APPLY-FAILED
042300         SET GRID-LOG-SEV-ERROR TO TRUE
042400     ELSE
042500         SET GRID-LOG-SEV-INFO TO TRUE
042600     END-IF.
042700     MOVE SPACES TO GRID-LOG-MESSAGE.
042800     STRING "RESTORE " DELIMITED BY SIZE
042900             RPL-PATTERN-NAME DELIMITED BY SPACE
043000             " TO VERSION " DELIMITED BY SIZE
043100             RPL-VERSION-OUT DELIMITED BY SIZE
043200             " BY " DELIMITED BY SIZE
043300             OPCHK-OPERATOR-ID DELIMITED BY SPACE
043400         INTO GRID-LOG-MESSAGE.
043490     MOVE RETURN-CODE TO RPL-HOLD-RETURN-CODE.
043500     CALL "App_writeSystemLog".
043510     MOVE RPL-HOLD-RETURN-CODE TO RETURN-CODE.
043600     DISPLAY "RESTORE COMPLETE -- " RPL-PATTERN-NAME
043700         " VERSION " RPL-WANTED-VERSION.
043800 2000-RESTORE-VERSION-EXIT.
043900     EXIT.
044000*
044100 2100-FIND-VERSION.
044200     READ PATLIB-HISTORY-FILE
044300         AT END
044400             SET RPL-HIST-EOF-YES TO TRUE
044500             GO TO 2100-FIND-VERSION-EXIT
044600     END-READ.
044700     IF PLHIST-PATTERN-NAME NOT = RPL-PATTERN-NAME
044800        OR NOT PLHIST-IMAGE-AFTER
044900         GO TO 2100-FIND-VERSION-EXIT
045000     END-IF.
045100     ADD 1 TO RPL-VERSION-COUNT.
045200     IF RPL-VERSION-COUNT NOT = RPL-WANTED-VERSION
045300         GO TO 2100-FIND-VERSION-EXIT
045400     END-IF.
045500     SET RPL-FOUND-YES TO TRUE.
045600     MOVE PLHIST-PATTERN-NAME TO RPL-TARGET-NAME.
045700     MOVE PLHIST-TIMESTAMP TO RPL-TARGET-STAMP.
045800     MOVE PLHIST-IMAGE-FLAG TO RPL-TARGET-FLAG.
045900     MOVE PLHIST-IMAGE TO RPL-TARGET-IMAGE.
046000 2100-FIND-VERSION-EXIT.
046100     EXIT.
046200*
046300*------------------------------------------------------------*
046400*    3000-ROLLBACK-LIBRARY -- COLLECT, FOR EVERY PATTERN       *
046500*    CHANGED AFTER THE ROLLBACK POINT, THE BEFORE-IMAGE OF ITS *
046600*    FIRST SUCH CHANGE, THEN PUT EACH ONE BACK.  PATTERNS NOT  *
046700*    CHANGED SINCE THE POINT ARE LEFT ALONE.                   *
046800*------------------------------------------------------------*
046900 3000-ROLLBACK-LIBRARY.
047000     MOVE SPACES TO RESTORE-REPORT-RECORD.
047100     STRING "PATTERN LIBRARY ROLLBACK TO " DELIMITED BY SIZE
047200             RPL-ROLLBACK-DATE DELIMITED BY SIZE
047300             " " DELIMITED BY SIZE
047400             RPL-ROLLBACK-TIME DELIMITED BY SIZE
047500         INTO RESTORE-REPORT-RECORD.
047600     WRITE RESTORE-REPORT-RECORD.
047700     MOVE SPACES TO RESTORE-REPORT-RECORD.
047800     WRITE RESTORE-REPORT-RECORD.
047900     OPEN INPUT PATLIB-HISTORY-FILE.
048000     IF RPL-HIST-STATUS NOT = "00"
048100         MOVE "NO PATLIBHIST -- NOTHING TO ROLL BACK"
048200             TO RESTORE-REPORT-RECORD
048300         WRITE RESTORE-REPORT-RECORD
048400         MOVE 4 TO RETURN-CODE
048500         GO TO 3000-ROLLBACK-LIBRARY-EXIT
048600     END-IF.
048700     MOVE ZERO TO RPL-ROLL-COUNT.
048800     MOVE ZERO TO RPL-SKIPPED-COUNT.
048900     SET RPL-HIST-EOF-NO TO TRUE.
049000     PERFORM 3100-COLLECT-FIRST-CHANGE
049100         THRU 3100-COLLECT-FIRST-CHANGE-EXIT
049200         UNTIL RPL-HIST-EOF-YES.
049300     CLOSE PATLIB-HISTORY-FILE.
049400     IF RPL-ROLL-COUNT = ZERO
049500         MOVE "NO CHANGES SINCE THE ROLLBACK POINT"
049600             TO RESTORE-REPORT-RECORD
049700         WRITE RESTORE-REPORT-RECORD
049800         MOVE 4 TO RETURN-CODE
049900         GO TO 3000-ROLLBACK-LIBRARY-EXIT
050000     END-IF.
050100     PERFORM 5000-OPEN-LIBRARY THRU 5000-OPEN-LIBRARY-EXIT.
050200     IF RETURN-CODE NOT = ZERO
050300         GO TO 3000-ROLLBACK-LIBRARY-EXIT
050400     END-IF.
050500     MOVE ZERO TO RPL-CHANGED-COUNT.
050600     MOVE ZERO TO RPL-FAILED-COUNT.
050700     PERFORM 3200-ROLL-BACK-ONE THRU 3200-ROLL-BACK-ONE-EXIT
050800         VARYING RPL-ROLL-IDX FROM 1 BY 1
050900             UNTIL RPL-ROLL-IDX > RPL-ROLL-COUNT.
051000     CLOSE PATTERN-LIBRARY-FILE.
051100     PERFORM 3300-WRITE-ROLLBACK-TOTALS
051200         THRU 3300-WRITE-ROLLBACK-TOTALS-EXIT.
051300 3000-ROLLBACK-LIBRARY-EXIT.
051400     EXIT.
051500*
051600 3100-COLLECT-FIRST-CHANGE.
051700     READ PATLIB-HISTORY-FILE
051800         AT END
051900             SET RPL-HIST-EOF-YES TO TRUE
052000             GO TO 3100-COLLECT-FIRST-CHANGE-EXIT
052100     END-READ.
052200     IF NOT PLHIST-IMAGE-BEFORE
052300        OR PLHIST-TIMESTAMP NOT > RPL-ROLLBACK-STAMP
052400         GO TO 3100-COLLECT-FIRST-CHANGE-EXIT
052500     END-IF.
052600     MOVE ZERO TO RPL-MATCH-SLOT.
052700     PERFORM 3110-FIND-ROLL-SLOT THRU 3110-FIND-ROLL-SLOT-EXIT
052800         VARYING RPL-ROLL-IDX FROM 1 BY 1
052900             UNTIL RPL-ROLL-IDX > RPL-ROLL-COUNT
053000                 OR RPL-MATCH-SLOT NOT = ZERO.
053100     IF RPL-MATCH-SLOT NOT = ZERO
053200         GO TO 3100-COLLECT-FIRST-CHANGE-EXIT
053300     END-IF.
053400     IF RPL-ROLL-COUNT >= 500
053500         ADD 1 TO RPL-SKIPPED-COUNT
053600         GO TO 3100-COLLECT-FIRST-CHANGE-EXIT
053700     END-IF.
053800     ADD 1 TO RPL-ROLL-COUNT.
053900     MOVE PLHIST-PATTERN-NAME TO RPL-ROLL-NAME (RPL-ROLL-COUNT).
054000     MOVE PLHIST-ACTION TO RPL-ROLL-ACTION (RPL-ROLL-COUNT).
054100     MOVE PLHIST-TIMESTAMP TO RPL-ROLL-STAMP (RPL-ROLL-COUNT).
054200     MOVE PLHIST-IMAGE-FLAG TO RPL-ROLL-FLAG (RPL-ROLL-COUNT).
054300     MOVE PLHIST-IMAGE TO RPL-ROLL-IMAGE (RPL-ROLL-COUNT).
054400 3100-COLLECT-FIRST-CHANGE-EXIT.
054500     EXIT.
054600*
054700 3110-FIND-ROLL-SLOT.
054800     IF RPL-ROLL-NAME (RPL-ROLL-IDX) = PLHIST-PATTERN-NAME
054900         MOVE RPL-ROLL-IDX TO RPL-MATCH-SLOT
055000     END-IF.
055100 3110-FIND-ROLL-SLOT-EXIT.
055200     EXIT.
055300*
055400 3200-ROLL-BACK-ONE.
055500     MOVE RPL-ROLL-NAME (RPL-ROLL-IDX) TO RPL-TARGET-NAME.
055600     MOVE RPL-ROLL-STAMP (RPL-ROLL-IDX) TO RPL-TARGET-STAMP.
055700     MOVE RPL-ROLL-FLAG (RPL-ROLL-IDX) TO RPL-TARGET-FLAG.
055800     MOVE RPL-ROLL-IMAGE (RPL-ROLL-IDX) TO RPL-TARGET-IMAGE.
055900     MOVE "ROLLBACK" TO RPL-TARGET-ACTION.
056000     PERFORM 5100-APPLY-IMAGE THRU 5100-APPLY-IMAGE-EXIT.
056100     IF RPL-APPLY-FAILED
056200         ADD 1 TO RPL-FAILED-COUNT
056300     END-IF.
056400     IF RPL-APPLY-CHANGED
056500         ADD 1 TO RPL-CHANGED-COUNT
056600     END-IF.
056700 3200-ROLL-BACK-ONE-EXIT.
056800     EXIT.
056900*
057000 3300-WRITE-ROLLBACK-TOTALS.
057100     MOVE SPACES TO RESTORE-REPORT-RECORD.
057200     WRITE RESTORE-REPORT-RECORD.
057300     MOVE RPL-CHANGED-COUNT TO RPL-COUNT-OUT.
057400     MOVE SPACES TO RESTORE-REPORT-RECORD.
057500     STRING "PATTERNS ROLLED BACK: " DELIMITED BY SIZE
057600             RPL-COUNT-OUT DELIMITED BY SIZE
057700         INTO RESTORE-REPORT-RECORD.
057800     WRITE RESTORE-REPORT-RECORD.
057900     IF RPL-FAILED-COUNT > ZERO
058000         MOVE RPL-FAILED-COUNT TO RPL-COUNT-OUT
058100         MOVE SPACES TO RESTORE-REPORT-RECORD
058200         STRING "PATTERNS THAT FAILED: " DELIMITED BY SIZE
058300                 RPL-COUNT-OUT DELIMITED BY SIZE
058400             INTO RESTORE-REPORT-RECORD
058500         WRITE RESTORE-REPORT-RECORD
058600         MOVE 8 TO RETURN-CODE
058700     END-IF.
058800     IF RPL-SKIPPED-COUNT > ZERO
058900         MOVE RPL-SKIPPED-COUNT TO RPL-COUNT-OUT
059000         MOVE SPACES TO RESTORE-REPORT-RECORD
059100         STRING "CHANGES PAST THE 500-PATTERN TABLE, NOT ROLLED "
059200                     DELIMITED BY SIZE
059300                 "BACK: " DELIMITED BY SIZE
059400                 RPL-COUNT-OUT DELIMITED BY SIZE
059500             INTO RESTORE-REPORT-RECORD
059600         WRITE RESTORE-REPORT-RECORD
059700         IF RETURN-CODE < 4
059800             MOVE 4 TO RETURN-CODE
059900         END-IF
060000     END-IF.
060100     MOVE "App_restorePatternLibrary" TO GRID-LOG-PROGRAM.
060200     IF RETURN-CODE > 4
060300         SET GRID-LOG-SEV-ERROR TO TRUE
060400     ELSE
060500         IF RETURN-CODE = 4
060600             SET GRID-LOG-SEV-WARNING TO TRUE
060700         ELSE
060800             SET GRID-LOG-SEV-INFO TO TRUE
060900         END-IF
061000     END-IF.
061050     MOVE RPL-CHANGED-COUNT TO RPL-COUNT-OUT.
061100     MOVE SPACES TO GRID-LOG-MESSAGE.
061200     STRING "ROLLBACK TO " DELIMITED BY SIZE
061300             RPL-ROLLBACK-DATE DELIMITED BY SIZE
061400             " " DELIMITED BY SIZE
061500             RPL-ROLLBACK-TIME DELIMITED BY SIZE
061600             " BY " DELIMITED BY SIZE
061700             OPCHK-OPERATOR-ID DELIMITED BY SPACE
061800             " PATTERNS " DELIMITED BY SIZE
061900             RPL-COUNT-OUT DELIMITED BY SIZE
062000         INTO GRID-LOG-MESSAGE.
062190     MOVE RETURN-CODE TO RPL-HOLD-RETURN-CODE.
062200     CALL "App_writeSystemLog".
062210     MOVE RPL-HOLD-RETURN-CODE TO RETURN-CODE.
062300     DISPLAY "ROLLBACK COMPLETE -- PATTERNS: " RPL-CHANGED-COUNT
062400         " FAILED: " RPL-FAILED-COUNT.
062500 3300-WRITE-ROLLBACK-TOTALS-EXIT.
062600     EXIT.
062700*
062800*------------------------------------------------------------*
062900*    5000-OPEN-LIBRARY -- I-O, CREATING AN EMPTY FILE IF ONE   *
063000*    HAS NEVER BEEN BUILT, THE SAME WAY THE MAINTENANCE SCREEN *
063100*    DOES.                                                     *
063200*------------------------------------------------------------*
063300 5000-OPEN-LIBRARY.
063400     OPEN I-O PATTERN-LIBRARY-FILE.
063500     IF RPL-PATLIB-STATUS = "35"
063600         OPEN OUTPUT PATTERN-LIBRARY-FILE
063700         CLOSE PATTERN-LIBRARY-FILE
063800         OPEN I-O PATTERN-LIBRARY-FILE
063900     END-IF.
064000     IF RPL-PATLIB-STATUS NOT = "00"
064100         MOVE SPACES TO RESTORE-REPORT-RECORD
064200         STRING "UNABLE TO OPEN PATTERNLIB " DELIMITED BY SIZE
064300                 RPL-PATLIB-STATUS DELIMITED BY SIZE
064400             INTO RESTORE-REPORT-RECORD
064500         WRITE RESTORE-REPORT-RECORD
064600         DISPLAY "UNABLE TO OPEN PATTERNLIB " RPL-PATLIB-STATUS
064700         MOVE 8 TO RETURN-CODE
064800     END-IF.
064900 5000-OPEN-LIBRARY-EXIT.
065000     EXIT.
065100*
065200*------------------------------------------------------------*
065300*    5100-APPLY-IMAGE -- MAKE THE LIBRARY HOLD RPL-TARGET-     *
065400*    IMAGE UNDER RPL-TARGET-NAME (OR NOTHING, WHEN THE TARGET  *
065500*    IS ABSENT), REPORT IT, AND LOG THE CHANGE TO PATLIBHIST   *
065600*    WITH WHAT WAS THERE BEFORE.                               *
065700*------------------------------------------------------------*
065800 5100-APPLY-IMAGE.
065900     SET RPL-APPLY-UNCHANGED TO TRUE.
066000     MOVE RPL-TARGET-NAME TO PATLIB-PATTERN-NAME.
066100     READ PATTERN-LIBRARY-FILE
066200         INVALID KEY
066300             SET RPL-CURRENT-ABSENT TO TRUE
066400             MOVE SPACES TO RPL-CURRENT-IMAGE
066500         NOT INVALID KEY
066600             SET RPL-CURRENT-PRESENT TO TRUE
066700             MOVE PATLIB-RECORD TO RPL-CURRENT-IMAGE
066800     END-READ.
066900     IF RPL-TARGET-ABSENT AND RPL-CURRENT-ABSENT
067000         MOVE SPACES TO RESTORE-REPORT-RECORD
067100         STRING "ALREADY ABSENT   " DELIMITED BY SIZE
067200                 RPL-TARGET-NAME DELIMITED BY SIZE
067300             INTO RESTORE-REPORT-RECORD
067400         WRITE RESTORE-REPORT-RECORD
067500         GO TO 5100-APPLY-IMAGE-EXIT
067600     END-IF.
067700     IF RPL-TARGET-ABSENT
067800         DELETE PATTERN-LIBRARY-FILE
067900             INVALID KEY
068000                 SET RPL-APPLY-FAILED TO TRUE
068100         END-DELETE
068200     ELSE
068300         MOVE RPL-TARGET-IMAGE TO PATLIB-RECORD
068350         PERFORM 5200-SET-SHAPE-KEY
068370             THRU 5200-SET-SHAPE-KEY-EXIT
068400         IF RPL-CURRENT-PRESENT
068500             REWRITE PATLIB-RECORD
068600                 INVALID KEY
068700                     SET RPL-APPLY-FAILED TO TRUE
068800             END-REWRITE
068900         ELSE
069000             WRITE PATLIB-RECORD
069100                 INVALID KEY
069200                     SET RPL-APPLY-FAILED TO TRUE
069300             END-WRITE
069400         END-IF
069500     END-IF.
069600     MOVE SPACES TO RESTORE-REPORT-RECORD.
069700     IF RPL-APPLY-FAILED
069800         STRING "FAILED " DELIMITED BY SIZE
069900                 RPL-PATLIB-STATUS DELIMITED BY SIZE
070000                 "        " DELIMITED BY SIZE
070100                 RPL-TARGET-NAME DELIMITED BY SIZE
070200             INTO RESTORE-REPORT-RECORD
070300         WRITE RESTORE-REPORT-RECORD
070400         GO TO 5100-APPLY-IMAGE-EXIT
070500     END-IF.
070600     SET RPL-APPLY-CHANGED TO TRUE.
070700     MOVE RPL-TARGET-FLAG TO RPL-DESC-FLAG.
070800     MOVE RPL-TARGET-IMAGE TO RPL-DESC-IMAGE.
070900     PERFORM 8000-DESCRIBE-IMAGE THRU 8000-DESCRIBE-IMAGE-EXIT.
071000     IF RPL-TARGET-ABSENT
071100         STRING "DELETED          " DELIMITED BY SIZE
071200                 RPL-TARGET-NAME DELIMITED BY SIZE
071300                 "  AS OF " DELIMITED BY SIZE
071400                 RPL-TARGET-STAMP DELIMITED BY SIZE
071500             INTO RESTORE-REPORT-RECORD
071600     ELSE
071700         STRING "PUT BACK         " DELIMITED BY SIZE
071800                 RPL-TARGET-NAME DELIMITED BY SIZE
071900                 "  AS OF " DELIMITED BY SIZE
072000                 RPL-TARGET-STAMP DELIMITED BY SIZE
072100                 "  SIZE/CELLS " DELIMITED BY SIZE
072200                 RPL-SHAPE-TEXT DELIMITED BY SIZE
072300             INTO RESTORE-REPORT-RECORD
072400     END-IF.
072500     WRITE RESTORE-REPORT-RECORD.
072600     MOVE "App_restorePatternLibrary" TO PLHREQ-PROGRAM.
072700     MOVE OPCHK-OPERATOR-ID TO PLHREQ-OPERATOR-ID.
072800     MOVE SPACES TO PLHREQ-RUN-ID.
072900     MOVE RPL-TARGET-ACTION TO PLHREQ-ACTION.
073000     MOVE RPL-TARGET-NAME TO PLHREQ-PATTERN-NAME.
073100     MOVE RPL-CURRENT-FLAG TO PLHREQ-BEFORE-FLAG.
073200     MOVE RPL-CURRENT-IMAGE TO PLHREQ-BEFORE-IMAGE.
073300     MOVE RPL-TARGET-FLAG TO PLHREQ-AFTER-FLAG.
073400     MOVE RPL-TARGET-IMAGE TO PLHREQ-AFTER-IMAGE.
073500     CALL "App_writePatlibHistory".
073600 5100-APPLY-IMAGE-EXIT.
073700     EXIT.
073706*
073712*------------------------------------------------------------*
073718*    5200-SET-SHAPE-KEY -- THE CANONICAL SHAPE KEY FOR THE     *
073724*    CELLS NOW IN PATLIB-RECORD, SET BEFORE EVERY WRITE OR     *
073730*    REWRITE SO THE ALTERNATE KEY ALWAYS MATCHES THE SHAPE.    *
073736*------------------------------------------------------------*
073742 5200-SET-SHAPE-KEY.
073748     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
073754     SET SKREQ-FUNC-KEY TO TRUE.
073760     MOVE RETURN-CODE TO RPL-HOLD-RETURN-CODE.
073766     CALL "App_computeShapeKey".
073772     MOVE RPL-HOLD-RETURN-CODE TO RETURN-CODE.
073778     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
073784 5200-SET-SHAPE-KEY-EXIT.
073790     EXIT.
073800*
073900*------------------------------------------------------------*
074000*    8000-DESCRIBE-IMAGE -- "WWWXHHH  CCCCC" FOR THE IMAGE IN  *
074100*    RPL-DESC-AREA, OR "(NONE)" WHEN IT IS ABSENT.             *
074200*------------------------------------------------------------*
074300 8000-DESCRIBE-IMAGE.
074400     IF RPL-DESC-ABSENT
074500        OR RPL-DESC-WIDTH IS NOT NUMERIC
074600        OR RPL-DESC-HEIGHT IS NOT NUMERIC
074700        OR RPL-DESC-CELLS IS NOT NUMERIC
074800         MOVE "(NONE)" TO RPL-SHAPE-TEXT
074900         GO TO 8000-DESCRIBE-IMAGE-EXIT
075000     END-IF.
075100     MOVE RPL-DESC-WIDTH TO RPL-SHAPE-WIDTH.
075200     MOVE "X" TO RPL-SHAPE-TEXT (4:1).
075300     MOVE RPL-DESC-HEIGHT TO RPL-SHAPE-HEIGHT.
075400     MOVE SPACES TO RPL-SHAPE-TEXT (8:2).
075500     MOVE RPL-DESC-CELLS TO RPL-SHAPE-CELLS.
075600 8000-DESCRIBE-IMAGE-EXIT.
075700     EXIT.
