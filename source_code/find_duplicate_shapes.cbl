000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_findDuplicateShapes.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- DUPLICATE-SHAPE FINDER FOR THE
001000*    10/15/2026  ME   PATTERN LIBRARY.  THE SAME SHAPE HAS PILED
001100*    10/15/2026  ME   UP UNDER SEVERAL NAMES (THE SIXTEEN SEEDED
001200*    10/15/2026  ME   GLIDERS, IMPORTED AND SAVED BLOCKS AND
001300*    10/15/2026  ME   BLINKERS).  A FULL RUN FIRST BRINGS EVERY
001400*    10/15/2026  ME   RECORD'S CANONICAL SHAPE KEY UP TO DATE,
001500*    10/15/2026  ME   THEN READS THE LIBRARY IN SHAPE-KEY ORDER
001600*    10/15/2026  ME   AND PRINTS EACH SHAPE HELD MORE THAN ONCE,
001700*    10/15/2026  ME   WITH THE ORIENTATION IN WHICH EACH DUPLICATE
001800*    10/15/2026  ME   MATCHES THE FIRST RECORD OF ITS SHAPE.  A
001900*    10/15/2026  ME   LOOKUP RUN LISTS EVERY RECORD OF THE SAME
002000*    10/15/2026  ME   SHAPE AS ONE NAMED PATTERN, THROUGH THE
002100*    10/15/2026  ME   ALTERNATE KEY.  REPORT TO SHAPERPT.
002200*
002300*    PARM CARD:     1  BLANK -- FULL RUN OVER THE WHOLE LIBRARY
002400*                      (REWRITES STALE SHAPE KEYS, SO NEEDS THE
002500*                      LIBRARY FUNCTION)
002600*                      "S" -- LOOK UP THE SHAPE OF ONE PATTERN
002700*                   2-21  PATTERN NAME FOR "S"
002800*
002900*    RETURN CODES:  0  NO DUPLICATES FOUND
003000*                   4  DUPLICATES FOUND, OR NO LIBRARY TO READ
003100*                   8  BAD PARM, PATTERN NOT ON FILE, OR A SHAPE
003200*                      KEY COULD NOT BE REWRITTEN
003300*                  12  SHAPERPT OR PATTERNLIB WOULD NOT OPEN
003400*                  16  OPERATOR REFUSED
003500*
003600 ENVIRONMENT DIVISION.
003700  CONFIGURATION SECTION.
003800   SOURCE-COMPUTER. Linux.
003900   OBJECT-COMPUTER. Linux.
004000  INPUT-OUTPUT SECTION.
004100   FILE-CONTROL.
004200       SELECT PATTERN-LIBRARY-FILE ASSIGN TO "PATTERNLIB"
004300           ORGANIZATION IS INDEXED
004400           ACCESS MODE IS DYNAMIC
004500           RECORD KEY IS PATLIB-PATTERN-NAME
004600           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
004700               WITH DUPLICATES
004800           FILE STATUS IS FDS-PATLIB-STATUS.
004900       SELECT SHAPE-REPORT-FILE ASSIGN TO "SHAPERPT"
005000           ORGANIZATION IS LINE SEQUENTIAL
005100           FILE STATUS IS FDS-REPORT-STATUS.
005200   I-O-CONTROL.
005300*
005400 DATA DIVISION.
005500  FILE SECTION.
005600  FD  PATTERN-LIBRARY-FILE.
005700      COPY "pattern_lib.cpy".
005800  FD  SHAPE-REPORT-FILE.
005900  01  SHAPE-REPORT-RECORD             PIC X(132).
006000  WORKING-STORAGE SECTION.
006100      COPY "operator_check.cpy".
006200      COPY "shape_key_request.cpy".
006300  77  FDS-PATLIB-STATUS               PIC X(02) VALUE SPACES.
006400  77  FDS-REPORT-STATUS               PIC X(02) VALUE SPACES.
006500  77  FDS-EOF-SWITCH                  PIC X(01) VALUE "N".
006600      88  FDS-EOF-YES                     VALUE "Y".
006700      88  FDS-EOF-NO                      VALUE "N".
006800  77  FDS-MODE-SWITCH                 PIC X(01) VALUE "F".
006900      88  FDS-MODE-FULL                   VALUE "F".
007000      88  FDS-MODE-LOOKUP                 VALUE "S".
007100  77  FDS-MATCH-SWITCH                PIC X(01) VALUE "N".
007200      88  FDS-MATCH-YES                   VALUE "Y".
007300      88  FDS-MATCH-NO                    VALUE "N".
007400  77  FDS-LOOKUP-NAME                 PIC X(20) VALUE SPACES.
007500  77  FDS-TRY-ORIENT                  PIC 9(01) VALUE ZERO.
007600  77  FDS-MATCH-ORIENT                PIC 9(01) VALUE ZERO.
007700  77  FDS-GROUP-SIZE                  PIC 9(05) COMP VALUE ZERO.
007800  77  FDS-READ-COUNT                  PIC 9(05) COMP VALUE ZERO.
007900  77  FDS-REFRESHED-COUNT             PIC 9(05) COMP VALUE ZERO.
008000  77  FDS-FAILED-COUNT                PIC 9(05) COMP VALUE ZERO.
008100  77  FDS-SHAPE-COUNT                 PIC 9(05) COMP VALUE ZERO.
008200  77  FDS-DUPLICATE-COUNT             PIC 9(05) COMP VALUE ZERO.
008300  77  FDS-COLLISION-COUNT             PIC 9(05) COMP VALUE ZERO.
008400  77  FDS-COUNT-OUT                   PIC ZZZZ9 VALUE SPACES.
008500  77  FDS-HEIGHT-OUT                  PIC ZZ9 VALUE SPACES.
008600  77  FDS-WIDTH-OUT                   PIC ZZ9 VALUE SPACES.
008700  77  FDS-CELLS-OUT                   PIC ZZZZ9 VALUE SPACES.
008800*
008900*** THE FIRST RECORD READ OF THE SHAPE NOW BEING LOOKED AT, AND
009000*** ITS CELLS AS STORED.  EVERY LATER RECORD OF THE SAME KEY IS
009100*** TURNED EACH OF THE EIGHT WAYS TO FIND WHICH ONE LINES UP.
009200  01  FDS-MASTER-AREA.
009300      05  FDS-MASTER-NAME             PIC X(20).
009400      05  FDS-MASTER-KEY              PIC X(29).
009500      05  FDS-MASTER-COUNT            PIC 9(05).
009600      05  FDS-MASTER-TABLE.
009700          10  FDS-MASTER-CODE         PIC 9(06) OCCURS 500 TIMES.
009800*
009900*** HOW TO SAY EACH ORIENTATION ON THE REPORT, IN
010000*** SKREQ-ORIENTATION ORDER.
010100  01  FDS-ORIENT-NAME-VALUES.
010200      05  FILLER                      PIC X(24) VALUE
010300              "LEFT AS IS".
010400      05  FILLER                      PIC X(24) VALUE
010500              "ROTATED 90 CLOCKWISE".
010600      05  FILLER                      PIC X(24) VALUE
010700              "ROTATED 180".
010800      05  FILLER                      PIC X(24) VALUE
010900              "ROTATED 90 ANTICLOCKWISE".
011000      05  FILLER                      PIC X(24) VALUE
011100              "MIRRORED LEFT-RIGHT".
011200      05  FILLER                      PIC X(24) VALUE
011300              "MIRRORED ON ANTIDIAGONAL".
011400      05  FILLER                      PIC X(24) VALUE
011500              "MIRRORED TOP-BOTTOM".
011600      05  FILLER                      PIC X(24) VALUE
011700              "MIRRORED ON DIAGONAL".
011800  01  FDS-ORIENT-NAME-TABLE REDEFINES FDS-ORIENT-NAME-VALUES.
011900      05  FDS-ORIENT-NAME             PIC X(24) OCCURS 8 TIMES.
012000*
012100*** ONE REPORT LINE PER LIBRARY RECORD IN A GROUP.
012200  01  FDS-DETAIL-LINE.
012300      05  FILLER                      PIC X(04) VALUE SPACES.
012400      05  FDS-DTL-ROLE                PIC X(10).
012500      05  FILLER                      PIC X(02) VALUE SPACES.
012600      05  FDS-DTL-NAME                PIC X(20).
012700      05  FILLER                      PIC X(02) VALUE SPACES.
012800      05  FDS-DTL-TEXT                PIC X(70).
012900*
013000 LINKAGE SECTION.
013100 01  LK-PARM-DATA.
013200     05  LK-PARM-LENGTH              PIC S9(04) COMP.
013300     05  LK-PARM-TEXT                PIC X(21).
013400*
013500 PROCEDURE DIVISION USING LK-PARM-DATA.
013600*------------------------------------------------------------*
013700*    0000-MAINLINE -- READ THE PARM, CHECK THE OPERATOR FOR    *
013800*    THE KIND OF RUN ASKED FOR, OPEN THE REPORT AND THE        *
013900*    LIBRARY, AND RUN THE FULL PASS OR THE ONE LOOKUP.         *
014000*------------------------------------------------------------*
014100 0000-MAINLINE.
014200     IF LK-PARM-LENGTH > ZERO AND LK-PARM-TEXT (1:1) NOT = SPACE
014300         IF LK-PARM-TEXT (1:1) NOT = "S"
014400             DISPLAY "PARM MUST BE BLANK OR S<PATTERN NAME>"
014500             MOVE 8 TO RETURN-CODE
014600             GO TO 0000-MAINLINE-EXIT
014700         END-IF
014800         SET FDS-MODE-LOOKUP TO TRUE
014900         IF LK-PARM-LENGTH > 1
015000             MOVE LK-PARM-TEXT (2:20) TO FDS-LOOKUP-NAME
015100         END-IF
015200         IF FDS-LOOKUP-NAME = SPACES
015300             DISPLAY "PATTERN NAME REQUIRED AFTER S ON PARM"
015400             MOVE 8 TO RETURN-CODE
015500             GO TO 0000-MAINLINE-EXIT
015600         END-IF
015700     END-IF.
015800     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
015900     IF OPCHK-REFUSED
016000         MOVE 16 TO RETURN-CODE
016100         GO TO 0000-MAINLINE-EXIT
016200     END-IF.
016300     OPEN OUTPUT SHAPE-REPORT-FILE.
016400     IF FDS-REPORT-STATUS NOT = "00"
016500         DISPLAY "UNABLE TO OPEN SHAPERPT " FDS-REPORT-STATUS
016600         MOVE 12 TO RETURN-CODE
016700         GO TO 0000-MAINLINE-EXIT
016800     END-IF.
016900     MOVE SPACES TO SHAPE-REPORT-RECORD.
017000     IF FDS-MODE-FULL
017100         MOVE "DUPLICATE SHAPES IN THE PATTERN LIBRARY"
017200             TO SHAPE-REPORT-RECORD
017300         OPEN I-O PATTERN-LIBRARY-FILE
017400     ELSE
017500         STRING "PATTERNS OF THE SAME SHAPE AS " DELIMITED BY SIZE
017600                 FDS-LOOKUP-NAME DELIMITED BY SPACE
017700             INTO SHAPE-REPORT-RECORD
017800         OPEN INPUT PATTERN-LIBRARY-FILE
017900     END-IF.
018000     WRITE SHAPE-REPORT-RECORD.
018100     IF FDS-PATLIB-STATUS = "35"
018200         MOVE "NO PATTERN LIBRARY -- NOTHING TO CHECK"
018300             TO SHAPE-REPORT-RECORD
018400         WRITE SHAPE-REPORT-RECORD
018500         CLOSE SHAPE-REPORT-FILE
018600         MOVE 4 TO RETURN-CODE
018700         GO TO 0000-MAINLINE-EXIT
018800     END-IF.
018900     IF FDS-PATLIB-STATUS NOT = "00"
019000         DISPLAY "UNABLE TO OPEN PATTERNLIB " FDS-PATLIB-STATUS
019100         CLOSE SHAPE-REPORT-FILE
019200         MOVE 12 TO RETURN-CODE
019300         GO TO 0000-MAINLINE-EXIT
019400     END-IF.
019500     IF FDS-MODE-FULL
019600         PERFORM 1000-REFRESH-SHAPE-KEYS
019700             THRU 1000-REFRESH-SHAPE-KEYS-EXIT
019800         PERFORM 2000-GROUP-BY-SHAPE THRU 2000-GROUP-BY-SHAPE-EXIT
019900     ELSE
020000         PERFORM 4000-LOOKUP-SHAPE THRU 4000-LOOKUP-SHAPE-EXIT
020100     END-IF.
020200     CLOSE PATTERN-LIBRARY-FILE.
020300     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
020400     CLOSE SHAPE-REPORT-FILE.
020500     DISPLAY "SHAPE CHECK COMPLETE -- DUPLICATES: "
020600         FDS-DUPLICATE-COUNT " KEYS REFRESHED: "
020700         FDS-REFRESHED-COUNT.
020800     IF FDS-FAILED-COUNT > ZERO
020900        OR (FDS-MODE-LOOKUP AND FDS-READ-COUNT = ZERO)
021000         MOVE 8 TO RETURN-CODE
021100     ELSE
021200         IF FDS-DUPLICATE-COUNT > ZERO
021300             MOVE 4 TO RETURN-CODE
021400         ELSE
021500             MOVE ZERO TO RETURN-CODE
021600         END-IF
021700     END-IF.
021800 0000-MAINLINE-EXIT.
021900     GOBACK.
022000*
022100*------------------------------------------------------------*
022200*    0100-CHECK-OPERATOR -- A FULL RUN REWRITES SHAPE KEYS ON  *
022300*    THE LIBRARY, SO IT NEEDS THE LIBRARY FUNCTION; A LOOKUP   *
022400*    ONLY READS, SO ANY ACTIVE OPERATOR MAY RUN IT.            *
022500*------------------------------------------------------------*
022600 0100-CHECK-OPERATOR.
022700     MOVE SPACES TO OPCHK-OPERATOR-ID.
022800     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
022900     MOVE "App_findDuplicateShapes" TO OPCHK-PROGRAM.
023000     MOVE SPACES TO OPCHK-RUN-ID.
023100     IF FDS-MODE-FULL
023200         SET OPCHK-FUNC-LIBRARY TO TRUE
023300     ELSE
023400         SET OPCHK-FUNC-RUN TO TRUE
023500     END-IF.
023600     CALL "App_checkOperator".
023700 0100-CHECK-OPERATOR-EXIT.
023800     EXIT.
023900*
024000*------------------------------------------------------------*
024100*    1000-REFRESH-SHAPE-KEYS -- ONE PASS IN NAME ORDER, WORKING *
024200*    OUT EVERY RECORD'S SHAPE KEY AFRESH AND REWRITING THOSE    *
024300*    THAT DIFFER -- RECORDS RELOADED FROM AN OLD LIBRARY OR     *
024400*    HISTORY IMAGE, OR WRITTEN BY ANY MEANS THAT SKIPPED THE    *
024500*    KEY.  THE GROUPING PASS CAN THEN TRUST THE ALTERNATE KEY.  *
024600*------------------------------------------------------------*
024700 1000-REFRESH-SHAPE-KEYS.
024800     MOVE LOW-VALUES TO PATLIB-PATTERN-NAME.
024900     START PATTERN-LIBRARY-FILE
025000         KEY IS NOT LESS THAN PATLIB-PATTERN-NAME
025100         INVALID KEY
025200             GO TO 1000-REFRESH-SHAPE-KEYS-EXIT
025300     END-START.
025400     SET FDS-EOF-NO TO TRUE.
025500     PERFORM 1100-REFRESH-ONE-KEY THRU 1100-REFRESH-ONE-KEY-EXIT
025600         UNTIL FDS-EOF-YES.
025700 1000-REFRESH-SHAPE-KEYS-EXIT.
025800     EXIT.
025900*
026000 1100-REFRESH-ONE-KEY.
026100     READ PATTERN-LIBRARY-FILE NEXT RECORD
026200         AT END
026300             SET FDS-EOF-YES TO TRUE
026400             GO TO 1100-REFRESH-ONE-KEY-EXIT
026500     END-READ.
026600     ADD 1 TO FDS-READ-COUNT.
026700     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
026800     SET SKREQ-FUNC-KEY TO TRUE.
026900     CALL "App_computeShapeKey".
027000     IF SKREQ-SHAPE-KEY = PATLIB-SHAPE-KEY
027100         GO TO 1100-REFRESH-ONE-KEY-EXIT
027200     END-IF.
027300     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
027400*** "02" IS A GOOD REWRITE THAT LEAVES A DUPLICATE ALTERNATE KEY
027500*** -- WHICH IS THE VERY THING BEING LOOKED FOR.
027600     REWRITE PATLIB-RECORD
027700         INVALID KEY
027800             CONTINUE
027900     END-REWRITE.
028000     IF FDS-PATLIB-STATUS NOT = "00" AND NOT = "02"
028100         ADD 1 TO FDS-FAILED-COUNT
028200         MOVE "KEY FAILED" TO FDS-DTL-ROLE
028300         MOVE PATLIB-PATTERN-NAME TO FDS-DTL-NAME
028400         MOVE SPACES TO FDS-DTL-TEXT
028500         STRING "SHAPE KEY COULD NOT BE REWRITTEN, STATUS "
028600                     DELIMITED BY SIZE
028700                 FDS-PATLIB-STATUS DELIMITED BY SIZE
028800             INTO FDS-DTL-TEXT
028900         WRITE SHAPE-REPORT-RECORD FROM FDS-DETAIL-LINE
029000         GO TO 1100-REFRESH-ONE-KEY-EXIT
029100     END-IF.
029200     ADD 1 TO FDS-REFRESHED-COUNT.
029300 1100-REFRESH-ONE-KEY-EXIT.
029400     EXIT.
029500*
029600*------------------------------------------------------------*
029700*    2000-GROUP-BY-SHAPE -- THE WHOLE LIBRARY IN SHAPE-KEY     *
029800*    ORDER, SO EVERY RECORD OF ONE SHAPE COMES TOGETHER.  THE  *
029900*    FIRST OF EACH KEY IS HELD AS THE MASTER; THE GROUP IS     *
030000*    ONLY PRINTED ONCE A SECOND RECORD TURNS UP.               *
030100*------------------------------------------------------------*
030200 2000-GROUP-BY-SHAPE.
030300     MOVE LOW-VALUES TO PATLIB-SHAPE-KEY.
030400     START PATTERN-LIBRARY-FILE
030500         KEY IS NOT LESS THAN PATLIB-SHAPE-KEY
030600         INVALID KEY
030700             GO TO 2000-GROUP-BY-SHAPE-EXIT
030800     END-START.
030900     MOVE HIGH-VALUES TO FDS-MASTER-KEY.
031000     SET FDS-EOF-NO TO TRUE.
031100     PERFORM 2100-GROUP-ONE-RECORD THRU 2100-GROUP-ONE-RECORD-EXIT
031200         UNTIL FDS-EOF-YES.
031300 2000-GROUP-BY-SHAPE-EXIT.
031400     EXIT.
031500*
031600 2100-GROUP-ONE-RECORD.
031700     READ PATTERN-LIBRARY-FILE NEXT RECORD
031800         AT END
031900             SET FDS-EOF-YES TO TRUE
032000             GO TO 2100-GROUP-ONE-RECORD-EXIT
032100     END-READ.
032200     IF PATLIB-SHAPE-KEY NOT = FDS-MASTER-KEY
032300         PERFORM 2200-HOLD-MASTER THRU 2200-HOLD-MASTER-EXIT
032400         GO TO 2100-GROUP-ONE-RECORD-EXIT
032500     END-IF.
032600     ADD 1 TO FDS-GROUP-SIZE.
032700     IF FDS-GROUP-SIZE = 2
032800         PERFORM 2300-START-GROUP THRU 2300-START-GROUP-EXIT
032900     END-IF.
033000     PERFORM 3000-MATCH-TO-MASTER THRU 3000-MATCH-TO-MASTER-EXIT.
033100 2100-GROUP-ONE-RECORD-EXIT.
033200     EXIT.
033300*
033400*------------------------------------------------------------*
033500*    2200-HOLD-MASTER -- A NEW KEY: KEEP THIS RECORD'S NAME,   *
033600*    KEY AND CELLS AS STORED FOR THE REST OF ITS KEY TO BE     *
033700*    MATCHED AGAINST.                                          *
033800*------------------------------------------------------------*
033900 2200-HOLD-MASTER.
034000     MOVE PATLIB-PATTERN-NAME TO FDS-MASTER-NAME.
034100     MOVE PATLIB-SHAPE-KEY TO FDS-MASTER-KEY.
034200     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
034300     SET SKREQ-FUNC-ORIENT TO TRUE.
034400     MOVE ZERO TO SKREQ-ORIENTATION.
034500     CALL "App_computeShapeKey".
034600     MOVE SKREQ-FORM-COUNT TO FDS-MASTER-COUNT.
034700     MOVE SKREQ-FORM-TABLE TO FDS-MASTER-TABLE.
034800     MOVE 1 TO FDS-GROUP-SIZE.
034900 2200-HOLD-MASTER-EXIT.
035000     EXIT.
035100*
035200*------------------------------------------------------------*
035300*    2300-START-GROUP -- THE MASTER HAS COMPANY: A HEADING FOR *
035400*    THE SHAPE AND A LINE FOR THE MASTER ITSELF.               *
035500*------------------------------------------------------------*
035600 2300-START-GROUP.
035700     ADD 1 TO FDS-SHAPE-COUNT.
035800     MOVE PATLIB-SHAPE-HEIGHT TO FDS-HEIGHT-OUT.
035900     MOVE PATLIB-SHAPE-WIDTH TO FDS-WIDTH-OUT.
036000     MOVE PATLIB-SHAPE-CELLS TO FDS-CELLS-OUT.
036100     MOVE SPACES TO SHAPE-REPORT-RECORD.
036200     WRITE SHAPE-REPORT-RECORD.
036300     STRING "SHAPE " DELIMITED BY SIZE
036400             FDS-HEIGHT-OUT DELIMITED BY SIZE
036500             " ROWS X " DELIMITED BY SIZE
036600             FDS-WIDTH-OUT DELIMITED BY SIZE
036700             " COLUMNS, " DELIMITED BY SIZE
036800             FDS-CELLS-OUT DELIMITED BY SIZE
036900             " CELLS" DELIMITED BY SIZE
037000         INTO SHAPE-REPORT-RECORD.
037100     WRITE SHAPE-REPORT-RECORD.
037200     MOVE "KEPT" TO FDS-DTL-ROLE.
037300     MOVE FDS-MASTER-NAME TO FDS-DTL-NAME.
037400     MOVE "FIRST OF THIS SHAPE ON FILE" TO FDS-DTL-TEXT.
037500     WRITE SHAPE-REPORT-RECORD FROM FDS-DETAIL-LINE.
037600 2300-START-GROUP-EXIT.
037700     EXIT.
037800*
037900*------------------------------------------------------------*
038000*    3000-MATCH-TO-MASTER -- TURN THE RECORD EACH OF THE EIGHT *
038100*    WAYS UNTIL IT LINES UP WITH THE MASTER AS STORED, AND SAY *
038200*    WHICH WAY IT WAS.  TWO RECORDS WITH THE SAME KEY THAT     *
038300*    NEVER LINE UP ARE A HASH COLLISION, NOT A DUPLICATE, AND  *
038400*    ARE REPORTED AS SUCH.                                     *
038500*------------------------------------------------------------*
038600 3000-MATCH-TO-MASTER.
038700     SET FDS-MATCH-NO TO TRUE.
038800     PERFORM 3100-TRY-ORIENTATION THRU 3100-TRY-ORIENTATION-EXIT
038900         VARYING FDS-TRY-ORIENT FROM 0 BY 1
039000             UNTIL FDS-TRY-ORIENT > 7 OR FDS-MATCH-YES.
039100     MOVE PATLIB-PATTERN-NAME TO FDS-DTL-NAME.
039200     MOVE SPACES TO FDS-DTL-TEXT.
039300     IF FDS-MATCH-YES
039400         ADD 1 TO FDS-DUPLICATE-COUNT
039500         MOVE "DUPLICATE" TO FDS-DTL-ROLE
039600         STRING "MATCHES " DELIMITED BY SIZE
039700                 FDS-MASTER-NAME DELIMITED BY SPACE
039800                 " WHEN " DELIMITED BY SIZE
039900                 FDS-ORIENT-NAME (FDS-MATCH-ORIENT + 1)
040000                     DELIMITED BY "  "
040100             INTO FDS-DTL-TEXT
040200     ELSE
040300         ADD 1 TO FDS-COLLISION-COUNT
040400         MOVE "COLLISION" TO FDS-DTL-ROLE
040500         STRING "SAME SHAPE KEY AS " DELIMITED BY SIZE
040600                 FDS-MASTER-NAME DELIMITED BY SPACE
040700                 " BUT NOT THE SAME CELLS" DELIMITED BY SIZE
040800             INTO FDS-DTL-TEXT
040900     END-IF.
041000     WRITE SHAPE-REPORT-RECORD FROM FDS-DETAIL-LINE.
041100 3000-MATCH-TO-MASTER-EXIT.
041200     EXIT.
041300*
041400 3100-TRY-ORIENTATION.
041500     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
041600     SET SKREQ-FUNC-ORIENT TO TRUE.
041700     MOVE FDS-TRY-ORIENT TO SKREQ-ORIENTATION.
041800     CALL "App_computeShapeKey".
041900     IF SKREQ-FORM-COUNT = FDS-MASTER-COUNT
042000        AND SKREQ-FORM-TABLE = FDS-MASTER-TABLE
042100         SET FDS-MATCH-YES TO TRUE
042200         MOVE FDS-TRY-ORIENT TO FDS-MATCH-ORIENT
042300     END-IF.
042400 3100-TRY-ORIENTATION-EXIT.
042500     EXIT.
042600*
042700*------------------------------------------------------------*
042800*    4000-LOOKUP-SHAPE -- READ THE NAMED PATTERN, WORK OUT ITS *
042900*    SHAPE KEY FROM ITS CELLS (NOT TRUSTING THE STORED ONE),   *
043000*    AND READ EVERY OTHER RECORD FILED UNDER THAT KEY.  A      *
043100*    RECORD WHOSE OWN KEY IS STALE IS ONLY FOUND ONCE A FULL   *
043200*    RUN HAS REFRESHED IT.                                     *
043300*------------------------------------------------------------*
043400 4000-LOOKUP-SHAPE.
043500     MOVE FDS-LOOKUP-NAME TO PATLIB-PATTERN-NAME.
043600     READ PATTERN-LIBRARY-FILE
043700         INVALID KEY
043800             MOVE SPACES TO SHAPE-REPORT-RECORD
043900             STRING "PATTERN " DELIMITED BY SIZE
044000                     FDS-LOOKUP-NAME DELIMITED BY SPACE
044100                     " IS NOT IN THE LIBRARY" DELIMITED BY SIZE
044200                 INTO SHAPE-REPORT-RECORD
044300             WRITE SHAPE-REPORT-RECORD
044400             GO TO 4000-LOOKUP-SHAPE-EXIT
044500     END-READ.
044600     ADD 1 TO FDS-READ-COUNT.
044700     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
044800     SET SKREQ-FUNC-KEY TO TRUE.
044900     CALL "App_computeShapeKey".
045000     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
045100     PERFORM 2200-HOLD-MASTER THRU 2200-HOLD-MASTER-EXIT.
045200     PERFORM 2300-START-GROUP THRU 2300-START-GROUP-EXIT.
045300     MOVE FDS-MASTER-KEY TO PATLIB-SHAPE-KEY.
045400     START PATTERN-LIBRARY-FILE
045500         KEY IS EQUAL TO PATLIB-SHAPE-KEY
045600         INVALID KEY
045700             GO TO 4000-LOOKUP-SHAPE-EXIT
045800     END-START.
045900     SET FDS-EOF-NO TO TRUE.
046000     PERFORM 4100-LOOKUP-ONE-RECORD
046100         THRU 4100-LOOKUP-ONE-RECORD-EXIT
046200         UNTIL FDS-EOF-YES.
046300 4000-LOOKUP-SHAPE-EXIT.
046400     EXIT.
046500*
046600 4100-LOOKUP-ONE-RECORD.
046700     READ PATTERN-LIBRARY-FILE NEXT RECORD
046800         AT END
046900             SET FDS-EOF-YES TO TRUE
047000             GO TO 4100-LOOKUP-ONE-RECORD-EXIT
047100     END-READ.
047200     IF PATLIB-SHAPE-KEY NOT = FDS-MASTER-KEY
047300         SET FDS-EOF-YES TO TRUE
047400         GO TO 4100-LOOKUP-ONE-RECORD-EXIT
047500     END-IF.
047600     IF PATLIB-PATTERN-NAME = FDS-MASTER-NAME
047700         GO TO 4100-LOOKUP-ONE-RECORD-EXIT
047800     END-IF.
047900     ADD 1 TO FDS-READ-COUNT.
048000     PERFORM 3000-MATCH-TO-MASTER THRU 3000-MATCH-TO-MASTER-EXIT.
048100 4100-LOOKUP-ONE-RECORD-EXIT.
048200     EXIT.
048300*
048400*------------------------------------------------------------*
048500*    8000-WRITE-SUMMARY -- THE TOTALS AT THE FOOT OF THE       *
048600*    REPORT.                                                   *
048700*------------------------------------------------------------*
048800 8000-WRITE-SUMMARY.
048900     MOVE SPACES TO SHAPE-REPORT-RECORD.
049000     WRITE SHAPE-REPORT-RECORD.
049100     MOVE FDS-READ-COUNT TO FDS-COUNT-OUT.
049200     MOVE SPACES TO SHAPE-REPORT-RECORD.
049300     STRING "PATTERNS READ:              " DELIMITED BY SIZE
049400             FDS-COUNT-OUT DELIMITED BY SIZE
049500         INTO SHAPE-REPORT-RECORD.
049600     WRITE SHAPE-REPORT-RECORD.
049700     IF FDS-MODE-FULL
049800         MOVE FDS-REFRESHED-COUNT TO FDS-COUNT-OUT
049900         MOVE SPACES TO SHAPE-REPORT-RECORD
050000         STRING "SHAPE KEYS REFRESHED:       " DELIMITED BY SIZE
050100                 FDS-COUNT-OUT DELIMITED BY SIZE
050200             INTO SHAPE-REPORT-RECORD
050300         WRITE SHAPE-REPORT-RECORD
050400         MOVE FDS-SHAPE-COUNT TO FDS-COUNT-OUT
050500         MOVE SPACES TO SHAPE-REPORT-RECORD
050600         STRING "SHAPES HELD MORE THAN ONCE: " DELIMITED BY SIZE
050700                 FDS-COUNT-OUT DELIMITED BY SIZE
050800             INTO SHAPE-REPORT-RECORD
050900         WRITE SHAPE-REPORT-RECORD
051000     END-IF.
051100     MOVE FDS-DUPLICATE-COUNT TO FDS-COUNT-OUT.
051200     MOVE SPACES TO SHAPE-REPORT-RECORD.
051300     STRING "DUPLICATE RECORDS:          " DELIMITED BY SIZE
051400             FDS-COUNT-OUT DELIMITED BY SIZE
051500         INTO SHAPE-REPORT-RECORD.
051600     WRITE SHAPE-REPORT-RECORD.
051700     MOVE FDS-COLLISION-COUNT TO FDS-COUNT-OUT.
051800     MOVE SPACES TO SHAPE-REPORT-RECORD.
051900     STRING "SHAPE KEY COLLISIONS:       " DELIMITED BY SIZE
052000             FDS-COUNT-OUT DELIMITED BY SIZE
052100         INTO SHAPE-REPORT-RECORD.
052200     WRITE SHAPE-REPORT-RECORD.
052300     IF FDS-FAILED-COUNT > ZERO
052400         MOVE FDS-FAILED-COUNT TO FDS-COUNT-OUT
052500         MOVE SPACES TO SHAPE-REPORT-RECORD
052600         STRING "SHAPE KEYS NOT REWRITTEN:   " DELIMITED BY SIZE
052700                 FDS-COUNT-OUT DELIMITED BY SIZE
052800             INTO SHAPE-REPORT-RECORD
052900         WRITE SHAPE-REPORT-RECORD
053000     END-IF.
053100 8000-WRITE-SUMMARY-EXIT.
053200     EXIT.
