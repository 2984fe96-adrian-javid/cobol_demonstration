001683*    09/02/2026  ME   SOUTHEAST PHASE 1) -- SO THE CENSUS CAN
001684*    09/02/2026  ME   COUNT A MOVING GLIDER ON EVERY TICK, NOT
001685*    09/02/2026  ME   ONE TICK IN FOUR.
001687*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
001689*    10/15/2026  ME   FOR THE LIBRARY FUNCTION -- RESEEDING
001691*    10/15/2026  ME   REPLACES THE WHOLE LIBRARY, SO IT IS FOR
001693*    10/15/2026  ME   SUPERVISORS ONLY.  A REFUSED OPERATOR ENDS
001695*    10/15/2026  ME   THE RUN WITH RC 16, LIBRARY UNTOUCHED.
001696*    10/15/2026  ME   EVERY PATTERN ON THE OLD FILE IS LOGGED TO
001697*    10/15/2026  ME   PATLIBHIST AS A RESEED BEFORE-IMAGE BEFORE
001698*    10/15/2026  ME   THE REBUILD, AND EVERY SEEDED PATTERN AS A
001699*    10/15/2026  ME   SEED AFTER-IMAGE, SO A RESEED CAN BE UNDONE.
001709*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
001719*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; EVERY WRITE AND
001729*    10/15/2026  ME   REWRITE HERE SETS IT FIRST THROUGH
001739*    10/15/2026  ME   App_computeShapeKey.
001741*    10/15/2026  ME   AN OLD LIBRARY THAT WILL NOT OPEN (ANY
001742*    10/15/2026  ME   STATUS BUT 35, NO FILE) NOW ENDS THE RUN
001743*    10/15/2026  ME   RC 12 WITH THE FILE UNTOUCHED, AND GOES TO
001744*    10/15/2026  ME   App_writeSystemLog -- GRID-COMMON IS NOW
001745*    10/15/2026  ME   COPIED FOR ITS LOG FIELDS ONLY.
001749*
001800 ENVIRONMENT DIVISION.
001900  CONFIGURATION SECTION.
002000   SOURCE-COMPUTER. Linux.
002500           ORGANIZATION IS INDEXED
002600           ACCESS MODE IS SEQUENTIAL
002700           RECORD KEY IS PATLIB-PATTERN-NAME
002733           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
002766               WITH DUPLICATES
002800           FILE STATUS IS SPL-STATUS.
002900   I-O-CONTROL.
003000*
003300  FD  PATTERN-LIBRARY-FILE.
003400      COPY "pattern_lib.cpy".
003500  WORKING-STORAGE SECTION.
003550      COPY "operator_check.cpy".
003570      COPY "patlib_history_request.cpy".
003585      COPY "shape_key_request.cpy".
003590      COPY "grid_common.cpy".
003600  77  SPL-STATUS                       PIC X(02) VALUE SPACES.
003620  77  SPL-EOF-SWITCH                   PIC X(01) VALUE "N".
003640      88  SPL-EOF-YES                      VALUE "Y".
003660      88  SPL-EOF-NO                       VALUE "N".
003670*** SET WHEN THE OLD LIBRARY IS THERE BUT WILL NOT OPEN -- THE
003680*** REBUILD IS THEN REFUSED RATHER THAN WRITE OVER IT.
003685  77  SPL-OLD-LIBRARY-SWITCH           PIC X(01) VALUE "N".
003690      88  SPL-OLD-LIBRARY-BAD              VALUE "Y".
003695      88  SPL-OLD-LIBRARY-OK               VALUE "N".
003700*
003800 PROCEDURE DIVISION.
003900*------------------------------------------------------------*
004100*    RECORD PER NAMED PATTERN.                                 *
004200*------------------------------------------------------------*
004300 0000-MAINLINE.
004310     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
004320     IF OPCHK-REFUSED
004330         MOVE 16 TO RETURN-CODE
004340         GO TO 0000-MAINLINE-EXIT
004350     END-IF.
004370     PERFORM 9300-LOG-OLD-LIBRARY THRU 9300-LOG-OLD-LIBRARY-EXIT.
004375     IF SPL-OLD-LIBRARY-BAD
004380         MOVE 12 TO RETURN-CODE
004385         GO TO 0000-MAINLINE-EXIT
004390     END-IF.
004400     OPEN OUTPUT PATTERN-LIBRARY-FILE.
004500     IF SPL-STATUS NOT = "00"
004600         DISPLAY "UNABLE TO OPEN PATTERNLIB " SPL-STATUS
005300 0000-MAINLINE-EXIT.
005400     STOP RUN.
005500*
005505*------------------------------------------------------------*
005510*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
005515*    SUPERVISOR BEFORE THE LIBRARY IS REBUILT.                 *
005520*------------------------------------------------------------*
005525 0100-CHECK-OPERATOR.
005530     MOVE SPACES TO OPCHK-OPERATOR-ID.
005535     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
005540     MOVE "App_seedPatternLibrary" TO OPCHK-PROGRAM.
005545     MOVE SPACES TO OPCHK-RUN-ID.
005550     SET OPCHK-FUNC-LIBRARY TO TRUE.
005555     CALL "App_checkOperator".
005560 0100-CHECK-OPERATOR-EXIT.
005565     EXIT.
005570*
005600*------------------------------------------------------------*
005700*    1000-WRITE-GLIDER -- THE CLASSIC 5-CELL, 3X3 GLIDER.      *
005800*------------------------------------------------------------*
007200     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
007300     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
007400     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
007450     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
007500     WRITE PATLIB-RECORD
007600         INVALID KEY
007700             DISPLAY "UNABLE TO WRITE GLIDER RECORD"
007720         NOT INVALID KEY
007740             PERFORM 9100-LOG-SEEDED-PATTERN
007760                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
007800     END-WRITE.
007900 1000-WRITE-GLIDER-EXIT.
008000     EXIT.
018500     MOVE 9 TO PATLIB-CELL-COL-OFFSET (47).
018600     MOVE 12 TO PATLIB-CELL-ROW-OFFSET (48).
018700     MOVE 10 TO PATLIB-CELL-COL-OFFSET (48).
018750     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
018800     WRITE PATLIB-RECORD
018900         INVALID KEY
019000             DISPLAY "UNABLE TO WRITE PULSAR RECORD"
019020         NOT INVALID KEY
019040             PERFORM 9100-LOG-SEEDED-PATTERN
019060                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
019100     END-WRITE.
019200 2000-WRITE-PULSAR-EXIT.
019300     EXIT.
020900     MOVE 0 TO PATLIB-CELL-COL-OFFSET (3).
021000     MOVE 1 TO PATLIB-CELL-ROW-OFFSET (4).
021100     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
021150     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
021200     WRITE PATLIB-RECORD
021300         INVALID KEY
021400             DISPLAY "UNABLE TO WRITE BLOCK RECORD"
021420         NOT INVALID KEY
021440             PERFORM 9100-LOG-SEEDED-PATTERN
021460                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
021500     END-WRITE.
021600 3000-WRITE-BLOCK-EXIT.
021700     EXIT.
023700     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
023800     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (6).
023900     MOVE 2 TO PATLIB-CELL-COL-OFFSET (6).
023950     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
024000     WRITE PATLIB-RECORD
024100         INVALID KEY
024200             DISPLAY "UNABLE TO WRITE BEEHIVE RECORD"
024220         NOT INVALID KEY
024240             PERFORM 9100-LOG-SEEDED-PATTERN
024260                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
024300     END-WRITE.
024400 4000-WRITE-BEEHIVE-EXIT.
024500     EXIT.
026000     MOVE 1 TO PATLIB-CELL-COL-OFFSET (2).
026100     MOVE 0 TO PATLIB-CELL-ROW-OFFSET (3).
026200     MOVE 2 TO PATLIB-CELL-COL-OFFSET (3).
026250     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
026300     WRITE PATLIB-RECORD
026400         INVALID KEY
026500             DISPLAY "UNABLE TO WRITE BLINKER-H RECORD"
026520         NOT INVALID KEY
026540             PERFORM 9100-LOG-SEEDED-PATTERN
026560                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
026600     END-WRITE.
026700 5000-WRITE-BLINKER-H-EXIT.
026800     EXIT.
028300     MOVE 0 TO PATLIB-CELL-COL-OFFSET (2).
028400     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (3).
028500     MOVE 0 TO PATLIB-CELL-COL-OFFSET (3).
028550     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
028600     WRITE PATLIB-RECORD
028700         INVALID KEY
028800             DISPLAY "UNABLE TO WRITE BLINKER-V RECORD"
028820         NOT INVALID KEY
028840             PERFORM 9100-LOG-SEEDED-PATTERN
028860                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
028900     END-WRITE.
029000 6000-WRITE-BLINKER-V-EXIT.
029100     EXIT.
029380     MOVE 2 TO PATLIB-CELL-COL-OFFSET (4).
029390     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
029400     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
029405     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
029410     WRITE PATLIB-RECORD
029420         INVALID KEY
029430             DISPLAY "UNABLE TO WRITE GLIDER-NE-P1 RECORD"
029432         NOT INVALID KEY
029434             PERFORM 9100-LOG-SEEDED-PATTERN
029436                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
029440     END-WRITE.
029450 7100-WRITE-GLIDER-NE-P1-EXIT.
029460     EXIT.
029650     MOVE 0 TO PATLIB-CELL-COL-OFFSET (4).
029660     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
029670     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
029675     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
029680     WRITE PATLIB-RECORD
029690         INVALID KEY
029700             DISPLAY "UNABLE TO WRITE GLIDER-NE-P2 RECORD"
029702         NOT INVALID KEY
029704             PERFORM 9100-LOG-SEEDED-PATTERN
029706                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
029710     END-WRITE.
029720 7200-WRITE-GLIDER-NE-P2-EXIT.
029730     EXIT.
029920     MOVE 2 TO PATLIB-CELL-COL-OFFSET (4).
029930     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
029940     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
029945     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
029950     WRITE PATLIB-RECORD
029960         INVALID KEY
029970             DISPLAY "UNABLE TO WRITE GLIDER-NE-P3 RECORD"
029972         NOT INVALID KEY
029974             PERFORM 9100-LOG-SEEDED-PATTERN
029976                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
029980     END-WRITE.
029990 7300-WRITE-GLIDER-NE-P3-EXIT.
030000     EXIT.
030190     MOVE 2 TO PATLIB-CELL-COL-OFFSET (4).
030200     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
030210     MOVE 0 TO PATLIB-CELL-COL-OFFSET (5).
030215     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
030220     WRITE PATLIB-RECORD
030230         INVALID KEY
030240             DISPLAY "UNABLE TO WRITE GLIDER-NE-P4 RECORD"
030242         NOT INVALID KEY
030244             PERFORM 9100-LOG-SEEDED-PATTERN
030246                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
030250     END-WRITE.
030260 7400-WRITE-GLIDER-NE-P4-EXIT.
030270     EXIT.
030460     MOVE 0 TO PATLIB-CELL-COL-OFFSET (4).
030470     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
030480     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
030485     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
030490     WRITE PATLIB-RECORD
030500         INVALID KEY
030510             DISPLAY "UNABLE TO WRITE GLIDER-NW-P1 RECORD"
030512         NOT INVALID KEY
030514             PERFORM 9100-LOG-SEEDED-PATTERN
030516                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
030520     END-WRITE.
030530 7500-WRITE-GLIDER-NW-P1-EXIT.
030540     EXIT.
030730     MOVE 0 TO PATLIB-CELL-COL-OFFSET (4).
030740     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
030750     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
030755     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
030760     WRITE PATLIB-RECORD
030770         INVALID KEY
030780             DISPLAY "UNABLE TO WRITE GLIDER-NW-P2 RECORD"
030782         NOT INVALID KEY
030784             PERFORM 9100-LOG-SEEDED-PATTERN
030786                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
030790     END-WRITE.
030800 7600-WRITE-GLIDER-NW-P2-EXIT.
030810     EXIT.
031000     MOVE 2 TO PATLIB-CELL-COL-OFFSET (4).
031010     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
031020     MOVE 0 TO PATLIB-CELL-COL-OFFSET (5).
031025     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
031030     WRITE PATLIB-RECORD
031040         INVALID KEY
031050             DISPLAY "UNABLE TO WRITE GLIDER-NW-P3 RECORD"
031052         NOT INVALID KEY
031054             PERFORM 9100-LOG-SEEDED-PATTERN
031056                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
031060     END-WRITE.
031070 7700-WRITE-GLIDER-NW-P3-EXIT.
031080     EXIT.
031270     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
031280     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
031290     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
031295     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
031300     WRITE PATLIB-RECORD
031310         INVALID KEY
031320             DISPLAY "UNABLE TO WRITE GLIDER-NW-P4 RECORD"
031322         NOT INVALID KEY
031324             PERFORM 9100-LOG-SEEDED-PATTERN
031326                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
031330     END-WRITE.
031340 7800-WRITE-GLIDER-NW-P4-EXIT.
031350     EXIT.
031540     MOVE 2 TO PATLIB-CELL-COL-OFFSET (4).
031550     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
031560     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
031565     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
031570     WRITE PATLIB-RECORD
031580         INVALID KEY
031590             DISPLAY "UNABLE TO WRITE GLIDER-P2 RECORD"
031592         NOT INVALID KEY
031594             PERFORM 9100-LOG-SEEDED-PATTERN
031596                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
031600     END-WRITE.
031610 8100-WRITE-GLIDER-P2-EXIT.
031620     EXIT.
031810     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
031820     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
031830     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
031835     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
031840     WRITE PATLIB-RECORD
031850         INVALID KEY
031860             DISPLAY "UNABLE TO WRITE GLIDER-P3 RECORD"
031862         NOT INVALID KEY
031864             PERFORM 9100-LOG-SEEDED-PATTERN
031866                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
031870     END-WRITE.
031880 8200-WRITE-GLIDER-P3-EXIT.
031890     EXIT.
032080     MOVE 0 TO PATLIB-CELL-COL-OFFSET (4).
032090     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
032100     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
032105     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
032110     WRITE PATLIB-RECORD
032120         INVALID KEY
032130             DISPLAY "UNABLE TO WRITE GLIDER-P4 RECORD"
032132         NOT INVALID KEY
032134             PERFORM 9100-LOG-SEEDED-PATTERN
032136                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
032140     END-WRITE.
032150 8300-WRITE-GLIDER-P4-EXIT.
032160     EXIT.
032350     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
032360     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
032370     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
032375     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
032380     WRITE PATLIB-RECORD
032390         INVALID KEY
032400             DISPLAY "UNABLE TO WRITE GLIDER-SW-P1 RECORD"
032402         NOT INVALID KEY
032404             PERFORM 9100-LOG-SEEDED-PATTERN
032406                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
032410     END-WRITE.
032420 8500-WRITE-GLIDER-SW-P1-EXIT.
032430     EXIT.
032620     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
032630     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
032640     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
032645     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
032650     WRITE PATLIB-RECORD
032660         INVALID KEY
032670             DISPLAY "UNABLE TO WRITE GLIDER-SW-P2 RECORD"
032672         NOT INVALID KEY
032674             PERFORM 9100-LOG-SEEDED-PATTERN
032676                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
032680     END-WRITE.
032690 8600-WRITE-GLIDER-SW-P2-EXIT.
032700     EXIT.
032890     MOVE 0 TO PATLIB-CELL-COL-OFFSET (4).
032900     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
032910     MOVE 1 TO PATLIB-CELL-COL-OFFSET (5).
032915     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
032920     WRITE PATLIB-RECORD
032930         INVALID KEY
032940             DISPLAY "UNABLE TO WRITE GLIDER-SW-P3 RECORD"
032942         NOT INVALID KEY
032944             PERFORM 9100-LOG-SEEDED-PATTERN
032946                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
032950     END-WRITE.
032960 8700-WRITE-GLIDER-SW-P3-EXIT.
032970     EXIT.
033160     MOVE 1 TO PATLIB-CELL-COL-OFFSET (4).
033170     MOVE 2 TO PATLIB-CELL-ROW-OFFSET (5).
033180     MOVE 2 TO PATLIB-CELL-COL-OFFSET (5).
033185     PERFORM 9400-SET-SHAPE-KEY THRU 9400-SET-SHAPE-KEY-EXIT.
033190     WRITE PATLIB-RECORD
033200         INVALID KEY
033210             DISPLAY "UNABLE TO WRITE GLIDER-SW-P4 RECORD"
033212         NOT INVALID KEY
033214             PERFORM 9100-LOG-SEEDED-PATTERN
033216                 THRU 9100-LOG-SEEDED-PATTERN-EXIT
033220     END-WRITE.
033230 8800-WRITE-GLIDER-SW-P4-EXIT.
033240     EXIT.
033250*
033260*------------------------------------------------------------*
033270*    9100-LOG-SEEDED-PATTERN -- THE RECORD JUST WRITTEN GOES   *
033280*    TO PATLIBHIST AS A SEED WITH NO BEFORE-IMAGE; WHAT IT     *
033290*    REPLACED WAS LOGGED BY 9300-LOG-OLD-LIBRARY.              *
033300*------------------------------------------------------------*
033310 9100-LOG-SEEDED-PATTERN.
033320     MOVE "SEED" TO PLHREQ-ACTION.
033330     MOVE PATLIB-PATTERN-NAME TO PLHREQ-PATTERN-NAME.
033340     SET PLHREQ-BEFORE-ABSENT TO TRUE.
033350     MOVE SPACES TO PLHREQ-BEFORE-IMAGE.
033360     SET PLHREQ-AFTER-PRESENT TO TRUE.
033370     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
033380     PERFORM 9200-WRITE-HISTORY THRU 9200-WRITE-HISTORY-EXIT.
033390 9100-LOG-SEEDED-PATTERN-EXIT.
033400     EXIT.
033410*
033420 9200-WRITE-HISTORY.
033430     MOVE "App_seedPatternLibrary" TO PLHREQ-PROGRAM.
033440     MOVE OPCHK-OPERATOR-ID TO PLHREQ-OPERATOR-ID.
033450     MOVE SPACES TO PLHREQ-RUN-ID.
033460     CALL "App_writePatlibHistory".
033470 9200-WRITE-HISTORY-EXIT.
033480     EXIT.
033490*
033500*------------------------------------------------------------*
033510*    9300-LOG-OLD-LIBRARY -- THE REBUILD REPLACES THE WHOLE    *
033520*    FILE, SO EVERY PATTERN ON IT NOW GOES TO PATLIBHIST AS A  *
033530*    RESEED BEFORE-IMAGE FIRST -- CUSTOM PATTERNS INCLUDED --  *
033540*    AND CAN BE RESTORED AFTERWARDS.  NO FILE, NOTHING TO LOG. *
033550*------------------------------------------------------------*
033560 9300-LOG-OLD-LIBRARY.
033570     OPEN INPUT PATTERN-LIBRARY-FILE.
033575     IF SPL-STATUS = "35"
033580         GO TO 9300-LOG-OLD-LIBRARY-EXIT
033585     END-IF.
033586     IF SPL-STATUS NOT = "00"
033587         PERFORM 9320-LOG-OPEN-FAILURE
033588             THRU 9320-LOG-OPEN-FAILURE-EXIT
033590         GO TO 9300-LOG-OLD-LIBRARY-EXIT
033600     END-IF.
033610     SET SPL-EOF-NO TO TRUE.
033620     PERFORM 9310-LOG-OLD-PATTERN THRU 9310-LOG-OLD-PATTERN-EXIT
033630         UNTIL SPL-EOF-YES.
033640     CLOSE PATTERN-LIBRARY-FILE.
033650 9300-LOG-OLD-LIBRARY-EXIT.
033660     EXIT.
033670*
033680 9310-LOG-OLD-PATTERN.
033690     READ PATTERN-LIBRARY-FILE NEXT RECORD
033700         AT END
033710             SET SPL-EOF-YES TO TRUE
033720             GO TO 9310-LOG-OLD-PATTERN-EXIT
033730     END-READ.
033740     MOVE "RESEED" TO PLHREQ-ACTION.
033750     MOVE PATLIB-PATTERN-NAME TO PLHREQ-PATTERN-NAME.
033760     SET PLHREQ-BEFORE-PRESENT TO TRUE.
033770     MOVE PATLIB-RECORD TO PLHREQ-BEFORE-IMAGE.
033780     SET PLHREQ-AFTER-ABSENT TO TRUE.
033790     MOVE SPACES TO PLHREQ-AFTER-IMAGE.
033800     PERFORM 9200-WRITE-HISTORY THRU 9200-WRITE-HISTORY-EXIT.
033810 9310-LOG-OLD-PATTERN-EXIT.
033820     EXIT.
033822*
033824*------------------------------------------------------------*
033826*    9320-LOG-OPEN-FAILURE -- THE OLD LIBRARY IS THERE BUT     *
033828*    WILL NOT OPEN.  ITS PATTERNS CANNOT BE LOGGED, SO IT IS   *
033830*    LEFT AS IT IS AND THE REBUILD IS REFUSED.                 *
033832*------------------------------------------------------------*
033834 9320-LOG-OPEN-FAILURE.
033836     SET SPL-OLD-LIBRARY-BAD TO TRUE.
033838     DISPLAY "UNABLE TO READ OLD PATTERNLIB " SPL-STATUS
033840         " -- LIBRARY LEFT UNCHANGED".
033842     MOVE "App_seedPatternLibrary" TO GRID-LOG-PROGRAM.
033844     SET GRID-LOG-SEV-ERROR TO TRUE.
033846     MOVE SPACES TO GRID-LOG-MESSAGE.
033848     STRING "RESEED REFUSED -- OLD PATTERNLIB STATUS "
033850             DELIMITED BY SIZE
033852             SPL-STATUS DELIMITED BY SIZE
033854         INTO GRID-LOG-MESSAGE.
033856     CALL "App_writeSystemLog".
033858 9320-LOG-OPEN-FAILURE-EXIT.
033860     EXIT.
033900*
034000*------------------------------------------------------------*
034100*    9400-SET-SHAPE-KEY -- THE CANONICAL SHAPE KEY FOR THE     *
034200*    CELLS NOW IN PATLIB-RECORD, SET BEFORE EVERY WRITE OR     *
034300*    REWRITE SO THE ALTERNATE KEY ALWAYS MATCHES THE SHAPE.    *
034400*------------------------------------------------------------*
034500 9400-SET-SHAPE-KEY.
034600     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
034700     SET SKREQ-FUNC-KEY TO TRUE.
034800     CALL "App_computeShapeKey".
034900     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
035000 9400-SET-SHAPE-KEY-EXIT.
035100     EXIT.
