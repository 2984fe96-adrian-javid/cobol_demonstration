001800*    08/22/2026  ME   EXISTING PATTERN NAME AND REFUSES CLEANLY
001900*    08/22/2026  ME   WHEN THE LIVE-CELL COUNT EXCEEDS THE
002000*    08/22/2026  ME   500-ENTRY LIBRARY CELL TABLE.
002020*    10/15/2026  ME   THE SAVE NOW NEEDS THE SNAPSHOT FUNCTION ON
002040*    10/15/2026  ME   THE OPERATORS MASTER (ANALYST OR
002060*    10/15/2026  ME   SUPERVISOR); A VIEWER'S "W" IS REFUSED,
002080*    10/15/2026  ME   LOGGED, AND THE RUN CARRIES ON.
002085*    10/15/2026  ME   A SAVE OR CONFIRMED REPLACE NOW WRITES ITS
002090*    10/15/2026  ME   BEFORE- AND AFTER-IMAGE TO PATLIBHIST.
002092*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002094*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; EVERY WRITE AND
002096*    10/15/2026  ME   REWRITE HERE SETS IT FIRST THROUGH
002098*    10/15/2026  ME   App_computeShapeKey.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002900           ORGANIZATION IS INDEXED
003000           ACCESS MODE IS DYNAMIC
003100           RECORD KEY IS PATLIB-PATTERN-NAME
003133           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003166               WITH DUPLICATES
003200           FILE STATUS IS WGS-PATLIB-STATUS.
003300   I-O-CONTROL.
003400*
003800      COPY "pattern_lib.cpy".
003900  WORKING-STORAGE SECTION.
004000      COPY "grid_common.cpy".
004050      COPY "operator_check.cpy".
004070      COPY "patlib_history_request.cpy".
004085      COPY "shape_key_request.cpy".
004100*
004200  77  WGS-PATLIB-STATUS               PIC X(02) VALUE SPACES.
004300  77  WGS-SNAPSHOT-NAME               PIC X(20) VALUE SPACES.
005800*    THE LIBRARY RECORD.                                       *
005900*------------------------------------------------------------*
006000 0000-MAINLINE.
006020     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
006040     IF OPCHK-REFUSED
006060         GO TO 0000-MAINLINE-EXIT
006080     END-IF.
006100     IF GRID-ACTIVE-COUNT = ZERO
006200         DISPLAY "NO LIVE CELLS TO SNAPSHOT"
006300         GO TO 0000-MAINLINE-EXIT
009900                 GO TO 0000-MAINLINE-EXIT
010000             END-IF
010100     END-READ.
010105*** THE RECORD JUST READ IS THE BEFORE-IMAGE OF A REPLACE.
010110     IF WGS-REPLACE-YES
010115         MOVE "REPLACE" TO PLHREQ-ACTION
010120         SET PLHREQ-BEFORE-PRESENT TO TRUE
010125         MOVE PATLIB-RECORD TO PLHREQ-BEFORE-IMAGE
010130     ELSE
010135         MOVE "SNAPSHOT" TO PLHREQ-ACTION
010140         SET PLHREQ-BEFORE-ABSENT TO TRUE
010145         MOVE SPACES TO PLHREQ-BEFORE-IMAGE
010150     END-IF.
010200     PERFORM 2000-BUILD-RECORD THRU 2000-BUILD-RECORD-EXIT.
010250     PERFORM 5000-SET-SHAPE-KEY THRU 5000-SET-SHAPE-KEY-EXIT.
010300     IF WGS-REPLACE-YES
010400         REWRITE PATLIB-RECORD
010500             INVALID KEY
011160                 GO TO 0000-MAINLINE-EXIT
011200         END-WRITE
011300     END-IF.
011350     PERFORM 4000-WRITE-HISTORY THRU 4000-WRITE-HISTORY-EXIT.
011400     CLOSE PATTERN-LIBRARY-FILE.
011500     DISPLAY "SNAPSHOT SAVED -- " WGS-SNAPSHOT-NAME.
011600 0000-MAINLINE-EXIT.
011700     EXIT PROGRAM.
011800*
011805*------------------------------------------------------------*
011810*    0100-CHECK-OPERATOR -- A "W" SAVE CHANGES THE LIBRARY, SO *
011815*    THE SIGNED-ON OPERATOR MUST HOLD THE SNAPSHOT FUNCTION    *
011820*    (ANALYST OR SUPERVISOR).  A REFUSAL IS SHOWN AND LOGGED   *
011825*    BY THE CHECK AND THE RUN CARRIES ON WITHOUT THE SAVE.     *
011830*------------------------------------------------------------*
011835 0100-CHECK-OPERATOR.
011840     MOVE GRID-OPERATOR-ID TO OPCHK-OPERATOR-ID.
011845     MOVE "App_writeGridSnapshot" TO OPCHK-PROGRAM.
011850     MOVE GRID-RUN-ID TO OPCHK-RUN-ID.
011855     SET OPCHK-FUNC-SNAPSHOT TO TRUE.
011860     CALL "App_checkOperator".
011865 0100-CHECK-OPERATOR-EXIT.
011870     EXIT.
011875*
011900*------------------------------------------------------------*
012000*    1000-SCAN-BOUNDS -- FIND THE BOUNDING BOX OF THE LIVE     *
012100*    CELLS SO THE TOP-LEFT ONE CAN BECOME OFFSET (0,0).        *
018600     END-IF.
018700 3000-CONFIRM-REPLACE-EXIT.
018800     EXIT.
018900*
019000*------------------------------------------------------------*
019100*    4000-WRITE-HISTORY -- HAND THE BEFORE- AND AFTER-IMAGES   *
019200*    OF THE SAVE TO PATLIBHIST.                                *
019300*------------------------------------------------------------*
019400 4000-WRITE-HISTORY.
019500     MOVE "App_writeGridSnapshot" TO PLHREQ-PROGRAM.
019600     MOVE GRID-OPERATOR-ID TO PLHREQ-OPERATOR-ID.
019700     MOVE GRID-RUN-ID TO PLHREQ-RUN-ID.
019800     MOVE WGS-SNAPSHOT-NAME TO PLHREQ-PATTERN-NAME.
019900     SET PLHREQ-AFTER-PRESENT TO TRUE.
020000     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
020100     CALL "App_writePatlibHistory".
020200 4000-WRITE-HISTORY-EXIT.
020300     EXIT.
020400*
020500*------------------------------------------------------------*
020600*    5000-SET-SHAPE-KEY -- THE CANONICAL SHAPE KEY FOR THE     *
020700*    CELLS NOW IN PATLIB-RECORD, SET BEFORE EVERY WRITE OR     *
020800*    REWRITE SO THE ALTERNATE KEY ALWAYS MATCHES THE SHAPE.    *
020900*------------------------------------------------------------*
021000 5000-SET-SHAPE-KEY.
021100     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
021200     SET SKREQ-FUNC-KEY TO TRUE.
021300     CALL "App_computeShapeKey".
021400     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
021500 5000-SET-SHAPE-KEY-EXIT.
021600     EXIT.
