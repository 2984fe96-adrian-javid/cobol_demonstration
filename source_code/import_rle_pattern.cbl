002100*    08/22/2026  ME   NEVER TRUNCATED SILENTLY.
002110*    09/02/2026  ME   THE DIMENSION LIMIT RISES TO 500X500 WITH
002120*    09/02/2026  ME   THE GRID CEILING.
002130*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002140*    10/15/2026  ME   FOR THE IMPORT FUNCTION -- ANALYSTS AND
002150*    10/15/2026  ME   SUPERVISORS ONLY.  A REFUSED OPERATOR ENDS
002160*    10/15/2026  ME   THE RUN WITH RC 16 BEFORE RLEFILE IS READ.
002170*    10/15/2026  ME   AN IMPORTED PATTERN IS NOW LOGGED TO
002180*    10/15/2026  ME   PATLIBHIST AS ITS AFTER-IMAGE.
002184*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002188*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; EVERY WRITE AND
002192*    10/15/2026  ME   REWRITE HERE SETS IT FIRST THROUGH
002196*    10/15/2026  ME   App_computeShapeKey.
002200*
002300 ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
003300           ORGANIZATION IS INDEXED
003400           ACCESS MODE IS DYNAMIC
003500           RECORD KEY IS PATLIB-PATTERN-NAME
003533           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003566               WITH DUPLICATES
003600           FILE STATUS IS IRP-PATLIB-STATUS.
003700   I-O-CONTROL.
003800*
004300  FD  PATTERN-LIBRARY-FILE.
004400      COPY "pattern_lib.cpy".
004500  WORKING-STORAGE SECTION.
004550      COPY "operator_check.cpy".
004570      COPY "patlib_history_request.cpy".
004585      COPY "shape_key_request.cpy".
004600  77  IRP-RLE-STATUS                   PIC X(02) VALUE SPACES.
004700  77  IRP-PATLIB-STATUS                PIC X(02) VALUE SPACES.
004800  77  IRP-EOF-SWITCH                   PIC X(01) VALUE "N".
009400*    ONLY WHEN EVERYTHING VALIDATED CLEAN.                     *
009500*------------------------------------------------------------*
009600 0000-MAINLINE.
009610     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
009620     IF OPCHK-REFUSED
009630         MOVE 16 TO RETURN-CODE
009640         GO TO 0000-MAINLINE-EXIT
009650     END-IF.
009700     IF LK-PARM-LENGTH < 1 OR LK-PARM-TEXT = SPACES
009800         MOVE "PATTERN NAME REQUIRED ON PARM CARD"
009900             TO IRP-ERROR-MESSAGE
012900 0000-MAINLINE-EXIT.
013000     STOP RUN.
013100*
013105*------------------------------------------------------------*
013110*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
013115*    ANALYST OR SUPERVISOR TO ADD PATTERNS TO THE LIBRARY.     *
013120*------------------------------------------------------------*
013125 0100-CHECK-OPERATOR.
013130     MOVE SPACES TO OPCHK-OPERATOR-ID.
013135     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
013140     MOVE "App_importRlePattern" TO OPCHK-PROGRAM.
013145     MOVE SPACES TO OPCHK-RUN-ID.
013150     SET OPCHK-FUNC-IMPORT TO TRUE.
013155     CALL "App_checkOperator".
013160 0100-CHECK-OPERATOR-EXIT.
013165     EXIT.
013170*
013200*------------------------------------------------------------*
013300*    2000-PROCESS-LINE -- READ ONE RLE LINE AND ROUTE IT:      *
013400*    "#" COMMENT LINES ARE SKIPPED, THE FIRST REAL LINE IS THE *
036000         THRU 5100-COPY-CELL-ENTRY-EXIT
036100         VARYING IRP-CELL-IDX FROM 1 BY 1
036200             UNTIL IRP-CELL-IDX > IRP-CELL-COUNT.
036250     PERFORM 5300-SET-SHAPE-KEY THRU 5300-SET-SHAPE-KEY-EXIT.
036300     WRITE PATLIB-RECORD
036400         INVALID KEY
036500             MOVE "PATTERN NAME ALREADY IN LIBRARY"
036600                 TO IRP-ERROR-MESSAGE
036700             SET IRP-ERROR-YES TO TRUE
036720         NOT INVALID KEY
036740             PERFORM 5200-WRITE-HISTORY
036760                 THRU 5200-WRITE-HISTORY-EXIT
036800     END-WRITE.
036900     CLOSE PATTERN-LIBRARY-FILE.
037000 5000-WRITE-PATTERN-EXIT.
037700         TO PATLIB-CELL-COL-OFFSET (IRP-CELL-IDX).
037800 5100-COPY-CELL-ENTRY-EXIT.
037900     EXIT.
038000*
038100*------------------------------------------------------------*
038200*    5200-WRITE-HISTORY -- LOG THE NEW PATTERN TO PATLIBHIST   *
038300*    AS AN ADD: NO BEFORE-IMAGE, THE RECORD JUST WRITTEN AS    *
038400*    THE AFTER-IMAGE.                                          *
038500*------------------------------------------------------------*
038600 5200-WRITE-HISTORY.
038700     MOVE "App_importRlePattern" TO PLHREQ-PROGRAM.
038800     MOVE OPCHK-OPERATOR-ID TO PLHREQ-OPERATOR-ID.
038900     MOVE SPACES TO PLHREQ-RUN-ID.
039000     MOVE "IMPORT" TO PLHREQ-ACTION.
039100     MOVE PATLIB-PATTERN-NAME TO PLHREQ-PATTERN-NAME.
039200     SET PLHREQ-BEFORE-ABSENT TO TRUE.
039300     MOVE SPACES TO PLHREQ-BEFORE-IMAGE.
039400     SET PLHREQ-AFTER-PRESENT TO TRUE.
039500     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
039600     CALL "App_writePatlibHistory".
039700 5200-WRITE-HISTORY-EXIT.
039800     EXIT.
039900*
040000*------------------------------------------------------------*
040100*    5300-SET-SHAPE-KEY -- THE CANONICAL SHAPE KEY FOR THE     *
040200*    CELLS NOW IN PATLIB-RECORD, SET BEFORE EVERY WRITE OR     *
040300*    REWRITE SO THE ALTERNATE KEY ALWAYS MATCHES THE SHAPE.    *
040400*------------------------------------------------------------*
040500 5300-SET-SHAPE-KEY.
040600     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
040700     SET SKREQ-FUNC-KEY TO TRUE.
040800     CALL "App_computeShapeKey".
040900     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
041000 5300-SET-SHAPE-KEY-EXIT.
041100     EXIT.
