001800*    09/02/2026  ME   App_drawCellGrid / App_renderCanvas PAIR,
001900*    09/02/2026  ME   SO THE REVIEW LOOKS EXACTLY LIKE THE RUN
002000*    09/02/2026  ME   DID.
002020*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002040*    10/15/2026  ME   BEFORE THE JOURNAL IS OPENED; A REFUSED
002060*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
002070*    10/15/2026  ME   THE JOURNAL RECORD IS READ OUT TO THE
002080*    10/15/2026  ME   RANDOM-SOUP SEED AND DENSITY NOW ON THE "H"
002090*    10/15/2026  ME   HEADER, SO THE LONGER LINE DOES NOT SPLIT.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
004200      05  JRNL-ROW                    PIC 9(03).
004300      05  FILLER                      PIC X(01).
004400      05  JRNL-COL                    PIC 9(03).
004410*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
004420*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
004430      05  FILLER                      PIC X(01).
004440      05  JRNL-SOUP-SEED              PIC 9(09).
004450      05  FILLER                      PIC X(01).
004460      05  JRNL-SOUP-DENSITY           PIC 9(03).
004500  WORKING-STORAGE SECTION.
004600      COPY "grid_common.cpy".
004650      COPY "operator_check.cpy".
004700*
004800  77  RRJ-JRNL-STATUS                 PIC X(02) VALUE SPACES.
004900  77  RRJ-JRNL-FILENAME               PIC X(21) VALUE SPACES.
006800*    A FRAME AT EVERY GENERATION BOUNDARY.                     *
006900*------------------------------------------------------------*
007000 0000-MAINLINE.
007010     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
007020     IF OPCHK-REFUSED
007030         MOVE 16 TO RETURN-CODE
007040         GO TO 0000-MAINLINE-EXIT
007050     END-IF.
007100     IF LK-PARM-LENGTH < 16 OR LK-PARM-TEXT (1:16) = SPACES
007200         DISPLAY "RUN-ID (16 BYTES) REQUIRED ON PARM CARD"
007300         MOVE 8 TO RETURN-CODE
010300 0000-MAINLINE-EXIT.
010400     STOP RUN.
010500*
010505*------------------------------------------------------------*
010510*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
010515*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
010520*------------------------------------------------------------*
010525 0100-CHECK-OPERATOR.
010530     MOVE SPACES TO OPCHK-OPERATOR-ID.
010535     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
010540     MOVE "App_replayRunJournal" TO OPCHK-PROGRAM.
010545     MOVE SPACES TO OPCHK-RUN-ID.
010550     SET OPCHK-FUNC-RUN TO TRUE.
010555     CALL "App_checkOperator".
010560 0100-CHECK-OPERATOR-EXIT.
010565     EXIT.
010570*
010600*------------------------------------------------------------*
010700*    1000-CLEAR-GRID -- EMPTY THE WHOLE CELL AND AGE TABLE,    *
010800*    FULL TABLE AND NOT JUST THE HEADER DIMENSIONS.            *
