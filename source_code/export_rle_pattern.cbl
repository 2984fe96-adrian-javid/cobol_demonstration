002350*    09/02/2026  ME   ("x = 40", NOT "x =  40") -- THE FILE IS
002360*    09/02/2026  ME   FOR INTERCHANGE, SO THE HEADER SHOULD
002370*    09/02/2026  ME   READ THE WAY COMMUNITY TOOLS WRITE IT.
002375*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002380*    10/15/2026  ME   BEFORE ANYTHING IS READ; A REFUSED OPERATOR
002385*    10/15/2026  ME   ENDS THE RUN WITH RC 16.
002388*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002391*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
002394*    10/15/2026  ME   MATCH THE FILE.
002400*
002500 ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
003500           ORGANIZATION IS INDEXED
003600           ACCESS MODE IS DYNAMIC
003700           RECORD KEY IS PATLIB-PATTERN-NAME
003733           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003766               WITH DUPLICATES
003800           FILE STATUS IS ERP-PATLIB-STATUS.
003900   I-O-CONTROL.
004000*
004500  FD  PATTERN-LIBRARY-FILE.
004600      COPY "pattern_lib.cpy".
004700  WORKING-STORAGE SECTION.
004750      COPY "operator_check.cpy".
004800  77  ERP-RLE-STATUS                   PIC X(02) VALUE SPACES.
004900  77  ERP-PATLIB-STATUS                PIC X(02) VALUE SPACES.
005000  77  ERP-ERROR-SWITCH                 PIC X(01) VALUE "N".
008600*    FILE ONLY WHEN EVERYTHING CHECKED CLEAN.                  *
008700*------------------------------------------------------------*
008800 0000-MAINLINE.
008810     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
008820     IF OPCHK-REFUSED
008830         MOVE 16 TO RETURN-CODE
008840         GO TO 0000-MAINLINE-EXIT
008850     END-IF.
008900     IF LK-PARM-LENGTH < 1 OR LK-PARM-TEXT = SPACES
009000         MOVE "PATTERN NAME REQUIRED ON PARM CARD"
009100             TO ERP-ERROR-MESSAGE
011600 0000-MAINLINE-EXIT.
011700     STOP RUN.
011800*
011805*------------------------------------------------------------*
011810*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
011815*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
011820*------------------------------------------------------------*
011825 0100-CHECK-OPERATOR.
011830     MOVE SPACES TO OPCHK-OPERATOR-ID.
011835     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
011840     MOVE "App_exportRlePattern" TO OPCHK-PROGRAM.
011845     MOVE SPACES TO OPCHK-RUN-ID.
011850     SET OPCHK-FUNC-RUN TO TRUE.
011855     CALL "App_checkOperator".
011860 0100-CHECK-OPERATOR-EXIT.
011865     EXIT.
011870*
011900*------------------------------------------------------------*
012000*    1000-READ-PATTERN -- FETCH THE NAMED LIBRARY RECORD.      *
012100*------------------------------------------------------------*
