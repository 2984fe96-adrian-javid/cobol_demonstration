002560*    09/02/2026  ME   THROUGH THE 100X100-ERA CKPTA- VIEW AND
002570*    09/02/2026  ME   THE SAME CLASSIFY TESTS AS BEFORE.  THE
002580*    09/02/2026  ME   PATTERN DIMENSION LIMIT RISES TO 500 TOO.
002585*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002590*    10/15/2026  ME   BEFORE ANY FILE IS PROBED; A REFUSED
002595*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
002596*    10/15/2026  ME   ENDS WITH GOBACK RATHER THAN STOP RUN SO
002597*    10/15/2026  ME   App_runNightlyJobStream CAN CALL IT AS A
002598*    10/15/2026  ME   JOB STEP AND READ ITS RETURN CODE; RUN
002599*    10/15/2026  ME   STANDALONE IT ENDS EXACTLY AS BEFORE.
002611*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002623*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
002635*    10/15/2026  ME   MATCH THE FILE.
002637*    10/15/2026  ME   THE AUDIT LINE IS READ OUT TO ITS TOPOLOGY,
002639*    10/15/2026  ME   SCENE NAME AND RANDOM-SOUP FIELDS, SO THE
002641*    10/15/2026  ME   LONGER LINES DO NOT SPLIT.
002649*
002700 ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900   SOURCE-COMPUTER. Linux.
003800           ORGANIZATION IS INDEXED
003900           ACCESS MODE IS SEQUENTIAL
004000           RECORD KEY IS PATLIB-PATTERN-NAME
004033           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
004066               WITH DUPLICATES
004100           FILE STATUS IS VSF-PATLIB-STATUS.
004200       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
004300           ORGANIZATION IS LINE SEQUENTIAL
007400      05  AUDIT-FINAL-GENERATION      PIC 9(09).
007500      05  FILLER                      PIC X(01).
007600      05  AUDIT-RULE-NAME             PIC X(10).
007605      05  FILLER                      PIC X(01).
007610      05  AUDIT-TOPOLOGY              PIC X(01).
007615      05  FILLER                      PIC X(01).
007620      05  AUDIT-SCENE-NAME            PIC X(20).
007625*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
007630*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
007635      05  AUDIT-SOUP.
007640          10  FILLER                  PIC X(01).
007645          10  AUDIT-SOUP-SEED         PIC 9(09).
007650          10  FILLER                  PIC X(01).
007655          10  AUDIT-SOUP-DENSITY      PIC 9(03).
007660          10  FILLER                  PIC X(01).
007665          10  AUDIT-SOUP-TOP          PIC 9(03).
007670          10  AUDIT-SOUP-LEFT         PIC 9(03).
007675          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
007680          10  AUDIT-SOUP-WIDTH        PIC 9(03).
007700  FD  VERIFY-REPORT-FILE.
007800  01  VERIFY-REPORT-RECORD            PIC X(132).
007900  WORKING-STORAGE SECTION.
007950      COPY "operator_check.cpy".
008000  77  VSF-CKPT-STATUS                 PIC X(02) VALUE SPACES.
008100  77  VSF-PATLIB-STATUS               PIC X(02) VALUE SPACES.
008200  77  VSF-AUDIT-STATUS                PIC X(02) VALUE SPACES.
012700*    CODE.                                                     *
012800*------------------------------------------------------------*
012900 0000-MAINLINE.
012910     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
012920     IF OPCHK-REFUSED
012930         MOVE 16 TO RETURN-CODE
012940         GO TO 0000-MAINLINE-EXIT
012950     END-IF.
013000     IF LK-PARM-LENGTH >= 16
013100         MOVE LK-PARM-TEXT (1:16) TO VSF-RUN-ID
013200     END-IF.
015600         END-IF
015700     END-IF.
015800 0000-MAINLINE-EXIT.
015900     GOBACK.
016000*
016005*------------------------------------------------------------*
016010*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
016015*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
016020*------------------------------------------------------------*
016025 0100-CHECK-OPERATOR.
016030     MOVE SPACES TO OPCHK-OPERATOR-ID.
016035     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
016040     MOVE "App_verifySystemFiles" TO OPCHK-PROGRAM.
016045     MOVE SPACES TO OPCHK-RUN-ID.
016050     SET OPCHK-FUNC-RUN TO TRUE.
016055     CALL "App_checkOperator".
016060 0100-CHECK-OPERATOR-EXIT.
016065     EXIT.
016070*
016100*------------------------------------------------------------*
016200*    1000-VERIFY-CHECKPOINT -- THE COUNT MUST MATCH THE        *
016300*    ENTRIES PRESENT AND EVERY COORDINATE MUST SIT INSIDE THE  *
