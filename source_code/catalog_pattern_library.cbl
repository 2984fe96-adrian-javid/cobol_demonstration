001900*    09/02/2026  ME   UTILITIES -- NOT PART OF THE PER-TICK CALL
002000*    09/02/2026  ME   CHAIN, SO IT DOES NOT SHARE GRID-COMMON'S
002100*    09/02/2026  ME   EXTERNAL STORAGE.
002120*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002140*    10/15/2026  ME   BEFORE THE CATALOG IS PRINTED; A REFUSED
002160*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
002165*    10/15/2026  ME   ENDS WITH GOBACK RATHER THAN STOP RUN SO
002170*    10/15/2026  ME   App_runNightlyJobStream CAN CALL IT AS A
002175*    10/15/2026  ME   JOB STEP AND READ ITS RETURN CODE; RUN
002180*    10/15/2026  ME   STANDALONE IT ENDS EXACTLY AS BEFORE.
002185*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002190*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
002195*    10/15/2026  ME   MATCH THE FILE.
002200*
002300 ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
003000           ORGANIZATION IS INDEXED
003100           ACCESS MODE IS SEQUENTIAL
003200           RECORD KEY IS PATLIB-PATTERN-NAME
003233           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003266               WITH DUPLICATES
003300           FILE STATUS IS CPL-PATLIB-STATUS.
003400       SELECT PATTERN-USAGE-FILE ASSIGN TO "PATUSAGE"
003500           ORGANIZATION IS LINE SEQUENTIAL
005300  FD  CATALOG-REPORT-FILE.
005400  01  CATALOG-REPORT-RECORD           PIC X(132).
005500  WORKING-STORAGE SECTION.
005550      COPY "operator_check.cpy".
005600  77  CPL-PATLIB-STATUS               PIC X(02) VALUE SPACES.
005700  77  CPL-USAGE-STATUS                PIC X(02) VALUE SPACES.
005800  77  CPL-REPORT-STATUS               PIC X(02) VALUE SPACES.
011700*    ENTRY PER RECORD.                                         *
011800*------------------------------------------------------------*
011900 0000-MAINLINE.
011910     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
011920     IF OPCHK-REFUSED
011930         MOVE 16 TO RETURN-CODE
011940         GO TO 0000-MAINLINE-EXIT
011950     END-IF.
012000     OPEN OUTPUT CATALOG-REPORT-FILE.
012100     IF CPL-REPORT-STATUS NOT = "00"
012200         DISPLAY "UNABLE TO OPEN CATLGRPT " CPL-REPORT-STATUS
014900     CLOSE CATALOG-REPORT-FILE.
015000     DISPLAY "CATALOG WRITTEN -- PATTERNS: " CPL-PATTERN-COUNT.
015100 0000-MAINLINE-EXIT.
015200     GOBACK.
015300*
015305*------------------------------------------------------------*
015310*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
015315*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
015320*------------------------------------------------------------*
015325 0100-CHECK-OPERATOR.
015330     MOVE SPACES TO OPCHK-OPERATOR-ID.
015335     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
015340     MOVE "App_catalogPatternLibrary" TO OPCHK-PROGRAM.
015345     MOVE SPACES TO OPCHK-RUN-ID.
015350     SET OPCHK-FUNC-RUN TO TRUE.
015355     CALL "App_checkOperator".
015360 0100-CHECK-OPERATOR-EXIT.
015365     EXIT.
015370*
015400*------------------------------------------------------------*
015500*    1000-LOAD-USAGE-COUNTS -- ONE PASS OVER PATUSAGE, KEEPING *
015600*    A LOAD COUNT AND THE LATEST TIMESTAMP PER PATTERN NAME.   *
