000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_checkOperator.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- THE ONE PLACE THAT DECIDES
001000*    10/15/2026  ME   WHETHER AN OPERATOR MAY DO SOMETHING.
001100*    10/15/2026  ME   EVERY PROGRAM CALLS IT AT SIGN-ON FOR THE
001200*    10/15/2026  ME   RUN FUNCTION, AND THE MAINTENANCE PATHS
001300*    10/15/2026  ME   CALL IT AGAIN FOR THE CHANGE THEY ARE
001400*    10/15/2026  ME   ABOUT TO MAKE.  THE OPERATOR IS LOOKED UP
001500*    10/15/2026  ME   ON THE OPERATORS MASTER; AN UNKNOWN OR
001600*    10/15/2026  ME   INACTIVE OPERATOR, OR A ROLE THE FUNCTION
001700*    10/15/2026  ME   IS NOT GRANTED TO, IS REFUSED AND THE
001800*    10/15/2026  ME   REFUSAL IS WRITTEN TO SYSLOG HERE, SO NO
001900*    10/15/2026  ME   CALLER CAN FORGET TO.  A MISSING OPERATORS
002000*    10/15/2026  ME   FILE REFUSES EVERYTHING -- THE FIRST
002100*    10/15/2026  ME   SUPERVISOR IS KEYED THROUGH
002200*    10/15/2026  ME   App_maintainOperators' EMPTY-FILE PATH.
002210*    10/15/2026  ME   ADDED THE SCENE FUNCTION (SCENES FILE
002220*    10/15/2026  ME   CHANGES) FOR ANALYSTS AND SUPERVISORS.
002240*    10/15/2026  ME   THE SHARED GRID-RUN-ID IS NO LONGER LEFT
002260*    10/15/2026  ME   SET TO THE CALLER'S OPCHK-RUN-ID; IT IS
002280*    10/15/2026  ME   BORROWED ONLY WHILE A REFUSAL IS LOGGED.
002300*
002400 ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600   SOURCE-COMPUTER. Linux.
002700   OBJECT-COMPUTER. Linux.
002800  INPUT-OUTPUT SECTION.
002900   FILE-CONTROL.
003000       SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
003100           ORGANIZATION IS INDEXED
003200           ACCESS MODE IS DYNAMIC
003300           RECORD KEY IS OPER-OPERATOR-ID
003400           FILE STATUS IS CKO-OPER-STATUS.
003500   I-O-CONTROL.
003600*
003700 DATA DIVISION.
003800  FILE SECTION.
003900  FD  OPERATOR-FILE.
004000      COPY "operator_master.cpy".
004100  WORKING-STORAGE SECTION.
004200      COPY "grid_common.cpy".
004300      COPY "operator_check.cpy".
004400*
004500  77  CKO-OPER-STATUS                 PIC X(02) VALUE SPACES.
004600  77  CKO-RULE-IDX                    PIC 9(02) COMP VALUE ZERO.
004700  77  CKO-RULE-SLOT                   PIC 9(02) COMP VALUE ZERO.
004800  77  CKO-FUNCTION-NAME               PIC X(10) VALUE SPACES.
004900  77  CKO-ALLOWED-ROLES               PIC X(03) VALUE SPACES.
004920*** THE CALLER'S RUN-ID, SET ASIDE WHILE A REFUSAL IS LOGGED
004940*** UNDER THE RUN-ID THE CALLER PASSED.
004960  77  CKO-HOLD-RUN-ID                 PIC X(16) VALUE SPACES.
005000*
005100*** WHO MAY DO WHAT.  ONE ENTRY PER FUNCTION CODE: THE CODE, THE
005200*** ROLES GRANTED IT (V=VIEWER A=ANALYST S=SUPERVISOR), AND THE
005300*** NAME THE REFUSAL MESSAGE USES.  A NEW RESTRICTED FUNCTION IS
005400*** ONE MORE ENTRY HERE AND ONE MORE 88 IN OPERATOR-CHECK.
005500  01  CKO-RULE-VALUES.
005600      05  FILLER                      PIC X(14)
005700                                      VALUE "RVASRUN       ".
005800      05  FILLER                      PIC X(14)
005900                                      VALUE "WAS SNAPSHOT  ".
006000      05  FILLER                      PIC X(14)
006100                                      VALUE "IAS IMPORT    ".
006200      05  FILLER                      PIC X(14)
006300                                      VALUE "PAS PROFILE   ".
006400      05  FILLER                      PIC X(14)
006500                                      VALUE "LS  LIBRARY   ".
006600      05  FILLER                      PIC X(14)
006700                                      VALUE "DS  PURGE     ".
006800      05  FILLER                      PIC X(14)
006900                                      VALUE "OS  OPERATORS ".
006920      05  FILLER                      PIC X(14)
006940                                      VALUE "SAS SCENE     ".
007000  01  CKO-RULE-TABLE REDEFINES CKO-RULE-VALUES.
007100      05  CKO-RULE-ENTRY OCCURS 8 TIMES.
007200          10  CKO-RULE-FUNCTION       PIC X(01).
007300          10  CKO-RULE-ROLES          PIC X(03).
007400          10  CKO-RULE-NAME           PIC X(10).
007500*
007600 PROCEDURE DIVISION.
007700*------------------------------------------------------------*
007800*    0000-MAINLINE -- LOOK THE OPERATOR UP AND TEST THE ROLE   *
007900*    AGAINST THE FUNCTION ASKED FOR.  EVERY REFUSAL FALLS      *
008000*    THROUGH TO 0000-REFUSE, WHICH LOGS IT.                    *
008100*------------------------------------------------------------*
008200 0000-MAINLINE.
008300     SET OPCHK-REFUSED TO TRUE.
008400     MOVE SPACES TO OPCHK-OPERATOR-NAME.
008500     MOVE SPACE TO OPCHK-ROLE.
008600     MOVE SPACES TO OPCHK-REASON.
008800     PERFORM 1000-FIND-FUNCTION-RULE
008900         THRU 1000-FIND-FUNCTION-RULE-EXIT.
009000     IF CKO-RULE-SLOT = ZERO
009100         MOVE "UNKNOWN FUNCTION CODE" TO OPCHK-REASON
009200         GO TO 0000-REFUSE
009300     END-IF.
009400     IF OPCHK-OPERATOR-ID = SPACES OR LOW-VALUES
009500         MOVE "NO OPERATOR ID AT SIGN-ON" TO OPCHK-REASON
009600         GO TO 0000-REFUSE
009700     END-IF.
009800     OPEN INPUT OPERATOR-FILE.
009900     IF CKO-OPER-STATUS NOT = "00"
010000         MOVE SPACES TO OPCHK-REASON
010100         STRING "OPERATORS FILE UNAVAILABLE " DELIMITED BY SIZE
010200                 CKO-OPER-STATUS DELIMITED BY SIZE
010300             INTO OPCHK-REASON
010400         GO TO 0000-REFUSE
010500     END-IF.
010600     MOVE OPCHK-OPERATOR-ID TO OPER-OPERATOR-ID.
010700     READ OPERATOR-FILE
010800         INVALID KEY
010900             CLOSE OPERATOR-FILE
011000             MOVE "OPERATOR NOT ON FILE" TO OPCHK-REASON
011100             GO TO 0000-REFUSE
011200     END-READ.
011300     CLOSE OPERATOR-FILE.
011400     MOVE OPER-NAME TO OPCHK-OPERATOR-NAME.
011500     MOVE OPER-ROLE TO OPCHK-ROLE.
011600     IF NOT OPER-ACTIVE
011700         MOVE "OPERATOR INACTIVE" TO OPCHK-REASON
011800         GO TO 0000-REFUSE
011900     END-IF.
012000     IF OPER-ROLE = SPACE
012100        OR (OPER-ROLE NOT = CKO-ALLOWED-ROLES (1:1)
012200        AND OPER-ROLE NOT = CKO-ALLOWED-ROLES (2:1)
012300        AND OPER-ROLE NOT = CKO-ALLOWED-ROLES (3:1))
012400         MOVE SPACES TO OPCHK-REASON
012500         STRING "ROLE " DELIMITED BY SIZE
012600                 OPER-ROLE DELIMITED BY SIZE
012700                 " NOT GRANTED THIS FUNCTION" DELIMITED BY SIZE
012800             INTO OPCHK-REASON
012900         GO TO 0000-REFUSE
013000     END-IF.
013100     SET OPCHK-ALLOWED TO TRUE.
013200     GO TO 0000-MAINLINE-EXIT.
013300 0000-REFUSE.
013400     DISPLAY "OPERATOR " OPCHK-OPERATOR-ID " REFUSED "
013500         CKO-FUNCTION-NAME " -- " OPCHK-REASON.
013600     MOVE OPCHK-PROGRAM TO GRID-LOG-PROGRAM.
013700     SET GRID-LOG-SEV-ERROR TO TRUE.
013800     MOVE SPACES TO GRID-LOG-MESSAGE.
013900     STRING "REFUSED " DELIMITED BY SIZE
014000             OPCHK-OPERATOR-ID DELIMITED BY SPACE
014100             " " DELIMITED BY SIZE
014200             CKO-FUNCTION-NAME DELIMITED BY SPACE
014300             ": " DELIMITED BY SIZE
014400             OPCHK-REASON DELIMITED BY "  "
014500         INTO GRID-LOG-MESSAGE.
014530     MOVE GRID-RUN-ID TO CKO-HOLD-RUN-ID.
014560     MOVE OPCHK-RUN-ID TO GRID-RUN-ID.
014600     CALL "App_writeSystemLog".
014650     MOVE CKO-HOLD-RUN-ID TO GRID-RUN-ID.
014700 0000-MAINLINE-EXIT.
014800     EXIT PROGRAM.
014900*
015000*------------------------------------------------------------*
015100*    1000-FIND-FUNCTION-RULE -- LOCATE THE CALLER'S FUNCTION   *
015200*    CODE IN THE RULE TABLE AND PICK UP ITS GRANTED ROLES AND  *
015300*    ITS NAME.  ZERO IN CKO-RULE-SLOT MEANS NO SUCH FUNCTION.  *
015400*------------------------------------------------------------*
015500 1000-FIND-FUNCTION-RULE.
015600     MOVE ZERO TO CKO-RULE-SLOT.
015700     MOVE OPCHK-FUNCTION TO CKO-FUNCTION-NAME.
015800     MOVE SPACES TO CKO-ALLOWED-ROLES.
015900     PERFORM 1100-MATCH-RULE-SLOT THRU 1100-MATCH-RULE-SLOT-EXIT
016000         VARYING CKO-RULE-IDX FROM 1 BY 1
016100             UNTIL CKO-RULE-IDX > 8
016200                 OR CKO-RULE-SLOT NOT = ZERO.
016300     IF CKO-RULE-SLOT NOT = ZERO
016400         MOVE CKO-RULE-ROLES (CKO-RULE-SLOT) TO CKO-ALLOWED-ROLES
016500         MOVE CKO-RULE-NAME (CKO-RULE-SLOT) TO CKO-FUNCTION-NAME
016600     END-IF.
016700 1000-FIND-FUNCTION-RULE-EXIT.
016800     EXIT.
016900*
017000 1100-MATCH-RULE-SLOT.
017100     IF CKO-RULE-FUNCTION (CKO-RULE-IDX) = OPCHK-FUNCTION
017200         MOVE CKO-RULE-IDX TO CKO-RULE-SLOT
017300     END-IF.
017400 1100-MATCH-RULE-SLOT-EXIT.
017500     EXIT.
