000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_maintainOperators.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- ONLINE MAINTENANCE FOR THE
001000*    10/15/2026  ME   OPERATORS MASTER THAT App_checkOperator
001100*    10/15/2026  ME   READS FOR EVERY PROGRAM.  BROWSES BY
001200*    10/15/2026  ME   OPERATOR ID, ADDS AN OPERATOR WITH NAME,
001300*    10/15/2026  ME   ROLE AND ACTIVE FLAG, UPDATES ONE (WHICH
001400*    10/15/2026  ME   IS HOW AN OPERATOR IS DEACTIVATED), OR
001500*    10/15/2026  ME   DELETES ONE.  SUPERVISORS ONLY.  WHEN THE
001600*    10/15/2026  ME   FILE IS MISSING OR EMPTY NOBODY COULD PASS
001700*    10/15/2026  ME   THAT CHECK, SO THE SIGNED-ON USER MAY ADD
001800*    10/15/2026  ME   THEMSELVES AS THE FIRST SUPERVISOR AND
001900*    10/15/2026  ME   NOTHING ELSE; THAT SIGN-ON IS LOGGED AS A
002000*    10/15/2026  ME   WARNING.  EVERY CHANGE GOES TO SYSLOG.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002400   SOURCE-COMPUTER. Linux.
002500   OBJECT-COMPUTER. Linux.
002600  INPUT-OUTPUT SECTION.
002700   FILE-CONTROL.
002800       SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
002900           ORGANIZATION IS INDEXED
003000           ACCESS MODE IS DYNAMIC
003100           RECORD KEY IS OPER-OPERATOR-ID
003200           FILE STATUS IS MOP-STATUS.
003300   I-O-CONTROL.
003400*
003500 DATA DIVISION.
003600  FILE SECTION.
003700  FD  OPERATOR-FILE.
003800      COPY "operator_master.cpy".
003900  WORKING-STORAGE SECTION.
004000      COPY "grid_common.cpy".
004100      COPY "operator_check.cpy".
004200*
004300  77  MOP-STATUS                       PIC X(02) VALUE SPACES.
004400  77  MOP-DONE-SWITCH                  PIC X(01) VALUE "N".
004500      88  MOP-DONE-YES                     VALUE "Y".
004600      88  MOP-DONE-NO                      VALUE "N".
004700  77  MOP-BOOTSTRAP-SWITCH             PIC X(01) VALUE "N".
004800      88  MOP-BOOTSTRAP-YES                VALUE "Y".
004900      88  MOP-BOOTSTRAP-NO                 VALUE "N".
005000  77  MOP-BODY-SWITCH                  PIC X(01) VALUE "N".
005100      88  MOP-BODY-OK                      VALUE "Y".
005200      88  MOP-BODY-BAD                     VALUE "N".
005300  77  MOP-ACTION                       PIC X(01) VALUE SPACE.
005400  77  MOP-ID-INPUT                     PIC X(08) VALUE SPACES.
005500  77  MOP-NAME-INPUT                   PIC X(30) VALUE SPACES.
005600  77  MOP-ROLE-INPUT                   PIC X(01) VALUE "V".
005700  77  MOP-ACTIVE-INPUT                 PIC X(01) VALUE "Y".
005800  77  MOP-BROWSE-DONE-SWITCH           PIC X(01) VALUE "N".
005900      88  MOP-BROWSE-DONE-YES              VALUE "Y".
006000      88  MOP-BROWSE-DONE-NO               VALUE "N".
006100  77  MOP-CONTINUE-INPUT               PIC X(01) VALUE SPACE.
006200  77  MOP-CONFIRM-INPUT                PIC X(01) VALUE SPACE.
006300  77  MOP-MESSAGE                      PIC X(60) VALUE SPACES.
006400  77  MOP-SHOW-ID                      PIC X(08) VALUE SPACES.
006500  77  MOP-SHOW-CHANGED-BY              PIC X(08) VALUE SPACES.
006600  77  MOP-SHOW-CHANGED-AT              PIC X(17) VALUE SPACES.
006700  77  MOP-SIGNON-ID                    PIC X(08) VALUE SPACES.
006800  77  MOP-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
006900  77  MOP-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007000  77  MOP-CHANGE-VERB                  PIC X(11) VALUE SPACES.
007100*
007200 SCREEN SECTION.
007300 01  MOP-MENU-SCREEN.
007400     05  BLANK SCREEN.
007500     05  LINE 1  COLUMN 1  VALUE "OPERATOR MAINTENANCE".
007600     05  LINE 3  COLUMN 1  VALUE "ACTION (B=BROWSE A=ADD U=UPD".
007700     05  LINE 3  COLUMN 29 VALUE "ATE D=DELETE X=END)".
007800     05  LINE 4  COLUMN 1  VALUE "ACTION                   : ".
007900     05  LINE 4  COLUMN 29 PIC X     USING MOP-ACTION.
008000     05  LINE 5  COLUMN 1  VALUE "OPERATOR ID              : ".
008100     05  LINE 5  COLUMN 29 PIC X(08) USING MOP-ID-INPUT.
008200     05  LINE 7  COLUMN 1  PIC X(60) FROM MOP-MESSAGE.
008300 01  MOP-DETAIL-SCREEN.
008400     05  BLANK SCREEN.
008500     05  LINE 1  COLUMN 1  VALUE "OPERATOR DETAIL".
008600     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID              : ".
008700     05  LINE 3  COLUMN 29 PIC X(08) FROM MOP-SHOW-ID.
008800     05  LINE 4  COLUMN 1  VALUE "NAME                     : ".
008900     05  LINE 4  COLUMN 29 PIC X(30) USING MOP-NAME-INPUT.
009000     05  LINE 5  COLUMN 1  VALUE "ROLE (V=VIEW A=ANAL S=SUP): ".
009100     05  LINE 5  COLUMN 29 PIC X     USING MOP-ROLE-INPUT.
009200     05  LINE 6  COLUMN 1  VALUE "ACTIVE (Y/N)             : ".
009300     05  LINE 6  COLUMN 29 PIC X     USING MOP-ACTIVE-INPUT.
009400 01  MOP-BROWSE-SCREEN.
009500     05  BLANK SCREEN.
009600     05  LINE 1  COLUMN 1  VALUE "OPERATOR BROWSE".
009700     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID              : ".
009800     05  LINE 3  COLUMN 29 PIC X(08) FROM MOP-SHOW-ID.
009900     05  LINE 4  COLUMN 1  VALUE "NAME                     : ".
010000     05  LINE 4  COLUMN 29 PIC X(30) FROM MOP-NAME-INPUT.
010100     05  LINE 5  COLUMN 1  VALUE "ROLE                     : ".
010200     05  LINE 5  COLUMN 29 PIC X     FROM MOP-ROLE-INPUT.
010300     05  LINE 6  COLUMN 1  VALUE "ACTIVE                   : ".
010400     05  LINE 6  COLUMN 29 PIC X     FROM MOP-ACTIVE-INPUT.
010500     05  LINE 7  COLUMN 1  VALUE "LAST CHANGED BY          : ".
010600     05  LINE 7  COLUMN 29 PIC X(08) FROM MOP-SHOW-CHANGED-BY.
010700     05  LINE 8  COLUMN 1  VALUE "LAST CHANGED AT          : ".
010800     05  LINE 8  COLUMN 29 PIC X(17) FROM MOP-SHOW-CHANGED-AT.
010900     05  LINE 10 COLUMN 1  VALUE "NEXT OPERATOR (Y/N)      : ".
011000     05  LINE 10 COLUMN 29 PIC X     USING MOP-CONTINUE-INPUT.
011100*
011200 PROCEDURE DIVISION.
011300*------------------------------------------------------------*
011400*    0000-MAINLINE -- OPEN THE OPERATORS FILE, DECIDE WHETHER  *
011500*    THIS IS AN EMPTY-FILE FIRST SIGN-ON OR AN ORDINARY ONE    *
011600*    THAT MUST PASS THE SUPERVISOR CHECK, THEN CYCLE THE MENU  *
011700*    UNTIL THE OPERATOR ENDS THE SESSION.                      *
011800*------------------------------------------------------------*
011900 0000-MAINLINE.
012000     MOVE SPACES TO MOP-SIGNON-ID.
012100     ACCEPT MOP-SIGNON-ID FROM ENVIRONMENT "USER".
012200     MOVE SPACES TO GRID-RUN-ID.
012300     OPEN I-O OPERATOR-FILE.
012400     IF MOP-STATUS = "35"
012500         OPEN OUTPUT OPERATOR-FILE
012600         CLOSE OPERATOR-FILE
012700         OPEN I-O OPERATOR-FILE
012800     END-IF.
012900     IF MOP-STATUS NOT = "00"
013000         DISPLAY "UNABLE TO OPEN OPERATORS " MOP-STATUS
013100         MOVE 12 TO RETURN-CODE
013200         STOP RUN
013300     END-IF.
013400     PERFORM 0500-TEST-EMPTY-FILE THRU 0500-TEST-EMPTY-FILE-EXIT.
013500     IF MOP-BOOTSTRAP-NO
013600         CLOSE OPERATOR-FILE
013700         MOVE MOP-SIGNON-ID TO OPCHK-OPERATOR-ID
013800         MOVE "App_maintainOperators" TO OPCHK-PROGRAM
013900         MOVE SPACES TO OPCHK-RUN-ID
014000         SET OPCHK-FUNC-OPERATORS TO TRUE
014100         CALL "App_checkOperator"
014200         IF OPCHK-REFUSED
014300             MOVE 16 TO RETURN-CODE
014400             STOP RUN
014500         END-IF
014600         OPEN I-O OPERATOR-FILE
014700         IF MOP-STATUS NOT = "00"
014800             DISPLAY "UNABLE TO OPEN OPERATORS " MOP-STATUS
014900             MOVE 12 TO RETURN-CODE
015000             STOP RUN
015100         END-IF
015200     END-IF.
015300     PERFORM 1000-PROCESS-MENU THRU 1000-PROCESS-MENU-EXIT
015400         UNTIL MOP-DONE-YES.
015500     CLOSE OPERATOR-FILE.
015600     DISPLAY "OPERATOR MAINTENANCE ENDED".
015700 0000-MAINLINE-EXIT.
015800     STOP RUN.
015900*
016000*------------------------------------------------------------*
016100*    0500-TEST-EMPTY-FILE -- A FILE WITH NO RECORDS AT ALL     *
016200*    PUTS THE SESSION IN FIRST-SUPERVISOR MODE.  THE SIGN-ON   *
016300*    IS LOGGED AS A WARNING SO IT SHOWS UP IN ANY REVIEW.      *
016400*------------------------------------------------------------*
016500 0500-TEST-EMPTY-FILE.
016600     SET MOP-BOOTSTRAP-NO TO TRUE.
016700     MOVE LOW-VALUES TO OPER-OPERATOR-ID.
016800     START OPERATOR-FILE
016900         KEY IS NOT LESS THAN OPER-OPERATOR-ID
017000         INVALID KEY
017100             SET MOP-BOOTSTRAP-YES TO TRUE
017200     END-START.
017300     IF MOP-BOOTSTRAP-NO
017400         READ OPERATOR-FILE NEXT RECORD
017500             AT END
017600                 SET MOP-BOOTSTRAP-YES TO TRUE
017700         END-READ
017800     END-IF.
017900     IF MOP-BOOTSTRAP-NO
018000         GO TO 0500-TEST-EMPTY-FILE-EXIT
018100     END-IF.
018200     MOVE MOP-SIGNON-ID TO MOP-ID-INPUT.
018300     MOVE "FILE EMPTY -- ADD YOUR OWN ID AS FIRST SUPERVISOR"
018400         TO MOP-MESSAGE.
018500     SET GRID-LOG-SEV-WARNING TO TRUE.
018600     MOVE SPACES TO GRID-LOG-MESSAGE.
018700     STRING "OPERATORS FILE EMPTY -- FIRST SIGN-ON BY "
018800                 DELIMITED BY SIZE
018900             MOP-SIGNON-ID DELIMITED BY SPACE
019000         INTO GRID-LOG-MESSAGE.
019100     PERFORM 8000-WRITE-LOG THRU 8000-WRITE-LOG-EXIT.
019200 0500-TEST-EMPTY-FILE-EXIT.
019300     EXIT.
019400*
019500*------------------------------------------------------------*
019600*    1000-PROCESS-MENU -- ONE TRIP THROUGH THE MENU SCREEN:    *
019700*    SHOW IT, TAKE AN ACTION CODE AND AN OPERATOR ID, AND      *
019800*    ROUTE TO THE MATCHING MAINTENANCE PARAGRAPH.  IN FIRST-   *
019900*    SUPERVISOR MODE ONLY ADDING THE SIGNED-ON ID, OR ENDING,  *
020000*    IS ACCEPTED.                                              *
020100*------------------------------------------------------------*
020200 1000-PROCESS-MENU.
020300     MOVE SPACE TO MOP-ACTION.
020400     DISPLAY MOP-MENU-SCREEN.
020500     ACCEPT MOP-MENU-SCREEN.
020600     MOVE SPACES TO MOP-MESSAGE.
020700     IF MOP-BOOTSTRAP-YES AND MOP-ACTION NOT = "X"
020800        AND (MOP-ACTION NOT = "A"
020900             OR MOP-ID-INPUT NOT = MOP-SIGNON-ID)
021000         MOVE "FILE EMPTY -- ADD YOUR OWN ID AS FIRST SUPERVISOR"
021100             TO MOP-MESSAGE
021200         MOVE MOP-SIGNON-ID TO MOP-ID-INPUT
021300         GO TO 1000-PROCESS-MENU-EXIT
021400     END-IF.
021500     EVALUATE MOP-ACTION
021600         WHEN "B"
021700             PERFORM 2000-BROWSE-OPERATORS
021800                 THRU 2000-BROWSE-OPERATORS-EXIT
021900         WHEN "A"
022000             PERFORM 3000-ADD-OPERATOR
022100                 THRU 3000-ADD-OPERATOR-EXIT
022200         WHEN "U"
022300             PERFORM 4000-UPDATE-OPERATOR
022400                 THRU 4000-UPDATE-OPERATOR-EXIT
022500         WHEN "D"
022600             PERFORM 5000-DELETE-OPERATOR
022700                 THRU 5000-DELETE-OPERATOR-EXIT
022800         WHEN "X"
022900             SET MOP-DONE-YES TO TRUE
023000         WHEN OTHER
023100             MOVE "UNKNOWN ACTION -- USE B A U D OR X"
023200                 TO MOP-MESSAGE
023300     END-EVALUATE.
023400 1000-PROCESS-MENU-EXIT.
023500     EXIT.
023600*
023700*------------------------------------------------------------*
023800*    2000-BROWSE-OPERATORS -- POSITION AT THE KEYED ID (OR THE *
023900*    TOP OF THE FILE WHEN NONE WAS KEYED) AND PAGE FORWARD ONE *
024000*    RECORD PER SCREEN UNTIL THE OPERATOR STOPS OR THE FILE    *
024100*    RUNS OUT.                                                 *
024200*------------------------------------------------------------*
024300 2000-BROWSE-OPERATORS.
024400     IF MOP-ID-INPUT = SPACES
024500         MOVE LOW-VALUES TO OPER-OPERATOR-ID
024600     ELSE
024700         MOVE MOP-ID-INPUT TO OPER-OPERATOR-ID
024800     END-IF.
024900     START OPERATOR-FILE
025000         KEY IS NOT LESS THAN OPER-OPERATOR-ID
025100         INVALID KEY
025200             MOVE "NO OPERATORS AT OR AFTER THAT ID"
025300                 TO MOP-MESSAGE
025400             GO TO 2000-BROWSE-OPERATORS-EXIT
025500     END-START.
025600     SET MOP-BROWSE-DONE-NO TO TRUE.
025700     PERFORM 2100-BROWSE-NEXT THRU 2100-BROWSE-NEXT-EXIT
025800         UNTIL MOP-BROWSE-DONE-YES.
025900 2000-BROWSE-OPERATORS-EXIT.
026000     EXIT.
026100*
026200 2100-BROWSE-NEXT.
026300     READ OPERATOR-FILE NEXT RECORD
026400         AT END
026500             MOVE "END OF OPERATORS FILE" TO MOP-MESSAGE
026600             SET MOP-BROWSE-DONE-YES TO TRUE
026700             GO TO 2100-BROWSE-NEXT-EXIT
026800     END-READ.
026900     MOVE OPER-OPERATOR-ID       TO MOP-SHOW-ID.
027000     MOVE OPER-NAME              TO MOP-NAME-INPUT.
027100     MOVE OPER-ROLE              TO MOP-ROLE-INPUT.
027200     MOVE OPER-ACTIVE-FLAG       TO MOP-ACTIVE-INPUT.
027300     MOVE OPER-CHANGED-BY        TO MOP-SHOW-CHANGED-BY.
027400     MOVE OPER-CHANGED-TIMESTAMP TO MOP-SHOW-CHANGED-AT.
027500     MOVE "Y" TO MOP-CONTINUE-INPUT.
027600     DISPLAY MOP-BROWSE-SCREEN.
027700     ACCEPT MOP-BROWSE-SCREEN.
027800     IF MOP-CONTINUE-INPUT NOT = "Y"
027900         SET MOP-BROWSE-DONE-YES TO TRUE
028000     END-IF.
028100 2100-BROWSE-NEXT-EXIT.
028200     EXIT.
028300*
028400*------------------------------------------------------------*
028500*    3000-ADD-OPERATOR -- BUILD A NEW OPERATOR RECORD FROM THE *
028600*    DETAIL SCREEN AND WRITE IT UNDER THE KEYED ID.  THE FIRST *
028700*    SUPERVISOR IS FORCED TO ROLE S, ACTIVE, WHATEVER WAS      *
028800*    KEYED, AND ENDS FIRST-SUPERVISOR MODE.                    *
028900*------------------------------------------------------------*
029000 3000-ADD-OPERATOR.
029100     IF MOP-ID-INPUT = SPACES
029200         MOVE "OPERATOR ID REQUIRED FOR ADD" TO MOP-MESSAGE
029300         GO TO 3000-ADD-OPERATOR-EXIT
029400     END-IF.
029500     MOVE MOP-ID-INPUT TO OPER-OPERATOR-ID.
029600     READ OPERATOR-FILE
029700         INVALID KEY
029800             CONTINUE
029900         NOT INVALID KEY
030000             MOVE "OPERATOR ALREADY EXISTS -- USE UPDATE"
030100                 TO MOP-MESSAGE
030200             GO TO 3000-ADD-OPERATOR-EXIT
030300     END-READ.
030400     MOVE SPACES TO MOP-NAME-INPUT.
030500     MOVE "V" TO MOP-ROLE-INPUT.
030600     MOVE "Y" TO MOP-ACTIVE-INPUT.
030700     IF MOP-BOOTSTRAP-YES
030800         MOVE "S" TO MOP-ROLE-INPUT
030900     END-IF.
031000     PERFORM 3500-KEY-OPERATOR-BODY
031100         THRU 3500-KEY-OPERATOR-BODY-EXIT.
031200     IF MOP-BODY-BAD
031300         GO TO 3000-ADD-OPERATOR-EXIT
031400     END-IF.
031500     IF MOP-BOOTSTRAP-YES
031600         SET OPER-ROLE-SUPERVISOR TO TRUE
031700         SET OPER-ACTIVE TO TRUE
031800     END-IF.
031900     WRITE OPER-RECORD
032000         INVALID KEY
032100             MOVE "UNABLE TO WRITE NEW OPERATOR" TO MOP-MESSAGE
032200             GO TO 3000-ADD-OPERATOR-EXIT
032300     END-WRITE.
032400     SET MOP-BOOTSTRAP-NO TO TRUE.
032500     MOVE "ADDED" TO MOP-CHANGE-VERB.
032600     PERFORM 7000-LOG-CHANGE THRU 7000-LOG-CHANGE-EXIT.
032700     MOVE "OPERATOR ADDED" TO MOP-MESSAGE.
032800 3000-ADD-OPERATOR-EXIT.
032900     EXIT.
033000*
033100*------------------------------------------------------------*
033200*    3500-KEY-OPERATOR-BODY -- SHARED BY ADD AND UPDATE: SHOW  *
033300*    THE DETAIL SCREEN PRIMED WITH THE CALLER'S VALUES, CHECK  *
033400*    WHAT COMES BACK, AND BUILD THE RECORD.  A SUPERVISOR MAY  *
033500*    NOT DEMOTE OR DEACTIVATE THEIR OWN SIGN-ON, SO THE FILE   *
033600*    CANNOT BE LEFT WITH NOBODY ABLE TO MAINTAIN IT.  THE      *
033700*    RECORD KEY IS ALREADY IN PLACE WHEN THIS RUNS.            *
033800*------------------------------------------------------------*
033900 3500-KEY-OPERATOR-BODY.
034000     SET MOP-BODY-BAD TO TRUE.
034100     MOVE OPER-OPERATOR-ID TO MOP-SHOW-ID.
034200     DISPLAY MOP-DETAIL-SCREEN.
034300     ACCEPT MOP-DETAIL-SCREEN.
034400     IF MOP-NAME-INPUT = SPACES
034500         MOVE "OPERATOR NAME REQUIRED" TO MOP-MESSAGE
034600         GO TO 3500-KEY-OPERATOR-BODY-EXIT
034700     END-IF.
034800     IF MOP-ROLE-INPUT NOT = "V" AND NOT = "A" AND NOT = "S"
034900         MOVE "ROLE MUST BE V A OR S" TO MOP-MESSAGE
035000         GO TO 3500-KEY-OPERATOR-BODY-EXIT
035100     END-IF.
035200     IF MOP-ACTIVE-INPUT NOT = "N"
035300         MOVE "Y" TO MOP-ACTIVE-INPUT
035400     END-IF.
035500     IF MOP-SHOW-ID = MOP-SIGNON-ID AND MOP-BOOTSTRAP-NO
035600        AND (MOP-ROLE-INPUT NOT = "S" OR MOP-ACTIVE-INPUT = "N")
035700         MOVE "CANNOT DEMOTE OR DEACTIVATE YOUR OWN SIGN-ON"
035800             TO MOP-MESSAGE
035900         GO TO 3500-KEY-OPERATOR-BODY-EXIT
036000     END-IF.
036100     PERFORM 3600-STAMP-CHANGE THRU 3600-STAMP-CHANGE-EXIT.
036200     MOVE SPACES TO OPER-RECORD.
036300     MOVE MOP-SHOW-ID         TO OPER-OPERATOR-ID.
036400     MOVE MOP-NAME-INPUT      TO OPER-NAME.
036500     MOVE MOP-ROLE-INPUT      TO OPER-ROLE.
036600     MOVE MOP-ACTIVE-INPUT    TO OPER-ACTIVE-FLAG.
036700     MOVE MOP-SHOW-CHANGED-AT TO OPER-CHANGED-TIMESTAMP.
036800     MOVE MOP-SIGNON-ID       TO OPER-CHANGED-BY.
036900     SET MOP-BODY-OK TO TRUE.
037000 3500-KEY-OPERATOR-BODY-EXIT.
037100     EXIT.
037200*
037300 3600-STAMP-CHANGE.
037400     ACCEPT MOP-CURRENT-DATE FROM DATE YYYYMMDD.
037500     ACCEPT MOP-CURRENT-TIME FROM TIME.
037600     MOVE SPACES TO MOP-SHOW-CHANGED-AT.
037700     STRING MOP-CURRENT-DATE DELIMITED BY SIZE
037800             "-" DELIMITED BY SIZE
037900             MOP-CURRENT-TIME DELIMITED BY SIZE
038000         INTO MOP-SHOW-CHANGED-AT.
038100 3600-STAMP-CHANGE-EXIT.
038200     EXIT.
038300*
038400*------------------------------------------------------------*
038500*    4000-UPDATE-OPERATOR -- SHOW AN EXISTING OPERATOR'S NAME, *
038600*    ROLE AND ACTIVE FLAG FOR CHANGE AND REWRITE IT IN PLACE.  *
038700*    SETTING ACTIVE TO N IS HOW SOMEONE IS TAKEN OFF THE       *
038800*    SYSTEM WITHOUT LOSING THEIR RECORD.                       *
038900*------------------------------------------------------------*
039000 4000-UPDATE-OPERATOR.
039100     IF MOP-ID-INPUT = SPACES
039200         MOVE "OPERATOR ID REQUIRED FOR UPDATE" TO MOP-MESSAGE
039300         GO TO 4000-UPDATE-OPERATOR-EXIT
039400     END-IF.
039500     MOVE MOP-ID-INPUT TO OPER-OPERATOR-ID.
039600     READ OPERATOR-FILE
039700         INVALID KEY
039800             MOVE "OPERATOR NOT FOUND" TO MOP-MESSAGE
039900             GO TO 4000-UPDATE-OPERATOR-EXIT
040000     END-READ.
040100     MOVE OPER-NAME        TO MOP-NAME-INPUT.
040200     MOVE OPER-ROLE        TO MOP-ROLE-INPUT.
040300     MOVE OPER-ACTIVE-FLAG TO MOP-ACTIVE-INPUT.
040400     PERFORM 3500-KEY-OPERATOR-BODY
040500         THRU 3500-KEY-OPERATOR-BODY-EXIT.
040600     IF MOP-BODY-BAD
040700         GO TO 4000-UPDATE-OPERATOR-EXIT
040800     END-IF.
040900     REWRITE OPER-RECORD
041000         INVALID KEY
041100             MOVE "UNABLE TO REWRITE OPERATOR" TO MOP-MESSAGE
041200             GO TO 4000-UPDATE-OPERATOR-EXIT
041300     END-REWRITE.
041400     MOVE "UPDATED" TO MOP-CHANGE-VERB.
041500     PERFORM 7000-LOG-CHANGE THRU 7000-LOG-CHANGE-EXIT.
041600     MOVE "OPERATOR UPDATED" TO MOP-MESSAGE.
041700 4000-UPDATE-OPERATOR-EXIT.
041800     EXIT.
041900*
042000*------------------------------------------------------------*
042100*    5000-DELETE-OPERATOR -- DROP ONE NAMED RECORD, AFTER A    *
042200*    CONFIRMATION PROMPT.  YOUR OWN SIGN-ON CANNOT BE DELETED. *
042300*------------------------------------------------------------*
042400 5000-DELETE-OPERATOR.
042500     IF MOP-ID-INPUT = SPACES
042600         MOVE "OPERATOR ID REQUIRED FOR DELETE" TO MOP-MESSAGE
042700         GO TO 5000-DELETE-OPERATOR-EXIT
042800     END-IF.
042900     IF MOP-ID-INPUT = MOP-SIGNON-ID
043000         MOVE "CANNOT DELETE YOUR OWN SIGN-ON" TO MOP-MESSAGE
043100         GO TO 5000-DELETE-OPERATOR-EXIT
043200     END-IF.
043300     MOVE MOP-ID-INPUT TO OPER-OPERATOR-ID.
043400     READ OPERATOR-FILE
043500         INVALID KEY
043600             MOVE "OPERATOR NOT FOUND" TO MOP-MESSAGE
043700             GO TO 5000-DELETE-OPERATOR-EXIT
043800     END-READ.
043900     DISPLAY "DELETE " OPER-OPERATOR-ID " " OPER-NAME " (Y/N)?".
044000     MOVE SPACE TO MOP-CONFIRM-INPUT.
044100     ACCEPT MOP-CONFIRM-INPUT.
044200     IF MOP-CONFIRM-INPUT NOT = "Y"
044300         MOVE "DELETE CANCELLED" TO MOP-MESSAGE
044400         GO TO 5000-DELETE-OPERATOR-EXIT
044500     END-IF.
044600     DELETE OPERATOR-FILE
044700         INVALID KEY
044800             MOVE "UNABLE TO DELETE OPERATOR" TO MOP-MESSAGE
044900             GO TO 5000-DELETE-OPERATOR-EXIT
045000     END-DELETE.
045100     MOVE "DELETED" TO MOP-CHANGE-VERB.
045200     PERFORM 7000-LOG-CHANGE THRU 7000-LOG-CHANGE-EXIT.
045300     MOVE "OPERATOR DELETED" TO MOP-MESSAGE.
045400 5000-DELETE-OPERATOR-EXIT.
045500     EXIT.
045600*
045700*------------------------------------------------------------*
045800*    7000-LOG-CHANGE -- ONE SYSLOG LINE PER CHANGE TO THE      *
045900*    FILE: WHICH OPERATOR, WHAT HAPPENED, THE ROLE AND ACTIVE  *
046000*    FLAG IT WAS LEFT WITH, AND WHO DID IT.                    *
046100*------------------------------------------------------------*
046200 7000-LOG-CHANGE.
046300     SET GRID-LOG-SEV-INFO TO TRUE.
046400     MOVE SPACES TO GRID-LOG-MESSAGE.
046500     STRING "OPERATOR " DELIMITED BY SIZE
046600             OPER-OPERATOR-ID DELIMITED BY SPACE
046700             " " DELIMITED BY SIZE
046800             MOP-CHANGE-VERB DELIMITED BY SPACE
046900             " ROLE " DELIMITED BY SIZE
047000             OPER-ROLE DELIMITED BY SIZE
047100             " ACTIVE " DELIMITED BY SIZE
047200             OPER-ACTIVE-FLAG DELIMITED BY SIZE
047300             " BY " DELIMITED BY SIZE
047400             MOP-SIGNON-ID DELIMITED BY SPACE
047500         INTO GRID-LOG-MESSAGE.
047600     PERFORM 8000-WRITE-LOG THRU 8000-WRITE-LOG-EXIT.
047700 7000-LOG-CHANGE-EXIT.
047800     EXIT.
047900*
048000 8000-WRITE-LOG.
048100     MOVE "App_maintainOperators" TO GRID-LOG-PROGRAM.
048200     CALL "App_writeSystemLog".
048300 8000-WRITE-LOG-EXIT.
048400     EXIT.
