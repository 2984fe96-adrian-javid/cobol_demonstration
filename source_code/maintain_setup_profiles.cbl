001900*    09/02/2026  ME   SHARE GRID-COMMON'S EXTERNAL STORAGE.
001910*    09/02/2026  ME   THE DIMENSION FIELDS NOW ACCEPT 1-500
001920*    09/02/2026  ME   WITH THE GRID CEILING RAISED.
001930*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER.
001940*    10/15/2026  ME   ANY ACTIVE OPERATOR MAY BROWSE; ADD,
001950*    10/15/2026  ME   UPDATE AND DELETE NEED THE PROFILE FUNCTION
001960*    10/15/2026  ME   (ANALYSTS AND SUPERVISORS) AND ARE REFUSED
001970*    10/15/2026  ME   ON THE MENU LINE OTHERWISE.
002000*
002100 ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
003600  FD  SETUP-PROFILE-FILE.
003700      COPY "setup_profile.cpy".
003800  WORKING-STORAGE SECTION.
003830      COPY "operator_check.cpy".
003860  77  MSP-OPERATOR-ID                  PIC X(08) VALUE SPACES.
003900  77  MSP-STATUS                       PIC X(02) VALUE SPACES.
004000  77  MSP-DONE-SWITCH                  PIC X(01) VALUE "N".
004100      88  MSP-DONE-YES                     VALUE "Y".
011100*    SESSION.                                                  *
011200*------------------------------------------------------------*
011300 0000-MAINLINE.
011310     MOVE SPACES TO MSP-OPERATOR-ID.
011320     ACCEPT MSP-OPERATOR-ID FROM ENVIRONMENT "USER".
011330     SET OPCHK-FUNC-RUN TO TRUE.
011340     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
011350     IF OPCHK-REFUSED
011360         MOVE 16 TO RETURN-CODE
011370         GO TO 0000-MAINLINE-EXIT
011380     END-IF.
011400     OPEN I-O SETUP-PROFILE-FILE.
011500     IF MSP-STATUS = "35"
011600         OPEN OUTPUT SETUP-PROFILE-FILE
012800 0000-MAINLINE-EXIT.
012900     STOP RUN.
013000*
013005*------------------------------------------------------------*
013010*    0100-CHECK-OPERATOR -- ASK App_checkOperator WHETHER THE  *
013015*    SIGNED-ON OPERATOR MAY PERFORM THE FUNCTION ALREADY SET   *
013020*    IN OPCHK-FUNCTION.  A REFUSAL IS LOGGED BY THE CHECK.     *
013025*------------------------------------------------------------*
013030 0100-CHECK-OPERATOR.
013035     MOVE MSP-OPERATOR-ID TO OPCHK-OPERATOR-ID.
013040     MOVE "App_maintainSetupProfiles" TO OPCHK-PROGRAM.
013045     MOVE SPACES TO OPCHK-RUN-ID.
013050     CALL "App_checkOperator".
013055 0100-CHECK-OPERATOR-EXIT.
013060     EXIT.
013065*
013100*------------------------------------------------------------*
013200*    1000-PROCESS-MENU -- ONE TRIP THROUGH THE MENU SCREEN:    *
013300*    SHOW IT, TAKE AN ACTION CODE AND A PROFILE NAME, AND      *
013800     DISPLAY MSP-MENU-SCREEN.
013900     ACCEPT MSP-MENU-SCREEN.
014000     MOVE SPACES TO MSP-MESSAGE.
014005     IF MSP-ACTION = "A" OR "U" OR "D"
014010         SET OPCHK-FUNC-PROFILE TO TRUE
014015         PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT
014020         IF OPCHK-REFUSED
014025             STRING "REFUSED -- " DELIMITED BY SIZE
014030                     OPCHK-REASON DELIMITED BY SIZE
014035                 INTO MSP-MESSAGE
014040             GO TO 1000-PROCESS-MENU-EXIT
014045         END-IF
014050     END-IF.
014100     EVALUATE MSP-ACTION
014200         WHEN "B"
014300             PERFORM 2000-BROWSE-PROFILES
