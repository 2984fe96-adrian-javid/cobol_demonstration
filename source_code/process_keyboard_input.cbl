001295*    09/02/2026  ME   GRID ONLY SHOWS THROUGH App_renderCanvas'S
001296*    09/02/2026  ME   100X100 WINDOW (WHICH ALSO CLAMPS THE
001297*    09/02/2026  ME   CORNER BACK INSIDE THE GRID).
001298*    10/15/2026  ME   ADDED "C": PROMPTS FOR A SCENE TO STAMP.
001299*
001300 ENVIRONMENT DIVISION.
001400  CONFIGURATION SECTION.
001500   SOURCE-COMPUTER. Linux.
002438      05  FILLER                      PIC X(01) VALUE "S".
002439      05  FILLER                      PIC X(01) VALUE "+".
002441      05  FILLER                      PIC X(01) VALUE "-".
002442      05  FILLER                      PIC X(01) VALUE "C".
002443      05  FILLER                      PIC X(01) VALUE "W".
002444      05  FILLER                      PIC X(01) VALUE "R".
002445      05  FILLER                      PIC X(01) VALUE "8".
002449      05  FILLER                      PIC X(01) VALUE SPACE.
002450  01  PKI-VALID-KEY-TABLE REDEFINES PKI-VALID-KEY-VALUES.
002460      05  PKI-VALID-KEY-ENTRY PIC X(01)
002470              OCCURS 15 TIMES INDEXED BY PKI-KEY-IDX.
002480*
002520  77  PKI-KEY-VALID-SWITCH            PIC X(01) VALUE "N".
002530      88  PKI-KEY-IS-VALID                VALUE "Y".
002540      88  PKI-KEY-IS-INVALID              VALUE "N".
002545  77  PKI-REWIND-INPUT                PIC 9(03) VALUE ZERO.
002547  77  PKI-SCENE-INPUT                 PIC X(20) VALUE SPACES.
002550*
002600 PROCEDURE DIVISION.
002700 0000-MAINLINE.
004293             END-IF
004294         WHEN "6"
004295             ADD 10 TO GRID-VIEW-LEFT
004296         WHEN "C"
004297             PERFORM 5300-PROMPT-SCENE-NAME
004298                 THRU 5300-PROMPT-SCENE-NAME-EXIT
004300         WHEN OTHER
004400             CONTINUE
004500     END-EVALUATE.
004990     CALL "App_rewindCellGrid".
005000 5200-PROMPT-REWIND-COUNT-EXIT.
005010     EXIT.
005015*
005020*------------------------------------------------------------*
005030*    5300-PROMPT-SCENE-NAME -- ASK WHICH SCENE                 *
005040*    App_updateCellGrid SHOULD CHECK AND STAMP NEXT TICK.  A   *
005050*    BLANK NAME CANCELS.                                       *
005060*------------------------------------------------------------*
005070 5300-PROMPT-SCENE-NAME.
005080     DISPLAY "SCENE NAME: ".
005090     MOVE SPACES TO PKI-SCENE-INPUT.
005100     ACCEPT PKI-SCENE-INPUT.
005110     IF PKI-SCENE-INPUT = SPACES
005120         DISPLAY "SCENE LOAD CANCELLED -- NO NAME GIVEN"
005130         GO TO 5300-PROMPT-SCENE-NAME-EXIT
005140     END-IF.
005150     MOVE PKI-SCENE-INPUT TO GRID-SCENE-NAME.
005160     SET GRID-LOAD-SCENE-YES TO TRUE.
005170 5300-PROMPT-SCENE-NAME-EXIT.
005180     EXIT.
