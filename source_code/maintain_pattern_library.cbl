001900*    08/22/2026  ME   GRID-COMMON'S EXTERNAL STORAGE.
001910*    09/02/2026  ME   THE DIMENSION FIELDS NOW ACCEPT 1-500
001920*    09/02/2026  ME   WITH THE GRID CEILING RAISED.
001930*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER.
001940*    10/15/2026  ME   ANY ACTIVE OPERATOR MAY BROWSE; ADD,
001950*    10/15/2026  ME   UPDATE, DELETE AND RENAME NEED THE LIBRARY
001960*    10/15/2026  ME   FUNCTION (SUPERVISORS ONLY) AND ARE REFUSED
001970*    10/15/2026  ME   ON THE MENU LINE OTHERWISE.
001975*    10/15/2026  ME   EVERY ADD, UPDATE, DELETE AND RENAME NOW
001980*    10/15/2026  ME   WRITES ITS BEFORE- AND AFTER-IMAGE TO
001985*    10/15/2026  ME   PATLIBHIST THROUGH App_writePatlibHistory.
001988*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
001991*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; EVERY WRITE AND
001994*    10/15/2026  ME   REWRITE HERE SETS IT FIRST THROUGH
001997*    10/15/2026  ME   App_computeShapeKey.
002000*
002100 ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
002800           ORGANIZATION IS INDEXED
002900           ACCESS MODE IS DYNAMIC
003000           RECORD KEY IS PATLIB-PATTERN-NAME
003033           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
003066               WITH DUPLICATES
003100           FILE STATUS IS MPL-STATUS.
003200   I-O-CONTROL.
003300*
003600  FD  PATTERN-LIBRARY-FILE.
003700      COPY "pattern_lib.cpy".
003800  WORKING-STORAGE SECTION.
003830      COPY "operator_check.cpy".
003840      COPY "patlib_history_request.cpy".
003850      COPY "shape_key_request.cpy".
003860  77  MPL-OPERATOR-ID                  PIC X(08) VALUE SPACES.
003900  77  MPL-STATUS                       PIC X(02) VALUE SPACES.
004000  77  MPL-DONE-SWITCH                  PIC X(01) VALUE "N".
004100      88  MPL-DONE-YES                     VALUE "Y".
006400  77  MPL-SHOW-CELL-NO                 PIC 9(05) VALUE ZERO.
006500*
006600*** THE WHOLE LIBRARY RECORD, HELD ACROSS THE DELETE-THEN-WRITE
006700*** OF A RENAME SO THE CELL TABLE SURVIVES THE KEY CHANGE.  THE
006750*** SHAPE KEY IS NOT HELD; IT IS SET AFRESH BEFORE THE WRITE.
006800  01  MPL-HOLD-RECORD                  PIC X(3031).
006900*
007000 SCREEN SECTION.
011700*    THE MAINTENANCE MENU UNTIL THE OPERATOR ENDS THE SESSION. *
011800*------------------------------------------------------------*
011900 0000-MAINLINE.
011910     MOVE SPACES TO MPL-OPERATOR-ID.
011920     ACCEPT MPL-OPERATOR-ID FROM ENVIRONMENT "USER".
011930     SET OPCHK-FUNC-RUN TO TRUE.
011940     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
011950     IF OPCHK-REFUSED
011960         MOVE 16 TO RETURN-CODE
011970         GO TO 0000-MAINLINE-EXIT
011980     END-IF.
012000     OPEN I-O PATTERN-LIBRARY-FILE.
012100     IF MPL-STATUS = "35"
012200         OPEN OUTPUT PATTERN-LIBRARY-FILE
013400 0000-MAINLINE-EXIT.
013500     STOP RUN.
013600*
013605*------------------------------------------------------------*
013610*    0100-CHECK-OPERATOR -- ASK App_checkOperator WHETHER THE  *
013615*    SIGNED-ON OPERATOR MAY PERFORM THE FUNCTION ALREADY SET   *
013620*    IN OPCHK-FUNCTION.  A REFUSAL IS LOGGED BY THE CHECK.     *
013625*------------------------------------------------------------*
013630 0100-CHECK-OPERATOR.
013635     MOVE MPL-OPERATOR-ID TO OPCHK-OPERATOR-ID.
013640     MOVE "App_maintainPatternLibrary" TO OPCHK-PROGRAM.
013645     MOVE SPACES TO OPCHK-RUN-ID.
013650     CALL "App_checkOperator".
013655 0100-CHECK-OPERATOR-EXIT.
013660     EXIT.
013665*
013700*------------------------------------------------------------*
013800*    1000-PROCESS-MENU -- ONE TRIP THROUGH THE MENU SCREEN:    *
013900*    SHOW IT, TAKE AN ACTION CODE AND A PATTERN NAME, AND      *
014400     DISPLAY MPL-MENU-SCREEN.
014500     ACCEPT MPL-MENU-SCREEN.
014600     MOVE SPACES TO MPL-MESSAGE.
014605     IF MPL-ACTION = "A" OR "U" OR "D" OR "R"
014610         SET OPCHK-FUNC-LIBRARY TO TRUE
014615         PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT
014620         IF OPCHK-REFUSED
014625             STRING "REFUSED -- " DELIMITED BY SIZE
014630                     OPCHK-REASON DELIMITED BY SIZE
014635                 INTO MPL-MESSAGE
014640             GO TO 1000-PROCESS-MENU-EXIT
014645         END-IF
014650     END-IF.
014700     EVALUATE MPL-ACTION
014800         WHEN "B"
014900             PERFORM 2000-BROWSE-LIBRARY
024000             MOVE "UNABLE TO WRITE NEW PATTERN" TO MPL-MESSAGE
024100             GO TO 3000-ADD-PATTERN-EXIT
024200     END-WRITE.
024210     MOVE "ADD" TO PLHREQ-ACTION.
024220     MOVE PATLIB-PATTERN-NAME TO PLHREQ-PATTERN-NAME.
024230     SET PLHREQ-BEFORE-ABSENT TO TRUE.
024240     MOVE SPACES TO PLHREQ-BEFORE-IMAGE.
024250     SET PLHREQ-AFTER-PRESENT TO TRUE.
024260     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
024270     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT.
024300     MOVE "PATTERN ADDED" TO MPL-MESSAGE.
024400 3000-ADD-PATTERN-EXIT.
024500     EXIT.
027300     PERFORM 3600-KEY-ONE-CELL THRU 3600-KEY-ONE-CELL-EXIT
027400         UNTIL MPL-CELL-DONE-YES.
027500     MOVE MPL-CELL-IDX TO PATLIB-CELL-COUNT.
027550     PERFORM 7100-SET-SHAPE-KEY THRU 7100-SET-SHAPE-KEY-EXIT.
027600 3500-KEY-PATTERN-BODY-EXIT.
027700     EXIT.
027800*
031900             MOVE "PATTERN NOT FOUND" TO MPL-MESSAGE
032000             GO TO 4000-UPDATE-PATTERN-EXIT
032100     END-READ.
032150     MOVE PATLIB-RECORD TO PLHREQ-BEFORE-IMAGE.
032200     PERFORM 3500-KEY-PATTERN-BODY
032300         THRU 3500-KEY-PATTERN-BODY-EXIT.
032400     REWRITE PATLIB-RECORD
032600             MOVE "UNABLE TO REWRITE PATTERN" TO MPL-MESSAGE
032700             GO TO 4000-UPDATE-PATTERN-EXIT
032800     END-REWRITE.
032810     MOVE "UPDATE" TO PLHREQ-ACTION.
032820     MOVE PATLIB-PATTERN-NAME TO PLHREQ-PATTERN-NAME.
032830     SET PLHREQ-BEFORE-PRESENT TO TRUE.
032840     SET PLHREQ-AFTER-PRESENT TO TRUE.
032850     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
032860     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT.
032900     MOVE "PATTERN UPDATED" TO MPL-MESSAGE.
033000 4000-UPDATE-PATTERN-EXIT.
033100     EXIT.
034600             MOVE "PATTERN NOT FOUND" TO MPL-MESSAGE
034700             GO TO 5000-DELETE-PATTERN-EXIT
034800     END-READ.
034850     MOVE PATLIB-RECORD TO PLHREQ-BEFORE-IMAGE.
034900     DISPLAY "DELETE " PATLIB-PATTERN-NAME " (Y/N)?".
035000     MOVE SPACE TO MPL-CONFIRM-INPUT.
035100     ACCEPT MPL-CONFIRM-INPUT.
035800             MOVE "UNABLE TO DELETE PATTERN" TO MPL-MESSAGE
035900             GO TO 5000-DELETE-PATTERN-EXIT
036000     END-DELETE.
036010     MOVE "DELETE" TO PLHREQ-ACTION.
036020     MOVE MPL-NAME-INPUT TO PLHREQ-PATTERN-NAME.
036030     SET PLHREQ-BEFORE-PRESENT TO TRUE.
036040     SET PLHREQ-AFTER-ABSENT TO TRUE.
036050     MOVE SPACES TO PLHREQ-AFTER-IMAGE.
036060     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT.
036100     MOVE "PATTERN DELETED" TO MPL-MESSAGE.
036200 5000-DELETE-PATTERN-EXIT.
036300     EXIT.
039600     END-DELETE.
039700     MOVE MPL-HOLD-RECORD TO PATLIB-RECORD.
039800     MOVE MPL-NEW-NAME TO PATLIB-PATTERN-NAME.
039850     PERFORM 7100-SET-SHAPE-KEY THRU 7100-SET-SHAPE-KEY-EXIT.
039900     WRITE PATLIB-RECORD
040000         INVALID KEY
040100             MOVE MPL-HOLD-RECORD TO PATLIB-RECORD
040200             MOVE MPL-NAME-INPUT TO PATLIB-PATTERN-NAME
040230             PERFORM 7100-SET-SHAPE-KEY
040260                 THRU 7100-SET-SHAPE-KEY-EXIT
040300             WRITE PATLIB-RECORD
040400                 INVALID KEY
040500                     CONTINUE
040800                 TO MPL-MESSAGE
040900             GO TO 6000-RENAME-PATTERN-EXIT
041000     END-WRITE.
041005*** A RENAME IS TWO CHANGES IN THE HISTORY: THE OLD NAME GOES,
041010*** THEN THE NEW NAME ARRIVES WITH THE SAME CELLS.
041015     MOVE "RENAME" TO PLHREQ-ACTION.
041020     MOVE MPL-NAME-INPUT TO PLHREQ-PATTERN-NAME.
041025     SET PLHREQ-BEFORE-PRESENT TO TRUE.
041030     MOVE MPL-HOLD-RECORD TO PLHREQ-BEFORE-IMAGE.
041035     SET PLHREQ-AFTER-ABSENT TO TRUE.
041040     MOVE SPACES TO PLHREQ-AFTER-IMAGE.
041045     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT.
041050     MOVE MPL-NEW-NAME TO PLHREQ-PATTERN-NAME.
041055     SET PLHREQ-BEFORE-ABSENT TO TRUE.
041060     MOVE SPACES TO PLHREQ-BEFORE-IMAGE.
041065     SET PLHREQ-AFTER-PRESENT TO TRUE.
041070     MOVE PATLIB-RECORD TO PLHREQ-AFTER-IMAGE.
041075     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT.
041100     MOVE "PATTERN RENAMED" TO MPL-MESSAGE.
041200 6000-RENAME-PATTERN-EXIT.
041300     EXIT.
041400*
041500*------------------------------------------------------------*
041600*    7000-WRITE-HISTORY -- HAND THE BEFORE- AND AFTER-IMAGES   *
041700*    THE CALLER LEFT IN PLHREQ-REQUEST TO PATLIBHIST.          *
041800*------------------------------------------------------------*
041900 7000-WRITE-HISTORY.
042000     MOVE "App_maintainPatternLibrary" TO PLHREQ-PROGRAM.
042100     MOVE MPL-OPERATOR-ID TO PLHREQ-OPERATOR-ID.
042200     MOVE SPACES TO PLHREQ-RUN-ID.
042300     CALL "App_writePatlibHistory".
042400 7000-WRITE-HISTORY-EXIT.
042500     EXIT.
042600*
042700*------------------------------------------------------------*
042800*    7100-SET-SHAPE-KEY -- THE CANONICAL SHAPE KEY FOR THE     *
042900*    CELLS NOW IN PATLIB-RECORD, SET BEFORE EVERY WRITE OR     *
043000*    REWRITE SO THE ALTERNATE KEY ALWAYS MATCHES THE SHAPE.    *
043100*------------------------------------------------------------*
043200 7100-SET-SHAPE-KEY.
043300     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
043400     SET SKREQ-FUNC-KEY TO TRUE.
043500     CALL "App_computeShapeKey".
043600     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
043700 7100-SET-SHAPE-KEY-EXIT.
043800     EXIT.
