000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_runNightlyJobStream.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- NIGHTLY JOB-STREAM DRIVER.
001000*    10/15/2026  ME   READS THE JOBSTEPS CONTROL FILE AND CALLS
001100*    10/15/2026  ME   EACH STEP'S PROGRAM IN TURN WITH THE STEP'S
001200*    10/15/2026  ME   PARM TEXT, THE WAY THE LATE SHIFT USED TO
001300*    10/15/2026  ME   RUN THEM BY HAND.  A STEP ENDING ABOVE ITS
001400*    10/15/2026  ME   OWN MAXIMUM RETURN CODE STOPS THE STREAM (SO
001500*    10/15/2026  ME   A BAD VERIFY NEVER LETS THE PURGE RUN ON TOP
001600*    10/15/2026  ME   OF A CORRUPT CHECKPOINT).  EVERY STEP
001700*    10/15/2026  ME   GETS A STEPLOG LINE WITH ITS START, END
001800*    10/15/2026  ME   AND RETURN CODE.  A "RESTART" PARM PICKS UP
001900*    10/15/2026  ME   THE LAST STREAM ON STEPLOG, SKIPS THE STEPS
002000*    10/15/2026  ME   IT ALREADY FINISHED CLEANLY AND RESUMES AT
002100*    10/15/2026  ME   THE ONE THAT FAILED.
002130*    10/15/2026  ME   THE USUAL NIGHT NOW SWEEPS THE RUN REGISTER
002160*    10/15/2026  ME   AHEAD OF THE PURGE.
002170*    10/15/2026  ME   THE USUAL NIGHT ALSO RUNS THE MONTHLY RUN
002180*    10/15/2026  ME   USAGE REPORT AFTER THE TREND REPORT.
002200*
002300*    PARM CARD:  1-7  "RESTART" TO RESUME THE LAST STREAM, ELSE
002400*                     BLANK FOR A FRESH STREAM
002500*
002600*    JOBSTEPS LINE (ONE PER STEP, RUN IN FILE ORDER, MAX 20):
002700*       1-8   STEP NAME
002800*      10-39  PROGRAM TO CALL (E.G. App_verifySystemFiles)
002900*      41-42  HIGHEST RETURN CODE THE STEP MAY END WITH BEFORE
003000*             THE STREAM STOPS
003100*      44-83  PARM TEXT HANDED TO THE PROGRAM, AS ON ITS PARM CARD
003200*    A "*" IN POSITION 1 MARKS A COMMENT LINE.  THE USUAL NIGHT:
003300*       VERIFY   App_verifySystemFiles          04
003350*       SWEEP    App_sweepRunRegister           04 024
003400*       PURGE    App_purgeWorkFiles             04 030A
003500*       TREND    App_reportRunHistory           04 05
003550*       USAGE    App_reportRunUsage             04
003600*       CATALOG  App_catalogPatternLibrary      04
003700*       CONSOLE  App_inquireRunStatus           04 020
003800*
003900*    STEPLOG STATUS:  ENDED     RAN, RETURN CODE WITHIN MAXIMUM
004000*                     FAILED    RAN, RETURN CODE OVER ITS MAXIMUM
004100*                     NOTFOUND  PROGRAM COULD NOT BE LOADED
004200*                     SKIPPED   FINISHED CLEANLY ON AN EARLIER TRY
004300*                               OF THIS STREAM -- NOT RERUN
004400*                     BYPASSED  NOT RUN, AN EARLIER STEP FAILED
004500*
004600*    RETURN CODES:  0-4  HIGHEST STEP RETURN CODE, ALL STEPS CLEAN
004700*                     8  A STEP FAILED (ITS OWN CODE IF HIGHER),
004800*                        OR JOBSTEPS IS MISSING OR UNUSABLE
004900*                    12  A STEP PROGRAM WOULD NOT LOAD, OR STEPLOG
005000*                        WOULD NOT OPEN
005100*                    16  OPERATOR REFUSED
005200*
005300 ENVIRONMENT DIVISION.
005400  CONFIGURATION SECTION.
005500   SOURCE-COMPUTER. Linux.
005600   OBJECT-COMPUTER. Linux.
005700  INPUT-OUTPUT SECTION.
005800   FILE-CONTROL.
005900       SELECT JOB-STEPS-FILE ASSIGN TO "JOBSTEPS"
006000           ORGANIZATION IS LINE SEQUENTIAL
006100           FILE STATUS IS NJS-STEPS-STATUS.
006200       SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
006300           ORGANIZATION IS LINE SEQUENTIAL
006400           FILE STATUS IS NJS-LOG-STATUS.
006500   I-O-CONTROL.
006600*
006700 DATA DIVISION.
006800  FILE SECTION.
006900  FD  JOB-STEPS-FILE.
007000  01  JOB-STEP-RECORD.
007100      05  JS-STEP-NAME                PIC X(08).
007200      05  FILLER                      PIC X(01).
007300      05  JS-PROGRAM                  PIC X(30).
007400      05  FILLER                      PIC X(01).
007500      05  JS-MAX-RC                   PIC X(02).
007600      05  FILLER                      PIC X(01).
007700      05  JS-PARM-TEXT                PIC X(40).
007800  FD  STEP-LOG-FILE.
007900  01  STEP-LOG-RECORD.
008000      05  SL-STREAM-ID                PIC X(16).
008100      05  FILLER                      PIC X(01).
008200      05  SL-STEP-SEQ                 PIC 9(02).
008300      05  FILLER                      PIC X(01).
008400      05  SL-STEP-NAME                PIC X(08).
008500      05  FILLER                      PIC X(01).
008600      05  SL-PROGRAM                  PIC X(30).
008700      05  FILLER                      PIC X(01).
008800      05  SL-START-TIMESTAMP          PIC X(17).
008900      05  FILLER                      PIC X(01).
009000      05  SL-END-TIMESTAMP            PIC X(17).
009100      05  FILLER                      PIC X(01).
009200      05  SL-RETURN-CODE              PIC 9(04).
009300      05  FILLER                      PIC X(01).
009400      05  SL-MAX-RC                   PIC 9(02).
009500      05  FILLER                      PIC X(01).
009600      05  SL-STATUS                   PIC X(08).
009700          88  SL-STATUS-ENDED             VALUE "ENDED".
009800          88  SL-STATUS-FAILED            VALUE "FAILED".
009900          88  SL-STATUS-NOTFOUND          VALUE "NOTFOUND".
010000          88  SL-STATUS-SKIPPED           VALUE "SKIPPED".
010100          88  SL-STATUS-BYPASSED          VALUE "BYPASSED".
010200  WORKING-STORAGE SECTION.
010300      COPY "grid_common.cpy".
010400      COPY "operator_check.cpy".
010500*
010600  77  NJS-STEPS-STATUS                PIC X(02) VALUE SPACES.
010700  77  NJS-LOG-STATUS                  PIC X(02) VALUE SPACES.
010800  77  NJS-EOF-SWITCH                  PIC X(01) VALUE "N".
010900      88  NJS-EOF-YES                     VALUE "Y".
011000      88  NJS-EOF-NO                      VALUE "N".
011100  77  NJS-RESTART-SWITCH              PIC X(01) VALUE "N".
011200      88  NJS-RESTART-YES                 VALUE "Y".
011300      88  NJS-RESTART-NO                  VALUE "N".
011400  77  NJS-HALT-SWITCH                 PIC X(01) VALUE "N".
011500      88  NJS-HALT-YES                    VALUE "Y".
011600      88  NJS-HALT-NO                     VALUE "N".
011700  77  NJS-BAD-STEPS-SWITCH            PIC X(01) VALUE "N".
011800      88  NJS-BAD-STEPS-YES               VALUE "Y".
011900      88  NJS-BAD-STEPS-NO                VALUE "N".
012000  77  NJS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
012100  77  NJS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
012200  77  NJS-TIMESTAMP                   PIC X(17) VALUE SPACES.
012300  77  NJS-STREAM-ID                   PIC X(16) VALUE SPACES.
012400  77  NJS-LAST-STREAM-ID              PIC X(16) VALUE SPACES.
012500  77  NJS-STREAM-RC                   PIC S9(04) COMP VALUE ZERO.
012600  77  NJS-STEP-RC                     PIC S9(04) COMP VALUE ZERO.
012700  77  NJS-IDX                         PIC 9(02) COMP VALUE ZERO.
012800  77  NJS-PARM-IDX                    PIC 9(02) COMP VALUE ZERO.
012900  77  NJS-LINE-NUMBER                 PIC 9(04) COMP VALUE ZERO.
013000  77  NJS-LINE-OUT                    PIC ZZZ9 VALUE SPACES.
013100  77  NJS-RC-OUT                      PIC ZZZ9 VALUE SPACES.
013200  77  NJS-RUN-COUNT                   PIC 9(02) COMP VALUE ZERO.
013300  77  NJS-SKIP-COUNT                  PIC 9(02) COMP VALUE ZERO.
013400  77  NJS-COUNT-OUT                   PIC Z9 VALUE SPACES.
013500  77  NJS-SKIP-OUT                    PIC Z9 VALUE SPACES.
013600*
013700*** THE STREAM AS READ FROM JOBSTEPS, WITH WHAT AN EARLIER TRY OF
013800*** THE SAME STREAM LEFT ON STEPLOG FOR EACH STEP.
013900  77  NJS-MAX-STEPS                   PIC 9(02) COMP VALUE 20.
014000  01  NJS-STEP-TABLE.
014100      05  NJS-STEP-COUNT              PIC 9(02) COMP VALUE ZERO.
014200      05  NJS-STEP-ENTRY OCCURS 20 TIMES.
014300          10  NJS-STEP-NAME           PIC X(08).
014400          10  NJS-STEP-PROGRAM        PIC X(30).
014500          10  NJS-STEP-MAX-RC         PIC 9(02).
014600          10  NJS-STEP-PARM           PIC X(40).
014700          10  NJS-STEP-DONE-SWITCH    PIC X(01).
014800              88  NJS-STEP-DONE           VALUE "Y".
014900              88  NJS-STEP-NOT-DONE       VALUE "N".
015000*
015100*** WHAT THE LAST STREAM ON STEPLOG FINISHED CLEANLY, BY STEP
015200*** NUMBER, WHILE STEPLOG IS BEING SCANNED FOR A RESTART.
015300  01  NJS-PRIOR-TABLE.
015400      05  NJS-PRIOR-ENTRY OCCURS 20 TIMES.
015500          10  NJS-PRIOR-NAME          PIC X(08).
015600          10  NJS-PRIOR-DONE-SWITCH   PIC X(01).
015700              88  NJS-PRIOR-DONE          VALUE "Y".
015800              88  NJS-PRIOR-NOT-DONE      VALUE "N".
015900*
016000*** THE PARM AREA HANDED TO EACH STEP -- LAID OUT THE WAY EVERY
016100*** PROGRAM'S LK-PARM-DATA EXPECTS ITS PARM CARD.
016200  01  NJS-STEP-PARM-DATA.
016300      05  NJS-STEP-PARM-LENGTH        PIC S9(04) COMP.
016400      05  NJS-STEP-PARM-TEXT          PIC X(40).
016500*
016600 LINKAGE SECTION.
016700 01  LK-PARM-DATA.
016800     05  LK-PARM-LENGTH              PIC S9(04) COMP.
016900     05  LK-PARM-TEXT                PIC X(07).
017000*
017100 PROCEDURE DIVISION USING LK-PARM-DATA.
017200*------------------------------------------------------------*
017300*    0000-MAINLINE -- CHECK THE OPERATOR, LOAD AND CHECK THE   *
017400*    WHOLE STREAM BEFORE ANY STEP RUNS, WORK OUT WHICH STEPS A *
017500*    RESTART CAN SKIP, THEN RUN THE STEPS IN ORDER.            *
017600*------------------------------------------------------------*
017700 0000-MAINLINE.
017800     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
017900     IF OPCHK-REFUSED
018000         MOVE 16 TO RETURN-CODE
018100         GO TO 0000-MAINLINE-EXIT
018200     END-IF.
018300     SET NJS-RESTART-NO TO TRUE.
018400     IF LK-PARM-LENGTH >= 7 AND LK-PARM-TEXT = "RESTART"
018500         SET NJS-RESTART-YES TO TRUE
018600     END-IF.
018700     PERFORM 1000-LOAD-JOB-STEPS THRU 1000-LOAD-JOB-STEPS-EXIT.
018800     IF NJS-BAD-STEPS-YES
018900         MOVE 8 TO RETURN-CODE
019000         GO TO 0000-MAINLINE-EXIT
019100     END-IF.
019200     PERFORM 0200-CAPTURE-TIMESTAMP
019300         THRU 0200-CAPTURE-TIMESTAMP-EXIT.
019400     MOVE SPACES TO NJS-STREAM-ID.
019500     STRING NJS-CURRENT-DATE DELIMITED BY SIZE
019600             NJS-CURRENT-TIME DELIMITED BY SIZE
019700         INTO NJS-STREAM-ID.
019800     IF NJS-RESTART-YES
019900         PERFORM 2000-FIND-PRIOR-STREAM
020000             THRU 2000-FIND-PRIOR-STREAM-EXIT
020100     END-IF.
020200     OPEN EXTEND STEP-LOG-FILE.
020300     IF NJS-LOG-STATUS = "35"
020400         OPEN OUTPUT STEP-LOG-FILE
020500     END-IF.
020600     IF NJS-LOG-STATUS NOT = "00"
020700         DISPLAY "UNABLE TO OPEN STEPLOG " NJS-LOG-STATUS
020800         MOVE 12 TO RETURN-CODE
020900         GO TO 0000-MAINLINE-EXIT
021000     END-IF.
021100     MOVE "App_runNightlyJobStream" TO GRID-LOG-PROGRAM.
021200     SET GRID-LOG-SEV-INFO TO TRUE.
021300     MOVE SPACES TO GRID-LOG-MESSAGE.
021400     IF NJS-RESTART-YES
021500         STRING "JOB STREAM " DELIMITED BY SIZE
021600                 NJS-STREAM-ID DELIMITED BY SIZE
021700                 " RESTARTED" DELIMITED BY SIZE
021800             INTO GRID-LOG-MESSAGE
021900     ELSE
022000         STRING "JOB STREAM " DELIMITED BY SIZE
022100                 NJS-STREAM-ID DELIMITED BY SIZE
022200                 " STARTED" DELIMITED BY SIZE
022300             INTO GRID-LOG-MESSAGE
022400     END-IF.
022500     CALL "App_writeSystemLog".
022600     MOVE ZERO TO NJS-STREAM-RC.
022700     SET NJS-HALT-NO TO TRUE.
022800     PERFORM 3000-RUN-ONE-STEP THRU 3000-RUN-ONE-STEP-EXIT
022900         VARYING NJS-IDX FROM 1 BY 1
023000             UNTIL NJS-IDX > NJS-STEP-COUNT.
023100     CLOSE STEP-LOG-FILE.
023200     PERFORM 9000-LOG-SUMMARY THRU 9000-LOG-SUMMARY-EXIT.
023300     MOVE NJS-STREAM-RC TO RETURN-CODE.
023400 0000-MAINLINE-EXIT.
023500     STOP RUN.
023600*
023700*------------------------------------------------------------*
023800*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
023900*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
024000*    EACH STEP STILL MAKES ITS OWN CHECK, SO A STEP NEEDING A  *
024100*    HIGHER ROLE (A DELETE PURGE) IS REFUSED ON ITS OWN.       *
024200*------------------------------------------------------------*
024300 0100-CHECK-OPERATOR.
024400     MOVE SPACES TO OPCHK-OPERATOR-ID.
024500     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
024600     MOVE "App_runNightlyJobStream" TO OPCHK-PROGRAM.
024700     MOVE SPACES TO OPCHK-RUN-ID.
024800     SET OPCHK-FUNC-RUN TO TRUE.
024900     CALL "App_checkOperator".
025000 0100-CHECK-OPERATOR-EXIT.
025100     EXIT.
025200*
025300 0200-CAPTURE-TIMESTAMP.
025400     ACCEPT NJS-CURRENT-DATE FROM DATE YYYYMMDD.
025500     ACCEPT NJS-CURRENT-TIME FROM TIME.
025600     MOVE SPACES TO NJS-TIMESTAMP.
025700     STRING NJS-CURRENT-DATE DELIMITED BY SIZE
025800             "-" DELIMITED BY SIZE
025900             NJS-CURRENT-TIME DELIMITED BY SIZE
026000         INTO NJS-TIMESTAMP.
026100 0200-CAPTURE-TIMESTAMP-EXIT.
026200     EXIT.
026300*
026400*------------------------------------------------------------*
026500*    1000-LOAD-JOB-STEPS -- READ THE WHOLE OF JOBSTEPS INTO    *
026600*    THE STEP TABLE.  A STEP WITH NO PROGRAM OR A NON-NUMERIC  *
026700*    MAXIMUM RETURN CODE REJECTS THE WHOLE STREAM BEFORE ANY   *
026800*    STEP RUNS, RATHER THAN STOPPING HALFWAY THROUGH THE NIGHT.*
026900*------------------------------------------------------------*
027000 1000-LOAD-JOB-STEPS.
027100     SET NJS-BAD-STEPS-NO TO TRUE.
027200     MOVE ZERO TO NJS-STEP-COUNT.
027300     MOVE ZERO TO NJS-LINE-NUMBER.
027400     OPEN INPUT JOB-STEPS-FILE.
027500     IF NJS-STEPS-STATUS NOT = "00"
027600         DISPLAY "UNABLE TO OPEN JOBSTEPS " NJS-STEPS-STATUS
027700         SET NJS-BAD-STEPS-YES TO TRUE
027800         GO TO 1000-LOAD-JOB-STEPS-EXIT
027900     END-IF.
028000     SET NJS-EOF-NO TO TRUE.
028100     PERFORM 1100-READ-JOB-STEP THRU 1100-READ-JOB-STEP-EXIT
028200         UNTIL NJS-EOF-YES.
028300     CLOSE JOB-STEPS-FILE.
028400     IF NJS-STEP-COUNT = ZERO AND NJS-BAD-STEPS-NO
028500         DISPLAY "JOBSTEPS HAS NO STEPS"
028600         SET NJS-BAD-STEPS-YES TO TRUE
028700     END-IF.
028800     IF NJS-BAD-STEPS-YES
028900         MOVE "App_runNightlyJobStream" TO GRID-LOG-PROGRAM
029000         SET GRID-LOG-SEV-ERROR TO TRUE
029100         MOVE "JOBSTEPS MISSING OR INVALID -- NO STEP RUN"
029200             TO GRID-LOG-MESSAGE
029300         CALL "App_writeSystemLog"
029400     END-IF.
029500 1000-LOAD-JOB-STEPS-EXIT.
029600     EXIT.
029700*
029800 1100-READ-JOB-STEP.
029900     READ JOB-STEPS-FILE
030000         AT END
030100             SET NJS-EOF-YES TO TRUE
030200             GO TO 1100-READ-JOB-STEP-EXIT
030300     END-READ.
030400     ADD 1 TO NJS-LINE-NUMBER.
030500     IF JOB-STEP-RECORD = SPACES OR JOB-STEP-RECORD (1:1) = "*"
030600         GO TO 1100-READ-JOB-STEP-EXIT
030700     END-IF.
030800     MOVE NJS-LINE-NUMBER TO NJS-LINE-OUT.
030900     IF NJS-STEP-COUNT >= NJS-MAX-STEPS
031000         DISPLAY "JOBSTEPS LINE " NJS-LINE-OUT
031100             " -- MORE THAN 20 STEPS"
031200         SET NJS-BAD-STEPS-YES TO TRUE
031300         SET NJS-EOF-YES TO TRUE
031400         GO TO 1100-READ-JOB-STEP-EXIT
031500     END-IF.
031600     IF JS-PROGRAM = SPACES OR JS-MAX-RC IS NOT NUMERIC
031700         DISPLAY "JOBSTEPS LINE " NJS-LINE-OUT
031800             " -- NO PROGRAM OR MAXIMUM RC NOT NUMERIC"
031900         SET NJS-BAD-STEPS-YES TO TRUE
032000         GO TO 1100-READ-JOB-STEP-EXIT
032100     END-IF.
032200     ADD 1 TO NJS-STEP-COUNT.
032300     MOVE JS-STEP-NAME TO NJS-STEP-NAME (NJS-STEP-COUNT).
032400     MOVE JS-PROGRAM TO NJS-STEP-PROGRAM (NJS-STEP-COUNT).
032500     MOVE JS-MAX-RC TO NJS-STEP-MAX-RC (NJS-STEP-COUNT).
032600     MOVE JS-PARM-TEXT TO NJS-STEP-PARM (NJS-STEP-COUNT).
032700     SET NJS-STEP-NOT-DONE (NJS-STEP-COUNT) TO TRUE.
032800 1100-READ-JOB-STEP-EXIT.
032900     EXIT.
033000*
033100*------------------------------------------------------------*
033200*    2000-FIND-PRIOR-STREAM -- A RESTART CARRIES ON THE LAST   *
033300*    STREAM WRITTEN TO STEPLOG UNDER THAT STREAM'S OWN ID, AND *
033400*    SKIPS EVERY STEP THAT STREAM FINISHED CLEANLY -- ENDED,   *
033500*    OR SKIPPED BECAUSE AN EVEN EARLIER TRY FINISHED IT.  A    *
033600*    STEP ONLY COUNTS WHEN ITS NAME STILL MATCHES THE SAME     *
033700*    POSITION ON JOBSTEPS.  NO STREAM ON STEPLOG MEANS THE     *
033800*    RESTART RUNS AS A FRESH STREAM.                           *
033900*------------------------------------------------------------*
034000 2000-FIND-PRIOR-STREAM.
034100     MOVE SPACES TO NJS-LAST-STREAM-ID.
034200     PERFORM 2200-CLEAR-PRIOR-ENTRY
034300         THRU 2200-CLEAR-PRIOR-ENTRY-EXIT
034400         VARYING NJS-IDX FROM 1 BY 1
034500             UNTIL NJS-IDX > NJS-MAX-STEPS.
034600     OPEN INPUT STEP-LOG-FILE.
034700     IF NJS-LOG-STATUS NOT = "00"
034800         DISPLAY "NO STEPLOG TO RESTART FROM -- FRESH STREAM"
034900         GO TO 2000-FIND-PRIOR-STREAM-EXIT
035000     END-IF.
035100     SET NJS-EOF-NO TO TRUE.
035200     PERFORM 2100-READ-STEP-LOG THRU 2100-READ-STEP-LOG-EXIT
035300         UNTIL NJS-EOF-YES.
035400     CLOSE STEP-LOG-FILE.
035500     IF NJS-LAST-STREAM-ID = SPACES
035600         DISPLAY "NO STREAM ON STEPLOG TO RESTART -- FRESH STREAM"
035700         GO TO 2000-FIND-PRIOR-STREAM-EXIT
035800     END-IF.
035900     MOVE NJS-LAST-STREAM-ID TO NJS-STREAM-ID.
036000     PERFORM 2300-MARK-DONE-STEP THRU 2300-MARK-DONE-STEP-EXIT
036100         VARYING NJS-IDX FROM 1 BY 1
036200             UNTIL NJS-IDX > NJS-STEP-COUNT.
036300 2000-FIND-PRIOR-STREAM-EXIT.
036400     EXIT.
036500*
036600 2100-READ-STEP-LOG.
036700     READ STEP-LOG-FILE
036800         AT END
036900             SET NJS-EOF-YES TO TRUE
037000             GO TO 2100-READ-STEP-LOG-EXIT
037100     END-READ.
037200     IF SL-STREAM-ID = SPACES OR SL-STEP-SEQ IS NOT NUMERIC
037300         GO TO 2100-READ-STEP-LOG-EXIT
037400     END-IF.
037500     IF SL-STEP-SEQ < 1 OR SL-STEP-SEQ > NJS-MAX-STEPS
037600         GO TO 2100-READ-STEP-LOG-EXIT
037700     END-IF.
037800     IF SL-STREAM-ID NOT = NJS-LAST-STREAM-ID
037900         MOVE SL-STREAM-ID TO NJS-LAST-STREAM-ID
038000         PERFORM 2200-CLEAR-PRIOR-ENTRY
038100             THRU 2200-CLEAR-PRIOR-ENTRY-EXIT
038200             VARYING NJS-IDX FROM 1 BY 1
038300                 UNTIL NJS-IDX > NJS-MAX-STEPS
038400     END-IF.
038500     MOVE SL-STEP-NAME TO NJS-PRIOR-NAME (SL-STEP-SEQ).
038600     IF SL-STATUS-ENDED OR SL-STATUS-SKIPPED
038700         SET NJS-PRIOR-DONE (SL-STEP-SEQ) TO TRUE
038800     ELSE
038900         SET NJS-PRIOR-NOT-DONE (SL-STEP-SEQ) TO TRUE
039000     END-IF.
039100 2100-READ-STEP-LOG-EXIT.
039200     EXIT.
039300*
039400 2200-CLEAR-PRIOR-ENTRY.
039500     MOVE SPACES TO NJS-PRIOR-NAME (NJS-IDX).
039600     SET NJS-PRIOR-NOT-DONE (NJS-IDX) TO TRUE.
039700 2200-CLEAR-PRIOR-ENTRY-EXIT.
039800     EXIT.
039900*
040000 2300-MARK-DONE-STEP.
040100     IF NJS-PRIOR-DONE (NJS-IDX)
040200        AND NJS-PRIOR-NAME (NJS-IDX) = NJS-STEP-NAME (NJS-IDX)
040300         SET NJS-STEP-DONE (NJS-IDX) TO TRUE
040400     END-IF.
040500 2300-MARK-DONE-STEP-EXIT.
040600     EXIT.
040700*
040800*------------------------------------------------------------*
040900*    3000-RUN-ONE-STEP -- SKIP A STEP A RESTART ALREADY HAS,   *
041000*    BYPASS EVERY STEP AFTER A FAILURE, OTHERWISE CALL THE     *
041100*    STEP'S PROGRAM WITH ITS PARM AND HOLD ITS RETURN CODE UP  *
041200*    AGAINST THE STEP'S MAXIMUM.  THE PROGRAM IS CANCELLED     *
041300*    AFTERWARD SO NOTHING IT LEFT IN STORAGE CARRIES OVER.     *
041400*------------------------------------------------------------*
041500 3000-RUN-ONE-STEP.
041600     MOVE SPACES TO STEP-LOG-RECORD.
041700     MOVE NJS-STREAM-ID TO SL-STREAM-ID.
041800     MOVE NJS-IDX TO SL-STEP-SEQ.
041900     MOVE NJS-STEP-NAME (NJS-IDX) TO SL-STEP-NAME.
042000     MOVE NJS-STEP-PROGRAM (NJS-IDX) TO SL-PROGRAM.
042100     MOVE NJS-STEP-MAX-RC (NJS-IDX) TO SL-MAX-RC.
042200     MOVE ZERO TO SL-RETURN-CODE.
042300     PERFORM 0200-CAPTURE-TIMESTAMP
042400         THRU 0200-CAPTURE-TIMESTAMP-EXIT.
042500     MOVE NJS-TIMESTAMP TO SL-START-TIMESTAMP.
042600     IF NJS-STEP-DONE (NJS-IDX)
042700         SET SL-STATUS-SKIPPED TO TRUE
042800         MOVE NJS-TIMESTAMP TO SL-END-TIMESTAMP
042900         ADD 1 TO NJS-SKIP-COUNT
043000         GO TO 3000-RUN-ONE-STEP-LOG
043100     END-IF.
043200     IF NJS-HALT-YES
043300         SET SL-STATUS-BYPASSED TO TRUE
043400         MOVE NJS-TIMESTAMP TO SL-END-TIMESTAMP
043500         GO TO 3000-RUN-ONE-STEP-LOG
043600     END-IF.
043700     PERFORM 3100-BUILD-STEP-PARM THRU 3100-BUILD-STEP-PARM-EXIT.
043800     DISPLAY "STEP " NJS-STEP-NAME (NJS-IDX) " "
043900         NJS-STEP-PROGRAM (NJS-IDX).
044000     ADD 1 TO NJS-RUN-COUNT.
044100     MOVE ZERO TO RETURN-CODE.
044200     MOVE ZERO TO NJS-STEP-RC.
044300     CALL NJS-STEP-PROGRAM (NJS-IDX) USING NJS-STEP-PARM-DATA
044400         ON EXCEPTION
044500             SET SL-STATUS-NOTFOUND TO TRUE
044600         NOT ON EXCEPTION
044700             MOVE RETURN-CODE TO NJS-STEP-RC
044800             CANCEL NJS-STEP-PROGRAM (NJS-IDX)
044900     END-CALL.
045000     PERFORM 0200-CAPTURE-TIMESTAMP
045100         THRU 0200-CAPTURE-TIMESTAMP-EXIT.
045200     MOVE NJS-TIMESTAMP TO SL-END-TIMESTAMP.
045300     IF SL-STATUS-NOTFOUND
045400         SET NJS-HALT-YES TO TRUE
045500         MOVE 12 TO NJS-STEP-RC
045600         PERFORM 3200-LOG-STEP-FAILURE
045700             THRU 3200-LOG-STEP-FAILURE-EXIT
045800         GO TO 3000-RUN-ONE-STEP-LOG
045900     END-IF.
046000     IF NJS-STEP-RC < ZERO
046100         MOVE ZERO TO SL-RETURN-CODE
046200     ELSE
046300         MOVE NJS-STEP-RC TO SL-RETURN-CODE
046400     END-IF.
046500     IF NJS-STEP-RC > NJS-STEP-MAX-RC (NJS-IDX)
046600         SET SL-STATUS-FAILED TO TRUE
046700         SET NJS-HALT-YES TO TRUE
046800         PERFORM 3200-LOG-STEP-FAILURE
046900             THRU 3200-LOG-STEP-FAILURE-EXIT
047000     ELSE
047100         SET SL-STATUS-ENDED TO TRUE
047200     END-IF.
047300 3000-RUN-ONE-STEP-LOG.
047400     WRITE STEP-LOG-RECORD.
047500     IF NOT SL-STATUS-SKIPPED AND NOT SL-STATUS-BYPASSED
047600         IF NJS-STEP-RC > NJS-STREAM-RC
047700             MOVE NJS-STEP-RC TO NJS-STREAM-RC
047800         END-IF
047900         MOVE SL-RETURN-CODE TO NJS-RC-OUT
048000         DISPLAY "STEP " NJS-STEP-NAME (NJS-IDX) " RC " NJS-RC-OUT
048100             " " SL-STATUS
048200     END-IF.
048300     IF SL-STATUS-FAILED AND NJS-STREAM-RC < 8
048400         MOVE 8 TO NJS-STREAM-RC
048500     END-IF.
048600 3000-RUN-ONE-STEP-EXIT.
048700     EXIT.
048800*
048900*------------------------------------------------------------*
049000*    3100-BUILD-STEP-PARM -- THE STEP'S PARM TEXT, WITH ITS    *
049100*    LENGTH SET TO THE LAST NON-BLANK BYTE THE WAY THE PARM    *
049200*    CARD WOULD HAVE ARRIVED; A BLANK PARM HAS LENGTH ZERO.    *
049300*------------------------------------------------------------*
049400 3100-BUILD-STEP-PARM.
049500     MOVE NJS-STEP-PARM (NJS-IDX) TO NJS-STEP-PARM-TEXT.
049600     MOVE ZERO TO NJS-STEP-PARM-LENGTH.
049700     PERFORM 3110-FIND-PARM-END THRU 3110-FIND-PARM-END-EXIT
049800         VARYING NJS-PARM-IDX FROM 40 BY -1
049900             UNTIL NJS-PARM-IDX < 1
050000                OR NJS-STEP-PARM-LENGTH > ZERO.
050100 3100-BUILD-STEP-PARM-EXIT.
050200     EXIT.
050300*
050400 3110-FIND-PARM-END.
050500     IF NJS-STEP-PARM-TEXT (NJS-PARM-IDX:1) NOT = SPACE
050600         MOVE NJS-PARM-IDX TO NJS-STEP-PARM-LENGTH
050700     END-IF.
050800 3110-FIND-PARM-END-EXIT.
050900     EXIT.
051000*
051100 3200-LOG-STEP-FAILURE.
051200     MOVE "App_runNightlyJobStream" TO GRID-LOG-PROGRAM.
051300     SET GRID-LOG-SEV-ERROR TO TRUE.
051400     MOVE NJS-STEP-RC TO NJS-RC-OUT.
051500     MOVE SPACES TO GRID-LOG-MESSAGE.
051600     IF SL-STATUS-NOTFOUND
051700         STRING "STEP " DELIMITED BY SIZE
051800                 NJS-STEP-NAME (NJS-IDX) DELIMITED BY SPACE
051900                 " PROGRAM NOT FOUND -- STREAM STOPPED"
052000                     DELIMITED BY SIZE
052100             INTO GRID-LOG-MESSAGE
052200     ELSE
052300         STRING "STEP " DELIMITED BY SIZE
052400                 NJS-STEP-NAME (NJS-IDX) DELIMITED BY SPACE
052500                 " ENDED RC" DELIMITED BY SIZE
052600                 NJS-RC-OUT DELIMITED BY SIZE
052700                 " -- STREAM STOPPED" DELIMITED BY SIZE
052800             INTO GRID-LOG-MESSAGE
052900     END-IF.
053000     CALL "App_writeSystemLog".
053100 3200-LOG-STEP-FAILURE-EXIT.
053200     EXIT.
053300*
053400*------------------------------------------------------------*
053500*    9000-LOG-SUMMARY -- ONE SYSLOG LINE AND ONE CONSOLE LINE  *
053600*    FOR THE STREAM AS A WHOLE.                                *
053700*------------------------------------------------------------*
053800 9000-LOG-SUMMARY.
053900     MOVE NJS-RUN-COUNT TO NJS-COUNT-OUT.
054000     MOVE NJS-SKIP-COUNT TO NJS-SKIP-OUT.
054100     MOVE NJS-STREAM-RC TO NJS-RC-OUT.
054200     MOVE "App_runNightlyJobStream" TO GRID-LOG-PROGRAM.
054300     IF NJS-HALT-YES
054400         SET GRID-LOG-SEV-ERROR TO TRUE
054500     ELSE
054600         SET GRID-LOG-SEV-INFO TO TRUE
054700     END-IF.
054800     MOVE SPACES TO GRID-LOG-MESSAGE.
054900     IF NJS-HALT-YES
055000         STRING "JOB STREAM STOPPED -- STEPS RUN "
055100                     DELIMITED BY SIZE
055200                 NJS-COUNT-OUT DELIMITED BY SIZE
055300                 " SKIPPED " DELIMITED BY SIZE
055400                 NJS-SKIP-OUT DELIMITED BY SIZE
055500                 " RC" DELIMITED BY SIZE
055600                 NJS-RC-OUT DELIMITED BY SIZE
055700             INTO GRID-LOG-MESSAGE
055800     ELSE
055900         STRING "JOB STREAM ENDED -- STEPS RUN " DELIMITED BY SIZE
056000                 NJS-COUNT-OUT DELIMITED BY SIZE
056100                 " SKIPPED " DELIMITED BY SIZE
056200                 NJS-SKIP-OUT DELIMITED BY SIZE
056300                 " RC" DELIMITED BY SIZE
056400                 NJS-RC-OUT DELIMITED BY SIZE
056500             INTO GRID-LOG-MESSAGE
056600     END-IF.
056700     CALL "App_writeSystemLog".
056800     DISPLAY GRID-LOG-MESSAGE.
056900 9000-LOG-SUMMARY-EXIT.
057000     EXIT.
