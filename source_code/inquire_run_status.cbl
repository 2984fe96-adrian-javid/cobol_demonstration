002330*    09/02/2026  ME   CHECKPOINT HEADER IS READ THROUGH BOTH
002340*    09/02/2026  ME   THE NEW "C"-FLAGGED LAYOUT AND THE
002350*    09/02/2026  ME   UNFLAGGED 100X100-ERA ONE.
002360*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
002370*    10/15/2026  ME   BEFORE THE CONSOLE IS BUILT; A REFUSED
002380*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
002384*    10/15/2026  ME   ENDS WITH GOBACK RATHER THAN STOP RUN SO
002388*    10/15/2026  ME   App_runNightlyJobStream CAN CALL IT AS A
002392*    10/15/2026  ME   JOB STEP AND READ ITS RETURN CODE; RUN
002396*    10/15/2026  ME   STANDALONE IT ENDS EXACTLY AS BEFORE.
002400*    10/15/2026  ME   THE RUNS NOW COME FROM THE RUNREG REGISTER
002410*    10/15/2026  ME   INSTEAD OF RUNHIST AND THE AUDIT TRAIL;
002420*    10/15/2026  ME   RUNHIST ONLY FILLS IN THE LATEST POPULATION.
002430*    10/15/2026  ME   THE AUDIT COLUMN GIVES WAY TO THE RUN'S MODE
002440*    10/15/2026  ME   AND REGISTER STATUS, A PRESUMED ABEND
002450*    10/15/2026  ME   SHOWING AS "ABENDED*".
002460*
002500*    PARM CARD:  1-3  ROWS TO LIST, NEWEST FIRST (DEFAULT 20)
002600*
002700 ENVIRONMENT DIVISION.
003300       SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003400           ORGANIZATION IS LINE SEQUENTIAL
003500           FILE STATUS IS IRS-HIST-STATUS.
003560       SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
003620           ORGANIZATION IS INDEXED
003680           ACCESS MODE IS DYNAMIC
003740           RECORD KEY IS RUNREG-RUN-ID
003800           FILE STATUS IS IRS-REG-STATUS.
003900*** ONLY THE CHECKPOINT HEADER IS READ HERE -- THE RECORD IS
004000*** DECLARED HEADER-SIZED SO THE FULL CELL TABLE NEVER HAS TO
004100*** COME INTO STORAGE JUST TO SHOW A GENERATION NUMBER.
005800      05  HIST-BIRTHS                 PIC 9(06).
005900      05  FILLER                      PIC X(01).
006000      05  HIST-DEATHS                 PIC 9(06).
006460  FD  RUN-REGISTER-FILE.
006920      COPY "run_register.cpy".
007400  FD  CHECKPOINT-FILE.
007410*** THE "C"-FLAGGED 500X500 HEADER AND, AS A SECOND VIEW OF
007420*** THE SAME BUFFER, THE UNFLAGGED 100X100-ERA ONE.
007940      05  CKPTA-GENERATION            PIC 9(09).
007950      05  CKPTA-LIVE-CELL-COUNT       PIC 9(05).
008000  WORKING-STORAGE SECTION.
008050      COPY "operator_check.cpy".
008100  77  IRS-HIST-STATUS                 PIC X(02) VALUE SPACES.
008200  77  IRS-REG-STATUS                  PIC X(02) VALUE SPACES.
008300  77  IRS-CKPT-STATUS                 PIC X(02) VALUE SPACES.
008400  77  IRS-CKPT-FILENAME               PIC X(25) VALUE SPACES.
008500  77  IRS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
008600      88  IRS-HIST-EOF-YES                VALUE "Y".
008700      88  IRS-HIST-EOF-NO                 VALUE "N".
008800  77  IRS-REG-EOF-SWITCH              PIC X(01) VALUE "N".
008900      88  IRS-REG-EOF-YES                 VALUE "Y".
009000      88  IRS-REG-EOF-NO                  VALUE "N".
009100  77  IRS-IDX                         PIC 9(03) COMP VALUE ZERO.
009200  77  IRS-SHIFT-IDX                   PIC 9(03) COMP VALUE ZERO.
009300  77  IRS-MATCH-SLOT                  PIC 9(03) COMP VALUE ZERO.
011100      05  IRS-FILE-SECOND             PIC X(01) COMP-X.
011200      05  IRS-FILE-HUNDREDTHS         PIC X(01) COMP-X.
011300*
011400*** EVERY RUN ON THE RUNREG REGISTER, IN RUN-ID ORDER -- THE
011500*** RUN-ID IS THE START DATE AND TIME, SO THE TABLE'S TAIL IS THE
011600*** NEWEST WORK.  WHEN THE TABLE FILLS, THE OLDEST ENTRY IS
011700*** SHIFTED OUT.
011800  01  IRS-RUN-TABLE.
011900      05  IRS-RUN-COUNT               PIC 9(03) COMP VALUE ZERO.
012000      05  IRS-RUN-ENTRY OCCURS 500 TIMES.
012800          10  IRS-RUN-CKPT-STAMP      PIC X(16).
012900          10  IRS-RUN-CKPT-SWITCH     PIC X(01).
013000              88  IRS-RUN-HAS-CKPT        VALUE "Y".
013060*** I/B/S/A AS ON THE REGISTER, AND THE REGISTER STATUS -- A
013120*** PRESUMED ABEND SHOWS AS "ABENDED*".
013180          10  IRS-RUN-MODE            PIC X(01).
013240          10  IRS-RUN-STATUS          PIC X(10).
013300*
013400*** CONSOLE LINE LAYOUTS.
013500  01  IRS-HEAD-LINE.
014700                                      VALUE "CKPT TIMESTAMP".
014800      05  FILLER                      PIC X(09)
014900                                      VALUE " LAST POP".
015000      05  FILLER                      PIC X(13)
015100                                      VALUE "M  STATUS".
015200  01  IRS-STATUS-LINE.
015300      05  IRS-STL-RUN-ID              PIC X(16).
015400      05  FILLER                      PIC X(02) VALUE SPACES.
016400      05  FILLER                      PIC X(02) VALUE SPACES.
016500      05  IRS-STL-LAST-POP            PIC ZZZZZ9.
016600      05  FILLER                      PIC X(03) VALUE SPACES.
016650      05  IRS-STL-MODE                PIC X(01).
016700      05  FILLER                      PIC X(02) VALUE SPACES.
016750      05  IRS-STL-STATUS              PIC X(10).
016800  77  IRS-CKPT-GEN-OUT                PIC ZZZZZZZZ9.
016900*
017000 LINKAGE SECTION.
017400*
017500 PROCEDURE DIVISION USING LK-PARM-DATA.
017600*------------------------------------------------------------*
017680*    0000-MAINLINE -- GATHER EVERY RUN FROM THE RUNREG         *
017760*    REGISTER, FILL IN EACH ONE'S LATEST RUNHIST LINE, PROBE   *
017840*    ITS CHECKPOINT, AND SHOW THE CONSOLE, NEWEST RUN FIRST.   *
017920*------------------------------------------------------------*
018100 0000-MAINLINE.
018110     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
018120     IF OPCHK-REFUSED
018130         MOVE 16 TO RETURN-CODE
018140         GO TO 0000-MAINLINE-EXIT
018150     END-IF.
018200     IF LK-PARM-LENGTH >= 3
018300        AND LK-PARM-TEXT (1:3) IS NUMERIC
018400        AND LK-PARM-TEXT (1:3) NOT = "000"
018500         MOVE LK-PARM-TEXT (1:3) TO IRS-LIST-ROWS
018600     END-IF.
018880     PERFORM 1000-LOAD-RUN-REGISTER
018960         THRU 1000-LOAD-RUN-REGISTER-EXIT.
019100     IF IRS-RUN-COUNT = ZERO
019120         DISPLAY "NO RUNS ON THE RUN REGISTER"
019300         MOVE 4 TO RETURN-CODE
019400         GO TO 0000-MAINLINE-EXIT
019500     END-IF.
019520     PERFORM 2000-APPLY-RUN-HISTORY
019540         THRU 2000-APPLY-RUN-HISTORY-EXIT.
019600     PERFORM 3000-PROBE-ONE-CHECKPOINT
019700         THRU 3000-PROBE-ONE-CHECKPOINT-EXIT
019800         VARYING IRS-IDX FROM 1 BY 1
019900             UNTIL IRS-IDX > IRS-RUN-COUNT.
020000     PERFORM 4000-SHOW-CONSOLE THRU 4000-SHOW-CONSOLE-EXIT.
020100 0000-MAINLINE-EXIT.
020110     GOBACK.
020120*
020130*------------------------------------------------------------*
020140*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
020150*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
020160*------------------------------------------------------------*
020170 0100-CHECK-OPERATOR.
020180     MOVE SPACES TO OPCHK-OPERATOR-ID.
020190     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
020200     MOVE "App_inquireRunStatus" TO OPCHK-PROGRAM.
020210     MOVE SPACES TO OPCHK-RUN-ID.
020220     SET OPCHK-FUNC-RUN TO TRUE.
020230     CALL "App_checkOperator".
020240 0100-CHECK-OPERATOR-EXIT.
020250     EXIT.
020260*
020270*------------------------------------------------------------*
020280*    1000-LOAD-RUN-REGISTER -- ONE PASS OF RUNREG IN RUN-ID    *
020290*    ORDER, WHICH IS START ORDER: EVERY RUN'S OPERATOR, MODE,  *
020300*    PATTERN, RULE AND WHERE IT STANDS.  A MISSING REGISTER    *
020310*    JUST MEANS NO RUNS.                                       *
020320*------------------------------------------------------------*
020330 1000-LOAD-RUN-REGISTER.
020340     OPEN INPUT RUN-REGISTER-FILE.
020350     IF IRS-REG-STATUS NOT = "00"
020360         GO TO 1000-LOAD-RUN-REGISTER-EXIT
020370     END-IF.
020380     PERFORM 1100-READ-REGISTER-RECORD
020390         THRU 1100-READ-REGISTER-RECORD-EXIT
020400         UNTIL IRS-REG-EOF-YES.
020410     CLOSE RUN-REGISTER-FILE.
020420 1000-LOAD-RUN-REGISTER-EXIT.
020430     EXIT.
020440*
020450 1100-READ-REGISTER-RECORD.
020460     READ RUN-REGISTER-FILE NEXT RECORD
020470         AT END
020480             SET IRS-REG-EOF-YES TO TRUE
020490             GO TO 1100-READ-REGISTER-RECORD-EXIT
020500     END-READ.
020510     IF IRS-REG-STATUS NOT = "00"
020520         SET IRS-REG-EOF-YES TO TRUE
020530         GO TO 1100-READ-REGISTER-RECORD-EXIT
020540     END-IF.
020550     IF RUNREG-RUN-ID = SPACES
020560         GO TO 1100-READ-REGISTER-RECORD-EXIT
020570     END-IF.
020580     MOVE RUNREG-RUN-ID TO IRS-STL-RUN-ID.
020590     PERFORM 5000-FIND-OR-ADD-RUN
020600         THRU 5000-FIND-OR-ADD-RUN-EXIT.
020610     MOVE RUNREG-OPERATOR-ID
020620         TO IRS-RUN-OPERATOR (IRS-MATCH-SLOT).
020630     MOVE RUNREG-PATTERN-NAME
020640         TO IRS-RUN-PATTERN (IRS-MATCH-SLOT).
020650     MOVE RUNREG-RULE-NAME
020660         TO IRS-RUN-RULE (IRS-MATCH-SLOT).
020670     MOVE RUNREG-MODE TO IRS-RUN-MODE (IRS-MATCH-SLOT).
020680     MOVE RUNREG-STATUS TO IRS-RUN-STATUS (IRS-MATCH-SLOT).
020690     IF RUNREG-ABENDED AND RUNREG-PRESUMED
020700         MOVE "ABENDED*" TO IRS-RUN-STATUS (IRS-MATCH-SLOT)
020710     END-IF.
020720     IF RUNREG-FINAL-GENERATION IS NUMERIC
020730         MOVE RUNREG-FINAL-GENERATION
020740             TO IRS-RUN-LAST-GEN (IRS-MATCH-SLOT)
020750     END-IF.
020760 1100-READ-REGISTER-RECORD-EXIT.
020770     EXIT.
020780*
020790*------------------------------------------------------------*
020800*    2000-APPLY-RUN-HISTORY -- ONE PASS OF RUNHIST; THE LAST   *
020810*    LINE SEEN FOR A REGISTERED RUN WINS ITS POPULATION, AND   *
020820*    ITS GENERATION WHEN THAT IS FURTHER ON THAN THE REGISTER  *
020830*    SHOWS (A RUN STILL IN FLIGHT).  A LINE FOR A RUN NOT ON   *
020840*    THE REGISTER IS PASSED OVER.  A MISSING RUNHIST JUST      *
020850*    MEANS NO HISTORY.                                         *
020860*------------------------------------------------------------*
020870 2000-APPLY-RUN-HISTORY.
021000     OPEN INPUT RUN-HISTORY-FILE.
021100     IF IRS-HIST-STATUS NOT = "00"
021200         GO TO 2000-APPLY-RUN-HISTORY-EXIT
021300     END-IF.
021400     PERFORM 2100-READ-HISTORY-LINE
021500         THRU 2100-READ-HISTORY-LINE-EXIT
021600         UNTIL IRS-HIST-EOF-YES.
021700     CLOSE RUN-HISTORY-FILE.
021800 2000-APPLY-RUN-HISTORY-EXIT.
021900     EXIT.
022000*
022100 2100-READ-HISTORY-LINE.
022200     READ RUN-HISTORY-FILE
022300         AT END
022400             SET IRS-HIST-EOF-YES TO TRUE
022500             GO TO 2100-READ-HISTORY-LINE-EXIT
022600     END-READ.
022700     IF HIST-RUN-ID = SPACES
022800         GO TO 2100-READ-HISTORY-LINE-EXIT
022900     END-IF.
023000     MOVE HIST-RUN-ID TO IRS-STL-RUN-ID.
023050     MOVE ZERO TO IRS-MATCH-SLOT.
023100     PERFORM 5100-MATCH-RUN-SLOT THRU 5100-MATCH-RUN-SLOT-EXIT
023150         VARYING IRS-SHIFT-IDX FROM 1 BY 1
023200             UNTIL IRS-SHIFT-IDX > IRS-RUN-COUNT
023250                 OR IRS-MATCH-SLOT NOT = ZERO.
023300     IF IRS-MATCH-SLOT = ZERO
023400         GO TO 2100-READ-HISTORY-LINE-EXIT
023500     END-IF.
023600     IF HIST-GENERATION IS NUMERIC
023650        AND HIST-GENERATION > IRS-RUN-LAST-GEN (IRS-MATCH-SLOT)
023700         MOVE HIST-GENERATION
023800             TO IRS-RUN-LAST-GEN (IRS-MATCH-SLOT)
023900     END-IF.
024000     IF HIST-POPULATION IS NUMERIC
024100         MOVE HIST-POPULATION
024200             TO IRS-RUN-LAST-POP (IRS-MATCH-SLOT)
029200     END-IF.
029280 2100-READ-HISTORY-LINE-EXIT.
029360     EXIT.
029500*
029600*------------------------------------------------------------*
029700*    3000-PROBE-ONE-CHECKPOINT -- DOES CKPTFILE-<RUN-ID>       *
035700     ADD 1 TO IRS-SHOWN-COUNT.
035800     MOVE IRS-RUN-ID (IRS-IDX) TO IRS-STL-RUN-ID.
035900     MOVE IRS-RUN-LAST-POP (IRS-IDX) TO IRS-STL-LAST-POP.
036100     MOVE IRS-RUN-OPERATOR (IRS-IDX) TO IRS-STL-OPERATOR.
036300     MOVE IRS-RUN-PATTERN (IRS-IDX) TO IRS-STL-PATTERN.
036500     MOVE IRS-RUN-RULE (IRS-IDX) TO IRS-STL-RULE.
036700     MOVE IRS-RUN-MODE (IRS-IDX) TO IRS-STL-MODE.
036900     MOVE IRS-RUN-STATUS (IRS-IDX) TO IRS-STL-STATUS.
037100     IF IRS-RUN-HAS-CKPT (IRS-IDX)
037200         MOVE IRS-RUN-CKPT-GEN (IRS-IDX) TO IRS-CKPT-GEN-OUT
037300         MOVE IRS-CKPT-GEN-OUT TO IRS-STL-CKPT-GEN
041500     MOVE ZERO TO IRS-RUN-CKPT-GEN (IRS-MATCH-SLOT).
041600     MOVE SPACES TO IRS-RUN-CKPT-STAMP (IRS-MATCH-SLOT).
041700     MOVE "N" TO IRS-RUN-CKPT-SWITCH (IRS-MATCH-SLOT).
041760     MOVE SPACES TO IRS-RUN-MODE (IRS-MATCH-SLOT).
041820     MOVE SPACES TO IRS-RUN-STATUS (IRS-MATCH-SLOT).
041900 5000-FIND-OR-ADD-RUN-EXIT.
042000     EXIT.
042100*
