000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_writeRunRegister.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- KEEPS RUNREG, THE INDEXED
001000*    10/15/2026  ME   REGISTER OF RUNS, ON BEHALF OF THE PROGRAMS
001100*    10/15/2026  ME   THAT RUN THE SIMULATION.  A START REQUEST
001200*    10/15/2026  ME   WRITES THE RUN'S RECORD STARTED WITH ITS
001300*    10/15/2026  ME   FULL SETUP; AN END REQUEST REWRITES IT
001400*    10/15/2026  ME   COMPLETED, WARNING OR ABENDED WITH THE
001500*    10/15/2026  ME   FINAL GENERATION AND RETURN CODE.  THE
001600*    10/15/2026  ME   CALLER FILLS RRREQ-REQUEST.  LIKE SYSLOG,
001700*    10/15/2026  ME   THE REGISTER MUST NEVER KILL THE RUN IT
001800*    10/15/2026  ME   RECORDS: A FILE THAT CANNOT BE OPENED OR
001900*    10/15/2026  ME   WRITTEN IS LOGGED AS A WARNING AND CONTROL
002000*    10/15/2026  ME   RETURNS TO THE CALLER WITH RRREQ-FAILED SET.
002020*    10/15/2026  ME   AN END REQUEST NO LONGER REWRITES A RECORD
002040*    10/15/2026  ME   ANOTHER RUN STARTED UNDER THE SAME RUN-ID
002060*    10/15/2026  ME   (PROGRAM OR START STAMP DIFFERENT); IT IS
002080*    10/15/2026  ME   LOGGED AS A WARNING LIKE A DUPLICATE START.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002400   SOURCE-COMPUTER. Linux.
002500   OBJECT-COMPUTER. Linux.
002600  INPUT-OUTPUT SECTION.
002700   FILE-CONTROL.
002800       SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
002900           ORGANIZATION IS INDEXED
003000           ACCESS MODE IS DYNAMIC
003100           RECORD KEY IS RUNREG-RUN-ID
003200           FILE STATUS IS WRR-REG-STATUS.
003300   I-O-CONTROL.
003400*
003500 DATA DIVISION.
003600  FILE SECTION.
003700  FD  RUN-REGISTER-FILE.
003800      COPY "run_register.cpy".
003900  WORKING-STORAGE SECTION.
004000      COPY "grid_common.cpy".
004100      COPY "run_register_request.cpy".
004200*
004300  77  WRR-REG-STATUS                  PIC X(02) VALUE SPACES.
004400  77  WRR-CURRENT-DATE                PIC 9(08) VALUE ZERO.
004500  77  WRR-CURRENT-TIME                PIC 9(08) VALUE ZERO.
004600  77  WRR-TIMESTAMP                   PIC X(17) VALUE SPACES.
004700  77  WRR-FAIL-REASON                 PIC X(16) VALUE SPACES.
004800  77  WRR-RECORD-SWITCH               PIC X(01) VALUE "N".
004900      88  WRR-RECORD-FOUND                VALUE "Y".
005000      88  WRR-RECORD-NEW                  VALUE "N".
005100*
005200 PROCEDURE DIVISION.
005300*------------------------------------------------------------*
005400*    0000-MAINLINE -- OPEN THE REGISTER (CREATING IT ON FIRST  *
005500*    USE), APPLY THE START OR END REQUEST, AND CLOSE IT.       *
005600*------------------------------------------------------------*
005700 0000-MAINLINE.
005800     SET RRREQ-FAILED TO TRUE.
005900     ACCEPT WRR-CURRENT-DATE FROM DATE YYYYMMDD.
006000     ACCEPT WRR-CURRENT-TIME FROM TIME.
006100     MOVE SPACES TO WRR-TIMESTAMP.
006200     STRING WRR-CURRENT-DATE DELIMITED BY SIZE
006300             "-" DELIMITED BY SIZE
006400             WRR-CURRENT-TIME DELIMITED BY SIZE
006500         INTO WRR-TIMESTAMP.
006600     OPEN I-O RUN-REGISTER-FILE.
006700     IF WRR-REG-STATUS = "35"
006800         OPEN OUTPUT RUN-REGISTER-FILE
006900         CLOSE RUN-REGISTER-FILE
007000         OPEN I-O RUN-REGISTER-FILE
007100     END-IF.
007200     IF WRR-REG-STATUS NOT = "00"
007300         MOVE "OPEN FAILED" TO WRR-FAIL-REASON
007400         GO TO 0000-REGISTER-FAILED
007500     END-IF.
007600     IF RRREQ-FUNC-START
007700         PERFORM 1000-REGISTER-START THRU 1000-REGISTER-START-EXIT
007800     ELSE
007900         PERFORM 2000-REGISTER-END THRU 2000-REGISTER-END-EXIT
008000     END-IF.
008100     CLOSE RUN-REGISTER-FILE.
008200     IF RRREQ-DONE
008300         GO TO 0000-MAINLINE-EXIT
008400     END-IF.
008500 0000-REGISTER-FAILED.
008600     DISPLAY "RUNREG " WRR-FAIL-REASON " " WRR-REG-STATUS
008700         " -- RUN " RRREQ-RUN-ID " NOT REGISTERED".
008800     MOVE "App_writeRunRegister" TO GRID-LOG-PROGRAM.
008900     SET GRID-LOG-SEV-WARNING TO TRUE.
009000     MOVE SPACES TO GRID-LOG-MESSAGE.
009100     STRING "RUNREG " DELIMITED BY SIZE
009200             WRR-FAIL-REASON DELIMITED BY "  "
009300             " " DELIMITED BY SIZE
009400             WRR-REG-STATUS DELIMITED BY SIZE
009500             " RUN " DELIMITED BY SIZE
009600             RRREQ-RUN-ID DELIMITED BY SPACE
009700             " " DELIMITED BY SIZE
009800             RRREQ-END-STATUS DELIMITED BY SPACE
009900         INTO GRID-LOG-MESSAGE.
010000     CALL "App_writeSystemLog".
010100 0000-MAINLINE-EXIT.
010200     EXIT PROGRAM.
010300*
010400*------------------------------------------------------------*
010500*    1000-REGISTER-START -- A NEW RECORD, STARTED, CARRYING    *
010600*    THE WHOLE SETUP.  A RUN-ID ALREADY ON THE REGISTER IS     *
010700*    LEFT ALONE AND REPORTED -- ONE RUN NEVER OVERWRITES       *
010800*    ANOTHER'S HISTORY.                                        *
010900*------------------------------------------------------------*
011000 1000-REGISTER-START.
011100     MOVE SPACES TO RUNREG-RECORD.
011200     PERFORM 3000-BUILD-SETUP THRU 3000-BUILD-SETUP-EXIT.
011300     SET RUNREG-STARTED TO TRUE.
011400     MOVE ZERO TO RUNREG-FINAL-GENERATION.
011500     MOVE ZERO TO RUNREG-RETURN-CODE.
011600     WRITE RUNREG-RECORD
011700         INVALID KEY
011800             MOVE "DUPLICATE RUN" TO WRR-FAIL-REASON
011900             GO TO 1000-REGISTER-START-EXIT
012000     END-WRITE.
012100     IF WRR-REG-STATUS NOT = "00"
012200         MOVE "WRITE FAILED" TO WRR-FAIL-REASON
012300         GO TO 1000-REGISTER-START-EXIT
012400     END-IF.
012500     SET RRREQ-DONE TO TRUE.
012600 1000-REGISTER-START-EXIT.
012700     EXIT.
012800*
012900*------------------------------------------------------------*
013000*    2000-REGISTER-END -- REWRITE THE RUN'S RECORD WITH HOW IT *
013100*    ENDED.  A RUN WHOSE START NEVER REACHED THE REGISTER GETS *
013200*    A WHOLE RECORD WRITTEN NOW FROM THE SETUP STILL HELD IN   *
013300*    THE REQUEST.  A RUN THE SWEEP HAD PRESUMED ABENDED BUT    *
013400*    THAT WAS ONLY SLOW TAKES BACK ITS OWN ENDING.  A RECORD   *
013420*    WHOSE PROGRAM OR START STAMP IS NOT THE REQUEST'S BELONGS *
013440*    TO ANOTHER RUN THAT HAD THE SAME RUN-ID, AND IS LEFT      *
013460*    ALONE AND REPORTED.                                       *
013500*------------------------------------------------------------*
013600 2000-REGISTER-END.
013700     MOVE RRREQ-RUN-ID TO RUNREG-RUN-ID.
013800     SET WRR-RECORD-FOUND TO TRUE.
013900     READ RUN-REGISTER-FILE
014000         INVALID KEY
014100             SET WRR-RECORD-NEW TO TRUE
014200     END-READ.
014210     IF WRR-RECORD-FOUND
014220        AND (RUNREG-PROGRAM NOT = RRREQ-PROGRAM
014230          OR RUNREG-START-TIMESTAMP NOT = RRREQ-START-TIMESTAMP)
014240         MOVE "RUN-ID IN USE" TO WRR-FAIL-REASON
014250         GO TO 2000-REGISTER-END-EXIT
014260     END-IF.
014300     IF WRR-RECORD-NEW
014400         MOVE SPACES TO RUNREG-RECORD
014500         PERFORM 3000-BUILD-SETUP THRU 3000-BUILD-SETUP-EXIT
014600     END-IF.
014700     IF RRREQ-PATTERN-NAME NOT = SPACES
014800         MOVE RRREQ-PATTERN-NAME TO RUNREG-PATTERN-NAME
014900     END-IF.
015000     MOVE RRREQ-END-STATUS TO RUNREG-STATUS.
015100     MOVE RRREQ-END-STATUS TO RUNREG-END-STATUS.
015200     SET RUNREG-REPORTED TO TRUE.
015300     MOVE WRR-TIMESTAMP TO RUNREG-END-TIMESTAMP.
015400     MOVE RRREQ-FINAL-GENERATION TO RUNREG-FINAL-GENERATION.
015500     MOVE RRREQ-RETURN-CODE TO RUNREG-RETURN-CODE.
015600     MOVE WRR-TIMESTAMP TO RUNREG-CHANGED-TIMESTAMP.
015700     MOVE RRREQ-PROGRAM TO RUNREG-CHANGED-BY.
015800     IF WRR-RECORD-NEW
015900         WRITE RUNREG-RECORD
016000             INVALID KEY
016100                 MOVE "WRITE FAILED" TO WRR-FAIL-REASON
016200                 GO TO 2000-REGISTER-END-EXIT
016300         END-WRITE
016400     ELSE
016500         REWRITE RUNREG-RECORD
016600             INVALID KEY
016700                 MOVE "REWRITE FAILED" TO WRR-FAIL-REASON
016800                 GO TO 2000-REGISTER-END-EXIT
016900         END-REWRITE
017000     END-IF.
017100     IF WRR-REG-STATUS NOT = "00"
017200         MOVE "UPDATE FAILED" TO WRR-FAIL-REASON
017300         GO TO 2000-REGISTER-END-EXIT
017400     END-IF.
017500     SET RRREQ-DONE TO TRUE.
017600 2000-REGISTER-END-EXIT.
017700     EXIT.
017800*
017900*------------------------------------------------------------*
018000*    3000-BUILD-SETUP -- THE FIELDS FIXED AT RUN START.        *
018100*------------------------------------------------------------*
018200 3000-BUILD-SETUP.
018300     MOVE RRREQ-RUN-ID TO RUNREG-RUN-ID.
018400     SET RUNREG-REPORTED TO TRUE.
018500     MOVE RRREQ-PROGRAM TO RUNREG-PROGRAM.
018600     MOVE RRREQ-MODE TO RUNREG-MODE.
018700     MOVE RRREQ-OPERATOR-ID TO RUNREG-OPERATOR-ID.
018800     MOVE RRREQ-START-TIMESTAMP TO RUNREG-START-TIMESTAMP.
018900     MOVE RRREQ-WIDTH TO RUNREG-WIDTH.
019000     MOVE RRREQ-HEIGHT TO RUNREG-HEIGHT.
019100     MOVE RRREQ-TOPOLOGY TO RUNREG-TOPOLOGY.
019200     MOVE RRREQ-RULE-NAME TO RUNREG-RULE-NAME.
019300     MOVE RRREQ-PROFILE-NAME TO RUNREG-PROFILE-NAME.
019400     MOVE RRREQ-PATTERN-NAME TO RUNREG-PATTERN-NAME.
019500     MOVE RRREQ-RESUME-RUN-ID TO RUNREG-RESUME-RUN-ID.
019600     MOVE RRREQ-BATCH-GENERATIONS TO RUNREG-BATCH-GENERATIONS.
019700     MOVE ZERO TO RUNREG-FINAL-GENERATION.
019800     MOVE ZERO TO RUNREG-RETURN-CODE.
019900     MOVE WRR-TIMESTAMP TO RUNREG-CHANGED-TIMESTAMP.
020000     MOVE RRREQ-PROGRAM TO RUNREG-CHANGED-BY.
020100 3000-BUILD-SETUP-EXIT.
020200     EXIT.
