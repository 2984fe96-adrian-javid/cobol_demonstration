000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_writeRunUsage.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- APPENDS ONE RUNUSAGE LINE FOR
001000*    10/15/2026  ME   A RUN THAT HAS ENDED, ON BEHALF OF THE
001100*    10/15/2026  ME   PROGRAMS THAT RUN THE SIMULATION, SO THE
001200*    10/15/2026  ME   SHOP CAN RECHARGE MACHINE TIME.  THE
001300*    10/15/2026  ME   CALLER FILLS USREQ-REQUEST; THIS PROGRAM
001400*    10/15/2026  ME   STAMPS THE END TIME AND WORKS OUT THE
001500*    10/15/2026  ME   WALL-CLOCK SECONDS FROM THE RUN'S START
001600*    10/15/2026  ME   STAMP.  LIKE SYSLOG AND THE REGISTER, THE
001700*    10/15/2026  ME   USAGE FILE MUST NEVER KILL THE RUN IT
001800*    10/15/2026  ME   RECORDS: A FILE THAT CANNOT BE OPENED OR
001900*    10/15/2026  ME   WRITTEN IS LOGGED AS A WARNING AND CONTROL
002000*    10/15/2026  ME   RETURNS WITH USREQ-FAILED SET.
002100*
002200 ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002400   SOURCE-COMPUTER. Linux.
002500   OBJECT-COMPUTER. Linux.
002600  INPUT-OUTPUT SECTION.
002700   FILE-CONTROL.
002800       SELECT RUN-USAGE-FILE ASSIGN TO "RUNUSAGE"
002900           ORGANIZATION IS LINE SEQUENTIAL
003000           FILE STATUS IS WRU-USAGE-STATUS.
003100   I-O-CONTROL.
003200*
003300 DATA DIVISION.
003400  FILE SECTION.
003500  FD  RUN-USAGE-FILE.
003600      COPY "run_usage.cpy".
003700  WORKING-STORAGE SECTION.
003800      COPY "grid_common.cpy".
003900      COPY "run_usage_request.cpy".
004000*
004100  77  WRU-USAGE-STATUS                PIC X(02) VALUE SPACES.
004200  77  WRU-FAIL-REASON                 PIC X(16) VALUE SPACES.
004300  77  WRU-END-TIMESTAMP               PIC X(17) VALUE SPACES.
004400  77  WRU-START-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
004500  77  WRU-END-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
004600  77  WRU-ELAPSED-WORK                PIC S9(09)V99 VALUE ZERO.
004700*
004800*** THE RUN'S START STAMP, TAKEN APART FOR THE ELAPSED-TIME SUM.
004900  01  WRU-START-STAMP.
005000      05  WRU-START-DATE              PIC 9(08).
005100      05  FILLER                      PIC X(01).
005200      05  WRU-START-HOUR              PIC 9(02).
005300      05  WRU-START-MINUTE            PIC 9(02).
005400      05  WRU-START-SECOND            PIC 9(02).
005500      05  WRU-START-HUNDREDTH         PIC 9(02).
005600*
005700*** THE CLOCK AT THE CALL, WHICH IS WHEN THE RUN ENDED.
005800  01  WRU-END-CLOCK.
005900      05  WRU-END-DATE                PIC 9(08) VALUE ZERO.
006000      05  WRU-END-TIME                PIC 9(08) VALUE ZERO.
006100      05  WRU-END-TIME-PARTS REDEFINES WRU-END-TIME.
006200          10  WRU-END-HOUR            PIC 9(02).
006300          10  WRU-END-MINUTE          PIC 9(02).
006400          10  WRU-END-SECOND          PIC 9(02).
006500          10  WRU-END-HUNDREDTH       PIC 9(02).
006600*
006700 PROCEDURE DIVISION.
006800*------------------------------------------------------------*
006900*    0000-MAINLINE -- STAMP THE END, BUILD THE LINE, AND       *
007000*    APPEND IT TO RUNUSAGE (CREATING THE FILE ON FIRST USE).   *
007100*------------------------------------------------------------*
007200 0000-MAINLINE.
007300     SET USREQ-FAILED TO TRUE.
007400     ACCEPT WRU-END-DATE FROM DATE YYYYMMDD.
007500     ACCEPT WRU-END-TIME FROM TIME.
007600     MOVE SPACES TO WRU-END-TIMESTAMP.
007700     STRING WRU-END-DATE DELIMITED BY SIZE
007800             "-" DELIMITED BY SIZE
007900             WRU-END-TIME DELIMITED BY SIZE
008000         INTO WRU-END-TIMESTAMP.
008100     PERFORM 1000-BUILD-USAGE-RECORD
008200         THRU 1000-BUILD-USAGE-RECORD-EXIT.
008300     OPEN EXTEND RUN-USAGE-FILE.
008400     IF WRU-USAGE-STATUS = "35"
008500         OPEN OUTPUT RUN-USAGE-FILE
008600     END-IF.
008700     IF WRU-USAGE-STATUS NOT = "00"
008800         MOVE "OPEN FAILED" TO WRU-FAIL-REASON
008900         GO TO 0000-USAGE-FAILED
009000     END-IF.
009100     WRITE RUNUSE-RECORD.
009200     IF WRU-USAGE-STATUS NOT = "00"
009300         MOVE "WRITE FAILED" TO WRU-FAIL-REASON
009400         CLOSE RUN-USAGE-FILE
009500         GO TO 0000-USAGE-FAILED
009600     END-IF.
009700     CLOSE RUN-USAGE-FILE.
009800     SET USREQ-DONE TO TRUE.
009900     GO TO 0000-MAINLINE-EXIT.
010000 0000-USAGE-FAILED.
010100     DISPLAY "RUNUSAGE " WRU-FAIL-REASON " " WRU-USAGE-STATUS
010200         " -- RUN " USREQ-RUN-ID " NOT RECORDED".
010300     MOVE "App_writeRunUsage" TO GRID-LOG-PROGRAM.
010400     SET GRID-LOG-SEV-WARNING TO TRUE.
010500     MOVE SPACES TO GRID-LOG-MESSAGE.
010600     STRING "RUNUSAGE " DELIMITED BY SIZE
010700             WRU-FAIL-REASON DELIMITED BY "  "
010800             " " DELIMITED BY SIZE
010900             WRU-USAGE-STATUS DELIMITED BY SIZE
011000             " RUN " DELIMITED BY SIZE
011100             USREQ-RUN-ID DELIMITED BY SPACE
011200             " NOT RECORDED" DELIMITED BY SIZE
011300         INTO GRID-LOG-MESSAGE.
011400     CALL "App_writeSystemLog".
011500 0000-MAINLINE-EXIT.
011600     EXIT PROGRAM.
011700*
011800*------------------------------------------------------------*
011900*    1000-BUILD-USAGE-RECORD -- THE REQUEST'S FIELDS, THE END  *
012000*    STAMP, AND THE ELAPSED SECONDS.                           *
012100*------------------------------------------------------------*
012200 1000-BUILD-USAGE-RECORD.
012300     MOVE SPACES TO RUNUSE-RECORD.
012400     MOVE USREQ-RUN-ID TO RUNUSE-RUN-ID.
012500     MOVE USREQ-OPERATOR-ID TO RUNUSE-OPERATOR-ID.
012600     MOVE USREQ-MODE TO RUNUSE-MODE.
012700     MOVE USREQ-PROGRAM TO RUNUSE-PROGRAM.
012800     MOVE USREQ-START-TIMESTAMP TO RUNUSE-START-TIMESTAMP.
012900     MOVE WRU-END-TIMESTAMP TO RUNUSE-END-TIMESTAMP.
013000     PERFORM 1100-COMPUTE-ELAPSED THRU 1100-COMPUTE-ELAPSED-EXIT.
013100     MOVE WRU-ELAPSED-WORK TO RUNUSE-ELAPSED-SECONDS.
013200     IF USREQ-PAUSED-SECONDS IS NUMERIC
013300         MOVE USREQ-PAUSED-SECONDS TO RUNUSE-PAUSED-SECONDS
013400     ELSE
013500         MOVE ZERO TO RUNUSE-PAUSED-SECONDS
013600     END-IF.
013700     IF RUNUSE-PAUSED-SECONDS > RUNUSE-ELAPSED-SECONDS
013800         MOVE RUNUSE-ELAPSED-SECONDS TO RUNUSE-PAUSED-SECONDS
013900     END-IF.
014000     MOVE USREQ-GENERATIONS TO RUNUSE-GENERATIONS.
014100     MOVE USREQ-CANDIDATE-CELLS TO RUNUSE-CANDIDATE-CELLS.
014200     MOVE USREQ-PEAK-ACTIVE TO RUNUSE-PEAK-ACTIVE.
014300     MOVE USREQ-WIDTH TO RUNUSE-WIDTH.
014400     MOVE USREQ-HEIGHT TO RUNUSE-HEIGHT.
014500     MOVE USREQ-RULE-NAME TO RUNUSE-RULE-NAME.
014600 1000-BUILD-USAGE-RECORD-EXIT.
014700     EXIT.
014800*
014900*------------------------------------------------------------*
015000*    1100-COMPUTE-ELAPSED -- SECONDS FROM THE START STAMP TO   *
015100*    NOW, ACROSS MIDNIGHT AND MONTH ENDS BY WAY OF THE DAY     *
015200*    NUMBERS.  A START STAMP THAT WILL NOT TAKE APART, OR A    *
015300*    CLOCK THAT WENT BACKWARD, CHARGES ZERO RATHER THAN A      *
015400*    NONSENSE FIGURE.                                          *
015500*------------------------------------------------------------*
015600 1100-COMPUTE-ELAPSED.
015700     MOVE ZERO TO WRU-ELAPSED-WORK.
015800     MOVE USREQ-START-TIMESTAMP TO WRU-START-STAMP.
015900     IF WRU-START-DATE IS NOT NUMERIC
016000        OR WRU-START-HOUR IS NOT NUMERIC
016100        OR WRU-START-MINUTE IS NOT NUMERIC
016200        OR WRU-START-SECOND IS NOT NUMERIC
016300        OR WRU-START-HUNDREDTH IS NOT NUMERIC
016400         GO TO 1100-COMPUTE-ELAPSED-EXIT
016500     END-IF.
016600     MOVE ZERO TO WRU-START-DAY-NUMBER.
016700     IF WRU-START-DATE > 16010100
016800         COMPUTE WRU-START-DAY-NUMBER =
016900             FUNCTION INTEGER-OF-DATE (WRU-START-DATE)
017000     END-IF.
017100     IF WRU-START-DAY-NUMBER = ZERO
017200         GO TO 1100-COMPUTE-ELAPSED-EXIT
017300     END-IF.
017400     COMPUTE WRU-END-DAY-NUMBER =
017500         FUNCTION INTEGER-OF-DATE (WRU-END-DATE).
017600     COMPUTE WRU-ELAPSED-WORK =
017700         (WRU-END-DAY-NUMBER - WRU-START-DAY-NUMBER) * 86400
017800         + WRU-END-HOUR * 3600 + WRU-END-MINUTE * 60
017900         + WRU-END-SECOND + WRU-END-HUNDREDTH / 100
018000         - WRU-START-HOUR * 3600 - WRU-START-MINUTE * 60
018100         - WRU-START-SECOND - WRU-START-HUNDREDTH / 100.
018200     IF WRU-ELAPSED-WORK < ZERO
018300         MOVE ZERO TO WRU-ELAPSED-WORK
018400     END-IF.
018500     IF WRU-ELAPSED-WORK > 9999999.99
018600         MOVE 9999999.99 TO WRU-ELAPSED-WORK
018700     END-IF.
018800 1100-COMPUTE-ELAPSED-EXIT.
018900     EXIT.
