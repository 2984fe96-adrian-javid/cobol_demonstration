000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_convertPatternLibrary.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- ONE-TIME CONVERSION OF AN
001000*    10/15/2026  ME   EXISTING PATTERN LIBRARY TO THE LAYOUT WITH
001100*    10/15/2026  ME   THE CANONICAL SHAPE KEY.  THE RECORD GREW
001200*    10/15/2026  ME   FROM 3031 TO 3060 BYTES AND GAINED THE SHAPE
001300*    10/15/2026  ME   KEY AS AN ALTERNATE KEY, SO A LIBRARY BUILT
001400*    10/15/2026  ME   BEFORE THEN WILL NOT OPEN UNDER THE NEW
001500*    10/15/2026  ME   LAYOUT (STATUS 39).  READS THE OLD FILE AS
001600*    10/15/2026  ME   PATTERNOLD, SETS EACH RECORD'S SHAPE KEY
001700*    10/15/2026  ME   THROUGH App_computeShapeKey, AND WRITES IT
001800*    10/15/2026  ME   TO A NEW PATTERNLIB.
001900*
002000*    RUN ORDER:     1  TAKE A BACKUP COPY OF THE OLD PATTERNLIB.
002100*                   2  RENAME THE OLD PATTERNLIB TO PATTERNOLD
002200*                      (OR POINT PATTERNOLD AT IT), SO NO
002300*                      PATTERNLIB IS LEFT IN PLACE.
002400*                   3  RUN App_convertPatternLibrary.  IT WILL NOT
002500*                      WRITE OVER A PATTERNLIB THAT IS ALREADY
002600*                      THERE, OLD LAYOUT OR NEW.
002700*                   4  ON RC 0 OR 4, RUN THE OTHER LIBRARY
002800*                      PROGRAMS AS BEFORE AND DELETE PATTERNOLD
002900*                      WHEN SATISFIED.  ON RC 8 OR 12, DELETE THE
003000*                      NEW PATTERNLIB, PUT RIGHT WHAT THE DISPLAY
003100*                      SAYS, AND RUN STEP 3 AGAIN.
003200*                   THE PATTERN LIBRARY PROGRAMS, App_mainLoop
003300*                   AND App_verifySystemFiles ALL OPEN PATTERNLIB
003400*                   IN THE NEW LAYOUT, SO NONE OF THEM MAY RUN
003500*                   BETWEEN STEPS 2 AND 3.
003600*
003700*    RETURN CODES:  0  LIBRARY CONVERTED
003800*                   4  PATTERNOLD HELD NO PATTERNS -- AN EMPTY
003900*                      PATTERNLIB WAS CREATED
004000*                   8  PATTERNLIB ALREADY THERE, OR A RECORD COULD
004100*                      NOT BE WRITTEN TO IT
004200*                  12  PATTERNOLD OR PATTERNLIB WOULD NOT OPEN
004300*                  16  OPERATOR REFUSED
004400*
004500 ENVIRONMENT DIVISION.
004600  CONFIGURATION SECTION.
004700   SOURCE-COMPUTER. Linux.
004800   OBJECT-COMPUTER. Linux.
004900  INPUT-OUTPUT SECTION.
005000   FILE-CONTROL.
005100       SELECT OLD-LIBRARY-FILE ASSIGN TO "PATTERNOLD"
005200           ORGANIZATION IS INDEXED
005300           ACCESS MODE IS SEQUENTIAL
005400           RECORD KEY IS OLDLIB-PATTERN-NAME
005500           FILE STATUS IS CPL-OLD-STATUS.
005600       SELECT PATTERN-LIBRARY-FILE ASSIGN TO "PATTERNLIB"
005700           ORGANIZATION IS INDEXED
005800           ACCESS MODE IS SEQUENTIAL
005900           RECORD KEY IS PATLIB-PATTERN-NAME
006000           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
006100               WITH DUPLICATES
006200           FILE STATUS IS CPL-PATLIB-STATUS.
006300   I-O-CONTROL.
006400*
006500 DATA DIVISION.
006600  FILE SECTION.
006700*** THE LIBRARY RECORD AS IT WAS BEFORE THE SHAPE KEY -- THE
006800*** PATTERN NAME AND THE SHAPE, LAID OUT BYTE FOR BYTE AS
006900*** PATLIB-PATTERN-NAME AND PATLIB-SHAPE ARE NOW.
007000  FD  OLD-LIBRARY-FILE.
007100  01  OLDLIB-RECORD.
007200      05  OLDLIB-PATTERN-NAME         PIC X(20).
007300      05  OLDLIB-SHAPE                PIC X(3011).
007400  FD  PATTERN-LIBRARY-FILE.
007500      COPY "pattern_lib.cpy".
007600  WORKING-STORAGE SECTION.
007700      COPY "grid_common.cpy".
007800      COPY "operator_check.cpy".
007900      COPY "shape_key_request.cpy".
008000  77  CPL-OLD-STATUS                  PIC X(02) VALUE SPACES.
008100  77  CPL-PATLIB-STATUS               PIC X(02) VALUE SPACES.
008200  77  CPL-EOF-SWITCH                  PIC X(01) VALUE "N".
008300      88  CPL-EOF-YES                     VALUE "Y".
008400      88  CPL-EOF-NO                      VALUE "N".
008500  77  CPL-READ-COUNT                  PIC 9(05) COMP VALUE ZERO.
008600  77  CPL-WRITTEN-COUNT               PIC 9(05) COMP VALUE ZERO.
008700  77  CPL-FAILED-COUNT                PIC 9(05) COMP VALUE ZERO.
008800  77  CPL-COUNT-OUT                   PIC ZZZZ9 VALUE SPACES.
008900  77  CPL-FAILED-OUT                  PIC ZZZZ9 VALUE SPACES.
009000*** THE RETURN CODE THE JOB ENDS WITH, SET INTO RETURN-CODE ONLY
009100*** AT THE END SO NO CALL ALONG THE WAY CAN RESET IT.
009200  77  CPL-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
009300*
009400 PROCEDURE DIVISION.
009500*------------------------------------------------------------*
009600*    0000-MAINLINE -- CHECK THE OPERATOR, MAKE SURE NO         *
009700*    PATTERNLIB IS IN THE WAY, OPEN BOTH FILES, AND COPY       *
009800*    EVERY OLD RECORD ACROSS WITH ITS SHAPE KEY SET.           *
009900*------------------------------------------------------------*
010000 0000-MAINLINE.
010100     MOVE ZERO TO CPL-RETURN-CODE.
010200     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
010300     IF OPCHK-REFUSED
010400         MOVE 16 TO CPL-RETURN-CODE
010500         GO TO 0000-MAINLINE-EXIT
010600     END-IF.
010700     PERFORM 0200-CHECK-NEW-LIBRARY
010800         THRU 0200-CHECK-NEW-LIBRARY-EXIT.
010900     IF CPL-RETURN-CODE NOT = ZERO
011000         GO TO 0000-MAINLINE-EXIT
011100     END-IF.
011200     OPEN INPUT OLD-LIBRARY-FILE.
011300     IF CPL-OLD-STATUS NOT = "00"
011400         DISPLAY "UNABLE TO OPEN PATTERNOLD " CPL-OLD-STATUS
011500         MOVE 12 TO CPL-RETURN-CODE
011600         GO TO 0000-MAINLINE-EXIT
011700     END-IF.
011800     OPEN OUTPUT PATTERN-LIBRARY-FILE.
011900     IF CPL-PATLIB-STATUS NOT = "00"
012000         DISPLAY "UNABLE TO OPEN PATTERNLIB " CPL-PATLIB-STATUS
012100         CLOSE OLD-LIBRARY-FILE
012200         MOVE 12 TO CPL-RETURN-CODE
012300         GO TO 0000-MAINLINE-EXIT
012400     END-IF.
012500*** BOTH FILES ARE IN SEQUENTIAL ACCESS, SO THE RECORDS GO OUT IN
012600*** THE ASCENDING NAME ORDER THEY ARE READ IN.
012700     SET CPL-EOF-NO TO TRUE.
012800     PERFORM 1000-CONVERT-PATTERN THRU 1000-CONVERT-PATTERN-EXIT
012900         UNTIL CPL-EOF-YES.
013000     CLOSE OLD-LIBRARY-FILE.
013100     CLOSE PATTERN-LIBRARY-FILE.
013200     IF CPL-FAILED-COUNT > ZERO
013300         MOVE 8 TO CPL-RETURN-CODE
013400     ELSE
013500         IF CPL-READ-COUNT = ZERO
013600             MOVE 4 TO CPL-RETURN-CODE
013700         END-IF
013800     END-IF.
013900     PERFORM 9000-LOG-SUMMARY THRU 9000-LOG-SUMMARY-EXIT.
014000 0000-MAINLINE-EXIT.
014100     MOVE CPL-RETURN-CODE TO RETURN-CODE.
014200     GOBACK.
014300*
014400*------------------------------------------------------------*
014500*    0100-CHECK-OPERATOR -- CONVERSION REWRITES THE WHOLE      *
014600*    LIBRARY, SO IT NEEDS THE LIBRARY FUNCTION.                *
014700*------------------------------------------------------------*
014800 0100-CHECK-OPERATOR.
014900     MOVE SPACES TO OPCHK-OPERATOR-ID.
015000     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
015100     MOVE "App_convertPatternLibrary" TO OPCHK-PROGRAM.
015200     MOVE SPACES TO OPCHK-RUN-ID.
015300     SET OPCHK-FUNC-LIBRARY TO TRUE.
015400     CALL "App_checkOperator".
015500 0100-CHECK-OPERATOR-EXIT.
015600     EXIT.
015700*
015800*------------------------------------------------------------*
015900*    0200-CHECK-NEW-LIBRARY -- THE NEW PATTERNLIB MUST NOT BE  *
016000*    THERE YET.  STATUS 35 (NO FILE) IS THE ONLY ONE THAT LETS *
016100*    THE RUN GO ON; A FILE THAT OPENS, OR ONE STILL IN THE OLD *
016200*    LAYOUT (39), WAS NOT RENAMED AND IS LEFT AS IT IS.        *
016300*------------------------------------------------------------*
016400 0200-CHECK-NEW-LIBRARY.
016500     OPEN INPUT PATTERN-LIBRARY-FILE.
016600     IF CPL-PATLIB-STATUS = "35"
016700         GO TO 0200-CHECK-NEW-LIBRARY-EXIT
016800     END-IF.
016900     IF CPL-PATLIB-STATUS = "00"
017000         CLOSE PATTERN-LIBRARY-FILE
017100         DISPLAY "PATTERNLIB ALREADY THERE -- NOTHING CONVERTED"
017200         MOVE 8 TO CPL-RETURN-CODE
017300         GO TO 0200-CHECK-NEW-LIBRARY-EXIT
017400     END-IF.
017500     IF CPL-PATLIB-STATUS = "39"
017600         DISPLAY "PATTERNLIB IS STILL IN THE OLD LAYOUT -- RENAME"
017700             " IT TO PATTERNOLD FIRST"
017800         MOVE 8 TO CPL-RETURN-CODE
017900         GO TO 0200-CHECK-NEW-LIBRARY-EXIT
018000     END-IF.
018100     DISPLAY "UNABLE TO CHECK PATTERNLIB " CPL-PATLIB-STATUS.
018200     MOVE 12 TO CPL-RETURN-CODE.
018300 0200-CHECK-NEW-LIBRARY-EXIT.
018400     EXIT.
018500*
018600*------------------------------------------------------------*
018700*    1000-CONVERT-PATTERN -- ONE OLD RECORD: NAME AND SHAPE    *
018800*    CARRIED ACROSS AS THEY ARE, SHAPE KEY SET, RECORD WRITTEN.*
018900*------------------------------------------------------------*
019000 1000-CONVERT-PATTERN.
019100     READ OLD-LIBRARY-FILE NEXT RECORD
019200         AT END
019300             SET CPL-EOF-YES TO TRUE
019400             GO TO 1000-CONVERT-PATTERN-EXIT
019500     END-READ.
019600     ADD 1 TO CPL-READ-COUNT.
019700     MOVE SPACES TO PATLIB-RECORD.
019800     MOVE OLDLIB-PATTERN-NAME TO PATLIB-PATTERN-NAME.
019900     MOVE OLDLIB-SHAPE TO PATLIB-SHAPE.
020000     MOVE PATLIB-SHAPE TO SKREQ-SHAPE.
020100     SET SKREQ-FUNC-KEY TO TRUE.
020200     CALL "App_computeShapeKey".
020300     MOVE SKREQ-SHAPE-KEY TO PATLIB-SHAPE-KEY.
020400     WRITE PATLIB-RECORD.
020500     IF CPL-PATLIB-STATUS NOT = "00"
020600         DISPLAY "UNABLE TO WRITE " PATLIB-PATTERN-NAME
020700             " STATUS " CPL-PATLIB-STATUS
020800         ADD 1 TO CPL-FAILED-COUNT
020900         GO TO 1000-CONVERT-PATTERN-EXIT
021000     END-IF.
021100     ADD 1 TO CPL-WRITTEN-COUNT.
021200 1000-CONVERT-PATTERN-EXIT.
021300     EXIT.
021400*
021500*------------------------------------------------------------*
021600*    9000-LOG-SUMMARY -- COUNTS TO THE CONSOLE AND ONE LINE    *
021700*    TO THE SYSTEM LOG.                                        *
021800*------------------------------------------------------------*
021900 9000-LOG-SUMMARY.
022000     MOVE CPL-WRITTEN-COUNT TO CPL-COUNT-OUT.
022100     MOVE CPL-FAILED-COUNT TO CPL-FAILED-OUT.
022200     DISPLAY "PATTERN LIBRARY CONVERTED -- PATTERNS: "
022300         CPL-COUNT-OUT " FAILED: " CPL-FAILED-OUT.
022400     MOVE "App_convertPatternLibrary" TO GRID-LOG-PROGRAM.
022500     IF CPL-FAILED-COUNT > ZERO
022600         SET GRID-LOG-SEV-ERROR TO TRUE
022700     ELSE
022800         SET GRID-LOG-SEV-INFO TO TRUE
022900     END-IF.
023000     MOVE SPACES TO GRID-LOG-MESSAGE.
023100     STRING "PATTERNLIB CONVERTED BY " DELIMITED BY SIZE
023200             OPCHK-OPERATOR-ID DELIMITED BY SPACE
023300             " PATTERNS " DELIMITED BY SIZE
023400             CPL-COUNT-OUT DELIMITED BY SIZE
023500             " FAILED " DELIMITED BY SIZE
023600             CPL-FAILED-OUT DELIMITED BY SIZE
023700         INTO GRID-LOG-MESSAGE.
023800     CALL "App_writeSystemLog".
023900 9000-LOG-SUMMARY-EXIT.
024000     EXIT.
