000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_verifyRunReproducibility.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- REPRODUCIBILITY CHECK FOR A
001000*    10/15/2026  ME   FINISHED RUN.  THE STARTING GRID COMES FROM
001100*    10/15/2026  ME   THE RUN'S FIRST JOURNALED SEED SET, THE GRID
001200*    10/15/2026  ME   SIZE FROM THE JOURNAL'S "H" HEADER, AND THE
001300*    10/15/2026  ME   RULE AND TOPOLOGY FROM ITS AUDIT LINE.  THE
001400*    10/15/2026  ME   GENERATION STEP (App_updateCellGrid) IS THEN
001500*    10/15/2026  ME   RE-DRIVEN FROM THAT GRID AND EVERY TICK'S
001600*    10/15/2026  ME   POPULATION, BIRTHS AND DEATHS ARE CHECKED
001700*    10/15/2026  ME   AGAINST THE RUN'S OWN RUNHIST LINES.  THE
001800*    10/15/2026  ME   VERIFYRPT REPORT SAYS PASS OR FAIL PER RUN
001900*    10/15/2026  ME   AND NAMES THE FIRST GENERATION TO DIVERGE.
002000*    10/15/2026  ME   A BLANK PARM (OR "GOLDEN") RE-CHECKS EVERY
002100*    10/15/2026  ME   RUN ON THE GOLDRUNS LIST, SO A CHANGE TO THE
002200*    10/15/2026  ME   GENERATION STEP CAN BE PROVED AGAINST THE
002300*    10/15/2026  ME   KNOWN-GOOD RUNS BEFORE IT IS PROMOTED.
002310*    10/15/2026  ME   THE JOURNAL AND AUDIT RECORDS ARE READ OUT
002320*    10/15/2026  ME   TO THE RANDOM-SOUP SEED AND DENSITY NOW ON
002330*    10/15/2026  ME   THE "H" HEADER AND TO THE AUDIT LINE'S SCENE
002340*    10/15/2026  ME   NAME AND SOUP FIELDS, SO THE LONGER LINES
002350*    10/15/2026  ME   DO NOT SPLIT.
002360*    10/15/2026  ME   THE RE-DRIVE CLEARS THE SCENE AND SOUP
002370*    10/15/2026  ME   SWITCHES -- THE JOURNAL'S SEED SET ALREADY
002380*    10/15/2026  ME   HOLDS THE CELLS THEY STAMPED.
002384*    10/15/2026  ME   THE RETURN CODE IS HELD ACROSS THE CLOSING
002388*    10/15/2026  ME   SYSLOG CALL, WHICH WAS RESETTING A FAIL TO
002392*    10/15/2026  ME   RC 0; ENDS WITH GOBACK, NOT STOP RUN, SO IT
002396*    10/15/2026  ME   CAN RUN AS A App_runNightlyJobStream STEP.
002400*
002500*    PARM CARD (17 BYTES):
002600*      1-16  RUN-ID TO VERIFY, OR "GOLDEN" / BLANK FOR THE WHOLE
002700*            GOLDRUNS LIST
002800*        17  TOPOLOGY OVERRIDE -- "T" TORUS, "W" WALLED, BLANK
002900*            TAKES IT FROM THE AUDIT LINE.  ONLY NEEDED FOR A RUN
003000*            AUDITED BEFORE THE AUDIT LINE CARRIED THE TOPOLOGY.
003100*
003200*    GOLDRUNS LINE:  1-16  RUN-ID
003300*                      18  TOPOLOGY OVERRIDE, AS PARM POSITION 17
003400*                  19-80  FREE COMMENT
003500*                  A "*" IN POSITION 1 MARKS A COMMENT LINE.
003600*
003700*    RETURN CODES:  0  EVERY RUN CHECKED PASSED
003800*                   4  A RUN COULD NOT BE CHECKED (NO JOURNAL,
003900*                      AUDIT LINE OR HISTORY) -- NONE FAILED
004000*                   8  A RUN FAILED, OR THE PARM OR GOLDRUNS LIST
004100*                      WAS UNUSABLE
004200*                  12  VERIFYRPT WOULD NOT OPEN
004300*                  16  OPERATOR REFUSED
004400*
004500 ENVIRONMENT DIVISION.
004600  CONFIGURATION SECTION.
004700   SOURCE-COMPUTER. Linux.
004800   OBJECT-COMPUTER. Linux.
004900  INPUT-OUTPUT SECTION.
005000   FILE-CONTROL.
005100       SELECT JOURNAL-FILE
005200           ASSIGN TO DYNAMIC VRR-JRNL-FILENAME
005300           ORGANIZATION IS LINE SEQUENTIAL
005400           FILE STATUS IS VRR-JRNL-STATUS.
005500       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
005600           ORGANIZATION IS LINE SEQUENTIAL
005700           FILE STATUS IS VRR-AUDIT-STATUS.
005800       SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005900           ORGANIZATION IS LINE SEQUENTIAL
006000           FILE STATUS IS VRR-HIST-STATUS.
006100       SELECT GOLDEN-RUNS-FILE ASSIGN TO "GOLDRUNS"
006200           ORGANIZATION IS LINE SEQUENTIAL
006300           FILE STATUS IS VRR-GOLD-STATUS.
006400       SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFYRPT"
006500           ORGANIZATION IS LINE SEQUENTIAL
006600           FILE STATUS IS VRR-REPORT-STATUS.
006700   I-O-CONTROL.
006800*
006900 DATA DIVISION.
007000  FILE SECTION.
007100  FD  JOURNAL-FILE.
007200  01  JRNL-RECORD.
007300      05  JRNL-ACTION                 PIC X(01).
007400      05  FILLER                      PIC X(01).
007500      05  JRNL-GENERATION             PIC 9(09).
007600      05  FILLER                      PIC X(01).
007700      05  JRNL-ROW                    PIC 9(03).
007800      05  FILLER                      PIC X(01).
007900      05  JRNL-COL                    PIC 9(03).
007910*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
007920*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
007930      05  FILLER                      PIC X(01).
007940      05  JRNL-SOUP-SEED              PIC 9(09).
007950      05  FILLER                      PIC X(01).
007960      05  JRNL-SOUP-DENSITY           PIC 9(03).
008000  FD  AUDIT-TRAIL-FILE.
008100  01  AUDIT-RECORD.
008200      05  AUDIT-RUN-ID                PIC X(16).
008300      05  FILLER                      PIC X(01).
008400      05  AUDIT-START-TIMESTAMP       PIC X(17).
008500      05  FILLER                      PIC X(01).
008600      05  AUDIT-OPERATOR-ID           PIC X(08).
008700      05  FILLER                      PIC X(01).
008800      05  AUDIT-PATTERN-NAME          PIC X(20).
008900      05  FILLER                      PIC X(01).
009000      05  AUDIT-FINAL-GENERATION      PIC 9(09).
009100      05  FILLER                      PIC X(01).
009200      05  AUDIT-RULE-NAME             PIC X(10).
009300      05  FILLER                      PIC X(01).
009400      05  AUDIT-TOPOLOGY              PIC X(01).
009405      05  FILLER                      PIC X(01).
009410      05  AUDIT-SCENE-NAME            PIC X(20).
009415*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
009420*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
009425      05  AUDIT-SOUP.
009430          10  FILLER                  PIC X(01).
009435          10  AUDIT-SOUP-SEED         PIC 9(09).
009440          10  FILLER                  PIC X(01).
009445          10  AUDIT-SOUP-DENSITY      PIC 9(03).
009450          10  FILLER                  PIC X(01).
009455          10  AUDIT-SOUP-TOP          PIC 9(03).
009460          10  AUDIT-SOUP-LEFT         PIC 9(03).
009465          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
009470          10  AUDIT-SOUP-WIDTH        PIC 9(03).
009500  FD  RUN-HISTORY-FILE.
009600  01  HIST-RECORD.
009700      05  HIST-RUN-ID                 PIC X(16).
009800      05  FILLER                      PIC X(01).
009900      05  HIST-GENERATION             PIC 9(09).
010000      05  FILLER                      PIC X(01).
010100      05  HIST-POPULATION             PIC 9(06).
010200      05  FILLER                      PIC X(01).
010300      05  HIST-BIRTHS                 PIC 9(06).
010400      05  FILLER                      PIC X(01).
010500      05  HIST-DEATHS                 PIC 9(06).
010600  FD  GOLDEN-RUNS-FILE.
010700  01  GOLD-RECORD.
010800      05  GOLD-RUN-ID                 PIC X(16).
010900      05  FILLER                      PIC X(01).
011000      05  GOLD-TOPOLOGY               PIC X(01).
011100      05  FILLER                      PIC X(62).
011200  FD  VERIFY-REPORT-FILE.
011300  01  VERIFY-REPORT-RECORD            PIC X(132).
011400  WORKING-STORAGE SECTION.
011500      COPY "grid_common.cpy".
011600      COPY "operator_check.cpy".
011700*
011800  77  VRR-JRNL-STATUS                 PIC X(02) VALUE SPACES.
011900  77  VRR-JRNL-FILENAME               PIC X(21) VALUE SPACES.
012000  77  VRR-CKPT-FILENAME               PIC X(25) VALUE SPACES.
012100  77  VRR-AUDIT-STATUS                PIC X(02) VALUE SPACES.
012200  77  VRR-HIST-STATUS                 PIC X(02) VALUE SPACES.
012300  77  VRR-GOLD-STATUS                 PIC X(02) VALUE SPACES.
012400  77  VRR-REPORT-STATUS               PIC X(02) VALUE SPACES.
012500  77  VRR-EOF-SWITCH                  PIC X(01) VALUE "N".
012600      88  VRR-EOF-YES                     VALUE "Y".
012700      88  VRR-EOF-NO                      VALUE "N".
012800  77  VRR-GOLD-EOF-SWITCH             PIC X(01) VALUE "N".
012900      88  VRR-GOLD-EOF-YES                VALUE "Y".
013000      88  VRR-GOLD-EOF-NO                 VALUE "N".
013100  77  VRR-CURRENT-DATE                PIC 9(08) VALUE ZERO.
013200  77  VRR-CURRENT-TIME                PIC 9(08) VALUE ZERO.
013300  77  VRR-BASE-RUN-ID                 PIC X(16) VALUE SPACES.
013400  77  VRR-RUN-SEQ                     PIC 9(02) VALUE ZERO.
013500  77  VRR-ROW                         PIC 9(03) COMP VALUE ZERO.
013600  77  VRR-COL                         PIC 9(03) COMP VALUE ZERO.
013700*
013800*** THE RUN BEING CHECKED, AND WHAT ITS AUDIT LINE AND JOURNAL
013900*** SAID ABOUT IT.
014000  77  VRR-TARGET-RUN-ID               PIC X(16) VALUE SPACES.
014100  77  VRR-TOPOLOGY-OVERRIDE           PIC X(01) VALUE SPACE.
014200  77  VRR-AUDIT-FOUND-SWITCH          PIC X(01) VALUE "N".
014300      88  VRR-AUDIT-FOUND-YES             VALUE "Y".
014400      88  VRR-AUDIT-FOUND-NO              VALUE "N".
014500  77  VRR-RUN-RULE-NAME               PIC X(10) VALUE SPACES.
014600  77  VRR-RUN-TOPOLOGY                PIC X(01) VALUE SPACE.
014700  77  VRR-FINAL-GENERATION            PIC 9(09) COMP VALUE ZERO.
014800  77  VRR-HEADER-SWITCH               PIC X(01) VALUE "N".
014900      88  VRR-HEADER-FOUND                VALUE "Y".
015000      88  VRR-HEADER-MISSING              VALUE "N".
015100  77  VRR-RUN-WIDTH                   PIC 9(03) COMP VALUE ZERO.
015200  77  VRR-RUN-HEIGHT                  PIC 9(03) COMP VALUE ZERO.
015300*
015400*** WHERE THE JOURNAL SCAN STANDS: NO SEED SET SEEN YET, LOADING
015500*** THE SEED SET, OR PAST IT (ONLY WATCHING FOR A LATER RESEED).
015600  77  VRR-SEED-STATE                  PIC X(01) VALUE "N".
015700      88  VRR-SEED-NONE                   VALUE "N".
015800      88  VRR-SEED-LOADING                VALUE "L".
015900      88  VRR-SEED-DONE                   VALUE "D".
016000  77  VRR-SEED-GENERATION             PIC 9(09) COMP VALUE ZERO.
016100  77  VRR-SEED-CELLS                  PIC 9(06) COMP VALUE ZERO.
016200  77  VRR-RESEED-GENERATION           PIC 9(09) COMP VALUE ZERO.
016300  77  VRR-LIMIT-GENERATION            PIC 9(09) COMP VALUE ZERO.
016400*
016500*** THE OUTCOME OF ONE RUN'S CHECK.
016600  77  VRR-RESULT                      PIC X(01) VALUE SPACE.
016700      88  VRR-RESULT-PASS                 VALUE "P".
016800      88  VRR-RESULT-FAIL                 VALUE "F".
016900      88  VRR-RESULT-UNVERIFIED           VALUE "U".
017000  77  VRR-REASON                      PIC X(60) VALUE SPACES.
017100  77  VRR-TICKS-COMPARED              PIC 9(09) COMP VALUE ZERO.
017200  77  VRR-LAST-COMPARED               PIC 9(09) COMP VALUE ZERO.
017300  77  VRR-DIVERGED-GENERATION         PIC 9(09) COMP VALUE ZERO.
017400  77  VRR-EXPECT-POPULATION           PIC 9(06) COMP VALUE ZERO.
017500  77  VRR-EXPECT-BIRTHS               PIC 9(06) COMP VALUE ZERO.
017600  77  VRR-EXPECT-DEATHS               PIC 9(06) COMP VALUE ZERO.
017700*
017800*** JOB TOTALS.
017900  77  VRR-RUN-COUNT                   PIC 9(03) COMP VALUE ZERO.
018000  77  VRR-PASS-COUNT                  PIC 9(03) COMP VALUE ZERO.
018100  77  VRR-FAIL-COUNT                  PIC 9(03) COMP VALUE ZERO.
018200  77  VRR-UNVERIFIED-COUNT            PIC 9(03) COMP VALUE ZERO.
018300  77  VRR-PASS-OUT                    PIC ZZ9 VALUE SPACES.
018400  77  VRR-FAIL-OUT                    PIC ZZ9 VALUE SPACES.
018500  77  VRR-UNVERIFIED-OUT              PIC ZZ9 VALUE SPACES.
018600*
018700*** RULE-PARSE WORK FIELDS, SAME PARSE App_mainLoop RUNS ON ITS
018800*** SETUP-SCREEN RULE NAME.
018900  77  VRR-RULE-IDX                    PIC 9(02) COMP VALUE ZERO.
019000  77  VRR-RULE-TARGET                 PIC X(01) VALUE SPACE.
019100  77  VRR-RULE-DIGIT-COUNT            PIC 9(02) COMP VALUE ZERO.
019200  77  VRR-RULE-MASK-POS               PIC 9(02) COMP VALUE ZERO.
019300  01  VRR-RULE-DIGIT.
019400      05  VRR-RULE-DIGIT-CHAR         PIC X(01) VALUE "0".
019500      05  VRR-RULE-DIGIT-NUM REDEFINES VRR-RULE-DIGIT-CHAR
019600                                      PIC 9(01).
019700*
019800*** REPORT LINE LAYOUTS.
019900  01  VRR-RUN-LINE.
020000      05  FILLER                      PIC X(04) VALUE "RUN ".
020100      05  VRR-RUN-ID-OUT              PIC X(16).
020200      05  FILLER                      PIC X(07) VALUE "  RULE ".
020300      05  VRR-RULE-OUT                PIC X(10).
020400      05  FILLER                      PIC X(11)
020500                                      VALUE "  TOPOLOGY ".
020600      05  VRR-TOPOLOGY-OUT            PIC X(01).
020700      05  FILLER                      PIC X(07) VALUE "  GRID ".
020800      05  VRR-WIDTH-OUT               PIC ZZ9.
020900      05  FILLER                      PIC X(01) VALUE "X".
021000      05  VRR-HEIGHT-OUT              PIC 999.
021100      05  FILLER                      PIC X(11)
021200                                      VALUE "  SEED GEN ".
021300      05  VRR-SEED-GEN-OUT            PIC ZZZZZZZZ9.
021400      05  FILLER                      PIC X(08) VALUE "  CELLS ".
021500      05  VRR-SEED-CELLS-OUT          PIC ZZZZZ9.
021600      05  FILLER                      PIC X(12)
021700                                      VALUE "  FINAL GEN ".
021800      05  VRR-FINAL-GEN-OUT           PIC ZZZZZZZZ9.
021900  01  VRR-RESULT-LINE.
022000      05  FILLER                      PIC X(10)
022100                                      VALUE "  RESULT  ".
022200      05  VRR-RESULT-OUT              PIC X(14).
022300      05  VRR-RESULT-TEXT             PIC X(100).
022400  01  VRR-COUNTS-LINE.
022500      05  FILLER                      PIC X(06) VALUE SPACES.
022600      05  VRR-COUNTS-LABEL            PIC X(10).
022700      05  FILLER                      PIC X(12)
022800                                      VALUE " POPULATION ".
022900      05  VRR-COUNTS-POP              PIC ZZZZZ9.
023000      05  FILLER                      PIC X(08) VALUE "  BIRTHS".
023100      05  VRR-COUNTS-BIRTHS           PIC ZZZZZZ9.
023200      05  FILLER                      PIC X(08) VALUE "  DEATHS".
023300      05  VRR-COUNTS-DEATHS           PIC ZZZZZZ9.
023400  77  VRR-GEN-OUT                     PIC ZZZZZZZZ9 VALUE SPACES.
023500  77  VRR-GEN-OUT-2                   PIC ZZZZZZZZ9 VALUE SPACES.
023600  77  VRR-TICKS-OUT                   PIC ZZZZZZZZ9 VALUE SPACES.
023620*** THE RETURN CODE SO FAR, HELD WHILE App_writeSystemLog IS
023640*** CALLED -- A CALL LEAVES THE CALLED PROGRAM'S OWN CODE BEHIND.
023660  77  VRR-HOLD-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
023700*
023800 LINKAGE SECTION.
023900 01  LK-PARM-DATA.
024000     05  LK-PARM-LENGTH              PIC S9(04) COMP.
024100     05  LK-PARM-TEXT                PIC X(17).
024200*
024300 PROCEDURE DIVISION USING LK-PARM-DATA.
024400*------------------------------------------------------------*
024500*    0000-MAINLINE -- CHECK THE OPERATOR, THEN VERIFY THE ONE  *
024600*    RUN NAMED ON THE PARM OR EVERY RUN ON THE GOLDRUNS LIST,  *
024700*    AND SET THE RETURN CODE FROM THE WORST OUTCOME.           *
024800*------------------------------------------------------------*
024900 0000-MAINLINE.
025000     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
025100     IF OPCHK-REFUSED
025200         MOVE 16 TO RETURN-CODE
025300         GO TO 0000-MAINLINE-EXIT
025400     END-IF.
025500     PERFORM 0200-CAPTURE-BASE-RUN-ID
025600         THRU 0200-CAPTURE-BASE-RUN-ID-EXIT.
025700     OPEN OUTPUT VERIFY-REPORT-FILE.
025800     IF VRR-REPORT-STATUS NOT = "00"
025900         DISPLAY "UNABLE TO OPEN VERIFYRPT " VRR-REPORT-STATUS
026000         MOVE 12 TO RETURN-CODE
026100         GO TO 0000-MAINLINE-EXIT
026200     END-IF.
026300     MOVE "RUN REPRODUCIBILITY VERIFICATION"
026400         TO VERIFY-REPORT-RECORD.
026500     WRITE VERIFY-REPORT-RECORD.
026600     MOVE SPACES TO VERIFY-REPORT-RECORD.
026700     WRITE VERIFY-REPORT-RECORD.
026800     IF LK-PARM-LENGTH < 1
026900        OR LK-PARM-TEXT (1:16) = SPACES
027000        OR LK-PARM-TEXT (1:16) = "GOLDEN"
027100         PERFORM 1000-VERIFY-GOLDEN-LIST
027200             THRU 1000-VERIFY-GOLDEN-LIST-EXIT
027300     ELSE
027400         MOVE LK-PARM-TEXT (1:16) TO VRR-TARGET-RUN-ID
027500         MOVE SPACE TO VRR-TOPOLOGY-OVERRIDE
027600         IF LK-PARM-LENGTH >= 17
027700             MOVE LK-PARM-TEXT (17:1) TO VRR-TOPOLOGY-OVERRIDE
027800         END-IF
027900         PERFORM 2000-VERIFY-ONE-RUN THRU 2000-VERIFY-ONE-RUN-EXIT
028000     END-IF.
028100     PERFORM 8100-WRITE-TOTALS THRU 8100-WRITE-TOTALS-EXIT.
028200     CLOSE VERIFY-REPORT-FILE.
028300     IF VRR-FAIL-COUNT > ZERO
028400         MOVE 8 TO RETURN-CODE
028500     ELSE
028600         IF VRR-UNVERIFIED-COUNT > ZERO AND RETURN-CODE < 4
028700             MOVE 4 TO RETURN-CODE
028800         END-IF
028900     END-IF.
029000     IF VRR-RUN-COUNT = ZERO AND RETURN-CODE < 8
029100         MOVE 8 TO RETURN-CODE
029200     END-IF.
029300     PERFORM 9000-LOG-SUMMARY THRU 9000-LOG-SUMMARY-EXIT.
029400     DISPLAY "VERIFY COMPLETE -- PASSED: " VRR-PASS-OUT
029500         " FAILED: " VRR-FAIL-OUT
029600         " NOT VERIFIED: " VRR-UNVERIFIED-OUT.
029700 0000-MAINLINE-EXIT.
029800     GOBACK.
029900*
030000*------------------------------------------------------------*
030100*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
030200*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
030300*------------------------------------------------------------*
030400 0100-CHECK-OPERATOR.
030500     MOVE SPACES TO OPCHK-OPERATOR-ID.
030600     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
030700     MOVE "App_verifyRunReproducibility" TO OPCHK-PROGRAM.
030800     MOVE SPACES TO OPCHK-RUN-ID.
030900     SET OPCHK-FUNC-RUN TO TRUE.
031000     CALL "App_checkOperator".
031100     MOVE OPCHK-OPERATOR-ID TO GRID-OPERATOR-ID.
031200 0100-CHECK-OPERATOR-EXIT.
031300     EXIT.
031400*
031500*------------------------------------------------------------*
031600*    0200-CAPTURE-BASE-RUN-ID -- THE RE-DRIVE RUNS UNDER ITS   *
031700*    OWN CLOCK-STAMPED RUN-ID, THE LAST TWO BYTES OVERLAID PER *
031800*    RUN CHECKED THE WAY THE SWEEP DRIVER DOES IT, SO THE      *
031900*    JOURNAL AND CHECKPOINT App_updateCellGrid WRITES NEVER    *
032000*    LAND ON THE ORIGINAL RUN'S FILES.                         *
032100*------------------------------------------------------------*
032200 0200-CAPTURE-BASE-RUN-ID.
032300     ACCEPT VRR-CURRENT-DATE FROM DATE YYYYMMDD.
032400     ACCEPT VRR-CURRENT-TIME FROM TIME.
032500     MOVE SPACES TO VRR-BASE-RUN-ID.
032600     STRING VRR-CURRENT-DATE DELIMITED BY SIZE
032700             VRR-CURRENT-TIME DELIMITED BY SIZE
032800         INTO VRR-BASE-RUN-ID.
032900 0200-CAPTURE-BASE-RUN-ID-EXIT.
033000     EXIT.
033100*
033200*------------------------------------------------------------*
033300*    1000-VERIFY-GOLDEN-LIST -- VERIFY EVERY RUN ON GOLDRUNS.  *
033400*    AT MOST 99 RUNS, ONE PER RUN-ID OVERLAY.                  *
033500*------------------------------------------------------------*
033600 1000-VERIFY-GOLDEN-LIST.
033700     OPEN INPUT GOLDEN-RUNS-FILE.
033800     IF VRR-GOLD-STATUS NOT = "00"
033900         MOVE SPACES TO VERIFY-REPORT-RECORD
034000         STRING "GOLDRUNS WILL NOT OPEN -- STATUS "
034100                     DELIMITED BY SIZE
034200                 VRR-GOLD-STATUS DELIMITED BY SIZE
034300             INTO VERIFY-REPORT-RECORD
034400         WRITE VERIFY-REPORT-RECORD
034500         DISPLAY "UNABLE TO OPEN GOLDRUNS " VRR-GOLD-STATUS
034600         MOVE 8 TO RETURN-CODE
034700         GO TO 1000-VERIFY-GOLDEN-LIST-EXIT
034800     END-IF.
034900     SET VRR-GOLD-EOF-NO TO TRUE.
035000     PERFORM 1100-READ-GOLDEN-RUN THRU 1100-READ-GOLDEN-RUN-EXIT
035100         UNTIL VRR-GOLD-EOF-YES.
035200     CLOSE GOLDEN-RUNS-FILE.
035300 1000-VERIFY-GOLDEN-LIST-EXIT.
035400     EXIT.
035500*
035600 1100-READ-GOLDEN-RUN.
035700     READ GOLDEN-RUNS-FILE
035800         AT END
035900             SET VRR-GOLD-EOF-YES TO TRUE
036000             GO TO 1100-READ-GOLDEN-RUN-EXIT
036100     END-READ.
036200     IF GOLD-RECORD = SPACES OR GOLD-RECORD (1:1) = "*"
036300         GO TO 1100-READ-GOLDEN-RUN-EXIT
036400     END-IF.
036500     IF VRR-RUN-COUNT >= 99
036600         MOVE "GOLDRUNS OVER 99 RUNS -- THE REST ARE NOT CHECKED"
036700             TO VERIFY-REPORT-RECORD
036800         WRITE VERIFY-REPORT-RECORD
036900         MOVE 8 TO RETURN-CODE
037000         SET VRR-GOLD-EOF-YES TO TRUE
037100         GO TO 1100-READ-GOLDEN-RUN-EXIT
037200     END-IF.
037300     MOVE GOLD-RUN-ID TO VRR-TARGET-RUN-ID.
037400     MOVE GOLD-TOPOLOGY TO VRR-TOPOLOGY-OVERRIDE.
037500     PERFORM 2000-VERIFY-ONE-RUN THRU 2000-VERIFY-ONE-RUN-EXIT.
037600 1100-READ-GOLDEN-RUN-EXIT.
037700     EXIT.
037800*
037900*------------------------------------------------------------*
038000*    2000-VERIFY-ONE-RUN -- GATHER THE RUN'S SETUP FROM ITS    *
038100*    AUDIT LINE AND JOURNAL, RE-DRIVE IT AGAINST ITS RUNHIST   *
038200*    LINES, AND REPORT THE OUTCOME.  A RUN MISSING ANY OF THE  *
038300*    THREE IS REPORTED AS NOT VERIFIED, NOT AS A FAILURE.      *
038400*------------------------------------------------------------*
038500 2000-VERIFY-ONE-RUN.
038600     ADD 1 TO VRR-RUN-COUNT.
038700     MOVE SPACE TO VRR-RESULT.
038800     MOVE SPACES TO VRR-REASON.
038900     MOVE SPACES TO VRR-RUN-RULE-NAME.
039000     MOVE SPACE TO VRR-RUN-TOPOLOGY.
039100     MOVE ZERO TO VRR-FINAL-GENERATION.
039200     MOVE ZERO TO VRR-RUN-WIDTH.
039300     MOVE ZERO TO VRR-RUN-HEIGHT.
039400     MOVE ZERO TO VRR-SEED-GENERATION.
039500     MOVE ZERO TO VRR-SEED-CELLS.
039600     MOVE ZERO TO VRR-RESEED-GENERATION.
039700     MOVE ZERO TO VRR-TICKS-COMPARED.
039800     MOVE ZERO TO VRR-LAST-COMPARED.
039900     MOVE ZERO TO VRR-DIVERGED-GENERATION.
040000     PERFORM 2100-FIND-AUDIT-LINE THRU 2100-FIND-AUDIT-LINE-EXIT.
040100     IF VRR-RESULT-UNVERIFIED
040200         GO TO 2000-VERIFY-ONE-RUN-REPORT
040300     END-IF.
040400     PERFORM 3000-CLEAR-GRID THRU 3000-CLEAR-GRID-EXIT.
040500     PERFORM 2200-LOAD-SEED-SET THRU 2200-LOAD-SEED-SET-EXIT.
040600     IF VRR-RESULT-UNVERIFIED
040700         GO TO 2000-VERIFY-ONE-RUN-REPORT
040800     END-IF.
040900     PERFORM 2300-SET-UP-REDRIVE THRU 2300-SET-UP-REDRIVE-EXIT.
041000     PERFORM 2400-COMPARE-HISTORY THRU 2400-COMPARE-HISTORY-EXIT.
041100     PERFORM 2500-REMOVE-SCRATCH-FILES
041200         THRU 2500-REMOVE-SCRATCH-FILES-EXIT.
041300 2000-VERIFY-ONE-RUN-REPORT.
041400     EVALUATE TRUE
041500         WHEN VRR-RESULT-PASS
041600             ADD 1 TO VRR-PASS-COUNT
041700         WHEN VRR-RESULT-FAIL
041800             ADD 1 TO VRR-FAIL-COUNT
041900         WHEN OTHER
042000             SET VRR-RESULT-UNVERIFIED TO TRUE
042100             ADD 1 TO VRR-UNVERIFIED-COUNT
042200     END-EVALUATE.
042300     PERFORM 8000-WRITE-RUN-RESULT
042400         THRU 8000-WRITE-RUN-RESULT-EXIT.
042500 2000-VERIFY-ONE-RUN-EXIT.
042600     EXIT.
042700*
042800*------------------------------------------------------------*
042900*    2100-FIND-AUDIT-LINE -- THE RUN'S RULE, TOPOLOGY AND      *
043000*    FINAL GENERATION FROM ITS AUDIT LINE.  A LINE WRITTEN     *
043100*    BEFORE THE TOPOLOGY WAS AUDITED READS BACK BLANK THERE;   *
043200*    THE PARM OR GOLDRUNS OVERRIDE WINS, AND FAILING THAT THE  *
043300*    WALLED DEFAULT IS ASSUMED AND SAID SO ON THE REPORT.      *
043400*------------------------------------------------------------*
043500 2100-FIND-AUDIT-LINE.
043600     SET VRR-AUDIT-FOUND-NO TO TRUE.
043700     OPEN INPUT AUDIT-TRAIL-FILE.
043800     IF VRR-AUDIT-STATUS NOT = "00"
043900         SET VRR-RESULT-UNVERIFIED TO TRUE
044000         STRING "AUDITLOG WILL NOT OPEN -- STATUS "
044100                     DELIMITED BY SIZE
044200                 VRR-AUDIT-STATUS DELIMITED BY SIZE
044300             INTO VRR-REASON
044400         GO TO 2100-FIND-AUDIT-LINE-EXIT
044500     END-IF.
044600     SET VRR-EOF-NO TO TRUE.
044700     PERFORM 2110-READ-AUDIT-LINE THRU 2110-READ-AUDIT-LINE-EXIT
044800         UNTIL VRR-EOF-YES.
044900     CLOSE AUDIT-TRAIL-FILE.
045000     IF VRR-AUDIT-FOUND-NO
045100         SET VRR-RESULT-UNVERIFIED TO TRUE
045200         MOVE "NO AUDITLOG LINE -- RUN NEVER ENDED NORMALLY"
045300             TO VRR-REASON
045400         GO TO 2100-FIND-AUDIT-LINE-EXIT
045500     END-IF.
045600     IF VRR-TOPOLOGY-OVERRIDE = "T" OR VRR-TOPOLOGY-OVERRIDE = "W"
045700         MOVE VRR-TOPOLOGY-OVERRIDE TO VRR-RUN-TOPOLOGY
045800     END-IF.
045900 2100-FIND-AUDIT-LINE-EXIT.
046000     EXIT.
046100*
046200 2110-READ-AUDIT-LINE.
046300     READ AUDIT-TRAIL-FILE
046400         AT END
046500             SET VRR-EOF-YES TO TRUE
046600             GO TO 2110-READ-AUDIT-LINE-EXIT
046700     END-READ.
046800     IF AUDIT-RUN-ID NOT = VRR-TARGET-RUN-ID
046900        OR AUDIT-FINAL-GENERATION IS NOT NUMERIC
047000         GO TO 2110-READ-AUDIT-LINE-EXIT
047100     END-IF.
047200     SET VRR-AUDIT-FOUND-YES TO TRUE.
047300     MOVE AUDIT-RULE-NAME TO VRR-RUN-RULE-NAME.
047400     MOVE AUDIT-TOPOLOGY TO VRR-RUN-TOPOLOGY.
047500     MOVE AUDIT-FINAL-GENERATION TO VRR-FINAL-GENERATION.
047600 2110-READ-AUDIT-LINE-EXIT.
047700     EXIT.
047800*
047900*------------------------------------------------------------*
048000*    2200-LOAD-SEED-SET -- WALK JRNL-<RUN-ID>: THE "H" HEADER  *
048100*    GIVES THE GRID SIZE, AND THE FIRST "R" RESET WITH THE "S" *
048200*    CELLS AFTER IT IS THE STARTING GRID.  A SECOND RESET AT   *
048300*    THE SAME GENERATION REPLACES THE FIRST -- A PATTERN LOAD  *
048400*    REBUILDS AGAIN RIGHT AFTER THE FIRST-CALL REBUILD -- BUT  *
048500*    A RESET AT A LATER GENERATION MEANS CELLS WERE EDITED OR  *
048600*    LOADED MID-RUN, SO THE CHECK STOPS AT THAT GENERATION.    *
048700*------------------------------------------------------------*
048800 2200-LOAD-SEED-SET.
048900     MOVE SPACES TO VRR-JRNL-FILENAME.
049000     STRING "JRNL-" DELIMITED BY SIZE
049100             VRR-TARGET-RUN-ID DELIMITED BY SPACE
049200         INTO VRR-JRNL-FILENAME.
049300     OPEN INPUT JOURNAL-FILE.
049400     IF VRR-JRNL-STATUS NOT = "00"
049500         SET VRR-RESULT-UNVERIFIED TO TRUE
049600         STRING "NO JOURNAL " DELIMITED BY SIZE
049700                 VRR-JRNL-FILENAME DELIMITED BY SPACE
049800                 " -- STATUS " DELIMITED BY SIZE
049900                 VRR-JRNL-STATUS DELIMITED BY SIZE
050000             INTO VRR-REASON
050100         GO TO 2200-LOAD-SEED-SET-EXIT
050200     END-IF.
050300     SET VRR-HEADER-MISSING TO TRUE.
050400     SET VRR-SEED-NONE TO TRUE.
050500     SET VRR-EOF-NO TO TRUE.
050600     PERFORM 2210-READ-JOURNAL-LINE
050700         THRU 2210-READ-JOURNAL-LINE-EXIT
050800         UNTIL VRR-EOF-YES.
050900     CLOSE JOURNAL-FILE.
051000     IF VRR-HEADER-MISSING
051100         SET VRR-RESULT-UNVERIFIED TO TRUE
051200         MOVE "JOURNAL HAS NO H HEADER -- GRID SIZE UNKNOWN"
051300             TO VRR-REASON
051400         GO TO 2200-LOAD-SEED-SET-EXIT
051500     END-IF.
051600     IF VRR-SEED-NONE
051700         SET VRR-RESULT-UNVERIFIED TO TRUE
051800         MOVE "JOURNAL HAS NO R/S SEED SET" TO VRR-REASON
051900     END-IF.
052000 2200-LOAD-SEED-SET-EXIT.
052100     EXIT.
052200*
052300 2210-READ-JOURNAL-LINE.
052400     READ JOURNAL-FILE
052500         AT END
052600             SET VRR-EOF-YES TO TRUE
052700             GO TO 2210-READ-JOURNAL-LINE-EXIT
052800     END-READ.
052900     IF JRNL-GENERATION IS NOT NUMERIC
053000         GO TO 2210-READ-JOURNAL-LINE-EXIT
053100     END-IF.
053200     EVALUATE JRNL-ACTION
053300         WHEN "H"
053400             IF VRR-HEADER-MISSING
053500                AND JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
053600                AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-WIDTH
053700                AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-HEIGHT
053800                 SET VRR-HEADER-FOUND TO TRUE
053900                 MOVE JRNL-ROW TO VRR-RUN-WIDTH
054000                 MOVE JRNL-COL TO VRR-RUN-HEIGHT
054100             END-IF
054200         WHEN "R"
054300             EVALUATE TRUE
054400                 WHEN VRR-SEED-NONE
054500                     SET VRR-SEED-LOADING TO TRUE
054600                     MOVE JRNL-GENERATION TO VRR-SEED-GENERATION
054700                 WHEN JRNL-GENERATION = VRR-SEED-GENERATION
054800                     PERFORM 3000-CLEAR-GRID
054900                         THRU 3000-CLEAR-GRID-EXIT
055000                     MOVE ZERO TO VRR-SEED-CELLS
055100                     SET VRR-SEED-LOADING TO TRUE
055200                 WHEN OTHER
055300                     MOVE JRNL-GENERATION TO VRR-RESEED-GENERATION
055400                     SET VRR-EOF-YES TO TRUE
055500             END-EVALUATE
055600         WHEN "S"
055700             IF VRR-SEED-LOADING
055800                AND JRNL-GENERATION = VRR-SEED-GENERATION
055900                 PERFORM 2220-STAMP-SEED-CELL
056000                     THRU 2220-STAMP-SEED-CELL-EXIT
056100             END-IF
056200         WHEN OTHER
056300             IF VRR-SEED-LOADING
056400                 SET VRR-SEED-DONE TO TRUE
056500             END-IF
056600     END-EVALUATE.
056700 2210-READ-JOURNAL-LINE-EXIT.
056800     EXIT.
056900*
057000 2220-STAMP-SEED-CELL.
057100     IF JRNL-ROW IS NUMERIC AND JRNL-COL IS NUMERIC
057200        AND JRNL-ROW >= 1 AND JRNL-ROW <= GRID-MAX-HEIGHT
057300        AND JRNL-COL >= 1 AND JRNL-COL <= GRID-MAX-WIDTH
057400         MOVE "1" TO GRID-CELL-STATE (JRNL-ROW JRNL-COL)
057500         MOVE 1 TO GRID-CELL-AGE (JRNL-ROW JRNL-COL)
057600         ADD 1 TO VRR-SEED-CELLS
057700     END-IF.
057800 2220-STAMP-SEED-CELL-EXIT.
057900     EXIT.
058000*
058100*------------------------------------------------------------*
058200*    2300-SET-UP-REDRIVE -- PUT THE RUN'S SETUP INTO THE       *
058300*    SHARED GRID STATE THE WAY THE SWEEP DRIVER DOES FOR AN    *
058400*    EXPERIMENT: NO RESUME, NO PATTERN LOAD, THE SEED SET      *
058500*    ALREADY IN THE CELL TABLE, AND App_updateCellGrid         *
058600*    CANCELLED SO ITS FIRST CALL REBUILDS THE ACTIVE LIST FROM *
058700*    THAT TABLE.                                               *
058800*------------------------------------------------------------*
058900 2300-SET-UP-REDRIVE.
059000     MOVE VRR-RUN-WIDTH TO GRID-WIDTH.
059100     MOVE VRR-RUN-HEIGHT TO GRID-HEIGHT.
059200     MOVE ZERO TO GRID-TICK-DELAY.
059300     IF VRR-RUN-TOPOLOGY = "T"
059400         SET GRID-TOPOLOGY-TORUS TO TRUE
059500     ELSE
059600         SET GRID-TOPOLOGY-WALLED TO TRUE
059700     END-IF.
059800     IF VRR-RUN-RULE-NAME = SPACES
059900         MOVE "B3/S23" TO GRID-RULE-NAME
060000     ELSE
060100         MOVE VRR-RUN-RULE-NAME TO GRID-RULE-NAME
060200     END-IF.
060300     PERFORM 2600-PARSE-RULE-NAME THRU 2600-PARSE-RULE-NAME-EXIT.
060400     MOVE VRR-SEED-GENERATION TO GRID-GENERATION.
060500     MOVE ZERO TO GRID-ACTIVE-COUNT.
060600     MOVE ZERO TO GRID-POPULATION-COUNT.
060700     MOVE ZERO TO GRID-BIRTH-COUNT.
060800     MOVE ZERO TO GRID-DEATH-COUNT.
060900     SET GRID-QUIT-NO TO TRUE.
061000     SET GRID-LOAD-PATTERN-NO TO TRUE.
061020     SET GRID-LOAD-SCENE-NO TO TRUE.
061040     SET GRID-LOAD-SOUP-NO TO TRUE.
061060     MOVE ZERO TO GRID-SOUP-DENSITY.
061100     SET GRID-RESUME-NO TO TRUE.
061200     SET GRID-REBUILD-NO TO TRUE.
061300     SET GRID-PAUSE-NO TO TRUE.
061400     SET GRID-STEP-NO TO TRUE.
061500     SET GRID-BATCH-MODE-YES TO TRUE.
061600     SET GRID-EXPORT-AGES-NO TO TRUE.
061700     MOVE SPACES TO GRID-PATTERN-NAME.
061800     MOVE SPACES TO GRID-RESUME-RUN-ID.
061900     MOVE VRR-RUN-COUNT TO VRR-RUN-SEQ.
062000     MOVE VRR-BASE-RUN-ID TO GRID-RUN-ID.
062100     MOVE VRR-RUN-SEQ TO GRID-RUN-ID (15:2).
062200     MOVE VRR-FINAL-GENERATION TO VRR-LIMIT-GENERATION.
062300     IF VRR-RESEED-GENERATION > ZERO
062400        AND VRR-RESEED-GENERATION < VRR-LIMIT-GENERATION
062500         MOVE VRR-RESEED-GENERATION TO VRR-LIMIT-GENERATION
062600     END-IF.
062700     CANCEL "App_updateCellGrid".
062800 2300-SET-UP-REDRIVE-EXIT.
062900     EXIT.
063000*
063100*------------------------------------------------------------*
063200*    2400-COMPARE-HISTORY -- READ RUNHIST IN ORDER, AND FOR    *
063300*    EACH OF THE RUN'S LINES STEP THE GRID UP TO THAT LINE'S   *
063400*    GENERATION AND COMPARE THE THREE COUNTS.  THE FIRST       *
063500*    MISMATCH ENDS THE CHECK -- PAST IT THE TWO RUNS ARE NO    *
063600*    LONGER THE SAME GRID AND EVERY LATER LINE WOULD DIFFER.   *
063700*------------------------------------------------------------*
063800 2400-COMPARE-HISTORY.
063900     OPEN INPUT RUN-HISTORY-FILE.
064000     IF VRR-HIST-STATUS NOT = "00"
064100         SET VRR-RESULT-UNVERIFIED TO TRUE
064200         STRING "RUNHIST WILL NOT OPEN -- STATUS "
064300                     DELIMITED BY SIZE
064400                 VRR-HIST-STATUS DELIMITED BY SIZE
064500             INTO VRR-REASON
064600         GO TO 2400-COMPARE-HISTORY-EXIT
064700     END-IF.
064800     SET VRR-EOF-NO TO TRUE.
064900     PERFORM 2410-COMPARE-HISTORY-LINE
065000         THRU 2410-COMPARE-HISTORY-LINE-EXIT
065100         UNTIL VRR-EOF-YES.
065200     CLOSE RUN-HISTORY-FILE.
065300     IF VRR-RESULT-FAIL
065400         GO TO 2400-COMPARE-HISTORY-EXIT
065500     END-IF.
065600     IF VRR-TICKS-COMPARED = ZERO
065700         SET VRR-RESULT-UNVERIFIED TO TRUE
065800         MOVE "NO RUNHIST LINES PAST THE SEED GENERATION"
065900             TO VRR-REASON
066000     ELSE
066100         SET VRR-RESULT-PASS TO TRUE
066200     END-IF.
066300 2400-COMPARE-HISTORY-EXIT.
066400     EXIT.
066500*
066600 2410-COMPARE-HISTORY-LINE.
066700     READ RUN-HISTORY-FILE
066800         AT END
066900             SET VRR-EOF-YES TO TRUE
067000             GO TO 2410-COMPARE-HISTORY-LINE-EXIT
067100     END-READ.
067200     IF HIST-RUN-ID NOT = VRR-TARGET-RUN-ID
067300        OR HIST-GENERATION IS NOT NUMERIC
067400        OR HIST-POPULATION IS NOT NUMERIC
067500        OR HIST-BIRTHS IS NOT NUMERIC
067600        OR HIST-DEATHS IS NOT NUMERIC
067700         GO TO 2410-COMPARE-HISTORY-LINE-EXIT
067800     END-IF.
067900     IF HIST-GENERATION <= GRID-GENERATION
068000        OR HIST-GENERATION > VRR-LIMIT-GENERATION
068100         GO TO 2410-COMPARE-HISTORY-LINE-EXIT
068200     END-IF.
068300     PERFORM 2420-STEP-GRID THRU 2420-STEP-GRID-EXIT
068400         UNTIL GRID-GENERATION >= HIST-GENERATION.
068500     ADD 1 TO VRR-TICKS-COMPARED.
068600     MOVE HIST-GENERATION TO VRR-LAST-COMPARED.
068700     IF GRID-POPULATION-COUNT NOT = HIST-POPULATION
068800        OR GRID-BIRTH-COUNT NOT = HIST-BIRTHS
068900        OR GRID-DEATH-COUNT NOT = HIST-DEATHS
069000         SET VRR-RESULT-FAIL TO TRUE
069100         MOVE HIST-GENERATION TO VRR-DIVERGED-GENERATION
069200         MOVE HIST-POPULATION TO VRR-EXPECT-POPULATION
069300         MOVE HIST-BIRTHS TO VRR-EXPECT-BIRTHS
069400         MOVE HIST-DEATHS TO VRR-EXPECT-DEATHS
069500         SET VRR-EOF-YES TO TRUE
069600     END-IF.
069700 2410-COMPARE-HISTORY-LINE-EXIT.
069800     EXIT.
069900*
070000 2420-STEP-GRID.
070100     CALL "App_updateCellGrid".
070200 2420-STEP-GRID-EXIT.
070300     EXIT.
070400*
070500*------------------------------------------------------------*
070600*    2500-REMOVE-SCRATCH-FILES -- THE RE-DRIVE'S OWN JOURNAL   *
070700*    AND CHECKPOINT ARE NOT A RUN ANYONE WILL ASK FOR AND HAVE *
070800*    NO AUDIT LINE FOR THE PURGE JOB TO FIND THEM BY, SO THEY  *
070900*    ARE DELETED HERE.  EITHER MAY NOT EXIST.                  *
071000*------------------------------------------------------------*
071100 2500-REMOVE-SCRATCH-FILES.
071200     CANCEL "App_updateCellGrid".
071300     MOVE SPACES TO VRR-JRNL-FILENAME.
071400     STRING "JRNL-" DELIMITED BY SIZE
071500             GRID-RUN-ID DELIMITED BY SPACE
071600         INTO VRR-JRNL-FILENAME.
071700     CALL "CBL_DELETE_FILE" USING VRR-JRNL-FILENAME.
071800     MOVE SPACES TO VRR-CKPT-FILENAME.
071900     STRING "CKPTFILE-" DELIMITED BY SIZE
072000             GRID-RUN-ID DELIMITED BY SPACE
072100         INTO VRR-CKPT-FILENAME.
072200     CALL "CBL_DELETE_FILE" USING VRR-CKPT-FILENAME.
072300     MOVE ZERO TO RETURN-CODE.
072400 2500-REMOVE-SCRATCH-FILES-EXIT.
072500     EXIT.
072600*
072700*------------------------------------------------------------*
072800*    2600-PARSE-RULE-NAME -- TURN THE AUDITED "B36/S23" STYLE  *
072900*    RULE NAME INTO THE BIRTH AND SURVIVAL MASKS, THE SAME WAY *
073000*    App_mainLoop'S SETUP DOES; A NAME WITH NO DIGITS FALLS    *
073100*    BACK TO CLASSIC B3/S23.                                   *
073200*------------------------------------------------------------*
073300 2600-PARSE-RULE-NAME.
073400     MOVE ALL "N" TO GRID-BIRTH-MASK.
073500     MOVE ALL "N" TO GRID-SURVIVAL-MASK.
073600     MOVE SPACE TO VRR-RULE-TARGET.
073700     MOVE ZERO TO VRR-RULE-DIGIT-COUNT.
073800     PERFORM 2610-PARSE-RULE-CHAR
073900         THRU 2610-PARSE-RULE-CHAR-EXIT
074000         VARYING VRR-RULE-IDX FROM 1 BY 1
074100             UNTIL VRR-RULE-IDX > 10.
074200     IF VRR-RULE-DIGIT-COUNT = ZERO
074300         MOVE "B3/S23" TO GRID-RULE-NAME
074400         MOVE "NNNYNNNNN" TO GRID-BIRTH-MASK
074500         MOVE "NNYYNNNNN" TO GRID-SURVIVAL-MASK
074600     END-IF.
074700 2600-PARSE-RULE-NAME-EXIT.
074800     EXIT.
074900*
075000 2610-PARSE-RULE-CHAR.
075100     EVALUATE GRID-RULE-NAME (VRR-RULE-IDX:1)
075200         WHEN "B"
075300             MOVE "B" TO VRR-RULE-TARGET
075400         WHEN "S"
075500             MOVE "S" TO VRR-RULE-TARGET
075600         WHEN "0" THRU "8"
075700             IF VRR-RULE-TARGET NOT = SPACE
075800                 MOVE GRID-RULE-NAME (VRR-RULE-IDX:1)
075900                     TO VRR-RULE-DIGIT-CHAR
076000                 COMPUTE VRR-RULE-MASK-POS =
076100                     VRR-RULE-DIGIT-NUM + 1
076200                 IF VRR-RULE-TARGET = "B"
076300                     MOVE "Y" TO GRID-BIRTH-MASK
076400                         (VRR-RULE-MASK-POS:1)
076500                 ELSE
076600                     MOVE "Y" TO GRID-SURVIVAL-MASK
076700                         (VRR-RULE-MASK-POS:1)
076800                 END-IF
076900                 ADD 1 TO VRR-RULE-DIGIT-COUNT
077000             END-IF
077100         WHEN OTHER
077200             CONTINUE
077300     END-EVALUATE.
077400 2610-PARSE-RULE-CHAR-EXIT.
077500     EXIT.
077600*
077700*------------------------------------------------------------*
077800*    3000-CLEAR-GRID -- EMPTY THE WHOLE CELL AND AGE TABLE,    *
077900*    FULL TABLE AND NOT JUST THE RUN'S DIMENSIONS, SO NOTHING  *
078000*    LEFT BY THE PREVIOUS RUN CHECKED SEEDS THIS ONE.          *
078100*------------------------------------------------------------*
078200 3000-CLEAR-GRID.
078300     PERFORM 3010-CLEAR-GRID-ROW THRU 3010-CLEAR-GRID-ROW-EXIT
078400         VARYING VRR-ROW FROM 1 BY 1
078500             UNTIL VRR-ROW > GRID-MAX-HEIGHT.
078600 3000-CLEAR-GRID-EXIT.
078700     EXIT.
078800*
078900 3010-CLEAR-GRID-ROW.
079000     PERFORM 3020-CLEAR-GRID-CELL THRU 3020-CLEAR-GRID-CELL-EXIT
079100         VARYING VRR-COL FROM 1 BY 1
079200             UNTIL VRR-COL > GRID-MAX-WIDTH.
079300 3010-CLEAR-GRID-ROW-EXIT.
079400     EXIT.
079500*
079600 3020-CLEAR-GRID-CELL.
079700     MOVE "0" TO GRID-CELL-STATE (VRR-ROW VRR-COL).
079800     MOVE ZERO TO GRID-CELL-AGE (VRR-ROW VRR-COL).
079900 3020-CLEAR-GRID-CELL-EXIT.
080000     EXIT.
080100*
080200*------------------------------------------------------------*
080300*    8000-WRITE-RUN-RESULT -- THE RUN'S SETUP LINE, ITS        *
080400*    RESULT, AND FOR A FAILURE THE RUNHIST AND RE-DRIVEN       *
080500*    COUNTS AT THE FIRST GENERATION THAT DIVERGED.             *
080600*------------------------------------------------------------*
080700 8000-WRITE-RUN-RESULT.
080800     MOVE VRR-TARGET-RUN-ID TO VRR-RUN-ID-OUT.
080900     MOVE VRR-RUN-RULE-NAME TO VRR-RULE-OUT.
081000     MOVE VRR-RUN-TOPOLOGY TO VRR-TOPOLOGY-OUT.
081100     MOVE VRR-RUN-WIDTH TO VRR-WIDTH-OUT.
081200     MOVE VRR-RUN-HEIGHT TO VRR-HEIGHT-OUT.
081300     MOVE VRR-SEED-GENERATION TO VRR-SEED-GEN-OUT.
081400     MOVE VRR-SEED-CELLS TO VRR-SEED-CELLS-OUT.
081500     MOVE VRR-FINAL-GENERATION TO VRR-FINAL-GEN-OUT.
081600     MOVE VRR-RUN-LINE TO VERIFY-REPORT-RECORD.
081700     WRITE VERIFY-REPORT-RECORD.
081800     MOVE SPACES TO VRR-RESULT-TEXT.
081900     MOVE VRR-TICKS-COMPARED TO VRR-TICKS-OUT.
082000     EVALUATE TRUE
082100         WHEN VRR-RESULT-PASS
082200             MOVE "PASS" TO VRR-RESULT-OUT
082300             MOVE VRR-LAST-COMPARED TO VRR-GEN-OUT
082400             STRING VRR-TICKS-OUT DELIMITED BY SIZE
082500                     " TICKS MATCH RUNHIST THROUGH GENERATION"
082600                         DELIMITED BY SIZE
082700                     VRR-GEN-OUT DELIMITED BY SIZE
082800                 INTO VRR-RESULT-TEXT
082900         WHEN VRR-RESULT-FAIL
083000             MOVE "FAIL" TO VRR-RESULT-OUT
083100             MOVE VRR-DIVERGED-GENERATION TO VRR-GEN-OUT
083200             STRING "FIRST DIVERGENCE AT GENERATION"
083300                         DELIMITED BY SIZE
083400                     VRR-GEN-OUT DELIMITED BY SIZE
083500                     " AFTER" DELIMITED BY SIZE
083600                     VRR-TICKS-OUT DELIMITED BY SIZE
083700                     " TICKS COMPARED" DELIMITED BY SIZE
083800                 INTO VRR-RESULT-TEXT
083900         WHEN OTHER
084000             MOVE "NOT VERIFIED" TO VRR-RESULT-OUT
084100             MOVE VRR-REASON TO VRR-RESULT-TEXT
084200     END-EVALUATE.
084300     MOVE VRR-RESULT-LINE TO VERIFY-REPORT-RECORD.
084400     WRITE VERIFY-REPORT-RECORD.
084500     IF VRR-RESULT-FAIL
084600         MOVE "RUNHIST" TO VRR-COUNTS-LABEL
084700         MOVE VRR-EXPECT-POPULATION TO VRR-COUNTS-POP
084800         MOVE VRR-EXPECT-BIRTHS TO VRR-COUNTS-BIRTHS
084900         MOVE VRR-EXPECT-DEATHS TO VRR-COUNTS-DEATHS
085000         MOVE VRR-COUNTS-LINE TO VERIFY-REPORT-RECORD
085100         WRITE VERIFY-REPORT-RECORD
085200         MOVE "RE-DRIVEN" TO VRR-COUNTS-LABEL
085300         MOVE GRID-POPULATION-COUNT TO VRR-COUNTS-POP
085400         MOVE GRID-BIRTH-COUNT TO VRR-COUNTS-BIRTHS
085500         MOVE GRID-DEATH-COUNT TO VRR-COUNTS-DEATHS
085600         MOVE VRR-COUNTS-LINE TO VERIFY-REPORT-RECORD
085700         WRITE VERIFY-REPORT-RECORD
085800     END-IF.
085900     IF VRR-RESEED-GENERATION > ZERO
086000        AND NOT VRR-RESULT-UNVERIFIED
086100         MOVE VRR-RESEED-GENERATION TO VRR-GEN-OUT
086200         MOVE SPACES TO VERIFY-REPORT-RECORD
086300         STRING "          NOTE: GRID RESEEDED MID-RUN AT GEN"
086400                     DELIMITED BY SIZE
086500                 VRR-GEN-OUT DELIMITED BY SIZE
086600                 " -- CHECKED UP TO THERE ONLY" DELIMITED BY SIZE
086700             INTO VERIFY-REPORT-RECORD
086800         WRITE VERIFY-REPORT-RECORD
086900     END-IF.
087000     IF VRR-RUN-TOPOLOGY = SPACE
087100        AND NOT VRR-RESULT-UNVERIFIED
087200         MOVE "          NOTE: NO AUDITED TOPOLOGY -- WALLED"
087300             TO VERIFY-REPORT-RECORD
087400         WRITE VERIFY-REPORT-RECORD
087500     END-IF.
087600     MOVE SPACES TO VERIFY-REPORT-RECORD.
087700     WRITE VERIFY-REPORT-RECORD.
087800 8000-WRITE-RUN-RESULT-EXIT.
087900     EXIT.
088000*
088100 8100-WRITE-TOTALS.
088200     MOVE VRR-PASS-COUNT TO VRR-PASS-OUT.
088300     MOVE VRR-FAIL-COUNT TO VRR-FAIL-OUT.
088400     MOVE VRR-UNVERIFIED-COUNT TO VRR-UNVERIFIED-OUT.
088500     MOVE SPACES TO VERIFY-REPORT-RECORD.
088600     STRING "RUNS PASSED " DELIMITED BY SIZE
088700             VRR-PASS-OUT DELIMITED BY SIZE
088800             "   FAILED " DELIMITED BY SIZE
088900             VRR-FAIL-OUT DELIMITED BY SIZE
089000             "   NOT VERIFIED " DELIMITED BY SIZE
089100             VRR-UNVERIFIED-OUT DELIMITED BY SIZE
089200         INTO VERIFY-REPORT-RECORD.
089300     WRITE VERIFY-REPORT-RECORD.
089400 8100-WRITE-TOTALS-EXIT.
089500     EXIT.
089600*
089700*------------------------------------------------------------*
089800*    9000-LOG-SUMMARY -- ONE SYSLOG LINE FOR THE JOB: INFO     *
089900*    WHEN EVERYTHING PASSED, WARNING WHEN A RUN COULD NOT BE   *
090000*    CHECKED, ERROR WHEN A RUN FAILED.                         *
090100*------------------------------------------------------------*
090200 9000-LOG-SUMMARY.
090300     MOVE "App_verifyRunReproducibility" TO GRID-LOG-PROGRAM.
090400     EVALUATE TRUE
090500         WHEN VRR-FAIL-COUNT > ZERO
090600             SET GRID-LOG-SEV-ERROR TO TRUE
090700         WHEN RETURN-CODE > ZERO
090800             SET GRID-LOG-SEV-WARNING TO TRUE
090900         WHEN OTHER
091000             SET GRID-LOG-SEV-INFO TO TRUE
091100     END-EVALUATE.
091200     MOVE SPACES TO GRID-LOG-MESSAGE.
091300     STRING "VERIFY PASSED " DELIMITED BY SIZE
091400             VRR-PASS-OUT DELIMITED BY SIZE
091500             " FAILED " DELIMITED BY SIZE
091600             VRR-FAIL-OUT DELIMITED BY SIZE
091700             " NOT VERIFIED " DELIMITED BY SIZE
091800             VRR-UNVERIFIED-OUT DELIMITED BY SIZE
091900         INTO GRID-LOG-MESSAGE.
091950     MOVE RETURN-CODE TO VRR-HOLD-RETURN-CODE.
092000     CALL "App_writeSystemLog".
092050     MOVE VRR-HOLD-RETURN-CODE TO RETURN-CODE.
092100 9000-LOG-SUMMARY-EXIT.
092200     EXIT.
