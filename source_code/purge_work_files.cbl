002120*    09/02/2026  ME   (JRNL-) NOW JOIN THE PREFIX LIST.
002130*    09/02/2026  ME   SO DO THE A/B COMPARISON REPORTS
002140*    09/02/2026  ME   (ABSTATS-) WRITTEN BY App_compareRuleSets.
002145*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER.
002150*    10/15/2026  ME   AN ARCHIVE SWEEP NEEDS ANY ACTIVE OPERATOR;
002155*    10/15/2026  ME   A DELETE SWEEP NEEDS THE PURGE FUNCTION
002160*    10/15/2026  ME   (SUPERVISORS ONLY).  A REFUSED OPERATOR
002165*    10/15/2026  ME   ENDS THE RUN WITH RC 16 BEFORE ANYTHING IS
002170*    10/15/2026  ME   TOUCHED.
002175*    10/15/2026  ME   ENDS WITH GOBACK RATHER THAN STOP RUN SO
002180*    10/15/2026  ME   App_runNightlyJobStream CAN CALL IT AS A
002185*    10/15/2026  ME   JOB STEP AND READ ITS RETURN CODE; RUN
002190*    10/15/2026  ME   STANDALONE IT ENDS EXACTLY AS BEFORE.
002191*    10/15/2026  ME   THE RUNS NOW COME FROM THE RUNREG REGISTER
002192*    10/15/2026  ME   INSTEAD OF THE AUDIT TRAIL.  A RUN STILL
002193*    10/15/2026  ME   STARTED IS KEPT AS IN FLIGHT, ONE ALREADY
002194*    10/15/2026  ME   PURGED OR ARCHIVED IS PASSED OVER, AND A
002195*    10/15/2026  ME   PURGEABLE RUN WHOSE FILES ALL WENT IS MARKED
002196*    10/15/2026  ME   PURGED OR ARCHIVED ON THE REGISTER.
002197*    10/15/2026  ME   THE PER-RUN GEOMETRY DETAIL FILES (RUNGEOM-)
002198*    10/15/2026  ME   JOIN THE PREFIX LIST TOO.
002200*
002300*    PARM CARD:  1-3  RETENTION DAYS (REQUIRED, NUMERIC)
002400*                  4  DISPOSITION -- "A" ARCHIVE, ELSE DELETE
002900   OBJECT-COMPUTER. Linux.
003000  INPUT-OUTPUT SECTION.
003100   FILE-CONTROL.
003160       SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
003220           ORGANIZATION IS INDEXED
003280           ACCESS MODE IS DYNAMIC
003340           RECORD KEY IS RUNREG-RUN-ID
003400           FILE STATUS IS PWF-REG-STATUS.
003500       SELECT HOLD-LIST-FILE ASSIGN TO "HOLDFILE"
003600           ORGANIZATION IS LINE SEQUENTIAL
003700           FILE STATUS IS PWF-HOLD-STATUS.
004200*
004300 DATA DIVISION.
004400  FILE SECTION.
004860  FD  RUN-REGISTER-FILE.
005320      COPY "run_register.cpy".
005800  FD  HOLD-LIST-FILE.
005900  01  HOLD-RECORD.
006000      05  HOLD-RUN-ID                 PIC X(16).
006200  FD  PURGE-REPORT-FILE.
006300  01  PURGE-REPORT-RECORD             PIC X(132).
006400  WORKING-STORAGE SECTION.
006450      COPY "operator_check.cpy".
006500  77  PWF-REG-STATUS                  PIC X(02) VALUE SPACES.
006600  77  PWF-HOLD-STATUS                 PIC X(02) VALUE SPACES.
006700  77  PWF-REPORT-STATUS               PIC X(02) VALUE SPACES.
006800  77  PWF-REG-EOF-SWITCH              PIC X(01) VALUE "N".
006900      88  PWF-REG-EOF-YES                 VALUE "Y".
007000      88  PWF-REG-EOF-NO                  VALUE "N".
007100  77  PWF-HOLD-EOF-SWITCH             PIC X(01) VALUE "N".
007200      88  PWF-HOLD-EOF-YES                VALUE "Y".
007300      88  PWF-HOLD-EOF-NO                 VALUE "N".
008400  77  PWF-RUN-AGE-DAYS                PIC S9(07) COMP VALUE ZERO.
008500  77  PWF-RUN-DATE                    PIC 9(08) VALUE ZERO.
008600  77  PWF-RUN-DATE-X                  PIC X(08) VALUE SPACES.
008630  77  PWF-CURRENT-TIME                PIC 9(08) VALUE ZERO.
008660  77  PWF-TIMESTAMP                   PIC X(17) VALUE SPACES.
008700  77  PWF-IDX                         PIC 9(05) COMP VALUE ZERO.
008800  77  PWF-PFX-IDX                     PIC 9(02) COMP VALUE ZERO.
008900  77  PWF-MATCH-SLOT                  PIC 9(05) COMP VALUE ZERO.
009300  77  PWF-HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
009400  77  PWF-ARCHIVED-COUNT              PIC 9(05) COMP VALUE ZERO.
009500  77  PWF-DELETED-COUNT               PIC 9(05) COMP VALUE ZERO.
009550  77  PWF-MARKED-COUNT                PIC 9(05) COMP VALUE ZERO.
009600  77  PWF-COUNT-OUT                   PIC ZZZZ9 VALUE SPACES.
009700  77  PWF-RUN-DISPOSITION             PIC X(01) VALUE SPACE.
009800      88  PWF-RUN-HELD                    VALUE "H".
009900      88  PWF-RUN-KEPT                    VALUE "K".
010000      88  PWF-RUN-PURGED                  VALUE "P".
010005      88  PWF-RUN-IN-FLIGHT               VALUE "F".
010010*
010015*** SET WHEN ANY FILE OF THE RUN IN HAND COULD NOT BE ARCHIVED OR
010020*** DELETED -- SUCH A RUN IS NOT MARKED HOUSEKEPT ON THE REGISTER.
010025  77  PWF-FILE-FAILED-SWITCH          PIC X(01) VALUE "N".
010030      88  PWF-FILE-FAILED-YES             VALUE "Y".
010035      88  PWF-FILE-FAILED-NO              VALUE "N".
010040*
010045*** SET WHEN THE REGISTER COULD NOT BE READ TO THE END OR A RUN
010050*** COULD NOT BE MARKED; THE SWEEP THEN ENDS RC 4.  A SWITCH, NOT
010055*** THE RETURN CODE, BECAUSE EVERY FILE CALL RESETS THAT.
010060  77  PWF-REG-WARNING-SWITCH          PIC X(01) VALUE "N".
010065      88  PWF-REG-WARNING-YES             VALUE "Y".
010100*
010200*** INFORMATION AREA FILLED BY CBL_CHECK_FILE_EXIST; ONLY THE
010300*** RETURN CODE (FILE PRESENT OR NOT) IS ACTED ON HERE.
011400      05  FILLER                      PIC X(09) VALUE "AGECSV-".
011410      05  FILLER                      PIC X(09) VALUE "JRNL-".
011420      05  FILLER                      PIC X(09) VALUE "ABSTATS-".
011430      05  FILLER                      PIC X(09) VALUE "RUNGEOM-".
011500  01  PWF-PREFIX-TABLE REDEFINES PWF-PREFIX-VALUES.
011600      05  PWF-PREFIX-ENTRY            PIC X(09) OCCURS 7 TIMES.
011700  77  PWF-PREFIX-COUNT                PIC 9(02) COMP VALUE 7.
011800*
011900*** RUN-IDS LISTED ON THE HOLDFILE -- NEVER PURGED.
012000  01  PWF-HOLD-TABLE.
012200      05  PWF-HOLD-ENTRY OCCURS 200 TIMES.
012300          10  PWF-HELD-RUN-ID         PIC X(16).
012400*
013200*** ONE FORMATTED DISPOSITION LINE PER FILE TOUCHED OR KEPT.
013300  01  PWF-DISPOSITION-LINE.
013400      05  PWF-DSP-ACTION              PIC X(09).
014500 PROCEDURE DIVISION USING LK-PARM-DATA.
014600*------------------------------------------------------------*
014700*    0000-MAINLINE -- PARSE THE RETENTION PARM, LOAD THE HOLD  *
014800*    LIST, SWEEP THE RUN REGISTER, AND DISPOSE OF EVERY RUN'S  *
014900*    QUALIFIED WORK FILES WITH A REPORT LINE PER FILE.         *
015000*------------------------------------------------------------*
015100 0000-MAINLINE.
015900     IF LK-PARM-LENGTH >= 4 AND LK-PARM-TEXT (4:1) = "A"
016000         SET PWF-ARCHIVE-YES TO TRUE
016100     END-IF.
016105     IF PWF-ARCHIVE-YES
016110         SET OPCHK-FUNC-RUN TO TRUE
016115     ELSE
016120         SET OPCHK-FUNC-PURGE TO TRUE
016125     END-IF.
016130     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
016135     IF OPCHK-REFUSED
016140         MOVE 16 TO RETURN-CODE
016145         GO TO 0000-MAINLINE-EXIT
016150     END-IF.
016200     ACCEPT PWF-CURRENT-DATE FROM DATE YYYYMMDD.
016300     COMPUTE PWF-TODAY-DAY-NUMBER =
016400         FUNCTION INTEGER-OF-DATE (PWF-CURRENT-DATE).
016410     ACCEPT PWF-CURRENT-TIME FROM TIME.
016420     MOVE SPACES TO PWF-TIMESTAMP.
016430     STRING PWF-CURRENT-DATE DELIMITED BY SIZE
016440             "-" DELIMITED BY SIZE
016450             PWF-CURRENT-TIME DELIMITED BY SIZE
016460         INTO PWF-TIMESTAMP.
016500     OPEN OUTPUT PURGE-REPORT-FILE.
016600     IF PWF-REPORT-STATUS NOT = "00"
016700         DISPLAY "UNABLE TO OPEN PURGERPT " PWF-REPORT-STATUS
017100     MOVE "WORK FILE HOUSEKEEPING REPORT" TO PURGE-REPORT-RECORD.
017200     WRITE PURGE-REPORT-RECORD.
017300     PERFORM 1000-LOAD-HOLD-LIST THRU 1000-LOAD-HOLD-LIST-EXIT.
017350     OPEN I-O RUN-REGISTER-FILE.
017400     IF PWF-REG-STATUS NOT = "00"
017450         MOVE SPACES TO PURGE-REPORT-RECORD
017500         STRING "NO RUN REGISTER (RUNREG " DELIMITED BY SIZE
017550                 PWF-REG-STATUS DELIMITED BY SIZE
017600                 ") -- NOTHING TO HOUSEKEEP" DELIMITED BY SIZE
017650             INTO PURGE-REPORT-RECORD
017800         WRITE PURGE-REPORT-RECORD
017900         CLOSE PURGE-REPORT-FILE
018000         MOVE 4 TO RETURN-CODE
018100         GO TO 0000-MAINLINE-EXIT
018200     END-IF.
018340     PERFORM 2000-PROCESS-RUN-RECORD
018420         THRU 2000-PROCESS-RUN-RECORD-EXIT
018500         UNTIL PWF-REG-EOF-YES.
018580     CLOSE RUN-REGISTER-FILE.
018700     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
018800     CLOSE PURGE-REPORT-FILE.
018900     DISPLAY "HOUSEKEEPING COMPLETE -- DELETED: "
019000         PWF-DELETED-COUNT " ARCHIVED: " PWF-ARCHIVED-COUNT.
019020     IF PWF-REG-WARNING-YES
019040         MOVE 4 TO RETURN-CODE
019060     END-IF.
019100 0000-MAINLINE-EXIT.
019200     GOBACK.
019300*
019305*------------------------------------------------------------*
019310*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
019315*    OPERATOR FOR AN ARCHIVE SWEEP, AND A SUPERVISOR FOR ONE   *
019320*    THAT DELETES.  THE CALLER HAS SET OPCHK-FUNCTION.         *
019325*------------------------------------------------------------*
019330 0100-CHECK-OPERATOR.
019335     MOVE SPACES TO OPCHK-OPERATOR-ID.
019340     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
019345     MOVE "App_purgeWorkFiles" TO OPCHK-PROGRAM.
019350     MOVE SPACES TO OPCHK-RUN-ID.
019355     CALL "App_checkOperator".
019360 0100-CHECK-OPERATOR-EXIT.
019365     EXIT.
019370*
019400*------------------------------------------------------------*
019500*    1000-LOAD-HOLD-LIST -- ONE RUN-ID PER HOLDFILE LINE.  A   *
019600*    MISSING HOLDFILE JUST MEANS NOTHING IS HELD.              *
022100     EXIT.
022200*
022300*------------------------------------------------------------*
022350*    2000-PROCESS-RUN-RECORD -- ONE RUNREG RECORD.  A RUN      *
022400*    ALREADY PURGED OR ARCHIVED IS PASSED OVER.  OTHERWISE     *
022450*    WORK OUT ITS DISPOSITION (HELD, IN FLIGHT, WITHIN         *
022500*    RETENTION, OR PURGEABLE), DISPOSE OF ITS QUALIFIED FILES, *
022550*    AND MARK A PURGEABLE RUN WHOSE FILES ALL WENT.            *
022600*------------------------------------------------------------*
022650 2000-PROCESS-RUN-RECORD.
022700     READ RUN-REGISTER-FILE NEXT RECORD
023100         AT END
023200             SET PWF-REG-EOF-YES TO TRUE
023300             GO TO 2000-PROCESS-RUN-RECORD-EXIT
023400     END-READ.
023730     IF PWF-REG-STATUS NOT = "00"
023840         DISPLAY "RUNREG READ FAILED " PWF-REG-STATUS
023950             " -- SWEEP CUT SHORT"
024060         SET PWF-REG-WARNING-YES TO TRUE
024170         SET PWF-REG-EOF-YES TO TRUE
024280         GO TO 2000-PROCESS-RUN-RECORD-EXIT
024390     END-IF.
024500     IF RUNREG-RUN-ID = SPACES OR RUNREG-HOUSEKEPT
024610         GO TO 2000-PROCESS-RUN-RECORD-EXIT
024720     END-IF.
024830     SET PWF-FILE-FAILED-NO TO TRUE.
025000     PERFORM 3000-CLASSIFY-RUN THRU 3000-CLASSIFY-RUN-EXIT.
025100     PERFORM 4000-DISPOSE-RUN-FILES
025200         THRU 4000-DISPOSE-RUN-FILES-EXIT.
025270     IF PWF-RUN-PURGED AND PWF-FILE-FAILED-NO
025380         PERFORM 7000-MARK-RUN-HOUSEKEPT
025490             THRU 7000-MARK-RUN-HOUSEKEPT-EXIT
025600     END-IF.
025710 2000-PROCESS-RUN-RECORD-EXIT.
025820     EXIT.
026200*
026300*------------------------------------------------------------*
026370*    3000-CLASSIFY-RUN -- HELD BEATS EVERYTHING; A RUN STILL   *
026440*    STARTED ON THE REGISTER IS IN FLIGHT (OR NOT YET SWEPT AS *
026510*    A PRESUMED ABEND) AND IS KEPT; OTHERWISE THE RUN'S AGE IN *
026580*    DAYS, FROM ITS START TIMESTAMP (OR THE RUN-ID'S OWN DATE  *
026650*    STAMP WHEN THE TIMESTAMP IS UNUSABLE), DECIDES KEPT       *
026720*    VERSUS PURGEABLE.  AN UNREADABLE DATE IS KEPT --          *
026790*    HOUSEKEEPING NEVER GUESSES A FILE AWAY.                   *
026900*------------------------------------------------------------*
027000 3000-CLASSIFY-RUN.
027100     MOVE ZERO TO PWF-MATCH-SLOT.
027700         SET PWF-RUN-HELD TO TRUE
027800         GO TO 3000-CLASSIFY-RUN-EXIT
027900     END-IF.
027920     IF RUNREG-STARTED
027940         SET PWF-RUN-IN-FLIGHT TO TRUE
027960         GO TO 3000-CLASSIFY-RUN-EXIT
027980     END-IF.
028000     MOVE RUNREG-START-TIMESTAMP (1:8) TO PWF-RUN-DATE-X.
028100     IF PWF-RUN-DATE-X IS NOT NUMERIC
028200         MOVE RUNREG-RUN-ID (1:8) TO PWF-RUN-DATE-X
028300     END-IF.
028400     IF PWF-RUN-DATE-X IS NOT NUMERIC
028500         SET PWF-RUN-KEPT TO TRUE
030300     EXIT.
030400*
030500 3100-FIND-HELD-RUN.
030600     IF PWF-HELD-RUN-ID (PWF-IDX) = RUNREG-RUN-ID
030700         MOVE PWF-IDX TO PWF-MATCH-SLOT
030800     END-IF.
030900 3100-FIND-HELD-RUN-EXIT.
032500     MOVE SPACES TO PWF-FILE-NAME.
032600     STRING PWF-PREFIX-ENTRY (PWF-PFX-IDX)
032700                 DELIMITED BY SPACE
032800             RUNREG-RUN-ID DELIMITED BY SPACE
032900         INTO PWF-FILE-NAME.
033000     CALL "CBL_CHECK_FILE_EXIST"
033100         USING PWF-FILE-NAME PWF-FILE-INFO.
034200             ADD 1 TO PWF-KEPT-COUNT
034300             MOVE "KEPT" TO PWF-DSP-ACTION
034400             MOVE "WITHIN RETENTION PERIOD" TO PWF-DSP-REASON
034420         WHEN PWF-RUN-IN-FLIGHT
034440             ADD 1 TO PWF-KEPT-COUNT
034460             MOVE "KEPT" TO PWF-DSP-ACTION
034480             MOVE "RUN STILL IN FLIGHT" TO PWF-DSP-REASON
034500         WHEN PWF-ARCHIVE-YES
034600             PERFORM 5000-ARCHIVE-FILE
034700                 THRU 5000-ARCHIVE-FILE-EXIT
037800         MOVE "OLDER THAN RETENTION PERIOD" TO PWF-DSP-REASON
037900     ELSE
038000         MOVE ZERO TO RETURN-CODE
038050         SET PWF-FILE-FAILED-YES TO TRUE
038100         ADD 1 TO PWF-KEPT-COUNT
038200         MOVE "KEPT" TO PWF-DSP-ACTION
038300         MOVE "ARCHIVE MOVE FAILED -- LEFT IN PLACE"
039800         MOVE "OLDER THAN RETENTION PERIOD" TO PWF-DSP-REASON
039900     ELSE
040000         MOVE ZERO TO RETURN-CODE
040050         SET PWF-FILE-FAILED-YES TO TRUE
040100         ADD 1 TO PWF-KEPT-COUNT
040200         MOVE "KEPT" TO PWF-DSP-ACTION
040300         MOVE "DELETE FAILED -- LEFT IN PLACE"
040600 6000-DELETE-FILE-EXIT.
040700     EXIT.
040800*
040802*------------------------------------------------------------*
040804*    7000-MARK-RUN-HOUSEKEPT -- EVERY FILE OF A PURGEABLE RUN  *
040806*    IS GONE, SO ITS RUNREG RECORD MOVES ON TO PURGED (OR      *
040808*    ARCHIVED); HOW THE RUN ENDED STAYS IN RUNREG-END-STATUS.  *
040810*    A RUN WITH A FILE LEFT IN PLACE IS NOT MARKED AND COMES   *
040812*    UP AGAIN ON THE NEXT SWEEP.                               *
040814*------------------------------------------------------------*
040816 7000-MARK-RUN-HOUSEKEPT.
040818     IF PWF-ARCHIVE-YES
040820         SET RUNREG-ARCHIVED TO TRUE
040822     ELSE
040824         SET RUNREG-PURGED TO TRUE
040826     END-IF.
040828     MOVE PWF-TIMESTAMP TO RUNREG-CHANGED-TIMESTAMP.
040830     MOVE "App_purgeWorkFiles" TO RUNREG-CHANGED-BY.
040832     REWRITE RUNREG-RECORD
040834         INVALID KEY
040836             CONTINUE
040838     END-REWRITE.
040840     MOVE SPACES TO PWF-DSP-FILE-NAME.
040842     STRING "RUNREG " DELIMITED BY SIZE
040844             RUNREG-RUN-ID DELIMITED BY SPACE
040846         INTO PWF-DSP-FILE-NAME.
040848     IF PWF-REG-STATUS = "00"
040850         ADD 1 TO PWF-MARKED-COUNT
040852         MOVE RUNREG-STATUS TO PWF-DSP-ACTION
040854         MOVE "RUN MARKED ON THE REGISTER" TO PWF-DSP-REASON
040856     ELSE
040858         SET PWF-REG-WARNING-YES TO TRUE
040860         MOVE "UNMARKED" TO PWF-DSP-ACTION
040862         MOVE SPACES TO PWF-DSP-REASON
040864         STRING "REGISTER REWRITE FAILED " DELIMITED BY SIZE
040866                 PWF-REG-STATUS DELIMITED BY SIZE
040868             INTO PWF-DSP-REASON
040870     END-IF.
040872     MOVE PWF-DISPOSITION-LINE TO PURGE-REPORT-RECORD.
040874     WRITE PURGE-REPORT-RECORD.
040876 7000-MARK-RUN-HOUSEKEPT-EXIT.
040878     EXIT.
040880*
040900 8000-WRITE-SUMMARY.
041000     MOVE SPACES TO PURGE-REPORT-RECORD.
041100     WRITE PURGE-REPORT-RECORD.
043300             PWF-COUNT-OUT DELIMITED BY SIZE
043400         INTO PURGE-REPORT-RECORD.
043500     WRITE PURGE-REPORT-RECORD.
043510     MOVE PWF-MARKED-COUNT TO PWF-COUNT-OUT.
043520     MOVE SPACES TO PURGE-REPORT-RECORD.
043530     STRING "RUNS MARKED:    " DELIMITED BY SIZE
043540             PWF-COUNT-OUT DELIMITED BY SIZE
043550         INTO PURGE-REPORT-RECORD.
043560     WRITE PURGE-REPORT-RECORD.
043600 8000-WRITE-SUMMARY-EXIT.
043700     EXIT.
