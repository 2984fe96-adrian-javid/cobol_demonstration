000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_sweepRunRegister.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- HOUSEKEEPING SWEEP OF THE RUNREG
001000*    10/15/2026  ME   REGISTER.  A SESSION THAT ABENDS NEVER GETS
001100*    10/15/2026  ME   TO REWRITE ITS OWN RECORD, SO IT SITS ON THE
001200*    10/15/2026  ME   REGISTER STARTED FOREVER.  EVERY RUN STILL
001300*    10/15/2026  ME   STARTED LONGER THAN THE CUTOFF IS REWRITTEN
001400*    10/15/2026  ME   ABENDED WITH THE PRESUMED FLAG SET, SO THE
001500*    10/15/2026  ME   CONSOLE AND THE PURGE CAN TREAT IT AS ENDED.
001600*    10/15/2026  ME   ON REQUEST IT FIRST LOADS FROM THE AUDIT
001700*    10/15/2026  ME   TRAIL ANY RUN THE REGISTER HAS NEVER SEEN
001800*    10/15/2026  ME   (RUNS FROM BEFORE THE REGISTER EXISTED), AND
001900*    10/15/2026  ME   CLOSES ANY RUN STILL STARTED WHOSE AUDIT
002000*    10/15/2026  ME   LINE SHOWS IT DID END.  EVERY RECORD TOUCHED
002100*    10/15/2026  ME   GOES ON THE REGSWEEP REPORT.
002120*    10/15/2026  ME   THE AUDIT LINE IS READ OUT TO ITS SCENE NAME
002140*    10/15/2026  ME   AND RANDOM-SOUP FIELDS, SO THE LONGER LINES
002160*    10/15/2026  ME   DO NOT SPLIT.
002200*
002300*    PARM CARD:  1-3  CUTOFF IN HOURS -- A RUN STARTED LONGER AGO
002400*                     THAN THIS WITH NO ENDING IS PRESUMED ABENDED
002500*                     (BLANK = 024)
002600*                  4  "L" -- LOAD AND CLOSE RUNS FROM THE AUDIT
002700*                     TRAIL BEFORE THE SWEEP
002800*
002900*    RETURN CODES:  0  NOTHING PRESUMED ABENDED
003000*                   4  ONE OR MORE RUNS PRESUMED ABENDED, OR NO
003100*                      REGISTER TO SWEEP
003200*                   8  BAD PARM, OR A REGISTER RECORD COULD NOT BE
003300*                      WRITTEN OR REWRITTEN
003400*                  12  REGSWEEP OR RUNREG WOULD NOT OPEN
003500*                  16  OPERATOR REFUSED
003600*
003700 ENVIRONMENT DIVISION.
003800  CONFIGURATION SECTION.
003900   SOURCE-COMPUTER. Linux.
004000   OBJECT-COMPUTER. Linux.
004100  INPUT-OUTPUT SECTION.
004200   FILE-CONTROL.
004300       SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
004400           ORGANIZATION IS INDEXED
004500           ACCESS MODE IS DYNAMIC
004600           RECORD KEY IS RUNREG-RUN-ID
004700           FILE STATUS IS SRR-REG-STATUS.
004800       SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
004900           ORGANIZATION IS LINE SEQUENTIAL
005000           FILE STATUS IS SRR-AUDIT-STATUS.
005100       SELECT SWEEP-REPORT-FILE ASSIGN TO "REGSWEEP"
005200           ORGANIZATION IS LINE SEQUENTIAL
005300           FILE STATUS IS SRR-REPORT-STATUS.
005400   I-O-CONTROL.
005500*
005600 DATA DIVISION.
005700  FILE SECTION.
005800  FD  RUN-REGISTER-FILE.
005900      COPY "run_register.cpy".
006000  FD  AUDIT-TRAIL-FILE.
006100  01  AUDIT-RECORD.
006200      05  AUDIT-RUN-ID                PIC X(16).
006300      05  FILLER                      PIC X(01).
006400      05  AUDIT-START-TIMESTAMP       PIC X(17).
006500      05  FILLER                      PIC X(01).
006600      05  AUDIT-OPERATOR-ID           PIC X(08).
006700      05  FILLER                      PIC X(01).
006800      05  AUDIT-PATTERN-NAME          PIC X(20).
006900      05  FILLER                      PIC X(01).
007000      05  AUDIT-FINAL-GENERATION      PIC 9(09).
007100      05  FILLER                      PIC X(01).
007200      05  AUDIT-RULE-NAME             PIC X(10).
007300      05  FILLER                      PIC X(01).
007400      05  AUDIT-TOPOLOGY              PIC X(01).
007405      05  FILLER                      PIC X(01).
007410      05  AUDIT-SCENE-NAME            PIC X(20).
007415*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
007420*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
007425      05  AUDIT-SOUP.
007430          10  FILLER                  PIC X(01).
007435          10  AUDIT-SOUP-SEED         PIC 9(09).
007440          10  FILLER                  PIC X(01).
007445          10  AUDIT-SOUP-DENSITY      PIC 9(03).
007450          10  FILLER                  PIC X(01).
007455          10  AUDIT-SOUP-TOP          PIC 9(03).
007460          10  AUDIT-SOUP-LEFT         PIC 9(03).
007465          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
007470          10  AUDIT-SOUP-WIDTH        PIC 9(03).
007500  FD  SWEEP-REPORT-FILE.
007600  01  SWEEP-REPORT-RECORD             PIC X(132).
007700  WORKING-STORAGE SECTION.
007800      COPY "grid_common.cpy".
007900      COPY "operator_check.cpy".
008000  77  SRR-REG-STATUS                  PIC X(02) VALUE SPACES.
008100  77  SRR-AUDIT-STATUS                PIC X(02) VALUE SPACES.
008200  77  SRR-REPORT-STATUS               PIC X(02) VALUE SPACES.
008300  77  SRR-REG-EOF-SWITCH              PIC X(01) VALUE "N".
008400      88  SRR-REG-EOF-YES                 VALUE "Y".
008500      88  SRR-REG-EOF-NO                  VALUE "N".
008600  77  SRR-AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
008700      88  SRR-AUDIT-EOF-YES               VALUE "Y".
008800      88  SRR-AUDIT-EOF-NO                VALUE "N".
008900  77  SRR-LOAD-AUDIT-SWITCH           PIC X(01) VALUE "N".
009000      88  SRR-LOAD-AUDIT-YES              VALUE "Y".
009100      88  SRR-LOAD-AUDIT-NO               VALUE "N".
009200  77  SRR-RECORD-SWITCH               PIC X(01) VALUE "N".
009300      88  SRR-RECORD-FOUND                VALUE "Y".
009400      88  SRR-RECORD-NEW                  VALUE "N".
009500  77  SRR-CUTOFF-HOURS                PIC 9(03) VALUE 24.
009600  77  SRR-CUTOFF-MINUTES              PIC S9(09) COMP VALUE ZERO.
009700  77  SRR-AGE-MINUTES                 PIC S9(09) COMP VALUE ZERO.
009800  77  SRR-AGE-HOURS                   PIC S9(07) COMP VALUE ZERO.
009900  77  SRR-TODAY-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
010000  77  SRR-RUN-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
010100  77  SRR-TIMESTAMP                   PIC X(17) VALUE SPACES.
010200  77  SRR-READ-COUNT                  PIC 9(05) COMP VALUE ZERO.
010300  77  SRR-IN-FLIGHT-COUNT             PIC 9(05) COMP VALUE ZERO.
010400  77  SRR-PRESUMED-COUNT              PIC 9(05) COMP VALUE ZERO.
010500  77  SRR-LOADED-COUNT                PIC 9(05) COMP VALUE ZERO.
010600  77  SRR-CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.
010700  77  SRR-FAILED-COUNT                PIC 9(05) COMP VALUE ZERO.
010800  77  SRR-COUNT-OUT                   PIC ZZZZ9 VALUE SPACES.
010900  77  SRR-HOURS-OUT                   PIC ZZZZZZ9 VALUE SPACES.
011000*
011100*** TODAY'S DATE AND THE TIME OF DAY, WITH THE HOUR AND MINUTE
011200*** PICKED OUT FOR THE AGE ARITHMETIC.
011300  01  SRR-CURRENT-DATE                PIC 9(08) VALUE ZERO.
011400  01  SRR-CURRENT-TIME                PIC 9(08) VALUE ZERO.
011500  01  SRR-CURRENT-TIME-PARTS REDEFINES SRR-CURRENT-TIME.
011600      05  SRR-CURRENT-HOUR            PIC 9(02).
011700      05  SRR-CURRENT-MINUTE          PIC 9(02).
011800      05  FILLER                      PIC 9(04).
011900*
012000*** WHEN THE RUN STARTED, TO THE MINUTE -- TAKEN FROM ITS START
012100*** TIMESTAMP (YYYYMMDD-HHMM...) OR, FAILING THAT, FROM THE RUN-ID
012200*** (YYYYMMDDHHMM...) THE RUN WAS STAMPED WITH.
012300  01  SRR-RUN-STAMP                   PIC X(12) VALUE SPACES.
012400  01  SRR-RUN-STAMP-PARTS REDEFINES SRR-RUN-STAMP.
012500      05  SRR-RUN-DATE                PIC 9(08).
012600      05  SRR-RUN-HOUR                PIC 9(02).
012700      05  SRR-RUN-MINUTE              PIC 9(02).
012800*
012900*** ONE REPORT LINE PER REGISTER RECORD LOOKED AT.
013000  01  SRR-DETAIL-LINE.
013100      05  SRR-DTL-ACTION              PIC X(10).
013200      05  FILLER                      PIC X(02) VALUE SPACES.
013300      05  SRR-DTL-RUN-ID              PIC X(16).
013400      05  FILLER                      PIC X(02) VALUE SPACES.
013500      05  SRR-DTL-PROGRAM             PIC X(24).
013600      05  FILLER                      PIC X(02) VALUE SPACES.
013700      05  SRR-DTL-OPERATOR            PIC X(08).
013800      05  FILLER                      PIC X(02) VALUE SPACES.
013900      05  SRR-DTL-STARTED             PIC X(17).
014000      05  FILLER                      PIC X(02) VALUE SPACES.
014100      05  SRR-DTL-REASON              PIC X(40).
014200*
014300 LINKAGE SECTION.
014400 01  LK-PARM-DATA.
014500     05  LK-PARM-LENGTH              PIC S9(04) COMP.
014600     05  LK-PARM-TEXT                PIC X(04).
014700*
014800 PROCEDURE DIVISION USING LK-PARM-DATA.
014900*------------------------------------------------------------*
015000*    0000-MAINLINE -- PARSE THE CUTOFF, OPEN THE REGISTER,     *
015100*    LOAD FROM THE AUDIT TRAIL WHEN ASKED, THEN SWEEP EVERY    *
015200*    RECORD STILL STARTED AGAINST THE CUTOFF.                  *
015300*------------------------------------------------------------*
015400 0000-MAINLINE.
015500     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
015600     IF OPCHK-REFUSED
015700         MOVE 16 TO RETURN-CODE
015800         GO TO 0000-MAINLINE-EXIT
015900     END-IF.
016000     IF LK-PARM-LENGTH >= 3
016100        AND LK-PARM-TEXT (1:3) NOT = SPACES
016200         IF LK-PARM-TEXT (1:3) IS NOT NUMERIC
016300             DISPLAY "CUTOFF HOURS (3 DIGITS) ON PARM NOT NUMERIC"
016400             MOVE 8 TO RETURN-CODE
016500             GO TO 0000-MAINLINE-EXIT
016600         END-IF
016700         MOVE LK-PARM-TEXT (1:3) TO SRR-CUTOFF-HOURS
016800     END-IF.
016900     IF LK-PARM-LENGTH >= 4 AND LK-PARM-TEXT (4:1) = "L"
017000         SET SRR-LOAD-AUDIT-YES TO TRUE
017100     END-IF.
017200     COMPUTE SRR-CUTOFF-MINUTES = SRR-CUTOFF-HOURS * 60.
017300     ACCEPT SRR-CURRENT-DATE FROM DATE YYYYMMDD.
017400     ACCEPT SRR-CURRENT-TIME FROM TIME.
017500     COMPUTE SRR-TODAY-DAY-NUMBER =
017600         FUNCTION INTEGER-OF-DATE (SRR-CURRENT-DATE).
017700     MOVE SPACES TO SRR-TIMESTAMP.
017800     STRING SRR-CURRENT-DATE DELIMITED BY SIZE
017900             "-" DELIMITED BY SIZE
018000             SRR-CURRENT-TIME DELIMITED BY SIZE
018100         INTO SRR-TIMESTAMP.
018200     OPEN OUTPUT SWEEP-REPORT-FILE.
018300     IF SRR-REPORT-STATUS NOT = "00"
018400         DISPLAY "UNABLE TO OPEN REGSWEEP " SRR-REPORT-STATUS
018500         MOVE 12 TO RETURN-CODE
018600         GO TO 0000-MAINLINE-EXIT
018700     END-IF.
018800     MOVE SRR-CUTOFF-HOURS TO SRR-HOURS-OUT.
018900     MOVE SPACES TO SWEEP-REPORT-RECORD.
019000     STRING "RUN REGISTER SWEEP -- CUTOFF " DELIMITED BY SIZE
019100             SRR-HOURS-OUT DELIMITED BY SIZE
019200             " HOUR(S)" DELIMITED BY SIZE
019300         INTO SWEEP-REPORT-RECORD.
019400     WRITE SWEEP-REPORT-RECORD.
019500     OPEN I-O RUN-REGISTER-FILE.
019600     IF SRR-REG-STATUS = "35" AND SRR-LOAD-AUDIT-YES
019700         OPEN OUTPUT RUN-REGISTER-FILE
019800         CLOSE RUN-REGISTER-FILE
019900         OPEN I-O RUN-REGISTER-FILE
020000     END-IF.
020100     IF SRR-REG-STATUS = "35"
020200         MOVE "NO RUN REGISTER -- NOTHING TO SWEEP"
020300             TO SWEEP-REPORT-RECORD
020400         WRITE SWEEP-REPORT-RECORD
020500         CLOSE SWEEP-REPORT-FILE
020600         MOVE 4 TO RETURN-CODE
020700         GO TO 0000-MAINLINE-EXIT
020800     END-IF.
020900     IF SRR-REG-STATUS NOT = "00"
021000         DISPLAY "UNABLE TO OPEN RUNREG " SRR-REG-STATUS
021100         CLOSE SWEEP-REPORT-FILE
021200         MOVE 12 TO RETURN-CODE
021300         GO TO 0000-MAINLINE-EXIT
021400     END-IF.
021500     IF SRR-LOAD-AUDIT-YES
021600         PERFORM 1000-LOAD-AUDIT-TRAIL
021700             THRU 1000-LOAD-AUDIT-TRAIL-EXIT
021800     END-IF.
021900     PERFORM 2000-SWEEP-REGISTER THRU 2000-SWEEP-REGISTER-EXIT.
022000     CLOSE RUN-REGISTER-FILE.
022100     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
022200     CLOSE SWEEP-REPORT-FILE.
022300     DISPLAY "REGISTER SWEEP COMPLETE -- PRESUMED ABENDED: "
022400         SRR-PRESUMED-COUNT " STILL IN FLIGHT: "
022500         SRR-IN-FLIGHT-COUNT.
022600     IF SRR-FAILED-COUNT > ZERO
022700         MOVE 8 TO RETURN-CODE
022800     ELSE
022900         IF SRR-PRESUMED-COUNT > ZERO
023000             MOVE 4 TO RETURN-CODE
023100         ELSE
023200             MOVE ZERO TO RETURN-CODE
023300         END-IF
023400     END-IF.
023500 0000-MAINLINE-EXIT.
023600     GOBACK.
023700*
023800*------------------------------------------------------------*
023900*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
024000*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
024100*------------------------------------------------------------*
024200 0100-CHECK-OPERATOR.
024300     MOVE SPACES TO OPCHK-OPERATOR-ID.
024400     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
024500     MOVE "App_sweepRunRegister" TO OPCHK-PROGRAM.
024600     MOVE SPACES TO OPCHK-RUN-ID.
024700     SET OPCHK-FUNC-RUN TO TRUE.
024800     CALL "App_checkOperator".
024900 0100-CHECK-OPERATOR-EXIT.
025000     EXIT.
025100*
025200*------------------------------------------------------------*
025300*    1000-LOAD-AUDIT-TRAIL -- ONE PASS OF AUDITLOG.  A MISSING *
025400*    AUDIT TRAIL JUST MEANS NOTHING TO LOAD.                   *
025500*------------------------------------------------------------*
025600 1000-LOAD-AUDIT-TRAIL.
025700     OPEN INPUT AUDIT-TRAIL-FILE.
025800     IF SRR-AUDIT-STATUS NOT = "00"
025900         GO TO 1000-LOAD-AUDIT-TRAIL-EXIT
026000     END-IF.
026100     PERFORM 1100-APPLY-AUDIT-LINE THRU 1100-APPLY-AUDIT-LINE-EXIT
026200         UNTIL SRR-AUDIT-EOF-YES.
026300     CLOSE AUDIT-TRAIL-FILE.
026400 1000-LOAD-AUDIT-TRAIL-EXIT.
026500     EXIT.
026600*
026700*------------------------------------------------------------*
026800*    1100-APPLY-AUDIT-LINE -- AN AUDIT LINE IS ONLY WRITTEN    *
026900*    WHEN A RUN ENDS, SO ITS RUN IS ENDED WHATEVER THE         *
027000*    REGISTER SAYS.  A RUN NOT ON THE REGISTER IS WRITTEN      *
027100*    COMPLETED FROM THE LINE; ONE STILL STARTED (ITS ENDING    *
027200*    NEVER REACHED THE REGISTER), OR PRESUMED ABENDED BY AN    *
027300*    EARLIER SWEEP, IS REWRITTEN COMPLETED.  BOTH CARRY THE    *
027400*    AUDIT-TRAIL ORIGIN FLAG.  ANY OTHER RUN IS LEFT ALONE.    *
027500*------------------------------------------------------------*
027600 1100-APPLY-AUDIT-LINE.
027700     READ AUDIT-TRAIL-FILE
027800         AT END
027900             SET SRR-AUDIT-EOF-YES TO TRUE
028000             GO TO 1100-APPLY-AUDIT-LINE-EXIT
028100     END-READ.
028200     IF AUDIT-RUN-ID = SPACES
028300         GO TO 1100-APPLY-AUDIT-LINE-EXIT
028400     END-IF.
028500     MOVE AUDIT-RUN-ID TO RUNREG-RUN-ID.
028600     SET SRR-RECORD-FOUND TO TRUE.
028700     READ RUN-REGISTER-FILE
028800         INVALID KEY
028900             SET SRR-RECORD-NEW TO TRUE
029000     END-READ.
029100     IF SRR-RECORD-FOUND
029200        AND NOT RUNREG-STARTED
029300        AND NOT (RUNREG-ABENDED AND RUNREG-PRESUMED)
029400         GO TO 1100-APPLY-AUDIT-LINE-EXIT
029500     END-IF.
029600     IF SRR-RECORD-NEW
029700         MOVE SPACES TO RUNREG-RECORD
029800         MOVE AUDIT-RUN-ID TO RUNREG-RUN-ID
029900         MOVE AUDIT-OPERATOR-ID TO RUNREG-OPERATOR-ID
030000         MOVE AUDIT-START-TIMESTAMP TO RUNREG-START-TIMESTAMP
030100         MOVE ZERO TO RUNREG-WIDTH
030200         MOVE ZERO TO RUNREG-HEIGHT
030300         MOVE AUDIT-TOPOLOGY TO RUNREG-TOPOLOGY
030400         MOVE AUDIT-RULE-NAME TO RUNREG-RULE-NAME
030500         MOVE AUDIT-PATTERN-NAME TO RUNREG-PATTERN-NAME
030600         MOVE ZERO TO RUNREG-BATCH-GENERATIONS
030700         MOVE ZERO TO RUNREG-RETURN-CODE
030800     END-IF.
030900     SET RUNREG-COMPLETED TO TRUE.
031000     MOVE "COMPLETED" TO RUNREG-END-STATUS.
031100     SET RUNREG-FROM-AUDIT TO TRUE.
031200     IF AUDIT-FINAL-GENERATION IS NUMERIC
031300         MOVE AUDIT-FINAL-GENERATION TO RUNREG-FINAL-GENERATION
031400     ELSE
031500         MOVE ZERO TO RUNREG-FINAL-GENERATION
031600     END-IF.
031700     MOVE SRR-TIMESTAMP TO RUNREG-CHANGED-TIMESTAMP.
031800     MOVE "App_sweepRunRegister" TO RUNREG-CHANGED-BY.
031900     IF SRR-RECORD-NEW
032000         WRITE RUNREG-RECORD
032100             INVALID KEY
032200                 CONTINUE
032300         END-WRITE
032400     ELSE
032500         REWRITE RUNREG-RECORD
032600             INVALID KEY
032700                 CONTINUE
032800         END-REWRITE
032900     END-IF.
033000     IF SRR-REG-STATUS NOT = "00"
033100         ADD 1 TO SRR-FAILED-COUNT
033200         MOVE "FAILED" TO SRR-DTL-ACTION
033300         MOVE SPACES TO SRR-DTL-REASON
033400         STRING "REGISTER UPDATE FAILED " DELIMITED BY SIZE
033500                 SRR-REG-STATUS DELIMITED BY SIZE
033600             INTO SRR-DTL-REASON
033700     ELSE
033800         IF SRR-RECORD-NEW
033900             ADD 1 TO SRR-LOADED-COUNT
034000             MOVE "LOADED" TO SRR-DTL-ACTION
034100             MOVE "FOUND ONLY ON THE AUDIT TRAIL"
034200                 TO SRR-DTL-REASON
034300         ELSE
034400             ADD 1 TO SRR-CLOSED-COUNT
034500             MOVE "COMPLETED" TO SRR-DTL-ACTION
034600             MOVE "ENDING FOUND ON THE AUDIT TRAIL"
034700                 TO SRR-DTL-REASON
034800         END-IF
034900     END-IF.
035000     PERFORM 7000-WRITE-DETAIL-LINE
035100         THRU 7000-WRITE-DETAIL-LINE-EXIT.
035200 1100-APPLY-AUDIT-LINE-EXIT.
035300     EXIT.
035400*
035500*------------------------------------------------------------*
035600*    2000-SWEEP-REGISTER -- EVERY RECORD IN RUN-ID ORDER, FROM *
035700*    THE TOP OF THE FILE WHATEVER THE AUDIT LOAD LEFT THE      *
035800*    FILE POSITIONED ON.                                       *
035900*------------------------------------------------------------*
036000 2000-SWEEP-REGISTER.
036100     MOVE LOW-VALUES TO RUNREG-RUN-ID.
036200     START RUN-REGISTER-FILE
036300         KEY IS NOT LESS THAN RUNREG-RUN-ID
036400         INVALID KEY
036500             GO TO 2000-SWEEP-REGISTER-EXIT
036600     END-START.
036700     PERFORM 2100-SWEEP-ONE-RECORD THRU 2100-SWEEP-ONE-RECORD-EXIT
036800         UNTIL SRR-REG-EOF-YES.
036900 2000-SWEEP-REGISTER-EXIT.
037000     EXIT.
037100*
037200*------------------------------------------------------------*
037300*    2100-SWEEP-ONE-RECORD -- ONLY A RUN STILL STARTED IS OF   *
037400*    INTEREST.  ITS AGE IN MINUTES, FROM ITS START TIME (OR    *
037500*    ITS RUN-ID WHEN THE TIMESTAMP IS UNUSABLE), DECIDES IN    *
037600*    FLIGHT VERSUS PRESUMED ABENDED.  A START TIME THAT CANNOT *
037700*    BE READ IS LEFT STARTED AND REPORTED -- THE SWEEP NEVER   *
037800*    GUESSES A RUN DEAD.                                       *
037900*------------------------------------------------------------*
038000 2100-SWEEP-ONE-RECORD.
038100     READ RUN-REGISTER-FILE NEXT RECORD
038200         AT END
038300             SET SRR-REG-EOF-YES TO TRUE
038400             GO TO 2100-SWEEP-ONE-RECORD-EXIT
038500     END-READ.
038600     IF SRR-REG-STATUS NOT = "00"
038700         DISPLAY "RUNREG READ FAILED " SRR-REG-STATUS
038800             " -- SWEEP CUT SHORT"
038900         ADD 1 TO SRR-FAILED-COUNT
039000         SET SRR-REG-EOF-YES TO TRUE
039100         GO TO 2100-SWEEP-ONE-RECORD-EXIT
039200     END-IF.
039300     ADD 1 TO SRR-READ-COUNT.
039400     IF NOT RUNREG-STARTED
039500         GO TO 2100-SWEEP-ONE-RECORD-EXIT
039600     END-IF.
039700     MOVE SPACES TO SRR-RUN-STAMP.
039800     STRING RUNREG-START-TIMESTAMP (1:8) DELIMITED BY SIZE
039900             RUNREG-START-TIMESTAMP (10:4) DELIMITED BY SIZE
040000         INTO SRR-RUN-STAMP.
040100     IF SRR-RUN-STAMP IS NOT NUMERIC
040200         MOVE RUNREG-RUN-ID (1:12) TO SRR-RUN-STAMP
040300     END-IF.
040400     MOVE ZERO TO SRR-RUN-DAY-NUMBER.
040500     IF SRR-RUN-STAMP IS NUMERIC
040600         COMPUTE SRR-RUN-DAY-NUMBER =
040700             FUNCTION INTEGER-OF-DATE (SRR-RUN-DATE)
040800     END-IF.
040900     IF SRR-RUN-DAY-NUMBER = ZERO
041000         ADD 1 TO SRR-IN-FLIGHT-COUNT
041100         MOVE "STARTED" TO SRR-DTL-ACTION
041200         MOVE "START TIME UNREADABLE -- LEFT STARTED"
041300             TO SRR-DTL-REASON
041400         PERFORM 7000-WRITE-DETAIL-LINE
041500             THRU 7000-WRITE-DETAIL-LINE-EXIT
041600         GO TO 2100-SWEEP-ONE-RECORD-EXIT
041700     END-IF.
041800     COMPUTE SRR-AGE-MINUTES =
041900         (SRR-TODAY-DAY-NUMBER - SRR-RUN-DAY-NUMBER) * 1440
042000         + SRR-CURRENT-HOUR * 60 + SRR-CURRENT-MINUTE
042100         - SRR-RUN-HOUR * 60 - SRR-RUN-MINUTE.
042200     DIVIDE SRR-AGE-MINUTES BY 60 GIVING SRR-AGE-HOURS.
042300     MOVE SRR-AGE-HOURS TO SRR-HOURS-OUT.
042400     IF SRR-AGE-MINUTES > SRR-CUTOFF-MINUTES
042500         PERFORM 2200-PRESUME-ABEND THRU 2200-PRESUME-ABEND-EXIT
042600         GO TO 2100-SWEEP-ONE-RECORD-EXIT
042700     END-IF.
042800     ADD 1 TO SRR-IN-FLIGHT-COUNT.
042900     MOVE "STARTED" TO SRR-DTL-ACTION.
043000     MOVE SPACES TO SRR-DTL-REASON.
043100     STRING "IN FLIGHT, STARTED " DELIMITED BY SIZE
043200             SRR-HOURS-OUT DELIMITED BY SIZE
043300             " HOUR(S) AGO" DELIMITED BY SIZE
043400         INTO SRR-DTL-REASON.
043500     PERFORM 7000-WRITE-DETAIL-LINE
043600         THRU 7000-WRITE-DETAIL-LINE-EXIT.
043700 2100-SWEEP-ONE-RECORD-EXIT.
043800     EXIT.
043900*
044000*------------------------------------------------------------*
044100*    2200-PRESUME-ABEND -- REWRITE THE RUN ABENDED WITH THE    *
044200*    PRESUMED FLAG SET.  THE END TIMESTAMP, FINAL GENERATION   *
044300*    AND RETURN CODE STAY AS THEY WERE -- NOBODY KNOWS THEM.   *
044400*    THE RUN GOES ON SYSLOG AS A WARNING.                      *
044500*------------------------------------------------------------*
044600 2200-PRESUME-ABEND.
044700     SET RUNREG-ABENDED TO TRUE.
044800     MOVE "ABENDED" TO RUNREG-END-STATUS.
044900     SET RUNREG-PRESUMED TO TRUE.
045000     MOVE SRR-TIMESTAMP TO RUNREG-CHANGED-TIMESTAMP.
045100     MOVE "App_sweepRunRegister" TO RUNREG-CHANGED-BY.
045200     REWRITE RUNREG-RECORD
045300         INVALID KEY
045400             CONTINUE
045500     END-REWRITE.
045600     IF SRR-REG-STATUS NOT = "00"
045700         ADD 1 TO SRR-FAILED-COUNT
045800         MOVE "FAILED" TO SRR-DTL-ACTION
045900         MOVE SPACES TO SRR-DTL-REASON
046000         STRING "REGISTER REWRITE FAILED " DELIMITED BY SIZE
046100                 SRR-REG-STATUS DELIMITED BY SIZE
046200             INTO SRR-DTL-REASON
046300         PERFORM 7000-WRITE-DETAIL-LINE
046400             THRU 7000-WRITE-DETAIL-LINE-EXIT
046500         GO TO 2200-PRESUME-ABEND-EXIT
046600     END-IF.
046700     ADD 1 TO SRR-PRESUMED-COUNT.
046800     MOVE "ABENDED*" TO SRR-DTL-ACTION.
046900     MOVE SPACES TO SRR-DTL-REASON.
047000     STRING "NO ENDING AFTER " DELIMITED BY SIZE
047100             SRR-HOURS-OUT DELIMITED BY SIZE
047200             " HOUR(S)" DELIMITED BY SIZE
047300         INTO SRR-DTL-REASON.
047400     PERFORM 7000-WRITE-DETAIL-LINE
047500         THRU 7000-WRITE-DETAIL-LINE-EXIT.
047600     MOVE "App_sweepRunRegister" TO GRID-LOG-PROGRAM.
047700     SET GRID-LOG-SEV-WARNING TO TRUE.
047800     MOVE SPACES TO GRID-LOG-MESSAGE.
047900     STRING "RUN " DELIMITED BY SIZE
048000             RUNREG-RUN-ID DELIMITED BY SPACE
048100             " PRESUMED ABENDED -- STARTED " DELIMITED BY SIZE
048200             RUNREG-START-TIMESTAMP DELIMITED BY SPACE
048300         INTO GRID-LOG-MESSAGE.
048400     CALL "App_writeSystemLog".
048500 2200-PRESUME-ABEND-EXIT.
048600     EXIT.
048700*
048800*------------------------------------------------------------*
048900*    7000-WRITE-DETAIL-LINE -- THE CALLER HAS FILLED THE       *
049000*    ACTION AND REASON; THE RUN COMES FROM THE RECORD IN HAND. *
049100*------------------------------------------------------------*
049200 7000-WRITE-DETAIL-LINE.
049300     MOVE RUNREG-RUN-ID TO SRR-DTL-RUN-ID.
049400     MOVE RUNREG-PROGRAM TO SRR-DTL-PROGRAM.
049500     MOVE RUNREG-OPERATOR-ID TO SRR-DTL-OPERATOR.
049600     MOVE RUNREG-START-TIMESTAMP TO SRR-DTL-STARTED.
049700     MOVE SRR-DETAIL-LINE TO SWEEP-REPORT-RECORD.
049800     WRITE SWEEP-REPORT-RECORD.
049900 7000-WRITE-DETAIL-LINE-EXIT.
050000     EXIT.
050100*
050200 8000-WRITE-SUMMARY.
050300     MOVE SPACES TO SWEEP-REPORT-RECORD.
050400     WRITE SWEEP-REPORT-RECORD.
050500     MOVE SRR-READ-COUNT TO SRR-COUNT-OUT.
050600     MOVE SPACES TO SWEEP-REPORT-RECORD.
050700     STRING "RUNS ON THE REGISTER:     " DELIMITED BY SIZE
050800             SRR-COUNT-OUT DELIMITED BY SIZE
050900         INTO SWEEP-REPORT-RECORD.
051000     WRITE SWEEP-REPORT-RECORD.
051100     MOVE SRR-IN-FLIGHT-COUNT TO SRR-COUNT-OUT.
051200     MOVE SPACES TO SWEEP-REPORT-RECORD.
051300     STRING "STILL IN FLIGHT:          " DELIMITED BY SIZE
051400             SRR-COUNT-OUT DELIMITED BY SIZE
051500         INTO SWEEP-REPORT-RECORD.
051600     WRITE SWEEP-REPORT-RECORD.
051700     MOVE SRR-PRESUMED-COUNT TO SRR-COUNT-OUT.
051800     MOVE SPACES TO SWEEP-REPORT-RECORD.
051900     STRING "PRESUMED ABENDED:         " DELIMITED BY SIZE
052000             SRR-COUNT-OUT DELIMITED BY SIZE
052100         INTO SWEEP-REPORT-RECORD.
052200     WRITE SWEEP-REPORT-RECORD.
052300     MOVE SRR-LOADED-COUNT TO SRR-COUNT-OUT.
052400     MOVE SPACES TO SWEEP-REPORT-RECORD.
052500     STRING "LOADED FROM AUDIT TRAIL:  " DELIMITED BY SIZE
052600             SRR-COUNT-OUT DELIMITED BY SIZE
052700         INTO SWEEP-REPORT-RECORD.
052800     WRITE SWEEP-REPORT-RECORD.
052900     MOVE SRR-CLOSED-COUNT TO SRR-COUNT-OUT.
053000     MOVE SPACES TO SWEEP-REPORT-RECORD.
053100     STRING "CLOSED FROM AUDIT TRAIL:  " DELIMITED BY SIZE
053200             SRR-COUNT-OUT DELIMITED BY SIZE
053300         INTO SWEEP-REPORT-RECORD.
053400     WRITE SWEEP-REPORT-RECORD.
053500     MOVE SRR-FAILED-COUNT TO SRR-COUNT-OUT.
053600     MOVE SPACES TO SWEEP-REPORT-RECORD.
053700     STRING "UPDATES FAILED:           " DELIMITED BY SIZE
053800             SRR-COUNT-OUT DELIMITED BY SIZE
053900         INTO SWEEP-REPORT-RECORD.
054000     WRITE SWEEP-REPORT-RECORD.
054100 8000-WRITE-SUMMARY-EXIT.
054200     EXIT.
