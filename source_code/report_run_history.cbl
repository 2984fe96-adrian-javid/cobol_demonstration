001820*    09/02/2026  ME   NOW THAT THE GRID CEILING IS 500X500;
001830*    09/02/2026  ME   OLDER FIVE-DIGIT LINES MISALIGN AND ARE
001840*    09/02/2026  ME   SKIPPED BY THE EXISTING NUMERIC GUARDS.
001842*    10/15/2026  ME   SIGN-ON CHECK AGAINST THE OPERATORS MASTER
001844*    10/15/2026  ME   BEFORE THE REPORT IS BUILT; A REFUSED
001846*    10/15/2026  ME   OPERATOR ENDS THE RUN WITH RC 16.
001847*    10/15/2026  ME   ENDS WITH GOBACK, NOT STOP RUN, SO IT CAN
001848*    10/15/2026  ME   RUN AS A App_runNightlyJobStream STEP; NO
001849*    10/15/2026  ME   TRENDRPT NOW ENDS RC 12 FOR THE DRIVER.
001850*    10/15/2026  ME   ADDS A RANDOM-SOUP SURVIVAL SECTION: THE
001855*    10/15/2026  ME   SOUP RUNS ON THE AUDIT TRAIL GROUPED BY
001860*    10/15/2026  ME   RULE AND DENSITY, WITH THE SEED RANGE, THE
001865*    10/15/2026  ME   SHARE STILL ALIVE ON THEIR LAST RUNHIST
001870*    10/15/2026  ME   LINE AND THE AVERAGE FINAL POPULATION.  THE
001875*    10/15/2026  ME   AUDIT LINE IS NOW READ OUT TO ITS TOPOLOGY,
001880*    10/15/2026  ME   SCENE NAME AND SOUP FIELDS.
001885*
001900 ENVIRONMENT DIVISION.
002000  CONFIGURATION SECTION.
002100   SOURCE-COMPUTER. Linux.
004800      05  AUDIT-FINAL-GENERATION      PIC 9(09).
004810      05  FILLER                      PIC X(01).
004820      05  AUDIT-RULE-NAME             PIC X(10).
004824      05  FILLER                      PIC X(01).
004828      05  AUDIT-TOPOLOGY              PIC X(01).
004832      05  FILLER                      PIC X(01).
004836      05  AUDIT-SCENE-NAME            PIC X(20).
004840*** THE RANDOM-SOUP SEED, DENSITY AND RECTANGLE THE RUN STARTED
004844*** FROM -- LEFT BLANK WHEN IT DID NOT START FROM A SOUP.
004848      05  AUDIT-SOUP.
004852          10  FILLER                  PIC X(01).
004856          10  AUDIT-SOUP-SEED         PIC 9(09).
004860          10  FILLER                  PIC X(01).
004864          10  AUDIT-SOUP-DENSITY      PIC 9(03).
004868          10  FILLER                  PIC X(01).
004872          10  AUDIT-SOUP-TOP          PIC 9(03).
004876          10  AUDIT-SOUP-LEFT         PIC 9(03).
004880          10  AUDIT-SOUP-HEIGHT       PIC 9(03).
004884          10  AUDIT-SOUP-WIDTH        PIC 9(03).
004900  FD  RUN-HISTORY-FILE.
005000  01  HIST-RECORD.
005100      05  HIST-RUN-ID                 PIC X(16).
006000  FD  TREND-REPORT-FILE.
006100  01  TREND-REPORT-RECORD             PIC X(132).
006200  WORKING-STORAGE SECTION.
006250      COPY "operator_check.cpy".
006300  77  RRH-AUDIT-STATUS                PIC X(02) VALUE SPACES.
006400  77  RRH-HIST-STATUS                 PIC X(02) VALUE SPACES.
006500  77  RRH-TREND-STATUS                PIC X(02) VALUE SPACES.
008000  77  RRH-MATCH-SLOT                  PIC 9(02) COMP VALUE ZERO.
008100  77  RRH-AVG-WORK                    PIC 9(05)V99 VALUE ZERO.
008110  77  RRH-HEAD-NO                     PIC Z9 VALUE SPACES.
008120  77  RRH-SOUP-IDX                    PIC 9(05) COMP VALUE ZERO.
008130  77  RRH-SOUP-SLOT                   PIC 9(05) COMP VALUE ZERO.
008140  77  RRH-SOUP-MISS-RUN-ID            PIC X(16) VALUE SPACES.
008150  77  RRH-SOUP-WITH-HIST              PIC 9(05) COMP VALUE ZERO.
008160  77  RRH-GROUP-IDX                   PIC 9(03) COMP VALUE ZERO.
008170  77  RRH-GROUP-SLOT                  PIC 9(03) COMP VALUE ZERO.
008180  77  RRH-RATE-WORK                   PIC 9(03)V99 VALUE ZERO.
008190  77  RRH-POP-AVG-WORK                PIC 9(06)V99 VALUE ZERO.
008200*
008300*** EVERY AUDIT LINE, IN FILE ORDER, SO THE LAST N RUNS AND THE
008400*** LONGEST RUN OF EACH PATTERN CAN BOTH BE PICKED OFF IT.
008900          10  RRH-AUD-PATTERN         PIC X(20).
009000          10  RRH-AUD-FINAL-GEN       PIC 9(09) COMP.
009010          10  RRH-AUD-RULE            PIC X(10).
009040          10  RRH-AUD-SOUP-SEED       PIC 9(09) COMP.
009070          10  RRH-AUD-SOUP-DENSITY    PIC 9(03) COMP.
009100*
009200*** THE RUNS BEING COMPARED, OLDEST FIRST.  EACH CARRIES ITS
009300*** POPULATION CURVE (CAPPED AT 100 GENERATIONS ON THE REPORT)
011300          10  RRH-PAT-NAME            PIC X(20).
011400          10  RRH-PAT-BEST-RUN        PIC X(16).
011500          10  RRH-PAT-BEST-GEN        PIC 9(09) COMP.
011502*
011504*** THE RANDOM-SOUP RUNS AMONG THE AUDIT LINES KEPT, EACH WITH
011506*** THE POPULATION ON ITS HIGHEST-GENERATION RUNHIST LINE.
011508  01  RRH-SOUP-RUN-TABLE.
011510      05  RRH-SOUP-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
011512      05  RRH-SOUP-RUN-ENTRY OCCURS 500 TIMES.
011514          10  RRH-SRUN-ID             PIC X(16).
011516          10  RRH-SRUN-RULE           PIC X(10).
011518          10  RRH-SRUN-SEED           PIC 9(09) COMP.
011520          10  RRH-SRUN-DENSITY        PIC 9(03) COMP.
011522          10  RRH-SRUN-HAVE           PIC X(01).
011524          10  RRH-SRUN-LAST-GEN       PIC 9(09) COMP.
011526          10  RRH-SRUN-LAST-POP       PIC 9(06) COMP.
011528*
011530*** ONE SLOT PER RULE AND DENSITY SEEN AMONG THE SOUP RUNS.
011532  01  RRH-SOUP-GROUP-TABLE.
011534      05  RRH-SOUP-GROUP-COUNT        PIC 9(03) COMP VALUE ZERO.
011536      05  RRH-SOUP-GROUP-ENTRY OCCURS 100 TIMES.
011538          10  RRH-SGRP-RULE           PIC X(10).
011540          10  RRH-SGRP-DENSITY        PIC 9(03) COMP.
011542          10  RRH-SGRP-LOW-SEED       PIC 9(09) COMP.
011544          10  RRH-SGRP-HIGH-SEED      PIC 9(09) COMP.
011546          10  RRH-SGRP-RUNS           PIC 9(05) COMP.
011548          10  RRH-SGRP-NO-HIST        PIC 9(05) COMP.
011550          10  RRH-SGRP-SURVIVED       PIC 9(05) COMP.
011552          10  RRH-SGRP-POP-SUM        PIC 9(11) COMP.
011600*
011700*** REPORT LINE LAYOUTS.
011800  01  RRH-ROSTER-LINE.
015100      05  FILLER                      PIC X(11)
015110                                      VALUE "  FINAL GEN".
015200      05  RRH-LONGEST-FINAL-GEN       PIC ZZZZZZZZ9.
015202  01  RRH-SOUP-LINE.
015204      05  FILLER                      PIC X(05) VALUE "RULE ".
015206      05  RRH-SOUP-RULE               PIC X(10).
015208      05  FILLER                      PIC X(10)
015210                                      VALUE "  DENSITY ".
015212      05  RRH-SOUP-DENSITY            PIC ZZ9.
015214      05  FILLER                      PIC X(09)
015216                                      VALUE "%  SEEDS ".
015218      05  RRH-SOUP-LOW-SEED           PIC ZZZZZZZZ9.
015220      05  FILLER                      PIC X(01) VALUE "-".
015222      05  RRH-SOUP-HIGH-SEED          PIC ZZZZZZZZ9.
015224      05  FILLER                      PIC X(07)
015226                                      VALUE "  RUNS ".
015228      05  RRH-SOUP-RUNS               PIC ZZZZ9.
015230      05  FILLER                      PIC X(11)
015232                                      VALUE "  SURVIVED ".
015234      05  RRH-SOUP-SURVIVED           PIC ZZZZ9.
015236      05  FILLER                      PIC X(07)
015238                                      VALUE "  RATE ".
015240      05  RRH-SOUP-RATE               PIC ZZ9.99.
015242      05  FILLER                      PIC X(11)
015244                                      VALUE "%  AVG POP ".
015246      05  RRH-SOUP-AVG-POP            PIC ZZZZZ9.99.
015248      05  FILLER                      PIC X(10)
015250                                      VALUE "  NO HIST ".
015252      05  RRH-SOUP-NO-HIST            PIC ZZZZ9.
015300*
015400 LINKAGE SECTION.
015500 01  LK-PARM-DATA.
015900 PROCEDURE DIVISION USING LK-PARM-DATA.
016000*------------------------------------------------------------*
016100*    0000-MAINLINE -- LOAD THE AUDIT TRAIL, PICK THE LAST N    *
016200*    RUNS AND THE RANDOM-SOUP RUNS, FOLD IN THEIR PER-TICK     *
016300*    HISTORY, AND PRINT THE COMPARISON SECTIONS.               *
016400*------------------------------------------------------------*
016500 0000-MAINLINE.
016510     PERFORM 0100-CHECK-OPERATOR THRU 0100-CHECK-OPERATOR-EXIT.
016520     IF OPCHK-REFUSED
016530         MOVE 16 TO RETURN-CODE
016540         GO TO 0000-MAINLINE-EXIT
016550     END-IF.
016600     PERFORM 1000-PARSE-PARM THRU 1000-PARSE-PARM-EXIT.
016700     PERFORM 2000-LOAD-AUDIT-TRAIL
016800         THRU 2000-LOAD-AUDIT-TRAIL-EXIT.
017300     END-IF.
017400     PERFORM 3000-PICK-RECENT-RUNS
017500         THRU 3000-PICK-RECENT-RUNS-EXIT.
017530     PERFORM 3200-PICK-SOUP-RUNS
017560         THRU 3200-PICK-SOUP-RUNS-EXIT.
017600     PERFORM 4000-LOAD-RUN-HISTORY
017700         THRU 4000-LOAD-RUN-HISTORY-EXIT.
017730     PERFORM 4500-GROUP-SOUP-RUNS
017760         THRU 4500-GROUP-SOUP-RUNS-EXIT.
017800     PERFORM 5000-WRITE-TREND-REPORT
017900         THRU 5000-WRITE-TREND-REPORT-EXIT.
018000     DISPLAY "TREND REPORT WRITTEN -- RUNS COMPARED: "
018100         RRH-RUN-COUNT.
018200 0000-MAINLINE-EXIT.
018300     GOBACK.
018400*
018405*------------------------------------------------------------*
018410*    0100-CHECK-OPERATOR -- THE SESSION USER MUST BE AN ACTIVE *
018415*    OPERATOR ON THE OPERATORS MASTER BEFORE ANYTHING RUNS.    *
018420*------------------------------------------------------------*
018425 0100-CHECK-OPERATOR.
018430     MOVE SPACES TO OPCHK-OPERATOR-ID.
018435     ACCEPT OPCHK-OPERATOR-ID FROM ENVIRONMENT "USER".
018440     MOVE "App_reportRunHistory" TO OPCHK-PROGRAM.
018445     MOVE SPACES TO OPCHK-RUN-ID.
018450     SET OPCHK-FUNC-RUN TO TRUE.
018455     CALL "App_checkOperator".
018460 0100-CHECK-OPERATOR-EXIT.
018465     EXIT.
018470*
018500*------------------------------------------------------------*
018600*    1000-PARSE-PARM -- TWO PARM DIGITS PICK HOW MANY RECENT   *
018700*    RUNS TO COMPARE; DEFAULT 5, CAP 10 (THE REPORT IS ONLY    *
024000     ELSE
024100         MOVE ZERO TO RRH-AUD-FINAL-GEN (RRH-AUDIT-COUNT)
024200     END-IF.
024205     IF AUDIT-SOUP-SEED IS NUMERIC
024210        AND AUDIT-SOUP-DENSITY IS NUMERIC
024215         MOVE AUDIT-SOUP-SEED
024220             TO RRH-AUD-SOUP-SEED (RRH-AUDIT-COUNT)
024225         MOVE AUDIT-SOUP-DENSITY
024230             TO RRH-AUD-SOUP-DENSITY (RRH-AUDIT-COUNT)
024235     ELSE
024240         MOVE ZERO TO RRH-AUD-SOUP-SEED (RRH-AUDIT-COUNT)
024245         MOVE ZERO TO RRH-AUD-SOUP-DENSITY (RRH-AUDIT-COUNT)
024250     END-IF.
024300     PERFORM 2200-FOLD-PATTERN-BEST
024400         THRU 2200-FOLD-PATTERN-BEST-EXIT.
024500 2100-READ-AUDIT-LINE-EXIT.
033100     MOVE ZERO TO RRH-CURVE-POP (RRH-RUN-COUNT RRH-GEN-IDX).
033200 3110-CLEAR-CURVE-CELL-EXIT.
033300     EXIT.
033302*
033304*------------------------------------------------------------*
033306*    3200-PICK-SOUP-RUNS -- EVERY AUDIT LINE KEPT THAT STARTED *
033308*    FROM A RANDOM SOUP, FOR THE SURVIVAL SECTION.             *
033310*------------------------------------------------------------*
033312 3200-PICK-SOUP-RUNS.
033314     MOVE ZERO TO RRH-SOUP-RUN-COUNT.
033316     PERFORM 3210-COPY-SOUP-RUN
033318         THRU 3210-COPY-SOUP-RUN-EXIT
033320         VARYING RRH-IDX FROM 1 BY 1
033322             UNTIL RRH-IDX > RRH-AUDIT-COUNT.
033324 3200-PICK-SOUP-RUNS-EXIT.
033326     EXIT.
033328*
033330 3210-COPY-SOUP-RUN.
033332     IF RRH-AUD-SOUP-DENSITY (RRH-IDX) = ZERO
033334         GO TO 3210-COPY-SOUP-RUN-EXIT
033336     END-IF.
033338     ADD 1 TO RRH-SOUP-RUN-COUNT.
033340     MOVE RRH-AUD-RUN-ID (RRH-IDX)
033342         TO RRH-SRUN-ID (RRH-SOUP-RUN-COUNT).
033344     MOVE RRH-AUD-RULE (RRH-IDX)
033346         TO RRH-SRUN-RULE (RRH-SOUP-RUN-COUNT).
033348     MOVE RRH-AUD-SOUP-SEED (RRH-IDX)
033350         TO RRH-SRUN-SEED (RRH-SOUP-RUN-COUNT).
033352     MOVE RRH-AUD-SOUP-DENSITY (RRH-IDX)
033354         TO RRH-SRUN-DENSITY (RRH-SOUP-RUN-COUNT).
033356     MOVE "N" TO RRH-SRUN-HAVE (RRH-SOUP-RUN-COUNT).
033358     MOVE ZERO TO RRH-SRUN-LAST-GEN (RRH-SOUP-RUN-COUNT).
033360     MOVE ZERO TO RRH-SRUN-LAST-POP (RRH-SOUP-RUN-COUNT).
033362 3210-COPY-SOUP-RUN-EXIT.
033364     EXIT.
033400*
033500*------------------------------------------------------------*
033600*    4000-LOAD-RUN-HISTORY -- SWEEP THE PER-TICK HISTORY FILE  *
035500             SET RRH-HIST-EOF-YES TO TRUE
035600             GO TO 4100-READ-HISTORY-LINE-EXIT
035700     END-READ.
035720     IF RRH-SOUP-RUN-COUNT > ZERO
035740         PERFORM 4300-FOLD-SOUP-LINE
035760             THRU 4300-FOLD-SOUP-LINE-EXIT
035780     END-IF.
035800     MOVE ZERO TO RRH-MATCH-SLOT.
035900     PERFORM 4200-MATCH-RUN-SLOT
036000         THRU 4200-MATCH-RUN-SLOT-EXIT
038800     END-IF.
038900 4200-MATCH-RUN-SLOT-EXIT.
039000     EXIT.
039002*
039004*------------------------------------------------------------*
039006*    4300-FOLD-SOUP-LINE -- KEEP, FOR EACH SOUP RUN, THE       *
039008*    POPULATION ON ITS HIGHEST-GENERATION RUNHIST LINE.  A     *
039010*    RUN'S LINES ARE WRITTEN TOGETHER, SO THE RUN LAST MATCHED *
039012*    OR MISSED IS TRIED BEFORE THE TABLE IS SEARCHED AGAIN.    *
039014*------------------------------------------------------------*
039016 4300-FOLD-SOUP-LINE.
039018     IF HIST-GENERATION IS NOT NUMERIC
039020        OR HIST-POPULATION IS NOT NUMERIC
039022         GO TO 4300-FOLD-SOUP-LINE-EXIT
039024     END-IF.
039026     IF HIST-RUN-ID = RRH-SOUP-MISS-RUN-ID
039028         GO TO 4300-FOLD-SOUP-LINE-EXIT
039030     END-IF.
039032     IF RRH-SOUP-SLOT NOT = ZERO
039034         IF RRH-SRUN-ID (RRH-SOUP-SLOT) NOT = HIST-RUN-ID
039036             MOVE ZERO TO RRH-SOUP-SLOT
039038         END-IF
039040     END-IF.
039042     IF RRH-SOUP-SLOT = ZERO
039044         PERFORM 4310-MATCH-SOUP-SLOT
039046             THRU 4310-MATCH-SOUP-SLOT-EXIT
039048             VARYING RRH-SOUP-IDX FROM 1 BY 1
039050                 UNTIL RRH-SOUP-IDX > RRH-SOUP-RUN-COUNT
039052                     OR RRH-SOUP-SLOT NOT = ZERO
039054     END-IF.
039056     IF RRH-SOUP-SLOT = ZERO
039058         MOVE HIST-RUN-ID TO RRH-SOUP-MISS-RUN-ID
039060         GO TO 4300-FOLD-SOUP-LINE-EXIT
039062     END-IF.
039064     IF HIST-GENERATION >= RRH-SRUN-LAST-GEN (RRH-SOUP-SLOT)
039066         MOVE "Y" TO RRH-SRUN-HAVE (RRH-SOUP-SLOT)
039068         MOVE HIST-GENERATION
039070             TO RRH-SRUN-LAST-GEN (RRH-SOUP-SLOT)
039072         MOVE HIST-POPULATION
039074             TO RRH-SRUN-LAST-POP (RRH-SOUP-SLOT)
039076     END-IF.
039078 4300-FOLD-SOUP-LINE-EXIT.
039080     EXIT.
039082*
039084 4310-MATCH-SOUP-SLOT.
039086     IF RRH-SRUN-ID (RRH-SOUP-IDX) = HIST-RUN-ID
039088         MOVE RRH-SOUP-IDX TO RRH-SOUP-SLOT
039090     END-IF.
039092 4310-MATCH-SOUP-SLOT-EXIT.
039094     EXIT.
039100*
039101*------------------------------------------------------------*
039102*    4500-GROUP-SOUP-RUNS -- FOLD THE SOUP RUNS INTO ONE SLOT  *
039103*    PER RULE AND DENSITY: HOW MANY RAN, HOW MANY WERE STILL   *
039104*    ALIVE ON THEIR LAST RUNHIST LINE, AND THE SEEDS COVERED.  *
039105*    A RUN WITH NO RUNHIST LINES IS COUNTED APART AND LEFT OUT *
039106*    OF THE RATE AND THE AVERAGE.                              *
039107*------------------------------------------------------------*
039108 4500-GROUP-SOUP-RUNS.
039109     MOVE ZERO TO RRH-SOUP-GROUP-COUNT.
039110     PERFORM 4510-FOLD-SOUP-GROUP
039111         THRU 4510-FOLD-SOUP-GROUP-EXIT
039112         VARYING RRH-SOUP-IDX FROM 1 BY 1
039113             UNTIL RRH-SOUP-IDX > RRH-SOUP-RUN-COUNT.
039114 4500-GROUP-SOUP-RUNS-EXIT.
039115     EXIT.
039116*
039117 4510-FOLD-SOUP-GROUP.
039118     MOVE ZERO TO RRH-GROUP-SLOT.
039119     PERFORM 4520-FIND-SOUP-GROUP
039120         THRU 4520-FIND-SOUP-GROUP-EXIT
039121         VARYING RRH-GROUP-IDX FROM 1 BY 1
039122             UNTIL RRH-GROUP-IDX > RRH-SOUP-GROUP-COUNT
039123                 OR RRH-GROUP-SLOT NOT = ZERO.
039124     IF RRH-GROUP-SLOT = ZERO
039125         IF RRH-SOUP-GROUP-COUNT >= 100
039126             GO TO 4510-FOLD-SOUP-GROUP-EXIT
039127         END-IF
039128         ADD 1 TO RRH-SOUP-GROUP-COUNT
039129         MOVE RRH-SOUP-GROUP-COUNT TO RRH-GROUP-SLOT
039130         MOVE RRH-SRUN-RULE (RRH-SOUP-IDX)
039131             TO RRH-SGRP-RULE (RRH-GROUP-SLOT)
039132         MOVE RRH-SRUN-DENSITY (RRH-SOUP-IDX)
039133             TO RRH-SGRP-DENSITY (RRH-GROUP-SLOT)
039134         MOVE RRH-SRUN-SEED (RRH-SOUP-IDX)
039135             TO RRH-SGRP-LOW-SEED (RRH-GROUP-SLOT)
039136         MOVE RRH-SRUN-SEED (RRH-SOUP-IDX)
039137             TO RRH-SGRP-HIGH-SEED (RRH-GROUP-SLOT)
039138         MOVE ZERO TO RRH-SGRP-RUNS (RRH-GROUP-SLOT)
039139         MOVE ZERO TO RRH-SGRP-NO-HIST (RRH-GROUP-SLOT)
039140         MOVE ZERO TO RRH-SGRP-SURVIVED (RRH-GROUP-SLOT)
039141         MOVE ZERO TO RRH-SGRP-POP-SUM (RRH-GROUP-SLOT)
039142     END-IF.
039143     ADD 1 TO RRH-SGRP-RUNS (RRH-GROUP-SLOT).
039144     IF RRH-SRUN-SEED (RRH-SOUP-IDX)
039145             < RRH-SGRP-LOW-SEED (RRH-GROUP-SLOT)
039146         MOVE RRH-SRUN-SEED (RRH-SOUP-IDX)
039147             TO RRH-SGRP-LOW-SEED (RRH-GROUP-SLOT)
039148     END-IF.
039149     IF RRH-SRUN-SEED (RRH-SOUP-IDX)
039150             > RRH-SGRP-HIGH-SEED (RRH-GROUP-SLOT)
039151         MOVE RRH-SRUN-SEED (RRH-SOUP-IDX)
039152             TO RRH-SGRP-HIGH-SEED (RRH-GROUP-SLOT)
039153     END-IF.
039154     IF RRH-SRUN-HAVE (RRH-SOUP-IDX) NOT = "Y"
039155         ADD 1 TO RRH-SGRP-NO-HIST (RRH-GROUP-SLOT)
039156         GO TO 4510-FOLD-SOUP-GROUP-EXIT
039157     END-IF.
039158     IF RRH-SRUN-LAST-POP (RRH-SOUP-IDX) > ZERO
039159         ADD 1 TO RRH-SGRP-SURVIVED (RRH-GROUP-SLOT)
039160     END-IF.
039161     ADD RRH-SRUN-LAST-POP (RRH-SOUP-IDX)
039162         TO RRH-SGRP-POP-SUM (RRH-GROUP-SLOT).
039163 4510-FOLD-SOUP-GROUP-EXIT.
039164     EXIT.
039165*
039166 4520-FIND-SOUP-GROUP.
039167     IF RRH-SGRP-RULE (RRH-GROUP-IDX)
039168             = RRH-SRUN-RULE (RRH-SOUP-IDX)
039169        AND RRH-SGRP-DENSITY (RRH-GROUP-IDX)
039170             = RRH-SRUN-DENSITY (RRH-SOUP-IDX)
039171         MOVE RRH-GROUP-IDX TO RRH-GROUP-SLOT
039172     END-IF.
039173 4520-FIND-SOUP-GROUP-EXIT.
039174     EXIT.
039175*
039200*------------------------------------------------------------*
039300*    5000-WRITE-TREND-REPORT -- THE ROSTER, THE SIDE-BY-SIDE   *
039400*    POPULATION CURVES, THE PER-RUN AVERAGES, THE LONGEST RUN  *
039500*    OF EACH PATTERN, AND RANDOM-SOUP SURVIVAL BY RULE AND     *
039550*    DENSITY, AS ONE FLAT PRINT FILE.                          *
039600*------------------------------------------------------------*
039700 5000-WRITE-TREND-REPORT.
039800     OPEN OUTPUT TREND-REPORT-FILE.
039900     IF RRH-TREND-STATUS NOT = "00"
040000         DISPLAY "UNABLE TO OPEN TRENDRPT " RRH-TREND-STATUS
040050         MOVE 12 TO RETURN-CODE
040100         GOBACK
040200     END-IF.
040300     MOVE "CROSS-RUN TREND REPORT" TO TREND-REPORT-RECORD.
040400     WRITE TREND-REPORT-RECORD.
043800         THRU 5500-WRITE-LONGEST-LINE-EXIT
043900         VARYING RRH-PAT-IDX FROM 1 BY 1
044000             UNTIL RRH-PAT-IDX > RRH-PATTERN-COUNT.
044005     MOVE SPACES TO TREND-REPORT-RECORD.
044010     WRITE TREND-REPORT-RECORD.
044015     MOVE "RANDOM-SOUP SURVIVAL BY RULE AND DENSITY"
044020         TO TREND-REPORT-RECORD.
044025     WRITE TREND-REPORT-RECORD.
044030     IF RRH-SOUP-GROUP-COUNT = ZERO
044035         MOVE "NO RANDOM-SOUP RUNS ON THE AUDIT TRAIL"
044040             TO TREND-REPORT-RECORD
044045         WRITE TREND-REPORT-RECORD
044050     END-IF.
044055     PERFORM 5600-WRITE-SOUP-LINE
044060         THRU 5600-WRITE-SOUP-LINE-EXIT
044065         VARYING RRH-GROUP-IDX FROM 1 BY 1
044070             UNTIL RRH-GROUP-IDX > RRH-SOUP-GROUP-COUNT.
044100     CLOSE TREND-REPORT-FILE.
044200 5000-WRITE-TREND-REPORT-EXIT.
044300     EXIT.
052000     WRITE TREND-REPORT-RECORD.
052100 5500-WRITE-LONGEST-LINE-EXIT.
052200     EXIT.
052300*
052400 5600-WRITE-SOUP-LINE.
052500     MOVE RRH-SGRP-RULE (RRH-GROUP-IDX) TO RRH-SOUP-RULE.
052600     MOVE RRH-SGRP-DENSITY (RRH-GROUP-IDX) TO RRH-SOUP-DENSITY.
052700     MOVE RRH-SGRP-LOW-SEED (RRH-GROUP-IDX)
052800         TO RRH-SOUP-LOW-SEED.
052900     MOVE RRH-SGRP-HIGH-SEED (RRH-GROUP-IDX)
053000         TO RRH-SOUP-HIGH-SEED.
053100     MOVE RRH-SGRP-RUNS (RRH-GROUP-IDX) TO RRH-SOUP-RUNS.
053200     MOVE RRH-SGRP-SURVIVED (RRH-GROUP-IDX)
053300         TO RRH-SOUP-SURVIVED.
053400     MOVE RRH-SGRP-NO-HIST (RRH-GROUP-IDX) TO RRH-SOUP-NO-HIST.
053500     COMPUTE RRH-SOUP-WITH-HIST =
053600         RRH-SGRP-RUNS (RRH-GROUP-IDX)
053700         - RRH-SGRP-NO-HIST (RRH-GROUP-IDX).
053800     IF RRH-SOUP-WITH-HIST = ZERO
053900         MOVE ZERO TO RRH-SOUP-RATE
054000         MOVE ZERO TO RRH-SOUP-AVG-POP
054100     ELSE
054200         COMPUTE RRH-RATE-WORK ROUNDED =
054300             RRH-SGRP-SURVIVED (RRH-GROUP-IDX) * 100
054400             / RRH-SOUP-WITH-HIST
054500         MOVE RRH-RATE-WORK TO RRH-SOUP-RATE
054600         COMPUTE RRH-POP-AVG-WORK ROUNDED =
054700             RRH-SGRP-POP-SUM (RRH-GROUP-IDX)
054800             / RRH-SOUP-WITH-HIST
054900         MOVE RRH-POP-AVG-WORK TO RRH-SOUP-AVG-POP
055000     END-IF.
055100     MOVE RRH-SOUP-LINE TO TREND-REPORT-RECORD.
055200     WRITE TREND-REPORT-RECORD.
055300 5600-WRITE-SOUP-LINE-EXIT.
055400     EXIT.
