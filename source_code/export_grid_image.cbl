000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. App_exportGridImage.
000300  AUTHOR. Me.
000400  DATE-WRITTEN. 10/15/2026
000500  DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- WRITES THE GRID AS IT STANDS AS
001000*    10/15/2026  ME   A STANDARD PORTABLE IMAGE FILE THAT CAN GO
001100*    10/15/2026  ME   STRAIGHT INTO A REPORT OR A SLIDE: A PBM
001200*    10/15/2026  ME   BITMAP (LIVE CELLS BLACK, DEAD CELLS WHITE),
001300*    10/15/2026  ME   OR A PGM GRAYMAP SHADED BY CELL AGE IN THE
001400*    10/15/2026  ME   SAME FOUR BANDS App_drawCellGrid USES ON THE
001500*    10/15/2026  ME   CANVAS, THE OLDEST CELLS DARKEST.  ONE CELL
001600*    10/15/2026  ME   IS ONE PIXEL, SO A 500X500 FIELD THAT THE
001700*    10/15/2026  ME   100X100 CANVAS WINDOW CANNOT SHOW COMES OUT
001800*    10/15/2026  ME   WHOLE.  EACH IMAGE GOES TO ITS OWN RUN-ID-
001900*    10/15/2026  ME   AND GENERATION-QUALIFIED FILE.  CALLED BY
002000*    10/15/2026  ME   App_mainLoop EVERY GRID-IMAGE-INTERVAL
002100*    10/15/2026  ME   GENERATIONS, AND BY App_exportJournalImages
002200*    10/15/2026  ME   FOR EACH GENERATION IT REBUILDS FROM A
002300*    10/15/2026  ME   FINISHED RUN'S JOURNAL.  THE CALLER POSTS
002400*    10/15/2026  ME   GRID-GENERATION AND GRID-IMAGE-FORMAT-
002500*    10/15/2026  ME   SWITCH.  LIKE THE CSV EXPORT, A FILE THAT
002600*    10/15/2026  ME   WILL NOT OPEN IS LOGGED, THE IMAGE IS
002700*    10/15/2026  ME   SKIPPED AND THE RUN-LEVEL WARNING SWITCH IS
002800*    10/15/2026  ME   POSTED -- AN IMAGE IS NEVER WORTH A RUN.
002900*
003000*    THE FILES ARE THE PLAIN (ASCII) NETPBM FORMS, "P1" AND "P2",
003100*    SO THEY ARE ORDINARY TEXT LINES AND NO LINE RUNS PAST 70
003200*    CHARACTERS.  A GRID ROW THAT WILL NOT FIT ONE LINE CARRIES ON
003300*    TO THE NEXT; EVERY GRID ROW STARTS A NEW LINE.
003400*
003500 ENVIRONMENT DIVISION.
003600  CONFIGURATION SECTION.
003700   SOURCE-COMPUTER. Linux.
003800   OBJECT-COMPUTER. Linux.
003900  INPUT-OUTPUT SECTION.
004000   FILE-CONTROL.
004100       SELECT IMAGE-EXPORT-FILE
004200           ASSIGN TO DYNAMIC EGI-IMAGE-FILENAME
004300           ORGANIZATION IS LINE SEQUENTIAL
004400           FILE STATUS IS EGI-IMAGE-STATUS.
004500   I-O-CONTROL.
004600*
004700 DATA DIVISION.
004800  FILE SECTION.
004900  FD  IMAGE-EXPORT-FILE.
005000  01  IMAGE-EXPORT-RECORD              PIC X(70).
005100  WORKING-STORAGE SECTION.
005200      COPY "grid_common.cpy".
005300*
005400  77  EGI-ROW                          PIC 9(03) COMP VALUE ZERO.
005500  77  EGI-COL                          PIC 9(03) COMP VALUE ZERO.
005600  77  EGI-POINTER                      PIC 9(03) COMP VALUE 1.
005700  77  EGI-IMAGE-STATUS                 PIC X(02) VALUE SPACES.
005800  77  EGI-IMAGE-FILENAME               PIC X(40) VALUE SPACES.
005900  77  EGI-GENERATION-OUT               PIC 9(09) VALUE ZERO.
006000  77  EGI-EXTENSION                    PIC X(04) VALUE SPACES.
006100  77  EGI-MAGIC                        PIC X(02) VALUE SPACES.
006200*** ONE PIXEL VALUE, WRITTEN DELIMITED BY SPACE SO "0" AND "64"
006300*** TAKE NO MORE ROOM THAN THEY NEED.
006400  77  EGI-PIXEL                        PIC X(03) VALUE SPACES.
006500*
006600*** PGM GRAY LEVELS, MAXIMUM 255 (WHITE).  DEAD CELLS ARE WHITE
006700*** AND EACH OLDER AGE BAND IS DARKER, THE SAME BANDS AS THE
006800*** CANVAS "+" (AGE 0-1), "*" (2-4), "O" (5-9) AND "#" (10 UP).
006900  77  EGI-GRAY-DEAD                    PIC X(03) VALUE "255".
007000  77  EGI-GRAY-NEW                     PIC X(03) VALUE "192".
007100  77  EGI-GRAY-YOUNG                   PIC X(03) VALUE "128".
007200  77  EGI-GRAY-MATURE                  PIC X(03) VALUE "64".
007300  77  EGI-GRAY-OLD                     PIC X(03) VALUE "0".
007400*
007500*** HEADER NUMBERS, EDITED AND THEN STRIPPED OF THEIR LEADING
007600*** SPACES.
007700  77  EGI-NUMBER-OUT                   PIC ZZZZZZZZ9 VALUE SPACES.
007800  77  EGI-NUMBER-OUT-2                 PIC ZZZZZZZZ9 VALUE SPACES.
007900  77  EGI-LEADING                      PIC 9(02) COMP VALUE ZERO.
008000  77  EGI-LEADING-2                    PIC 9(02) COMP VALUE ZERO.
008100*
008200 PROCEDURE DIVISION.
008300*------------------------------------------------------------*
008400*    0000-MAINLINE -- NAME THE FILE FOR THE RUN, GENERATION    *
008500*    AND FORMAT, WRITE THE HEADER, THEN ONE PIXEL PER CELL,    *
008600*    ROW BY ROW.                                               *
008700*------------------------------------------------------------*
008800 0000-MAINLINE.
008900     IF GRID-IMAGE-PGM
009000         MOVE ".pgm" TO EGI-EXTENSION
009100         MOVE "P2" TO EGI-MAGIC
009200     ELSE
009300         MOVE ".pbm" TO EGI-EXTENSION
009400         MOVE "P1" TO EGI-MAGIC
009500     END-IF.
009600     MOVE GRID-GENERATION TO EGI-GENERATION-OUT.
009700     MOVE SPACES TO EGI-IMAGE-FILENAME.
009800     STRING "GRIDIMG-" DELIMITED BY SIZE
009900             GRID-RUN-ID DELIMITED BY SPACE
010000             "-" DELIMITED BY SIZE
010100             EGI-GENERATION-OUT DELIMITED BY SIZE
010200             EGI-EXTENSION DELIMITED BY SIZE
010300         INTO EGI-IMAGE-FILENAME.
010400     OPEN OUTPUT IMAGE-EXPORT-FILE.
010500     IF EGI-IMAGE-STATUS NOT = "00"
010600         MOVE "App_exportGridImage" TO GRID-LOG-PROGRAM
010700         SET GRID-LOG-SEV-WARNING TO TRUE
010800         MOVE SPACES TO GRID-LOG-MESSAGE
010900         STRING "GRIDIMG OPEN FAILED " DELIMITED BY SIZE
011000                 EGI-IMAGE-STATUS DELIMITED BY SIZE
011100                 " -- IMAGE SKIPPED, GEN " DELIMITED BY SIZE
011200                 EGI-GENERATION-OUT DELIMITED BY SIZE
011300             INTO GRID-LOG-MESSAGE
011400         CALL "App_writeSystemLog"
011500         SET GRID-WARNING-YES TO TRUE
011600         GO TO 0000-MAINLINE-EXIT
011700     END-IF.
011800     PERFORM 1000-WRITE-HEADER THRU 1000-WRITE-HEADER-EXIT.
011900     PERFORM 2000-WRITE-IMAGE-ROW THRU 2000-WRITE-IMAGE-ROW-EXIT
012000         VARYING EGI-ROW FROM 1 BY 1 UNTIL EGI-ROW > GRID-HEIGHT.
012100     CLOSE IMAGE-EXPORT-FILE.
012200 0000-MAINLINE-EXIT.
012300     EXIT PROGRAM.
012400*
012500*------------------------------------------------------------*
012600*    1000-WRITE-HEADER -- THE MAGIC NUMBER, A COMMENT LINE     *
012700*    NAMING THE RUN AND GENERATION, THE WIDTH AND HEIGHT, AND  *
012800*    FOR A GRAYMAP THE MAXIMUM GRAY VALUE.                     *
012900*------------------------------------------------------------*
013000 1000-WRITE-HEADER.
013100     MOVE SPACES TO IMAGE-EXPORT-RECORD.
013200     MOVE EGI-MAGIC TO IMAGE-EXPORT-RECORD.
013300     WRITE IMAGE-EXPORT-RECORD.
013400     MOVE GRID-GENERATION TO EGI-NUMBER-OUT.
013500     MOVE ZERO TO EGI-LEADING.
013600     INSPECT EGI-NUMBER-OUT
013700         TALLYING EGI-LEADING FOR LEADING SPACES.
013800     MOVE SPACES TO IMAGE-EXPORT-RECORD.
013900     MOVE 1 TO EGI-POINTER.
014000     STRING "# RUN " DELIMITED BY SIZE
014100             GRID-RUN-ID DELIMITED BY SPACE
014200             " GENERATION " DELIMITED BY SIZE
014300             EGI-NUMBER-OUT (EGI-LEADING + 1:) DELIMITED BY SIZE
014400         INTO IMAGE-EXPORT-RECORD WITH POINTER EGI-POINTER.
014500     IF GRID-RULE-NAME NOT = SPACES
014600         STRING " RULE " DELIMITED BY SIZE
014700                 GRID-RULE-NAME DELIMITED BY SPACE
014800             INTO IMAGE-EXPORT-RECORD WITH POINTER EGI-POINTER
014900     END-IF.
015000     WRITE IMAGE-EXPORT-RECORD.
015100     MOVE GRID-WIDTH TO EGI-NUMBER-OUT.
015200     MOVE GRID-HEIGHT TO EGI-NUMBER-OUT-2.
015300     MOVE ZERO TO EGI-LEADING.
015400     MOVE ZERO TO EGI-LEADING-2.
015500     INSPECT EGI-NUMBER-OUT
015600         TALLYING EGI-LEADING FOR LEADING SPACES.
015700     INSPECT EGI-NUMBER-OUT-2
015800         TALLYING EGI-LEADING-2 FOR LEADING SPACES.
015900     MOVE SPACES TO IMAGE-EXPORT-RECORD.
016000     STRING EGI-NUMBER-OUT (EGI-LEADING + 1:) DELIMITED BY SIZE
016100             " " DELIMITED BY SIZE
016200             EGI-NUMBER-OUT-2 (EGI-LEADING-2 + 1:)
016300                 DELIMITED BY SIZE
016400         INTO IMAGE-EXPORT-RECORD.
016500     WRITE IMAGE-EXPORT-RECORD.
016600     IF GRID-IMAGE-PGM
016700         MOVE SPACES TO IMAGE-EXPORT-RECORD
016800         MOVE EGI-GRAY-DEAD TO IMAGE-EXPORT-RECORD
016900         WRITE IMAGE-EXPORT-RECORD
017000     END-IF.
017100 1000-WRITE-HEADER-EXIT.
017200     EXIT.
017300*
017400*------------------------------------------------------------*
017500*    2000-WRITE-IMAGE-ROW -- ONE GRID ROW OF PIXELS, FLUSHING  *
017600*    A LINE WHENEVER THE NEXT PIXEL MIGHT RUN IT PAST 70.      *
017700*------------------------------------------------------------*
017800 2000-WRITE-IMAGE-ROW.
017900     MOVE SPACES TO IMAGE-EXPORT-RECORD.
018000     MOVE 1 TO EGI-POINTER.
018100     PERFORM 2100-APPEND-PIXEL THRU 2100-APPEND-PIXEL-EXIT
018200         VARYING EGI-COL FROM 1 BY 1 UNTIL EGI-COL > GRID-WIDTH.
018300     IF EGI-POINTER > 1
018400         WRITE IMAGE-EXPORT-RECORD
018500     END-IF.
018600 2000-WRITE-IMAGE-ROW-EXIT.
018700     EXIT.
018800*
018900 2100-APPEND-PIXEL.
019000     IF EGI-POINTER > 66
019100         WRITE IMAGE-EXPORT-RECORD
019200         MOVE SPACES TO IMAGE-EXPORT-RECORD
019300         MOVE 1 TO EGI-POINTER
019400     END-IF.
019500     IF GRID-IMAGE-PGM
019600         PERFORM 2200-SHADE-CELL THRU 2200-SHADE-CELL-EXIT
019700     ELSE
019800         IF GRID-CELL-STATE (EGI-ROW EGI-COL) = "1"
019900             MOVE "1" TO EGI-PIXEL
020000         ELSE
020100             MOVE "0" TO EGI-PIXEL
020200         END-IF
020300     END-IF.
020400     IF EGI-POINTER > 1
020500         STRING " " DELIMITED BY SIZE
020600             INTO IMAGE-EXPORT-RECORD WITH POINTER EGI-POINTER
020700     END-IF.
020800     STRING EGI-PIXEL DELIMITED BY SPACE
020900         INTO IMAGE-EXPORT-RECORD WITH POINTER EGI-POINTER.
021000 2100-APPEND-PIXEL-EXIT.
021100     EXIT.
021200*
021300*------------------------------------------------------------*
021400*    2200-SHADE-CELL -- THE GRAY LEVEL FOR ONE CELL, BY THE    *
021500*    App_drawCellGrid AGE BANDS.                               *
021600*------------------------------------------------------------*
021700 2200-SHADE-CELL.
021800     IF GRID-CELL-STATE (EGI-ROW EGI-COL) NOT = "1"
021900         MOVE EGI-GRAY-DEAD TO EGI-PIXEL
022000         GO TO 2200-SHADE-CELL-EXIT
022100     END-IF.
022200     EVALUATE GRID-CELL-AGE (EGI-ROW EGI-COL)
022300         WHEN 0 THRU 1
022400             MOVE EGI-GRAY-NEW TO EGI-PIXEL
022500         WHEN 2 THRU 4
022600             MOVE EGI-GRAY-YOUNG TO EGI-PIXEL
022700         WHEN 5 THRU 9
022800             MOVE EGI-GRAY-MATURE TO EGI-PIXEL
022900         WHEN OTHER
023000             MOVE EGI-GRAY-OLD TO EGI-PIXEL
023100     END-EVALUATE.
023200 2200-SHADE-CELL-EXIT.
023300     EXIT.
