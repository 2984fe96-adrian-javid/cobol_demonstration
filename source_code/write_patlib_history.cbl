000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. App_writePatlibHistory.
000300 AUTHOR. Me.
000400 DATE-WRITTEN. 10/15/2026
000500 DATE-COMPILED. 10/15/2026
000600*
000700*    MODIFICATION HISTORY
000800*    --------------------
000900*    10/15/2026  ME   ORIGINAL -- APPENDS THE BEFORE- AND
001000*    10/15/2026  ME   AFTER-IMAGE OF ONE PATTERN LIBRARY CHANGE
001100*    10/15/2026  ME   TO PATLIBHIST.  THE CALLER FILLS
001200*    10/15/2026  ME   PLHREQ-REQUEST; THIS PROGRAM STAMPS BOTH
001300*    10/15/2026  ME   RECORDS WITH ONE TIMESTAMP SO THE PAIR
001400*    10/15/2026  ME   READS BACK AS A SINGLE CHANGE.  LIKE
001500*    10/15/2026  ME   SYSLOG, THE HISTORY MUST NEVER KILL THE
001600*    10/15/2026  ME   CHANGE IT RECORDS: A FILE THAT CANNOT BE
001700*    10/15/2026  ME   OPENED OR WRITTEN IS LOGGED AS A WARNING
001800*    10/15/2026  ME   AND CONTROL RETURNS TO THE CALLER.
001900*
002000 ENVIRONMENT DIVISION.
002100  CONFIGURATION SECTION.
002200   SOURCE-COMPUTER. Linux.
002300   OBJECT-COMPUTER. Linux.
002400  INPUT-OUTPUT SECTION.
002500   FILE-CONTROL.
002600       SELECT PATLIB-HISTORY-FILE ASSIGN TO "PATLIBHIST"
002700           ORGANIZATION IS LINE SEQUENTIAL
002800           FILE STATUS IS WPH-HIST-STATUS.
002900   I-O-CONTROL.
003000*
003100 DATA DIVISION.
003200  FILE SECTION.
003300  FD  PATLIB-HISTORY-FILE.
003400      COPY "patlib_history.cpy".
003500  WORKING-STORAGE SECTION.
003600      COPY "grid_common.cpy".
003700      COPY "patlib_history_request.cpy".
003800*
003900  77  WPH-HIST-STATUS                 PIC X(02) VALUE SPACES.
004000  77  WPH-CURRENT-DATE                PIC 9(08) VALUE ZERO.
004100  77  WPH-CURRENT-TIME                PIC 9(08) VALUE ZERO.
004200  77  WPH-TIMESTAMP                   PIC X(17) VALUE SPACES.
004300*
004400 PROCEDURE DIVISION.
004500*------------------------------------------------------------*
004600*    0000-MAINLINE -- STAMP AND APPEND THE BEFORE-IMAGE, THEN  *
004700*    THE AFTER-IMAGE.                                          *
004800*------------------------------------------------------------*
004900 0000-MAINLINE.
005000     ACCEPT WPH-CURRENT-DATE FROM DATE YYYYMMDD.
005100     ACCEPT WPH-CURRENT-TIME FROM TIME.
005200     MOVE SPACES TO WPH-TIMESTAMP.
005300     STRING WPH-CURRENT-DATE DELIMITED BY SIZE
005400             "-" DELIMITED BY SIZE
005500             WPH-CURRENT-TIME DELIMITED BY SIZE
005600         INTO WPH-TIMESTAMP.
005700     OPEN EXTEND PATLIB-HISTORY-FILE.
005800     IF WPH-HIST-STATUS = "35"
005900         OPEN OUTPUT PATLIB-HISTORY-FILE
006000     END-IF.
006100     IF WPH-HIST-STATUS NOT = "00"
006200         GO TO 0000-HISTORY-FAILED
006300     END-IF.
006400     PERFORM 1000-BUILD-HEADER THRU 1000-BUILD-HEADER-EXIT.
006500     SET PLHIST-IMAGE-BEFORE TO TRUE.
006600     MOVE PLHREQ-BEFORE-FLAG TO PLHIST-IMAGE-FLAG.
006700     IF PLHREQ-BEFORE-PRESENT
006800         MOVE PLHREQ-BEFORE-IMAGE TO PLHIST-IMAGE
006900     END-IF.
007000     WRITE PLHIST-RECORD.
007100     IF WPH-HIST-STATUS NOT = "00"
007200         CLOSE PATLIB-HISTORY-FILE
007300         GO TO 0000-HISTORY-FAILED
007400     END-IF.
007500     PERFORM 1000-BUILD-HEADER THRU 1000-BUILD-HEADER-EXIT.
007600     SET PLHIST-IMAGE-AFTER TO TRUE.
007700     MOVE PLHREQ-AFTER-FLAG TO PLHIST-IMAGE-FLAG.
007800     IF PLHREQ-AFTER-PRESENT
007900         MOVE PLHREQ-AFTER-IMAGE TO PLHIST-IMAGE
008000     END-IF.
008100     WRITE PLHIST-RECORD.
008200     IF WPH-HIST-STATUS NOT = "00"
008300         CLOSE PATLIB-HISTORY-FILE
008400         GO TO 0000-HISTORY-FAILED
008500     END-IF.
008600     CLOSE PATLIB-HISTORY-FILE.
008700     GO TO 0000-MAINLINE-EXIT.
008800 0000-HISTORY-FAILED.
008900     DISPLAY "PATLIBHIST UNAVAILABLE " WPH-HIST-STATUS
009000         " -- " PLHREQ-ACTION " " PLHREQ-PATTERN-NAME.
009100     MOVE "App_writePatlibHistory" TO GRID-LOG-PROGRAM.
009200     SET GRID-LOG-SEV-WARNING TO TRUE.
009300     MOVE SPACES TO GRID-LOG-MESSAGE.
009400     STRING "PATLIBHIST WRITE FAILED " DELIMITED BY SIZE
009500             WPH-HIST-STATUS DELIMITED BY SIZE
009600             " " DELIMITED BY SIZE
009700             PLHREQ-ACTION DELIMITED BY SPACE
009800             " " DELIMITED BY SIZE
009900             PLHREQ-PATTERN-NAME DELIMITED BY SPACE
010000         INTO GRID-LOG-MESSAGE.
010100     CALL "App_writeSystemLog".
010200 0000-MAINLINE-EXIT.
010300     EXIT PROGRAM.
010400*
010500*------------------------------------------------------------*
010600*    1000-BUILD-HEADER -- THE FIELDS BOTH IMAGES SHARE.  THE   *
010700*    IMAGE ITSELF IS LEFT BLANK FOR THE CALLER'S FLAG TO FILL. *
010800*------------------------------------------------------------*
010900 1000-BUILD-HEADER.
011000     MOVE SPACES TO PLHIST-RECORD.
011100     MOVE WPH-TIMESTAMP TO PLHIST-TIMESTAMP.
011200     MOVE PLHREQ-OPERATOR-ID TO PLHIST-OPERATOR-ID.
011300     MOVE PLHREQ-RUN-ID TO PLHIST-RUN-ID.
011400     MOVE PLHREQ-PROGRAM TO PLHIST-PROGRAM.
011500     MOVE PLHREQ-ACTION TO PLHIST-ACTION.
011600     MOVE PLHREQ-PATTERN-NAME TO PLHIST-PATTERN-NAME.
011700 1000-BUILD-HEADER-EXIT.
011800     EXIT.
