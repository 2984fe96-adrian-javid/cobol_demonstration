002440*    09/02/2026  ME   EACH OTHER'S JOURNALS, AND IT IS DELETED
002450*    09/02/2026  ME   AFTER THE REWRITE SO IT NEVER BECOMES A
002460*    09/02/2026  ME   STALE WORK FILE OF ITS OWN.
002465*    10/15/2026  ME   THE JOURNAL RECORD IS READ OUT TO THE
002470*    10/15/2026  ME   RANDOM-SOUP SEED AND DENSITY NOW ON THE "H"
002475*    10/15/2026  ME   HEADER, SO THE LONGER LINE DOES NOT SPLIT.
002480*    10/15/2026  ME   THE WORK RECORD IS WIDENED TO MATCH, SO A
002485*    10/15/2026  ME   REWIND KEEPS THEM.
002500*
002600 ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
004900      05  JRNL-ROW                    PIC 9(03).
005000      05  FILLER                      PIC X(01).
005100      05  JRNL-COL                    PIC 9(03).
005110*** THE "H" HEADER OF A RUN STARTED FROM A RANDOM SOUP ALSO
005120*** CARRIES ITS SOUP SEED AND DENSITY AFTER THE GRID HEIGHT.
005130      05  FILLER                      PIC X(01).
005140      05  JRNL-SOUP-SEED              PIC 9(09).
005150      05  FILLER                      PIC X(01).
005160      05  JRNL-SOUP-DENSITY           PIC 9(03).
005200  FD  JOURNAL-WORK-FILE.
005300  01  JRNL-WORK-RECORD                PIC X(33).
005400  WORKING-STORAGE SECTION.
005500      COPY "grid_common.cpy".
005600*
