002930*    09/02/2026  ME   BAD CELL COUNT ALREADY WAS, SO A CORRUPT
002940*    09/02/2026  ME   LIBRARY RECORD CANNOT POISON THE CACHE
002950*    09/02/2026  ME   INSIDE THE PER-TICK CALL CHAIN.
002962*    10/15/2026  ME   PATTERNLIB NOW CARRIES THE CANONICAL SHAPE
002974*    10/15/2026  ME   KEY AS AN ALTERNATE KEY; DECLARED HERE TO
002986*    10/15/2026  ME   MATCH THE FILE.
003000*
003100 ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003800           ORGANIZATION IS INDEXED
003900           ACCESS MODE IS DYNAMIC
004000           RECORD KEY IS PATLIB-PATTERN-NAME
004033           ALTERNATE RECORD KEY IS PATLIB-SHAPE-KEY
004066               WITH DUPLICATES
004100           FILE STATUS IS CNF-PATLIB-STATUS.
004200   I-O-CONTROL.
004300*
