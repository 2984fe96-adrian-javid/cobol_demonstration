      *****************************************************************
      * PATLIB-HISTORY.
      * RECORD LAYOUT FOR PATLIBHIST, THE CHANGE HISTORY OF THE PATTERN
      * LIBRARY.  EVERY PROGRAM THAT CHANGES PATTERNLIB HAS
      * App_writePatlibHistory APPEND TWO RECORDS PER CHANGE -- THE
      * BEFORE-IMAGE AND THE AFTER-IMAGE OF THE ONE PATTERN CHANGED,
      * BOTH WITH THE SAME TIMESTAMP -- SO ANY EARLIER VERSION OF A
      * PATTERN, OR THE WHOLE LIBRARY AS IT STOOD AT A GIVEN TIME, CAN
      * BE PUT BACK BY App_restorePatternLibrary.  AN IMAGE THAT DID
      * NOT EXIST (THE BEFORE OF AN ADD, THE AFTER OF A DELETE) IS
      * WRITTEN WITH PLHIST-IMAGE-ABSENT AND A BLANK IMAGE.
      *****************************************************************
       01  PLHIST-RECORD.
      *** YYYYMMDD-HHMMSSHH, THE SAME STAMP SYSLOG USES.
           05  PLHIST-TIMESTAMP            PIC X(17).
           05  PLHIST-OPERATOR-ID          PIC X(08).
           05  PLHIST-RUN-ID               PIC X(16).
           05  PLHIST-PROGRAM              PIC X(30).
      *** ADD, UPDATE, DELETE, RENAME (MAINTENANCE SCREEN); SNAPSHOT,
      *** REPLACE ("W" SAVE); IMPORT (RLE); SEED, RESEED (LIBRARY
      *** REBUILD); RESTORE, ROLLBACK (App_restorePatternLibrary).
           05  PLHIST-ACTION               PIC X(08).
           05  PLHIST-IMAGE-KIND           PIC X(01).
               88  PLHIST-IMAGE-BEFORE         VALUE "B".
               88  PLHIST-IMAGE-AFTER          VALUE "A".
           05  PLHIST-IMAGE-FLAG           PIC X(01).
               88  PLHIST-IMAGE-PRESENT        VALUE "Y".
               88  PLHIST-IMAGE-ABSENT         VALUE "N".
           05  PLHIST-PATTERN-NAME         PIC X(20).
      *** THE WHOLE PATLIB-RECORD AS IT STOOD (BEFORE) OR WAS LEFT
      *** (AFTER), BYTE FOR BYTE, UP TO THE END OF THE CELL TABLE.  THE
      *** SHAPE KEY THAT FOLLOWS IT ON THE LIBRARY IS NOT KEPT -- IT IS
      *** WORKED OUT AFRESH FROM THE CELLS WHEN AN IMAGE IS PUT BACK.
           05  PLHIST-IMAGE                PIC X(3031).
           05  PLHIST-IMAGE-SUMMARY REDEFINES PLHIST-IMAGE.
               10  PLHIST-IMAGE-NAME       PIC X(20).
               10  PLHIST-IMAGE-WIDTH      PIC 9(03).
               10  PLHIST-IMAGE-HEIGHT     PIC 9(03).
               10  PLHIST-IMAGE-CELLS      PIC 9(05).
               10  FILLER                  PIC X(3000).
