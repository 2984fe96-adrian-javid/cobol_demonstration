      *** LIMIT STILL SHOW WHOLE.
           05  GRID-VIEW-TOP               PIC 9(03) COMP.
           05  GRID-VIEW-LEFT              PIC 9(03) COMP.
      *** GRID IMAGES FROM THE LIVE RUN -- EVERY GRID-IMAGE-INTERVAL
      *** GENERATIONS (ZERO = NONE) App_exportGridImage WRITES THE
      *** GRID AS A PBM BITMAP OR AS A PGM GRAYMAP SHADED BY CELL AGE.
      *** App_exportJournalImages POSTS THE SAME SWITCH FOR IMAGES
      *** REBUILT FROM A FINISHED RUN'S JOURNAL.
           05  GRID-IMAGE-INTERVAL         PIC 9(03) COMP.
           05  GRID-IMAGE-FORMAT-SWITCH    PIC X(01).
               88  GRID-IMAGE-PBM              VALUE "B".
               88  GRID-IMAGE-PGM              VALUE "G".
      *** A NAMED SCENE FROM THE SCENES FILE -- SEVERAL LIBRARY
      *** PATTERNS AT SET ANCHORS AND ORIENTATIONS -- STAMPED INTO THE
      *** GRID ON THE NEXT App_updateCellGrid CALL, THE WAY
      *** GRID-LOAD-PATTERN-SWITCH WORKS FOR ONE PATTERN.  THE NAME
      *** STAYS SET FOR THE RUN'S AUDIT LINE.
           05  GRID-LOAD-SCENE-SWITCH      PIC X(01).
               88  GRID-LOAD-SCENE-YES         VALUE "Y".
               88  GRID-LOAD-SCENE-NO          VALUE "N".
           05  GRID-SCENE-NAME             PIC X(20).
      *** A RANDOM SOUP -- THE GRID, OR THE RECTANGLE GIVEN BELOW,
      *** FILLED FROM GRID-SOUP-SEED SO THAT ROUGHLY GRID-SOUP-DENSITY
      *** PERCENT OF ITS CELLS START LIVE.  STAMPED ON THE NEXT
      *** App_updateCellGrid CALL AHEAD OF ANY PATTERN OR SCENE LOAD.
      *** THE SAME SEED, GRID SIZE, DENSITY AND RECTANGLE ALWAYS GIVE
      *** THE SAME CELLS.  DENSITY ZERO MEANS NO SOUP; A ZERO HEIGHT
      *** OR WIDTH MEANS THE WHOLE GRID.  SEED AND DENSITY STAY SET
      *** FOR THE RUN'S AUDIT LINE AND JOURNAL HEADER.
           05  GRID-LOAD-SOUP-SWITCH       PIC X(01).
               88  GRID-LOAD-SOUP-YES          VALUE "Y".
               88  GRID-LOAD-SOUP-NO           VALUE "N".
           05  GRID-SOUP-SEED              PIC 9(09).
           05  GRID-SOUP-DENSITY           PIC 9(03).
           05  GRID-SOUP-TOP               PIC 9(03).
           05  GRID-SOUP-LEFT              PIC 9(03).
           05  GRID-SOUP-HEIGHT            PIC 9(03).
           05  GRID-SOUP-WIDTH             PIC 9(03).

      *** LIVE-CELL MATRIX -- '1' = LIVE, '0' = DEAD, INDEXED (ROW COL)
       01  GRID-CELL-TABLE IS EXTERNAL.
           05  GRID-BIRTH-COUNT            PIC 9(06) COMP.
           05  GRID-DEATH-COUNT            PIC 9(06) COMP.

      *** MACHINE USE OF THE RUN IN PROGRESS, FOR THE RUNUSAGE RECORD
      *** WRITTEN BY App_writeRunUsage WHEN THE RUN ENDS.  ZEROED BY
      *** THE DRIVING PROGRAM AT RUN START (PER EXPERIMENT IN A DECK)
      *** AND KEPT BY App_updateCellGrid: GENERATIONS STEPPED, CELLS
      *** PUT ON THE CANDIDATE LIST AND EVALUATED, AND THE HIGHEST
      *** GRID-ACTIVE-COUNT THE RUN REACHED.
       01  GRID-USAGE-COUNTERS IS EXTERNAL.
           05  GRID-USAGE-GENERATIONS      PIC 9(09) COMP.
           05  GRID-USAGE-CANDIDATES       PIC 9(15) COMP.
           05  GRID-USAGE-PEAK-ACTIVE      PIC 9(06) COMP.

      *** THE LAST FORMATION CENSUS TAKEN BY App_censusFormations --
      *** ONE ENTRY PER RECOGNIZED LIBRARY SHAPE WITH ITS COUNT, PLUS
      *** THE LIVE CELLS THAT BELONGED TO NO RECOGNIZED FORMATION.
