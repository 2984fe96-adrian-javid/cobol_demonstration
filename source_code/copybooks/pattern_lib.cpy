      * PATTERN-LIB.
      * RECORD LAYOUT FOR THE NAMED STARTING-PATTERN LIBRARY (GLIDER,
      * PULSAR, AND SO ON) LOADED BY App_updateCellGrid IN RESPONSE TO
      * THE "L" KEYBOARD COMMAND.  KEYED BY PATTERN NAME, WITH THE
      * CANONICAL SHAPE KEY AS AN ALTERNATE KEY (DUPLICATES ALLOWED)
      * SO A SHAPE CAN BE LOOKED UP BY SHAPE AS WELL AS BY NAME.
      *****************************************************************
       01  PATLIB-RECORD.
           05  PATLIB-PATTERN-NAME         PIC X(20).
      *** THE SHAPE ITSELF -- LAID OUT THE SAME AS SKREQ-SHAPE SO THE
      *** WHOLE GROUP CAN BE HANDED TO App_computeShapeKey.
           05  PATLIB-SHAPE.
               10  PATLIB-WIDTH            PIC 9(03).
               10  PATLIB-HEIGHT           PIC 9(03).
               10  PATLIB-CELL-COUNT       PIC 9(05).
               10  PATLIB-CELL-ENTRY OCCURS 500 TIMES.
                   15  PATLIB-CELL-ROW-OFFSET
                                           PIC 9(03).
                   15  PATLIB-CELL-COL-OFFSET
                                           PIC 9(03).
      *** THE CANONICAL SHAPE KEY -- THE SAME FOR EVERY ROTATION,
      *** REFLECTION AND TRANSLATION OF THE SAME CELLS.  SET BY
      *** App_computeShapeKey BEFORE EVERY WRITE OR REWRITE; REFRESHED
      *** FOR THE WHOLE LIBRARY BY App_findDuplicateShapes.  THE SIZE
      *** AND CELL COUNT ARE THOSE OF THE CANONICAL FORM, AND THE TWO
      *** HASHES ARE TAKEN OVER ITS CELL LIST.
           05  PATLIB-SHAPE-KEY.
               10  PATLIB-SHAPE-HEIGHT     PIC 9(03).
               10  PATLIB-SHAPE-WIDTH      PIC 9(03).
               10  PATLIB-SHAPE-CELLS      PIC 9(05).
               10  PATLIB-SHAPE-HASH-1     PIC 9(09).
               10  PATLIB-SHAPE-HASH-2     PIC 9(09).
