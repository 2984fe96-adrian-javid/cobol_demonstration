      *****************************************************************
      * SHAPE-KEY-REQUEST.
      * SHARED EXTERNAL REQUEST AREA FOR App_computeShapeKey.  THE
      * CALLER MOVES PATLIB-SHAPE TO SKREQ-SHAPE, SETS THE FUNCTION,
      * AND CALLS App_computeShapeKey WITH NO USING PHRASE.
      *   KEY    -- TRIES ALL EIGHT ORIENTATIONS (FOUR ROTATIONS, EACH
      *             PLAIN AND MIRRORED), TAKES THE LOWEST FORM AS THE
      *             CANONICAL ONE, AND RETURNS IT WITH ITS ORIENTATION
      *             AND THE SHAPE KEY BUILT FROM IT.
      *   ORIENT -- RETURNS THE FORM OF THE ONE ORIENTATION GIVEN IN
      *             SKREQ-ORIENTATION.
      * ORIENTATIONS:  0 AS STORED        4 MIRRORED LEFT-RIGHT
      *                1 ROTATED 90 CW    5 MIRRORED ON ANTIDIAGONAL
      *                2 ROTATED 180      6 MIRRORED TOP-BOTTOM
      *                3 ROTATED 90 ACW   7 MIRRORED ON DIAGONAL
      *****************************************************************
       01  SKREQ-REQUEST IS EXTERNAL.
           05  SKREQ-FUNCTION              PIC X(01).
               88  SKREQ-FUNC-KEY              VALUE "K".
               88  SKREQ-FUNC-ORIENT           VALUE "O".
      *** THE SHAPE, LAID OUT EXACTLY AS PATLIB-SHAPE.
           05  SKREQ-SHAPE.
               10  SKREQ-WIDTH             PIC 9(03).
               10  SKREQ-HEIGHT            PIC 9(03).
               10  SKREQ-CELL-COUNT        PIC 9(05).
               10  SKREQ-CELL-ENTRY OCCURS 500 TIMES.
                   15  SKREQ-CELL-ROW-OFFSET
                                           PIC 9(03).
                   15  SKREQ-CELL-COL-OFFSET
                                           PIC 9(03).
      *** GIVEN FOR ORIENT; RETURNED BY KEY AS THE ORIENTATION THAT
      *** GAVE THE CANONICAL FORM.
           05  SKREQ-ORIENTATION           PIC 9(01).
      *** RETURNED: THE FORM -- THE CELLS SHIFTED UP AGAINST ROW AND
      *** COLUMN ZERO AND LISTED IN ROW-THEN-COLUMN ORDER, EACH AS
      *** ROW * 1000 + COLUMN.  ENTRIES PAST THE COUNT ARE ZERO, SO
      *** TWO FORMS CAN BE COMPARED WHOLE.
           05  SKREQ-FORM-HEIGHT           PIC 9(03).
           05  SKREQ-FORM-WIDTH            PIC 9(03).
           05  SKREQ-FORM-COUNT            PIC 9(05).
           05  SKREQ-FORM-TABLE.
               10  SKREQ-FORM-CODE         PIC 9(06) OCCURS 500 TIMES.
      *** RETURNED BY KEY -- LAID OUT EXACTLY AS PATLIB-SHAPE-KEY.
           05  SKREQ-SHAPE-KEY.
               10  SKREQ-KEY-HEIGHT        PIC 9(03).
               10  SKREQ-KEY-WIDTH         PIC 9(03).
               10  SKREQ-KEY-CELLS         PIC 9(05).
               10  SKREQ-KEY-HASH-1        PIC 9(09).
               10  SKREQ-KEY-HASH-2        PIC 9(09).
