      *****************************************************************
      * SCENE.
      * RECORD LAYOUT FOR THE NAMED SCENES FILE -- A STARTING GRID
      * COMPOSED OF SEVERAL PATTERNLIB PATTERNS, EACH AT ITS OWN
      * ANCHOR AND ORIENTATION ("GUN AND EATER", "GLIDER COLLISION"),
      * SO A LAYOUT IS KEYED ONCE AND REPRODUCED EXACTLY AFTERWARD.
      * STAMPED BY App_loadScene FOR App_updateCellGrid (THE "C"
      * KEYBOARD COMMAND, THE SETUP SCREEN, THE "B" AND "P" BATCH
      * PARM CARDS AND THE EXPDECK CARD); MAINTAINED BY
      * App_maintainScenes.  KEYED BY SCENE NAME.
      *****************************************************************
       01  SCENE-RECORD.
           05  SCENE-NAME                  PIC X(20).
           05  SCENE-DESCRIPTION           PIC X(40).
      *** THE GRID THE SCENE WAS LAID OUT FOR.  App_maintainScenes
      *** CHECKS THE PLACEMENTS AGAINST IT; A LOAD CHECKS THEM AGAIN
      *** AGAINST THE GRID OF THE RUN IT IS LOADED INTO.
           05  SCENE-GRID-WIDTH            PIC 9(03).
           05  SCENE-GRID-HEIGHT           PIC 9(03).
           05  SCENE-PLACEMENT-COUNT       PIC 9(02).
      *** ONE LIBRARY PATTERN PER PLACEMENT.  THE ANCHOR IS THE GRID
      *** ROW AND COLUMN OF THE TOP-LEFT CORNER OF THE PLACED
      *** PATTERN'S LIVE CELLS, AFTER IT HAS BEEN TURNED.  ROTATION
      *** IS CLOCKWISE IN DEGREES (000, 090, 180, 270); A MIRRORED
      *** PATTERN ("Y") IS FLIPPED LEFT-RIGHT BEFORE IT IS ROTATED.
           05  SCENE-PLACEMENT OCCURS 12 TIMES.
               10  SCENE-PL-PATTERN-NAME   PIC X(20).
               10  SCENE-PL-ANCHOR-ROW     PIC 9(03).
               10  SCENE-PL-ANCHOR-COL     PIC 9(03).
               10  SCENE-PL-ROTATION       PIC 9(03).
               10  SCENE-PL-MIRROR         PIC X(01).
