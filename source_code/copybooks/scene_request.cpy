      *****************************************************************
      * SCENE-REQUEST.
      * SHARED EXTERNAL REQUEST AREA FOR App_loadScene.  THE CALLER
      * SETS THE FUNCTION AND THE GRID SIZE TO CHECK AGAINST AND
      * CALLS App_loadScene WITH NO USING PHRASE.
      *   CHECK -- VALIDATE THE SCENE GIVEN IN SCNREQ-SCENE (AS KEYED,
      *            NOT YET WRITTEN); THE GRID IS NOT TOUCHED.
      *   STAMP -- READ SCNREQ-SCENE-NAME FROM SCENES, VALIDATE IT,
      *            AND ONLY IF EVERY PLACEMENT PASSES, STAMP IT INTO
      *            GRID-CELL-TABLE.  THE RECORD READ COMES BACK IN
      *            SCNREQ-SCENE EITHER WAY.
      * A PLACEMENT IS REJECTED WHEN ITS PATTERN IS NOT IN THE LIBRARY,
      * ITS ROTATION OR MIRROR IS NOT ONE OF THE ALLOWED VALUES, ANY
      * OF ITS CELLS FALLS OFF THE GRID, OR ANY OF ITS CELLS LANDS ON
      * A CELL AN EARLIER PLACEMENT ALREADY TOOK.  ONE BAD PLACEMENT
      * REJECTS THE WHOLE SCENE.
      *****************************************************************
       01  SCNREQ-REQUEST IS EXTERNAL.
           05  SCNREQ-FUNCTION             PIC X(01).
               88  SCNREQ-FUNC-CHECK           VALUE "C".
               88  SCNREQ-FUNC-STAMP           VALUE "S".
           05  SCNREQ-SCENE-NAME           PIC X(20).
           05  SCNREQ-GRID-WIDTH           PIC 9(03).
           05  SCNREQ-GRID-HEIGHT          PIC 9(03).
      *** A BYTE IMAGE OF SCENE-RECORD.
           05  SCNREQ-SCENE                PIC X(428).
      *** RETURNED BY App_loadScene.
           05  SCNREQ-RESULT-SWITCH        PIC X(01).
               88  SCNREQ-ACCEPTED             VALUE "Y".
               88  SCNREQ-REJECTED             VALUE "N".
      *** THE PLACEMENT THAT FAILED (ZERO WHEN THE SCENE AS A WHOLE
      *** DID), AND WHY.
           05  SCNREQ-BAD-PLACEMENT        PIC 9(02).
           05  SCNREQ-REASON               PIC X(40).
           05  SCNREQ-CELLS-PLACED         PIC 9(06).
