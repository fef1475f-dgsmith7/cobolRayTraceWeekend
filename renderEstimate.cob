      *>****************************************************************
      *> RENDER-ESTIMATE - Pre-flight Render Time Estimator            *
      *> Reads a scene file and the RAY-TRACER runtime parameter       *
      *> string a job would be launched with - without rendering - and *
      *> predicts the rays it will cast, its elapsed time and its      *
      *> finish time from the pace past runs actually achieved in      *
      *> render_report.dat, so a 4K 500-sample job that cannot fit the *
      *> overnight window is caught before it is queued, not by the    *
      *> day shift. JOB-QUEUE runs it job by job for its batch plan    *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDER-ESTIMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The scene file the job would stage over scene.dat
           SELECT SCENE-FILE ASSIGN DYNAMIC ESTIMATE-SCENE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCENE-FILE-STATUS.

      *> The mesh scene file an INSTANCE record expands - counted the
      *> way the renderer adds its triangles to the world
           SELECT MESH-FILE ASSIGN DYNAMIC MESH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MESH-FILE-STATUS.

      *> The raw audit file the renderer appends one record per run to
           SELECT AUDIT-FILE ASSIGN TO "render_report.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      *> The estimate for the scene and parameters just examined,
      *> rewritten every run - JOB-QUEUE reads it back after each
      *> launch when it builds a batch plan
           SELECT ESTIMATE-FILE ASSIGN TO "render_estimate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTIMATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same fixed-width SCENE-RECORD layout the renderer reads -
      *> only the object type and the mesh file name matter here
       FD  SCENE-FILE.
       01  SCENE-RECORD            PIC X(270).

       FD  MESH-FILE.
       01  MESH-RECORD             PIC X(270).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(152).

      *> One estimate: what was examined, what it comes to, and how
      *> much history the pace figure rests on
       FD  ESTIMATE-FILE.
       01  ESTIMATE-RECORD.
           05  EST-SCENE-FILE      PIC X(40).
           05  EST-HITTABLE-COUNT  PIC 9(5).
           05  EST-IMAGE-WIDTH     PIC 9(5).
           05  EST-RENDER-ROWS     PIC 9(5).      *> Band rows on a band job
           05  EST-SAMPLES         PIC 9(3).
           05  EST-FRAMES          PIC 9(3).
           05  EST-RAYS            PIC 9(15).
           05  EST-RAYS-PER-SEC    PIC 9(9).
           05  EST-ELAPSED-SECS    PIC 9(9).
           05  EST-BASIS           PIC X(8).      *> SIMILAR/ALLRUNS/DEFAULT
           05  EST-BASIS-RUNS      PIC 9(4).
           05  EST-MADE-STAMP      PIC X(14).     *> YYYYMMDDHHMMSS
           05  EST-FINISH-STAMP    PIC X(14).     *> If started now

       WORKING-STORAGE SECTION.
       01  ESTIMATE-FILE-VARS.
           05  ESTIMATE-SCENE-FILENAME PIC X(40) VALUE "scene.dat".
           05  MESH-FILENAME       PIC X(20) VALUE SPACES.
           05  SCENE-FILE-STATUS   PIC X(02) VALUE "00".
           05  MESH-FILE-STATUS    PIC X(02) VALUE "00".
           05  AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
           05  ESTIMATE-FILE-STATUS PIC X(02) VALUE "00".
           05  SCENE-EOF-SWITCH    PIC 9 VALUE 0.
           05  MESH-EOF-SWITCH     PIC 9 VALUE 0.
           05  AUDIT-EOF-SWITCH    PIC 9 VALUE 0.

      *> Command line: SCENE-FILE followed by the job's RAY-TRACER
      *> runtime parameter tokens exactly as the job would pass them
      *> (WIDTH SAMPLES ASPECT FORMAT FRAMES DELTA BAND-START BAND-END
      *> SEED AUX EXPOSURE GAMMA ROLLOFF NOISE PROJECT-CODE SHUTTER
      *> PROJECTION EYE-SEPARATION STEREO-LAYOUT). Tokens are honored
      *> the way the renderer honors them - a token left off or
      *> non-numeric leaves the renderer's default in place. The tone,
      *> noise, project and shutter tokens do not change the ray count
      *> and are only read past
       01  ESTIMATE-PARM-VARS.
           05  ESTIMATE-PARM-LINE  PIC X(200) VALUE SPACES.
           05  ESTIMATE-PARM-SCENE PIC X(40) VALUE SPACES.
           05  ESTIMATE-PARM-WIDTH-STR   PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-SAMPLES-STR PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-ASPECT-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-FORMAT-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-FRAMES-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-DELTA-STR   PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-BSTART-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-BEND-STR    PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-SEED-STR    PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-AUX-STR     PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-EXPOSE-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-GAMMA-STR   PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-ROLL-STR    PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-NOISE-STR   PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-PROJ-STR    PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-SHUTTER-STR PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-LENS-STR    PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-EYESEP-STR  PIC X(10) VALUE SPACES.
           05  ESTIMATE-PARM-STEREO-STR  PIC X(10) VALUE SPACES.

      *> The render the parameters describe, defaulted exactly as
      *> RAY-TRACER's CAMERA-SET-DEFAULTS defaults it. MAX-DEPTH has
      *> no runtime token and stays at the renderer's compiled value
       01  ESTIMATE-RENDER-VARS.
           05  ESTIMATE-WIDTH      PIC 9(5) VALUE 400.
           05  ESTIMATE-HEIGHT     PIC 9(5) VALUE 0.
           05  ESTIMATE-ASPECT     PIC 9(2)V9(6) VALUE 1.777777.
           05  ESTIMATE-SAMPLES    PIC 9(3) VALUE 100.
           05  ESTIMATE-MAX-DEPTH  PIC 9(3) VALUE 50.
           05  ESTIMATE-FRAMES     PIC 9(3) VALUE 1.
           05  ESTIMATE-BAND-MODE  PIC 9 VALUE 0.
           05  ESTIMATE-BAND-START PIC 9(5) VALUE 0.
           05  ESTIMATE-BAND-END   PIC 9(5) VALUE 0.
           05  ESTIMATE-ROWS       PIC 9(5) VALUE 0.
           05  ESTIMATE-AUX-MODE   PIC 9 VALUE 0.
           05  ESTIMATE-STEREO     PIC X(4) VALUE SPACES.  *> PAIR or OU

      *> Scene size, counted the way WORLD-SETUP builds the world:
      *> one hittable per object record, one per triangle of each
      *> INSTANCE's mesh file, nothing for a BACKGROUND record
       01  ESTIMATE-SCENE-VARS.
           05  SCENE-BUFFER        PIC X(270).
           05  SCENE-FIELDS REDEFINES SCENE-BUFFER.
               10  SCN-OBJ-TYPE    PIC X(10).
               10  FILLER          PIC X(231).
               10  SCN-MESH-FILE   PIC X(20).
               10  FILLER          PIC X(9).
           05  MESH-BUFFER         PIC X(270).
           05  MESH-FIELDS REDEFINES MESH-BUFFER.
               10  MSH-OBJ-TYPE    PIC X(10).
               10  FILLER          PIC X(260).
           05  ESTIMATE-HITTABLES  PIC 9(5) VALUE 0.
           05  MESH-MISSING-COUNT  PIC 9(3) VALUE 0.

      *> One raw audit record, with the renderer's REPORT-RECORD
      *> layout laid over it once the numeric fields check out - the
      *> same edit RENDER-REPORT applies
       01  AUDIT-CHECK-BUFFER      PIC X(152).
       01  AUDIT-CHECK-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  AUD-IMAGE-WIDTH     PIC 9(5).
           05  AUD-IMAGE-HEIGHT    PIC 9(5).
           05  AUD-ASPECT-RATIO    PIC 9V9(6).
           05  AUD-SAMPLES         PIC 9(3).
           05  AUD-MAX-DEPTH       PIC 9(3).
           05  AUD-HITTABLE-COUNT  PIC 9(4).
           05  AUD-TOTAL-RAYS      PIC 9(12).
           05  AUD-START-STAMP     PIC X(21).
           05  AUD-START-DETAIL REDEFINES AUD-START-STAMP.
               10  AUD-START-DATE  PIC 9(8).
               10  AUD-START-HH    PIC 9(2).
               10  AUD-START-MM    PIC 9(2).
               10  AUD-START-SS    PIC 9(2).
               10  AUD-START-HUND  PIC 9(2).
               10  FILLER          PIC X(5).
           05  AUD-END-STAMP       PIC X(21).
           05  AUD-END-DETAIL REDEFINES AUD-END-STAMP.
               10  AUD-END-DATE    PIC 9(8).
               10  AUD-END-HH      PIC 9(2).
               10  AUD-END-MM      PIC 9(2).
               10  AUD-END-SS      PIC 9(2).
               10  AUD-END-HUND    PIC 9(2).
               10  FILLER          PIC X(5).
           05  AUD-OUTPUT-FORMAT   PIC X(2).
           05  AUD-FRAME-NUMBER    PIC 9(3).
           05  FILLER              PIC X(66).

      *> The same record as written before the dimension fields were
      *> widened to five digits
       01  AUDIT-OLD-BUFFER        PIC X(152).
       01  AUDIT-OLD-FIELDS REDEFINES AUDIT-OLD-BUFFER.
           05  OAUD-IMAGE-WIDTH    PIC 9(3).
           05  OAUD-IMAGE-HEIGHT   PIC 9(3).
           05  OAUD-ASPECT-RATIO   PIC 9V9(6).
           05  OAUD-SAMPLES        PIC 9(3).
           05  OAUD-MAX-DEPTH      PIC 9(3).
           05  OAUD-HITTABLE-COUNT PIC 9(4).
           05  OAUD-TOTAL-RAYS     PIC 9(9).
           05  OAUD-START-STAMP    PIC X(21).
           05  OAUD-END-STAMP      PIC X(21).
           05  OAUD-OUTPUT-FORMAT  PIC X(2).
           05  OAUD-FRAME-NUMBER   PIC 9(3).
           05  FILLER              PIC X(73).

      *> History accumulators. Runs whose hittable count is within a
      *> factor of two of this scene's are "similar" and set the
      *> pace; every readable run is kept as a fallback basis
       01  ESTIMATE-HISTORY-VARS.
           05  AUDIT-RECORD-OK     PIC 9.
           05  AUDIT-CHAR-INDEX    PIC 9(2).
           05  AUDIT-READ-COUNT    PIC 9(5) VALUE 0.
           05  AUDIT-SKIPPED-COUNT PIC 9(5) VALUE 0.
           05  SIMILAR-LOW         PIC 9(5) VALUE 0.
           05  SIMILAR-HIGH        PIC 9(6) VALUE 0.
           05  SIMILAR-RUNS        PIC 9(4) VALUE 0.
           05  SIMILAR-RAYS        PIC 9(15) COMP-3 VALUE 0.
           05  SIMILAR-ELAPSED     PIC 9(9)V99 COMP-3 VALUE 0.
           05  SIMILAR-SAMPLES     PIC 9(15) COMP-3 VALUE 0.
           05  ALL-RUNS            PIC 9(4) VALUE 0.
           05  ALL-RAYS            PIC 9(15) COMP-3 VALUE 0.
           05  ALL-ELAPSED         PIC 9(9)V99 COMP-3 VALUE 0.
           05  ALL-SAMPLES         PIC 9(15) COMP-3 VALUE 0.
           05  RUN-PIXEL-SAMPLES   PIC 9(15) COMP-3 VALUE 0.
           05  RUN-ELAPSED-SECS    PIC 9(7)V99 COMP-3 VALUE 0.
           05  START-INTEGER       PIC 9(8) COMP-3.
           05  END-INTEGER         PIC 9(8) COMP-3.
           05  START-SECONDS       PIC 9(12)V99 COMP-3.
           05  END-SECONDS         PIC 9(12)V99 COMP-3.

      *> The estimate itself. Rays per pixel sample carries the
      *> scene's bounce behavior (glass and mirrors bounce, a matte
      *> floor under open sky mostly does not); it can never exceed
      *> MAX-DEPTH + 1 - the renderer counts the depth-exhausted call.
      *> With no history at all the planning defaults below stand in
       01  ESTIMATE-WORK-VARS.
           05  DEFAULT-RAYS-PER-SEC    PIC 9(9) VALUE 20000.
           05  DEFAULT-RAYS-PER-SAMPLE PIC 9(3)V9(4) VALUE 3.
           05  RAYS-PER-SEC        PIC 9(9) COMP-3 VALUE 0.
           05  RAYS-PER-SAMPLE     PIC 9(3)V9(4) COMP-3 VALUE 0.
           05  RAYS-PER-SAMPLE-CAP PIC 9(3)V9(4) COMP-3 VALUE 0.
           05  PIXEL-SAMPLES       PIC 9(15) COMP-3 VALUE 0.
           05  PREDICTED-RAYS      PIC 9(15) COMP-3 VALUE 0.
           05  PREDICTED-SECS      PIC 9(9) COMP-3 VALUE 0.
           05  ESTIMATE-BASIS      PIC X(8) VALUE SPACES.
           05  ESTIMATE-BASIS-RUNS PIC 9(4) VALUE 0.
           05  NOW-STAMP           PIC X(14).
           05  NOW-DETAIL REDEFINES NOW-STAMP.
               10  NOW-DATE        PIC 9(8).
               10  NOW-HH          PIC 9(2).
               10  NOW-MM          PIC 9(2).
               10  NOW-SS          PIC 9(2).
           05  NOW-SECONDS         PIC 9(12) COMP-3.
           05  FINISH-SECONDS      PIC 9(12) COMP-3.
           05  FINISH-INTEGER      PIC 9(8) COMP-3.
           05  FINISH-REMAIN       PIC 9(5) COMP-3.
           05  FINISH-STAMP.
               10  FINISH-DATE     PIC 9(8).
               10  FINISH-HH       PIC 9(2).
               10  FINISH-MM       PIC 9(2).
               10  FINISH-SS       PIC 9(2).
           05  ELAPSED-HH          PIC 9(5).
           05  ELAPSED-MM          PIC 9(2).
           05  ELAPSED-SS          PIC 9(2).

      *> Display formatting fields
       01  ESTIMATE-DISPLAY-VARS.
           05  DSP-RAYS            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  DSP-RAYS-SEC        PIC ZZZ,ZZZ,ZZ9.
           05  DSP-PER-SAMPLE      PIC ZZ9.99.
           05  DSP-HITTABLES       PIC ZZZZ9.
           05  DSP-RUNS            PIC ZZZ9.
           05  DSP-ELAPSED-HH      PIC ZZZZ9.
           05  DSP-FINISH-DATE     PIC 9999/99/99.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main estimate flow                                            *
      *>****************************************************************
       ESTIMATE-MAIN.
           PERFORM ESTIMATE-APPLY-RUNTIME-PARMS
           PERFORM ESTIMATE-COUNT-SCENE
           PERFORM ESTIMATE-LOAD-HISTORY
           PERFORM ESTIMATE-COMPUTE
           PERFORM ESTIMATE-COMPUTE-FINISH
           PERFORM ESTIMATE-WRITE-RESULT
      *> An estimate resting on no similar history is a guess, and
      *> the scheduler's plan should say so
           IF ESTIMATE-BASIS NOT = "SIMILAR" OR MESH-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ESTIMATE-APPLY-RUNTIME-PARMS.
           ACCEPT ESTIMATE-PARM-LINE FROM COMMAND-LINE
           IF ESTIMATE-PARM-LINE NOT = SPACES
               UNSTRING ESTIMATE-PARM-LINE DELIMITED BY ALL SPACE
                   INTO ESTIMATE-PARM-SCENE
                        ESTIMATE-PARM-WIDTH-STR
                        ESTIMATE-PARM-SAMPLES-STR
                        ESTIMATE-PARM-ASPECT-STR
                        ESTIMATE-PARM-FORMAT-STR
                        ESTIMATE-PARM-FRAMES-STR
                        ESTIMATE-PARM-DELTA-STR
                        ESTIMATE-PARM-BSTART-STR
                        ESTIMATE-PARM-BEND-STR
                        ESTIMATE-PARM-SEED-STR
                        ESTIMATE-PARM-AUX-STR
                        ESTIMATE-PARM-EXPOSE-STR
                        ESTIMATE-PARM-GAMMA-STR
                        ESTIMATE-PARM-ROLL-STR
                        ESTIMATE-PARM-NOISE-STR
                        ESTIMATE-PARM-PROJ-STR
                        ESTIMATE-PARM-SHUTTER-STR
                        ESTIMATE-PARM-LENS-STR
                        ESTIMATE-PARM-EYESEP-STR
                        ESTIMATE-PARM-STEREO-STR
               END-UNSTRING
               IF ESTIMATE-PARM-SCENE NOT = SPACES
                   MOVE ESTIMATE-PARM-SCENE TO ESTIMATE-SCENE-FILENAME
               END-IF
               IF ESTIMATE-PARM-WIDTH-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-WIDTH-STR) = 0
                   COMPUTE ESTIMATE-WIDTH =
                           FUNCTION NUMVAL(ESTIMATE-PARM-WIDTH-STR)
               END-IF
               IF ESTIMATE-PARM-SAMPLES-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-SAMPLES-STR) = 0
                   COMPUTE ESTIMATE-SAMPLES =
                           FUNCTION NUMVAL(ESTIMATE-PARM-SAMPLES-STR)
               END-IF
               IF ESTIMATE-PARM-ASPECT-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-ASPECT-STR) = 0
                   COMPUTE ESTIMATE-ASPECT =
                           FUNCTION NUMVAL(ESTIMATE-PARM-ASPECT-STR)
               END-IF
               IF ESTIMATE-PARM-FRAMES-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-FRAMES-STR) = 0
                   COMPUTE ESTIMATE-FRAMES =
                           FUNCTION NUMVAL(ESTIMATE-PARM-FRAMES-STR)
               END-IF
      *> Band mode engages only when both band tokens are numeric and
      *> in order, and is always a single frame - as in the renderer
               IF ESTIMATE-PARM-BSTART-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-BSTART-STR) = 0
                  AND ESTIMATE-PARM-BEND-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-BEND-STR) = 0
                   COMPUTE ESTIMATE-BAND-START =
                           FUNCTION NUMVAL(ESTIMATE-PARM-BSTART-STR)
                   COMPUTE ESTIMATE-BAND-END =
                           FUNCTION NUMVAL(ESTIMATE-PARM-BEND-STR)
                   IF ESTIMATE-BAND-START NOT > ESTIMATE-BAND-END
                       MOVE 1 TO ESTIMATE-BAND-MODE
                       MOVE 1 TO ESTIMATE-FRAMES
                   END-IF
               END-IF
               IF ESTIMATE-PARM-AUX-STR = "AUX" AND
                  ESTIMATE-BAND-MODE = 0
                   MOVE 1 TO ESTIMATE-AUX-MODE
               END-IF
      *> The panorama is always twice as wide as it is high, and a
      *> stereo run renders every pixel once per eye - banded, always
      *> as one over/under image of twice the height
               IF ESTIMATE-PARM-LENS-STR = "PANO"
                   MOVE 2.0 TO ESTIMATE-ASPECT
               END-IF
               IF ESTIMATE-PARM-EYESEP-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(ESTIMATE-PARM-EYESEP-STR) = 0
                  AND FUNCTION NUMVAL(ESTIMATE-PARM-EYESEP-STR) > 0
                  AND FUNCTION NUMVAL(ESTIMATE-PARM-EYESEP-STR) < 100
                   IF ESTIMATE-PARM-STEREO-STR = "OU" OR
                      ESTIMATE-BAND-MODE = 1
                       MOVE "OU" TO ESTIMATE-STEREO
                   ELSE
                       MOVE "PAIR" TO ESTIMATE-STEREO
                   END-IF
               END-IF
           END-IF
           IF ESTIMATE-ASPECT = 0
               MOVE 1.777777 TO ESTIMATE-ASPECT
           END-IF
           IF ESTIMATE-FRAMES = 0
               MOVE 1 TO ESTIMATE-FRAMES
           END-IF
      *> Image height as CAMERA-INITIALIZE derives it, and the rows
      *> this job actually renders - the band, clipped to the image
           COMPUTE ESTIMATE-HEIGHT = ESTIMATE-WIDTH / ESTIMATE-ASPECT
           IF ESTIMATE-HEIGHT < 1
               MOVE 1 TO ESTIMATE-HEIGHT
           END-IF
           IF ESTIMATE-STEREO = "OU"
               COMPUTE ESTIMATE-HEIGHT = ESTIMATE-HEIGHT * 2
           END-IF
           MOVE ESTIMATE-HEIGHT TO ESTIMATE-ROWS
           IF ESTIMATE-BAND-MODE = 1
               IF ESTIMATE-BAND-END >= ESTIMATE-HEIGHT
                   COMPUTE ESTIMATE-BAND-END = ESTIMATE-HEIGHT - 1
               END-IF
               IF ESTIMATE-BAND-START > ESTIMATE-BAND-END
                   MOVE 0 TO ESTIMATE-ROWS
               ELSE
                   COMPUTE ESTIMATE-ROWS =
                           ESTIMATE-BAND-END - ESTIMATE-BAND-START + 1
               END-IF
           END-IF
           IF ESTIMATE-STEREO = "PAIR"
               COMPUTE ESTIMATE-ROWS = ESTIMATE-ROWS * 2
           END-IF
           EXIT.

      *>****************************************************************
      *> Scene size                                                    *
      *>****************************************************************
      *> A scene file that is not there cannot be estimated - the
      *> renderer would fall back to its demo scene, which is not
      *> what the job asked for
       ESTIMATE-COUNT-SCENE.
           OPEN INPUT SCENE-FILE
           IF SCENE-FILE-STATUS NOT = "00"
               DISPLAY "Scene file "
                       FUNCTION TRIM(ESTIMATE-SCENE-FILENAME)
                       " not found (status " SCENE-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO ESTIMATE-HITTABLES
           MOVE 0 TO SCENE-EOF-SWITCH
           PERFORM ESTIMATE-COUNT-SCENE-RECORD
                   UNTIL SCENE-EOF-SWITCH = 1
           CLOSE SCENE-FILE
           EXIT.

       ESTIMATE-COUNT-SCENE-RECORD.
           READ SCENE-FILE INTO SCENE-BUFFER
               AT END
                   MOVE 1 TO SCENE-EOF-SWITCH
               NOT AT END
                   EVALUATE SCN-OBJ-TYPE
                       WHEN "INSTANCE"
                           PERFORM ESTIMATE-COUNT-MESH
                       WHEN "BACKGROUND"
                           CONTINUE
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO ESTIMATE-HITTABLES
                   END-EVALUATE
           END-READ
           EXIT.

      *> Every record of the mesh file becomes one triangle in the
      *> world, whatever its type field says
       ESTIMATE-COUNT-MESH.
           MOVE SCN-MESH-FILE TO MESH-FILENAME
           OPEN INPUT MESH-FILE
           IF MESH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: mesh file "
                       FUNCTION TRIM(MESH-FILENAME)
                       " not available - instance not counted"
               ADD 1 TO MESH-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MESH-EOF-SWITCH
           PERFORM ESTIMATE-COUNT-MESH-RECORD
                   UNTIL MESH-EOF-SWITCH = 1
           CLOSE MESH-FILE
           EXIT.

       ESTIMATE-COUNT-MESH-RECORD.
           READ MESH-FILE INTO MESH-BUFFER
               AT END
                   MOVE 1 TO MESH-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ESTIMATE-HITTABLES
           END-READ
           EXIT.

      *>****************************************************************
      *> Render history                                                *
      *>****************************************************************
      *> No history is not fatal - the estimate falls back to the
      *> planning defaults and says so
       ESTIMATE-LOAD-HISTORY.
           COMPUTE SIMILAR-LOW = ESTIMATE-HITTABLES / 2
           COMPUTE SIMILAR-HIGH = ESTIMATE-HITTABLES * 2
           IF SIMILAR-HIGH < 2
               MOVE 2 TO SIMILAR-HIGH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "render_report.dat not found - no render "
                       "history to estimate from"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF-SWITCH
           PERFORM ESTIMATE-READ-AUDIT-RECORD
                   UNTIL AUDIT-EOF-SWITCH = 1
           CLOSE AUDIT-FILE
           EXIT.

       ESTIMATE-READ-AUDIT-RECORD.
           READ AUDIT-FILE INTO AUDIT-CHECK-BUFFER
               AT END
                   MOVE 1 TO AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT
                   PERFORM ESTIMATE-EDIT-AUDIT-RECORD
                   IF AUDIT-RECORD-OK = 0
                       ADD 1 TO AUDIT-SKIPPED-COUNT
                   ELSE
                       PERFORM ESTIMATE-ACCUMULATE-RUN
                   END-IF
           END-READ
           EXIT.

      *> Character edit of the numeric columns, with one more chance
      *> through the pre-widening field positions - as RENDER-REPORT
       ESTIMATE-EDIT-AUDIT-RECORD.
           MOVE 1 TO AUDIT-RECORD-OK
           PERFORM VARYING AUDIT-CHAR-INDEX FROM 1 BY 1
                   UNTIL AUDIT-CHAR-INDEX > 39
               IF AUDIT-CHECK-BUFFER(AUDIT-CHAR-INDEX:1)
                  IS NOT NUMERIC
                   MOVE 0 TO AUDIT-RECORD-OK
               END-IF
           END-PERFORM
           IF AUD-START-STAMP(1:16) IS NOT NUMERIC OR
              AUD-END-STAMP(1:16) IS NOT NUMERIC
               MOVE 0 TO AUDIT-RECORD-OK
           END-IF
           IF AUDIT-RECORD-OK = 0
               PERFORM ESTIMATE-ADOPT-OLD-LAYOUT
           END-IF
           EXIT.

       ESTIMATE-ADOPT-OLD-LAYOUT.
           MOVE AUDIT-CHECK-BUFFER TO AUDIT-OLD-BUFFER
           MOVE 1 TO AUDIT-RECORD-OK
           PERFORM VARYING AUDIT-CHAR-INDEX FROM 1 BY 1
                   UNTIL AUDIT-CHAR-INDEX > 32
               IF AUDIT-OLD-BUFFER(AUDIT-CHAR-INDEX:1)
                  IS NOT NUMERIC
                   MOVE 0 TO AUDIT-RECORD-OK
               END-IF
           END-PERFORM
           IF OAUD-START-STAMP(1:16) IS NOT NUMERIC OR
              OAUD-END-STAMP(1:16) IS NOT NUMERIC
               MOVE 0 TO AUDIT-RECORD-OK
           END-IF
           IF AUDIT-RECORD-OK = 1
               MOVE SPACES TO AUDIT-CHECK-BUFFER
               MOVE OAUD-IMAGE-WIDTH TO AUD-IMAGE-WIDTH
               MOVE OAUD-IMAGE-HEIGHT TO AUD-IMAGE-HEIGHT
               MOVE OAUD-ASPECT-RATIO TO AUD-ASPECT-RATIO
               MOVE OAUD-SAMPLES TO AUD-SAMPLES
               MOVE OAUD-MAX-DEPTH TO AUD-MAX-DEPTH
               MOVE OAUD-HITTABLE-COUNT TO AUD-HITTABLE-COUNT
               MOVE OAUD-TOTAL-RAYS TO AUD-TOTAL-RAYS
               MOVE OAUD-START-STAMP TO AUD-START-STAMP
               MOVE OAUD-END-STAMP TO AUD-END-STAMP
           END-IF
           EXIT.

      *> Folds one run into the similar and all-runs totals. A run
      *> with no measurable elapsed time says nothing about pace.
      *> Band runs record the full image height, so their rays per
      *> sample read low - full-frame runs dominate any real history
       ESTIMATE-ACCUMULATE-RUN.
           PERFORM ESTIMATE-COMPUTE-ELAPSED
           IF RUN-ELAPSED-SECS = 0 OR AUD-TOTAL-RAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE RUN-PIXEL-SAMPLES =
                   AUD-IMAGE-WIDTH * AUD-IMAGE-HEIGHT
           COMPUTE RUN-PIXEL-SAMPLES = RUN-PIXEL-SAMPLES * AUD-SAMPLES
           ADD 1 TO ALL-RUNS
           ADD AUD-TOTAL-RAYS TO ALL-RAYS
           ADD RUN-ELAPSED-SECS TO ALL-ELAPSED
           ADD RUN-PIXEL-SAMPLES TO ALL-SAMPLES
           IF AUD-HITTABLE-COUNT >= SIMILAR-LOW AND
              AUD-HITTABLE-COUNT <= SIMILAR-HIGH
               ADD 1 TO SIMILAR-RUNS
               ADD AUD-TOTAL-RAYS TO SIMILAR-RAYS
               ADD RUN-ELAPSED-SECS TO SIMILAR-ELAPSED
               ADD RUN-PIXEL-SAMPLES TO SIMILAR-SAMPLES
           END-IF
           EXIT.

      *> Elapsed seconds between the start and end timestamps,
      *> accumulated one term at a time as RENDER-REPORT does
       ESTIMATE-COMPUTE-ELAPSED.
           COMPUTE START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AUD-START-DATE)
           COMPUTE END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AUD-END-DATE)
           COMPUTE START-SECONDS = START-INTEGER * 86400
           COMPUTE START-SECONDS =
                   START-SECONDS + (AUD-START-HH * 3600)
           COMPUTE START-SECONDS =
                   START-SECONDS + (AUD-START-MM * 60)
           COMPUTE START-SECONDS = START-SECONDS + AUD-START-SS
                   + (AUD-START-HUND / 100)
           COMPUTE END-SECONDS = END-INTEGER * 86400
           COMPUTE END-SECONDS = END-SECONDS + (AUD-END-HH * 3600)
           COMPUTE END-SECONDS = END-SECONDS + (AUD-END-MM * 60)
           COMPUTE END-SECONDS = END-SECONDS + AUD-END-SS
                   + (AUD-END-HUND / 100)
           IF END-SECONDS > START-SECONDS
               COMPUTE RUN-ELAPSED-SECS = END-SECONDS - START-SECONDS
           ELSE
               MOVE 0 TO RUN-ELAPSED-SECS
           END-IF
           EXIT.

      *>****************************************************************
      *> The estimate                                                  *
      *>****************************************************************
      *> Rays = pixels rendered x samples x frames x rays per sample,
      *> plus one center ray per pixel per frame for the aux passes.
      *> Adaptive sampling can only stop a pixel early, so the sample
      *> count is taken at its cap and the estimate errs long
       ESTIMATE-COMPUTE.
           EVALUATE TRUE
               WHEN SIMILAR-RUNS > 0 AND SIMILAR-ELAPSED > 0
                   MOVE "SIMILAR" TO ESTIMATE-BASIS
                   MOVE SIMILAR-RUNS TO ESTIMATE-BASIS-RUNS
                   COMPUTE RAYS-PER-SEC =
                           SIMILAR-RAYS / SIMILAR-ELAPSED
                   COMPUTE RAYS-PER-SAMPLE ROUNDED =
                           SIMILAR-RAYS / SIMILAR-SAMPLES
               WHEN ALL-RUNS > 0 AND ALL-ELAPSED > 0
                   MOVE "ALLRUNS" TO ESTIMATE-BASIS
                   MOVE ALL-RUNS TO ESTIMATE-BASIS-RUNS
                   COMPUTE RAYS-PER-SEC = ALL-RAYS / ALL-ELAPSED
                   COMPUTE RAYS-PER-SAMPLE ROUNDED =
                           ALL-RAYS / ALL-SAMPLES
               WHEN OTHER
                   MOVE "DEFAULT" TO ESTIMATE-BASIS
                   MOVE 0 TO ESTIMATE-BASIS-RUNS
                   MOVE DEFAULT-RAYS-PER-SEC TO RAYS-PER-SEC
                   MOVE DEFAULT-RAYS-PER-SAMPLE TO RAYS-PER-SAMPLE
           END-EVALUATE
           IF RAYS-PER-SEC = 0
               MOVE DEFAULT-RAYS-PER-SEC TO RAYS-PER-SEC
           END-IF
           IF RAYS-PER-SAMPLE < 1
               MOVE 1 TO RAYS-PER-SAMPLE
           END-IF
           COMPUTE RAYS-PER-SAMPLE-CAP = ESTIMATE-MAX-DEPTH + 1
           IF RAYS-PER-SAMPLE > RAYS-PER-SAMPLE-CAP
               MOVE RAYS-PER-SAMPLE-CAP TO RAYS-PER-SAMPLE
           END-IF
           COMPUTE PIXEL-SAMPLES = ESTIMATE-WIDTH * ESTIMATE-ROWS
           COMPUTE PIXEL-SAMPLES = PIXEL-SAMPLES * ESTIMATE-SAMPLES
           COMPUTE PIXEL-SAMPLES = PIXEL-SAMPLES * ESTIMATE-FRAMES
           COMPUTE PREDICTED-RAYS ROUNDED =
                   PIXEL-SAMPLES * RAYS-PER-SAMPLE
           IF ESTIMATE-AUX-MODE = 1
               COMPUTE PREDICTED-RAYS = PREDICTED-RAYS +
                   (ESTIMATE-WIDTH * ESTIMATE-ROWS * ESTIMATE-FRAMES)
           END-IF
           COMPUTE PREDICTED-SECS ROUNDED =
                   PREDICTED-RAYS / RAYS-PER-SEC
           EXIT.

      *> Finish time if the job were started now, carried through the
      *> integral day number so it rolls past midnight correctly
       ESTIMATE-COMPUTE-FINISH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           COMPUTE NOW-SECONDS =
                   FUNCTION INTEGER-OF-DATE(NOW-DATE) * 86400
           COMPUTE NOW-SECONDS = NOW-SECONDS + (NOW-HH * 3600)
           COMPUTE NOW-SECONDS = NOW-SECONDS + (NOW-MM * 60)
           COMPUTE NOW-SECONDS = NOW-SECONDS + NOW-SS
           COMPUTE FINISH-SECONDS = NOW-SECONDS + PREDICTED-SECS
           COMPUTE FINISH-INTEGER = FINISH-SECONDS / 86400
           COMPUTE FINISH-REMAIN = FINISH-SECONDS -
                   (FINISH-INTEGER * 86400)
           COMPUTE FINISH-DATE =
                   FUNCTION DATE-OF-INTEGER(FINISH-INTEGER)
           COMPUTE FINISH-HH = FINISH-REMAIN / 3600
           COMPUTE FINISH-MM = FUNCTION MOD(FINISH-REMAIN, 3600) / 60
           COMPUTE FINISH-SS = FUNCTION MOD(FINISH-REMAIN, 60)
           COMPUTE ELAPSED-HH = PREDICTED-SECS / 3600
           COMPUTE ELAPSED-MM = FUNCTION MOD(PREDICTED-SECS, 3600) / 60
           COMPUTE ELAPSED-SS = FUNCTION MOD(PREDICTED-SECS, 60)
           EXIT.

       ESTIMATE-WRITE-RESULT.
           MOVE ESTIMATE-SCENE-FILENAME TO EST-SCENE-FILE
           MOVE ESTIMATE-HITTABLES TO EST-HITTABLE-COUNT
           MOVE ESTIMATE-WIDTH TO EST-IMAGE-WIDTH
           MOVE ESTIMATE-ROWS TO EST-RENDER-ROWS
           MOVE ESTIMATE-SAMPLES TO EST-SAMPLES
           MOVE ESTIMATE-FRAMES TO EST-FRAMES
           MOVE PREDICTED-RAYS TO EST-RAYS
           MOVE RAYS-PER-SEC TO EST-RAYS-PER-SEC
           MOVE PREDICTED-SECS TO EST-ELAPSED-SECS
           MOVE ESTIMATE-BASIS TO EST-BASIS
           MOVE ESTIMATE-BASIS-RUNS TO EST-BASIS-RUNS
           MOVE NOW-STAMP TO EST-MADE-STAMP
           MOVE FINISH-STAMP TO EST-FINISH-STAMP
           OPEN OUTPUT ESTIMATE-FILE
           IF ESTIMATE-FILE-STATUS = "00"
               WRITE ESTIMATE-RECORD
               CLOSE ESTIMATE-FILE
           ELSE
               DISPLAY "WARNING: cannot write render_estimate.dat "
                       "(status " ESTIMATE-FILE-STATUS ")"
           END-IF

           MOVE ESTIMATE-HITTABLES TO DSP-HITTABLES
           MOVE PREDICTED-RAYS TO DSP-RAYS
           MOVE RAYS-PER-SEC TO DSP-RAYS-SEC
           MOVE RAYS-PER-SAMPLE TO DSP-PER-SAMPLE
           MOVE ESTIMATE-BASIS-RUNS TO DSP-RUNS
           MOVE ELAPSED-HH TO DSP-ELAPSED-HH
           MOVE FINISH-DATE TO DSP-FINISH-DATE
           DISPLAY "Estimate for "
                   FUNCTION TRIM(ESTIMATE-SCENE-FILENAME)
                   ": " ESTIMATE-WIDTH "x" ESTIMATE-HEIGHT
                   ", " ESTIMATE-SAMPLES " spp, " ESTIMATE-FRAMES
                   " frame(s)"
           IF ESTIMATE-BAND-MODE = 1
               DISPLAY "  Band rows " ESTIMATE-BAND-START " to "
                       ESTIMATE-BAND-END " (" ESTIMATE-ROWS " rows)"
           END-IF
           IF ESTIMATE-STEREO = "PAIR"
               DISPLAY "  Stereo pair - both eyes counted ("
                       ESTIMATE-ROWS " rows)"
           END-IF
           DISPLAY "  Hittables      " DSP-HITTABLES
           DISPLAY "  Rays/sample    " DSP-PER-SAMPLE
                   "  (MAX-DEPTH " ESTIMATE-MAX-DEPTH ")"
           DISPLAY "  Rays           " DSP-RAYS
           DISPLAY "  Rays/sec       " DSP-RAYS-SEC "  basis "
                   ESTIMATE-BASIS " (" FUNCTION TRIM(DSP-RUNS)
                   " run(s))"
           DISPLAY "  Elapsed        " FUNCTION TRIM(DSP-ELAPSED-HH)
                   ":" ELAPSED-MM ":" ELAPSED-SS
           DISPLAY "  Finish if started now  " DSP-FINISH-DATE " "
                   FINISH-HH ":" FINISH-MM ":" FINISH-SS
           EXIT.
