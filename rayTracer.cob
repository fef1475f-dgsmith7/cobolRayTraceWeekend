           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

      *> Define the shared operations exception file - every batch
      *> program appends its problems here in one standard layout, so
      *> the morning exception report finds the night's failures in
      *> one place instead of in each program's own report files
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.*> File descriptor for PPM output file
       FD  OUTPUT-FILE.
      *> uniform scale in SCENE-RADIUS (zero means 1.0) and a rotation
      *> about the Y axis, in degrees, in SCENE-V1-X
           05  SCENE-MESH-FILE     PIC X(20).
      *> Participating-medium extension: the density of a MEDIUM
      *> volume (SPHERE or BOX boundary) - the mean number of
      *> scattering events per world unit a ray travels inside it.
      *> Zero or blank on a record naming a master MEDIUM takes the
      *> master's density; blank on every record written before media
      *> existed, which never carry the MEDIUM material
           05  SCENE-DENSITY       PIC 9(3)V9(6).

      *> File descriptor for the scene validation edit report
       FD  EDIT-REPORT-FILE.

      *> File descriptor for the rejected-scene-record file
       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(270).

      *> File descriptor for the render checkpoint/restart file
      *> Records the last scanline finished and the camera parameters
      *> numbers an uninterrupted run would have
           05  CKPT-RANDOM-SEED        PIC 9(9).
           05  CKPT-RANDOM-STATE       PIC 9(10).
      *> Shutter interval the checkpointed render was sampling with -
      *> blank on a checkpoint written before motion blur existed,
      *> which only ever matches a run with the shutter closed
           05  CKPT-SHUTTER            PIC 9V9(6).
      *> Projection, stereo layout, eye and eye separation of the
      *> checkpointed render - blank on a checkpoint written before
      *> projections were selectable, which only ever matches a mono
      *> perspective run
           05  CKPT-PROJECTION         PIC X(5).
           05  CKPT-STEREO-LAYOUT      PIC X(4).
           05  CKPT-STEREO-EYE         PIC X(1).
           05  CKPT-EYE-SEPARATION     PIC 9(2)V9(6).

      *> File descriptor for the texture image source
       FD  TEXTURE-FILE.

      *> File descriptor for the mesh scene file an INSTANCE expands
       FD  MESH-FILE.
       01  MESH-RECORD             PIC X(270).

      *> File descriptor for the material master file - the same
      *> seven-field material description a scene record carries
           05  MST-COLOR2-B        PIC 9V9(6).
           05  MST-TEX-SCALE       PIC 9(3)V9(6).
           05  MST-TEXTURE-FILE    PIC X(20).
      *> Default density for a MEDIUM material - blank on a master
      *> written before media existed
           05  MST-DENSITY         PIC 9(3)V9(6).

      *> File descriptor for the progress heartbeat - one record,
      *> rewritten in place on every refresh. RENDER-MONITOR reads
      *> Project accounting code the run was billed to - spaces on an
      *> unclaimed run and on records from before chargeback existed
           05  RPT-PROJECT-CODE        PIC X(8).
      *> Motion-blur shutter interval as a fraction of the frame
      *> interval - zero on a run with the shutter closed and on
      *> records from before motion blur existed
           05  RPT-SHUTTER             PIC 9V9(6).
      *> Camera projection the image was made with - PERSP for the
      *> flat perspective camera, PANO for the 360x180 panorama - with
      *> the stereo eye (L or R image of a pair, B for one over/under
      *> image, space on a mono run) and the eye separation. Blank on
      *> records from before projections were selectable
           05  RPT-PROJECTION          PIC X(5).
           05  RPT-STEREO-EYE          PIC X(1).
           05  RPT-EYE-SEPARATION      PIC 9(2)V9(6).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD            PIC X(138).

       WORKING-STORAGE SECTION.
      *> Scene file status and switches (equivalent to ifstream state)

      *> Character-level view of one scene record, for validating the
      *> numeric fields before they are read through the typed layout
       01  SCENE-CHECK-BUFFER      PIC X(270).
       01  SCENE-CHECK-FIELDS REDEFINES SCENE-CHECK-BUFFER.
           05  CHK-OBJ-TYPE        PIC X(10).
           05  CHK-CENTER-X        PIC X(10).
           05  CHK-TEXTURE-FILE    PIC X(20).
           05  CHK-MATERIAL-NAME   PIC X(12).
           05  CHK-MESH-FILE       PIC X(20).
           05  CHK-DENSITY         PIC X(9).

      *> Checkpoint/restart working variables
       01  CHECKPOINT-VARS.
      *> Character-level view of one mesh scene record - the typed
      *> fields this expansion needs, at the same positions the
      *> renderer's own SCENE-RECORD carries them
       01  MESH-WORK-BUFFER        PIC X(270).
       01  MESH-WORK-FIELDS REDEFINES MESH-WORK-BUFFER.
           05  MSH-OBJ-TYPE        PIC X(10).
           05  MSH-V0-X            PIC S9(3)V9(6)
           05  MSH-TEXTURE-FILE    PIC X(20).
           05  MSH-MATERIAL-NAME   PIC X(12).
           05  MSH-MESH-FILE       PIC X(20).
           05  FILLER              PIC X(9).       *> Medium density, unused

      *> Material master working variables - the master is loaded once
      *> (on whichever of validation or world setup gets there first)
               10  MASTER-COLOR2-B     PIC 9V9(6) COMP-3.
               10  MASTER-TEX-SCALE    PIC 9(3)V9(6) COMP-3.
               10  MASTER-TEXTURE-FILE PIC X(20).
               10  MASTER-DENSITY      PIC 9(3)V9(6) COMP-3.

      *> Progress heartbeat working variables. The projection comes
      *> from this run's own pace: elapsed seconds over scanlines
       01  PROJECT-VARS.
           05  RUN-PROJECT-CODE         PIC X(8) VALUE SPACES.

      *> One operations exception record in the standard layout every
      *> batch program appends to ops_exceptions.dat. Severity follows
      *> the return-code convention: 04 warning, 08 error, 12 and up
      *> severe. For this program the job is the image being made
       01  EXCEPTION-VARS.
           05  EXCEPTION-FILE-STATUS    PIC X(02) VALUE "00".
       01  EXCEPTION-ENTRY.
           05  EXC-STAMP                PIC X(14).   *> YYYYMMDDHHMMSS
           05  EXC-PROGRAM              PIC X(14).
           05  EXC-JOB                  PIC X(40).   *> Job name or image
           05  EXC-SEVERITY             PIC 9(2).
           05  EXC-MESSAGE              PIC X(60).
           05  EXC-PROJECT-CODE         PIC X(8).

      *> Scene catalog identity, from the scene_current.dat sidecar -
      *> spaces/zero when the scene never went through the catalog
       01  SCENE-ID-VARS.
           05  FRAME-NUMBER         PIC 9(3) VALUE 0.       *> Current frame, 1-based
           05  FRAME-START-NUMBER   PIC 9(3) VALUE 1.        *> First frame to render this run
           05  FRAME-NUMBER-DISPLAY PIC 9(4).                *> Zero-padded for the filename
           05  FRAME-NUMBER-DISPLAY-TEXT PIC X(4).           *> Same, blank on a still
           05  OUTPUT-FILENAME      PIC X(20) VALUE "image.ppm". *> Current frame's PPM file

      *> Animation control working variables. anim.dat is loaded once
           05  ANIM-LERP-T         PIC 9V9(6) COMP-3.  *> 0..1 between the keyframes
           05  ANIM-LERP-SPAN      PIC S9(3) COMP-3.   *> Frames between the keyframes
           05  ANIM-TARGET-SLOT    PIC 9(4).
           05  ANIM-EVAL-FRAME     PIC 9(3)V9(6) COMP-3. *> Time the keys are read at

      *> Motion-blur working variables. With the shutter open each
      *> frame is keyed twice - at shutter open (the frame itself) and
      *> at shutter close (the frame plus SHUTTER-INTERVAL) - and
      *> every camera sample draws a time SHUTTER-RAY-TIME between the
      *> two (0 = open, 1 = close). Keyed objects carry their open-to-
      *> close displacement here and are moved to the sample's time
      *> as HITTABLE-LIST-HIT stages them; their bounding boxes span
      *> the whole sweep. A keyed camera carries the open state and
      *> the open-to-close change of every vector CAMERA-GET-RAY aims
      *> with
       01  MOTION-VARS.
           05  SHUTTER-INTERVAL    PIC 9V9(6) COMP-3 VALUE 0. *> 0 = shutter closed
           05  SHUTTER-RAY-TIME    PIC 9V9(6) COMP-3 VALUE 0.
           05  MOTION-CAMERA-SWITCH PIC 9 VALUE 0.    *> 1 = camera moves this frame
           05  MOTION-CAM-INDEX    PIC 9(2).
      *> Camera vectors in CAMERA-GET-RAY order: CENTER, PIXEL00-LOC,
      *> PIXEL-DELTA-U, PIXEL-DELTA-V, DEFOCUS-DISK-U, DEFOCUS-DISK-V
           05  MOTION-CAM-ENTRY OCCURS 18 TIMES.
               10  MOTION-CAM-OPEN  PIC S9V9(6) COMP-3.
               10  MOTION-CAM-DELTA PIC S9(2)V9(6) COMP-3.
               10  MOTION-CAM-STAGE PIC S9V9(6) COMP-3.
      *> Bounding box at shutter open, held while the close box is
      *> computed so the two can be folded together
           05  MOTION-OPEN-BBOX.
               10  MOTION-OPEN-MIN-X PIC S9(6)V9(6) COMP-3.
               10  MOTION-OPEN-MIN-Y PIC S9(6)V9(6) COMP-3.
               10  MOTION-OPEN-MIN-Z PIC S9(6)V9(6) COMP-3.
               10  MOTION-OPEN-MAX-X PIC S9(6)V9(6) COMP-3.
               10  MOTION-OPEN-MAX-Y PIC S9(6)V9(6) COMP-3.
               10  MOTION-OPEN-MAX-Z PIC S9(6)V9(6) COMP-3.

      *> Per-slot motion, parallel to HITTABLE-OBJECTS. The V1-V3
      *> fields first hold the keyed close positions (sphere center or
      *> plane point in V1, triangle vertices in V1-V3) and are turned
      *> into open-to-close displacements once the open positions are
      *> known
       01  MOTION-TABLE.
           05  MOTION-SLOTS OCCURS 5000 TIMES.
               10  MOTION-MOVING   PIC 9 VALUE 0.     *> 1 = slot moves this frame
               10  MOTION-V1-X     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V1-Y     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V1-Z     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V2-X     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V2-Y     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V2-Z     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V3-X     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V3-Y     PIC S9(3)V9(6) COMP-3.
               10  MOTION-V3-Z     PIC S9(3)V9(6) COMP-3.

      *> Banded-render working variables. A run given a start and end
      *> scanline renders just that band - headerless, behind a
      *> and BAND-STITCH merges the bands under a single PPM header
       01  BAND-VARS.
           05  BAND-MODE-SWITCH    PIC 9 VALUE 0.      *> 1 = banded render
           05  BAND-ORDER-SWITCH   PIC 9 VALUE 0.      *> 1 = band tokens out of order
           05  BAND-START-J        PIC 9(5) VALUE 0.   *> First scanline of the band
           05  BAND-END-J          PIC 9(5) VALUE 0.   *> Last scanline of the band
           05  BAND-START-DISPLAY  PIC 9(5).           *> Zero-padded for the filename
           05  BOX-MISS            PIC 9 VALUE 0.          *> 1 = slabs ruled the ray out
           05  BOX-T               PIC S9(6)V9(6) COMP-3.  *> Solved ray parameter t

      *> Participating medium working variables - the boundary entry
      *> and exit found for the current ray, and the free-path draw
      *> that decides whether the ray scatters inside the volume
       01  MEDIUM-VARS.
           05  MEDIUM-AUX-SWITCH   PIC 9 VALUE 0.          *> 1 = aux ray, media are see-through
           05  MEDIUM-RAY-TMIN     PIC S9(6)V9(6) COMP-3.  *> Caller's ray interval, saved
           05  MEDIUM-RAY-TMAX     PIC S9(6)V9(6) COMP-3.
           05  MEDIUM-T-ENTRY      PIC S9(6)V9(6) COMP-3.  *> Boundary entry t
           05  MEDIUM-T-EXIT       PIC S9(6)V9(6) COMP-3.  *> Boundary exit t
           05  MEDIUM-RAY-LENGTH   PIC 9(3)V9(6) COMP-3.   *> Length of the ray direction
           05  MEDIUM-INSIDE-DIST  PIC 9(6)V9(6) COMP-3.   *> World distance inside the volume
           05  MEDIUM-LOG-VALUE    PIC S9(3)V9(9) COMP-3.  *> ln of the uniform draw
           05  MEDIUM-HIT-DIST     PIC 9(6)V9(6) COMP-3.   *> Free path drawn for this ray
           05  MEDIUM-CHECK-DENSITY PIC 9(3)V9(6) COMP-3.  *> Validation: master's density
           05  MEDIUM-NAMED-SWITCH PIC 9 VALUE 0.          *> Validation: master type is MEDIUM

      *>****************************************************************
      *> MATERIAL CLASS - Diffuse/Metal/Glass Surface Scattering        *
      *>****************************************************************
      *> Scratch parameters used to assign a material when an object is
      *> constructed (equivalent to passing a shared_ptr<material>)
       01  MATERIAL-PARAMS.
           05  MATERIAL-PARAM-TYPE              PIC X(10).           *> LAMBERTIAN/METAL/GLASS/LIGHT/CHECKER/TEXTURE/MEDIUM
           05  MATERIAL-PARAM-ALBEDO-R          PIC 9V9(6) COMP-3.
           05  MATERIAL-PARAM-ALBEDO-G          PIC 9V9(6) COMP-3.
           05  MATERIAL-PARAM-ALBEDO-B          PIC 9V9(6) COMP-3.
           05  MATERIAL-PARAM-COLOR2-G          PIC 9V9(6) COMP-3.
           05  MATERIAL-PARAM-COLOR2-B          PIC 9V9(6) COMP-3.
           05  MATERIAL-PARAM-TEX-SCALE         PIC 9(3)V9(6) COMP-3. *> Checks per surface unit
           05  MATERIAL-PARAM-DENSITY           PIC 9(3)V9(6) COMP-3 *> MEDIUM scattering density
                                                VALUE 0.

      *> Working variables for the scatter() methods (equivalent to
      *> material::scatter's scattered ray / attenuation outputs)
                   15  BOX-OBJ-MAX-Z       PIC S9(3)V9(6) COMP-3.
                   15  FILLER              PIC X(30).             *> Adjust padding
               10  HITTABLE-MATERIAL.                    *> Material assigned to this object
                   15  MATERIAL-TYPE              PIC X(10).  *> LAMBERTIAN, METAL, GLASS, LIGHT, CHECKER, TEXTURE or MEDIUM
                   15  MATERIAL-ALBEDO-R          PIC 9V9(6) COMP-3. *> Diffuse/metal albedo red
                   15  MATERIAL-ALBEDO-G          PIC 9V9(6) COMP-3. *> Diffuse/metal albedo green
                   15  MATERIAL-ALBEDO-B          PIC 9V9(6) COMP-3. *> Diffuse/metal albedo blue
                   15  MATERIAL-COLOR2-G          PIC 9V9(6) COMP-3. *> Checker second color green
                   15  MATERIAL-COLOR2-B          PIC 9V9(6) COMP-3. *> Checker second color blue
                   15  MATERIAL-TEX-SCALE         PIC 9(3)V9(6) COMP-3. *> Checks per surface unit
                   15  MATERIAL-DENSITY           PIC 9(3)V9(6) COMP-3. *> MEDIUM scattering density
      *> Ray intersection parameters (equivalent to function parameters)
       01  HITTABLE-HIT-PARAMS.
           05  HIT-RAY-T.                              *> Ray t interval parameter
                       20  MATERIAL-COLOR2-B          PIC 9V9(6) COMP-3.
                       20  MATERIAL-TEX-SCALE         PIC 9(3)V9(6)
                           COMP-3.
                       20  MATERIAL-DENSITY           PIC 9(3)V9(6)
                           COMP-3.
        *> Working variables for HittableList operations
       01  HITTABLE-LIST-VARS.
           05  LIST-INDEX          PIC 9(4).                   *> Loop counter for list iteration
      *> recompile. Tokens are WIDTH SAMPLES-PER-PIXEL ASPECT-RATIO
      *> FORMAT FRAME-COUNT FRAME-DELTA-DEGREES BAND-START-J BAND-END-J
      *> SEED AUX EXPOSURE GAMMA ROLLOFF NOISE-THRESHOLD
      *> PROJECT-CODE SHUTTER PROJECTION EYE-SEPARATION STEREO-LAYOUT,
      *> in that order, separated by spaces; any token left off
      *> or non-numeric (or, for FORMAT, not "P6") leaves that
      *> parameter at its hardcoded default. A non-numeric placeholder
           05  RUNTIME-PARM-ROLL-STR   PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-NOISE-STR  PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-PROJ-STR   PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-SHUTTER-STR PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-LENS-STR   PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-EYESEP-STR PIC X(10) VALUE SPACES.
           05  RUNTIME-PARM-STEREO-STR PIC X(10) VALUE SPACES.

      *> Texture image storage and loader working variables. One
      *> texture file can be loaded per run - the first TEXTURE
           05  CAMERA-HALF-HEIGHT  PIC S9V9(6) COMP-3.  *> h = tan(theta/2)
           05  DEFOCUS-RADIUS      PIC S9V9(6) COMP-3.  *> focus_dist*tan(defocus_angle/2)

      *> Camera projection and stereo working variables. The flat
      *> perspective camera is the default; PANO aims each pixel by
      *> longitude and latitude around LOOK-FROM instead of through
      *> a viewport. A positive eye separation renders a stereo pair:
      *> two images (PAIR) or one over/under image (OU) with the left
      *> eye's rows on top and the right eye's below them
       01  PROJECTION-VARS.
           05  CAMERA-PROJECTION   PIC X(5) VALUE "PERSP".  *> PERSP or PANO
           05  STEREO-SWITCH       PIC 9 VALUE 0.           *> 1 = stereo pair
           05  STEREO-LAYOUT       PIC X(4) VALUE SPACES.   *> PAIR or OU
           05  STEREO-EYE          PIC X(1) VALUE SPACE.    *> L, R, B (both) or mono
           05  STEREO-LEFT-DONE    PIC 9 VALUE 0.           *> 1 = restart skips left eye
           05  EYE-SEPARATION      PIC 9(2)V9(6) COMP-3 VALUE 0.
           05  EYE-HALF-SEPARATION PIC 9(2)V9(6) COMP-3 VALUE 0.
           05  EYE-SIGN            PIC S9 VALUE 0.          *> -1 left, +1 right
           05  EYE-FILE-SUFFIX     PIC X(2) VALUE SPACES.   *> _L / _R on a pair
           05  EYE-IMAGE-HEIGHT    PIC 9(5) VALUE 0.        *> Rows one eye spans
           05  CAMERA-ROW-J        PIC 9(5) VALUE 0.        *> J within the eye
           05  EYE-OFFSET-X        PIC S9(2)V9(6) COMP-3 VALUE 0.
           05  EYE-OFFSET-Y        PIC S9(2)V9(6) COMP-3 VALUE 0.
           05  EYE-OFFSET-Z        PIC S9(2)V9(6) COMP-3 VALUE 0.
      *> Panorama frame: u stays the right-hand axis, VUP is straight
      *> up, and PANO-BACK points away from LOOK-AT along the level
      *> horizon, so a tilted LOOK-AT never tilts the horizon
           05  PANO-UP-X           PIC S9V9(6) COMP-3.
           05  PANO-UP-Y           PIC S9V9(6) COMP-3.
           05  PANO-UP-Z           PIC S9V9(6) COMP-3.
           05  PANO-BACK-X         PIC S9V9(6) COMP-3.
           05  PANO-BACK-Y         PIC S9V9(6) COMP-3.
           05  PANO-BACK-Z         PIC S9V9(6) COMP-3.
           05  PANO-PIXEL-POS      PIC S9(5)V9(6) COMP-3.   *> Sample point in pixels
           05  PANO-LONGITUDE      PIC S9V9(6) COMP-3.      *> 0 = facing LOOK-AT
           05  PANO-LATITUDE       PIC S9V9(6) COMP-3.      *> 0 = horizon
           05  PANO-COS-LON        PIC S9V9(6) COMP-3.
           05  PANO-SIN-LON        PIC S9V9(6) COMP-3.
           05  PANO-COS-LAT        PIC S9V9(6) COMP-3.
           05  PANO-SIN-LAT        PIC S9V9(6) COMP-3.
           05  PANO-RIGHT-WEIGHT   PIC S9V9(6) COMP-3.
           05  PANO-AHEAD-WEIGHT   PIC S9V9(6) COMP-3.

      *> Random-in-unit-disk working variables (for defocus blur sampling)
      *> Uses the same rejection-sampling approach as RANDOM-UNIT-VECTOR,
      *> but in 2D: pick random points in [-1,1]^2 until one falls inside
           PERFORM FRAME-ADVANCE-LOOK-FROM-TO-START
           PERFORM VARYING FRAME-NUMBER FROM FRAME-START-NUMBER BY 1
                   UNTIL FRAME-NUMBER > FRAME-COUNT
      *> A stereo pair renders the frame once per eye, left first. A
      *> restarted run whose checkpoint shows the left eye already
      *> finished goes straight on to the right
               IF STEREO-LAYOUT = "PAIR"
                   MOVE "L" TO STEREO-EYE
                   PERFORM FRAME-CHECK-LEFT-EYE-DONE
                   IF STEREO-LEFT-DONE = 0
                       PERFORM FRAME-RENDER-IMAGE
                   END-IF
                   MOVE "R" TO STEREO-EYE
               END-IF
               PERFORM FRAME-RENDER-IMAGE
               IF FRAME-NUMBER < FRAME-COUNT AND ANIM-CAMERA-COUNT = 0
                   PERFORM CAMERA-ROTATE-LOOK-FROM
               END-IF
           END-PERFORM
           STOP RUN.

      *> Renders one image of the current frame - the whole frame, or
      *> one eye of a stereo pair. The keyframed state is applied
      *> afresh for each image, since CAMERA-RENDER consumes the
      *> shutter-close state a moving camera parks for it
       FRAME-RENDER-IMAGE.
           PERFORM FRAME-SET-OUTPUT-FILENAME
           PERFORM ANIM-APPLY-FRAME          *> Keyframed camera/object state
           PERFORM CAMERA-RENDER             *> Camera handles everything else
           DISPLAY "PPM file '" OUTPUT-FILENAME
                   "' created successfully!"
           EXIT.

      *> Pick this frame's output filename - a single-frame run keeps the
      *> original "image.ppm" name, while a multi-frame batch run gets a
      *> zero-padded, 1-based sequence number: image0001.ppm, image0002.ppm...
       FRAME-SET-OUTPUT-FILENAME.
      *> Each eye of a stereo pair gets _L or _R ahead of the
      *> extension, on the beauty image and every pass alike
           MOVE SPACES TO EYE-FILE-SUFFIX
           IF STEREO-EYE = "L" OR STEREO-EYE = "R"
               STRING "_" STEREO-EYE DELIMITED BY SIZE
                      INTO EYE-FILE-SUFFIX
           END-IF
      *> A banded run writes its slice to a band file named for its
      *> first scanline, for BAND-STITCH to walk band to band
           IF BAND-MODE-SWITCH = 1
                      ".dat" DELIMITED BY SIZE
                      INTO OUTPUT-FILENAME
           ELSE
           MOVE SPACES TO OUTPUT-FILENAME
           IF FRAME-COUNT = 1
               STRING "image" DELIMITED BY SIZE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO OUTPUT-FILENAME
           ELSE
               MOVE FRAME-NUMBER TO FRAME-NUMBER-DISPLAY
               STRING "image" DELIMITED BY SIZE
                      FRAME-NUMBER-DISPLAY DELIMITED BY SIZE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO OUTPUT-FILENAME
           END-IF
      *> The aux passes follow the same naming convention: fixed names
      *> for a single still, frame-numbered files for a batch
           IF AUX-MODE-SWITCH = 1
               MOVE SPACES TO AUX-DEPTH-FILENAME
               MOVE SPACES TO AUX-NORMAL-FILENAME
               MOVE SPACES TO AUX-OBJID-FILENAME
               IF FRAME-COUNT = 1
                   MOVE SPACES TO FRAME-NUMBER-DISPLAY-TEXT
               ELSE
                   MOVE FRAME-NUMBER TO FRAME-NUMBER-DISPLAY
                   MOVE FRAME-NUMBER-DISPLAY
                        TO FRAME-NUMBER-DISPLAY-TEXT
               END-IF
               STRING "depth" DELIMITED BY SIZE
                      FRAME-NUMBER-DISPLAY-TEXT DELIMITED BY SPACE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO AUX-DEPTH-FILENAME
               STRING "normal" DELIMITED BY SIZE
                      FRAME-NUMBER-DISPLAY-TEXT DELIMITED BY SPACE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO AUX-NORMAL-FILENAME
               STRING "objectid" DELIMITED BY SIZE
                      FRAME-NUMBER-DISPLAY-TEXT DELIMITED BY SPACE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO AUX-OBJID-FILENAME
           END-IF
      *> The adaptive sample-count map follows the same convention
           IF ADAPTIVE-SWITCH = 1
               MOVE SPACES TO SAMPLE-MAP-FILENAME
               IF FRAME-COUNT = 1
                   MOVE SPACES TO FRAME-NUMBER-DISPLAY-TEXT
               ELSE
                   MOVE FRAME-NUMBER TO FRAME-NUMBER-DISPLAY
                   MOVE FRAME-NUMBER-DISPLAY
                        TO FRAME-NUMBER-DISPLAY-TEXT
               END-IF
               STRING "samplemap" DELIMITED BY SIZE
                      FRAME-NUMBER-DISPLAY-TEXT DELIMITED BY SPACE
                      EYE-FILE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO SAMPLE-MAP-FILENAME
           END-IF
           EXIT.

                          AND CKPT-ASPECT-RATIO = ASPECT-RATIO
                          AND CKPT-SAMPLES-PER-PIXEL = SAMPLES-PER-PIXEL
                          AND CKPT-MAX-DEPTH = MAX-DEPTH
                          AND CKPT-SHUTTER = SHUTTER-INTERVAL
                          AND CKPT-PROJECTION = CAMERA-PROJECTION
                          AND CKPT-STEREO-LAYOUT = STEREO-LAYOUT
                          AND CKPT-EYE-SEPARATION = EYE-SEPARATION
                          AND CKPT-COMPLETED-FRAMES > 0
                          AND CKPT-COMPLETED-FRAMES < FRAME-COUNT
                           COMPUTE FRAME-START-NUMBER =
           END-IF
           EXIT.

      *> Before the left eye of a stereo pair is rendered, checks
      *> whether an interrupted run of this same render already got
      *> past it: a checkpoint for this frame that is either the
      *> finished left eye or the right eye under way. IMAGE-HEIGHT
      *> is matched through IMAGE-WIDTH/ASPECT-RATIO for the same
      *> reason FRAME-CHECK-BATCH-RESTART gives
       FRAME-CHECK-LEFT-EYE-DONE.
           MOVE 0 TO STEREO-LEFT-DONE
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       PERFORM CHECKPOINT-ADOPT-RECORD
                       IF CHECKPOINT-RECORD-USABLE = 1
                          AND CKPT-FRAME-NUMBER = FRAME-NUMBER
                          AND CKPT-IMAGE-WIDTH = IMAGE-WIDTH
                          AND CKPT-ASPECT-RATIO = ASPECT-RATIO
                          AND CKPT-SAMPLES-PER-PIXEL = SAMPLES-PER-PIXEL
                          AND CKPT-MAX-DEPTH = MAX-DEPTH
                          AND CKPT-SHUTTER = SHUTTER-INTERVAL
                          AND CKPT-PROJECTION = CAMERA-PROJECTION
                          AND CKPT-STEREO-LAYOUT = STEREO-LAYOUT
                          AND CKPT-EYE-SEPARATION = EYE-SEPARATION
                          AND CKPT-RANDOM-SEED IS NUMERIC
                          AND CKPT-RANDOM-SEED = RANDOM-SEED-VALUE
                           IF CKPT-STEREO-EYE = "R" OR
                              (CKPT-STEREO-EYE = "L" AND
                               CKPT-COMPLETE-FLAG = 1)
                               MOVE 1 TO STEREO-LEFT-DONE
                               DISPLAY "Left eye of frame " FRAME-NUMBER
                                       " already rendered - resuming "
                                       "with the right eye"
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           EXIT.

      *> Fast-forwards LOOK-FROM to the orbit position it would be at for
      *> FRAME-START-NUMBER, by rotating through all the frames being
      *> skipped in one step, so a resumed batch renders the skipped-ahead
                        RUNTIME-PARM-ROLL-STR
                        RUNTIME-PARM-NOISE-STR
                        RUNTIME-PARM-PROJ-STR
                        RUNTIME-PARM-SHUTTER-STR
                        RUNTIME-PARM-LENS-STR
                        RUNTIME-PARM-EYESEP-STR
                        RUNTIME-PARM-STEREO-STR
               END-UNSTRING
               IF RUNTIME-PARM-WIDTH-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(RUNTIME-PARM-WIDTH-STR) = 0
                   IF BAND-START-J > BAND-END-J
                       DISPLAY "Band start exceeds band end - "
                               "band mode ignored"
                       MOVE 1 TO BAND-ORDER-SWITCH
                   ELSE
                       MOVE 1 TO BAND-MODE-SWITCH
                       MOVE 1 TO FRAME-COUNT
                   MOVE RUNTIME-PARM-PROJ-STR(1:8)
                        TO RUN-PROJECT-CODE
               END-IF
      *> Token 16 opens the motion-blur shutter: the fraction of the
      *> frame interval (above zero, up to one) each sample's time is
      *> drawn across. Left off, the shutter stays closed and every
      *> sample sees the frame's single instant, exactly as before
               IF RUNTIME-PARM-SHUTTER-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(RUNTIME-PARM-SHUTTER-STR) = 0
                  AND FUNCTION NUMVAL(RUNTIME-PARM-SHUTTER-STR) > 0
                  AND FUNCTION NUMVAL(RUNTIME-PARM-SHUTTER-STR) <= 1
                   COMPUTE SHUTTER-INTERVAL =
                           FUNCTION NUMVAL(RUNTIME-PARM-SHUTTER-STR)
               END-IF
      *> Token 17, the literal PANO, swaps the flat perspective camera
      *> for a 360x180 equirectangular panorama around LOOK-FROM -
      *> always two pixels wide for every one high, whatever token 3
      *> said; VFOV and defocus have no meaning for it
               IF RUNTIME-PARM-LENS-STR = "PANO"
                   MOVE "PANO" TO CAMERA-PROJECTION
                   MOVE 2.0 TO ASPECT-RATIO
               END-IF
      *> Token 18, a positive eye separation in scene units, makes the
      *> run a left/right stereo pair: two images, _L and _R, unless
      *> token 19 is OU for one over/under image, left eye on top. A
      *> banded run is always over/under - its bands make up the one
      *> image BAND-STITCH puts back together
               IF RUNTIME-PARM-EYESEP-STR NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(RUNTIME-PARM-EYESEP-STR) = 0
                  AND FUNCTION NUMVAL(RUNTIME-PARM-EYESEP-STR) > 0
                  AND FUNCTION NUMVAL(RUNTIME-PARM-EYESEP-STR) < 100
                   COMPUTE EYE-SEPARATION =
                           FUNCTION NUMVAL(RUNTIME-PARM-EYESEP-STR)
                   MOVE 1 TO STEREO-SWITCH
                   IF RUNTIME-PARM-STEREO-STR = "OU" OR
                      BAND-MODE-SWITCH = 1
                       MOVE "OU" TO STEREO-LAYOUT
                       MOVE "B" TO STEREO-EYE
                   ELSE
                       MOVE "PAIR" TO STEREO-LAYOUT
                   END-IF
               END-IF
           END-IF
      *> The ignored band is logged only now, once the project code
      *> and the image the run will make are both known
           IF BAND-ORDER-SWITCH = 1
               PERFORM BAND-LOG-ORDER-ERROR
           END-IF
           EXIT.

      *> Logs the out-of-order band tokens against the first image the
      *> unbanded run will write - the left eye's, on a stereo pair
       BAND-LOG-ORDER-ERROR.
           MOVE 1 TO FRAME-NUMBER
           IF STEREO-LAYOUT = "PAIR"
               MOVE "L" TO STEREO-EYE
           END-IF
           PERFORM FRAME-SET-OUTPUT-FILENAME
           IF STEREO-LAYOUT = "PAIR"
               MOVE SPACE TO STEREO-EYE
           END-IF
           MOVE 4 TO EXC-SEVERITY
           MOVE "Band start past band end - band mode off"
                TO EXC-MESSAGE
           PERFORM EXCEPTION-LOG-WRITE
           EXIT.
           
       CLOSE-OUTPUT-FILE.
              AND CKPT-FRAME-NUMBER = FRAME-NUMBER
              AND CKPT-RANDOM-SEED IS NUMERIC
              AND CKPT-RANDOM-SEED = RANDOM-SEED-VALUE
              AND CKPT-SHUTTER = SHUTTER-INTERVAL
              AND CKPT-PROJECTION = CAMERA-PROJECTION
              AND CKPT-STEREO-LAYOUT = STEREO-LAYOUT
              AND CKPT-STEREO-EYE = STEREO-EYE
              AND CKPT-EYE-SEPARATION = EYE-SEPARATION
               MOVE 1 TO CHECKPOINT-RESUME-SWITCH
               MOVE CKPT-LAST-J TO CHECKPOINT-RESTART-J
           END-IF

      *> Sorts out which layout the checkpoint record just read was
      *> written in. The widened layout carries its generator state in
      *> the ten bytes after the seed, which on a narrow-layout record
      *> (six bytes shorter, space-padded by the READ) cannot be
      *> numeric - that record is re-read through the old field
      *> positions and converted in place. A record readable under
      *> neither layout is marked unusable and the run starts fresh.
      *> A shutter interval left blank by a record from before motion
      *> blur reads as a closed shutter, and one from before the
      *> projections as a mono perspective render
       CHECKPOINT-ADOPT-RECORD.
           IF CKPT-SHUTTER IS NOT NUMERIC
               MOVE 0 TO CKPT-SHUTTER
           END-IF
           IF CKPT-PROJECTION = SPACES
               MOVE "PERSP" TO CKPT-PROJECTION
           END-IF
           IF CKPT-EYE-SEPARATION IS NOT NUMERIC
               MOVE 0 TO CKPT-EYE-SEPARATION
           END-IF
           IF CKPT-LAST-J IS NUMERIC AND
              CKPT-RANDOM-STATE IS NUMERIC
               MOVE 1 TO CHECKPOINT-RECORD-USABLE
           COMPUTE CKPT-LAST-J = IMAGE-HEIGHT - 1
           MOVE 1 TO CKPT-COMPLETE-FLAG
           MOVE FRAME-NUMBER TO CKPT-COMPLETED-FRAMES
      *> The left eye of a stereo pair is only half the frame - the
      *> frame is not done until the right eye is
           IF STEREO-EYE = "L"
               COMPUTE CKPT-COMPLETED-FRAMES = FRAME-NUMBER - 1
           END-IF
           PERFORM CHECKPOINT-WRITE-RECORD
           EXIT.

           MOVE FRAME-NUMBER TO CKPT-FRAME-NUMBER
           MOVE RANDOM-SEED-VALUE TO CKPT-RANDOM-SEED
           MOVE RANDOM-STATE TO CKPT-RANDOM-STATE
           MOVE SHUTTER-INTERVAL TO CKPT-SHUTTER
           MOVE CAMERA-PROJECTION TO CKPT-PROJECTION
           MOVE STEREO-LAYOUT TO CKPT-STEREO-LAYOUT
           MOVE STEREO-EYE TO CKPT-STEREO-EYE
           MOVE EYE-SEPARATION TO CKPT-EYE-SEPARATION
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE GAMMA-VALUE TO RPT-GAMMA
           MOVE ROLLOFF-SWITCH TO RPT-ROLLOFF
           MOVE RUN-PROJECT-CODE TO RPT-PROJECT-CODE
           MOVE SHUTTER-INTERVAL TO RPT-SHUTTER
           MOVE CAMERA-PROJECTION TO RPT-PROJECTION
           MOVE STEREO-EYE TO RPT-STEREO-EYE
           MOVE EYE-SEPARATION TO RPT-EYE-SEPARATION

      *> Append to any prior runs' records; if the file doesn't exist
      *> yet EXTEND creates it, same as the first run of a new batch job
           CLOSE REPORT-FILE
           EXIT.

      *> Append one record to the operations exception file. The
      *> caller sets EXC-SEVERITY and EXC-MESSAGE; the stamp, program,
      *> image and project code are filled in here. A file that will
      *> not open costs the log entry, never the run
       EXCEPTION-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "RAY-TRACER" TO EXC-PROGRAM
           MOVE OUTPUT-FILENAME TO EXC-JOB
           MOVE RUN-PROJECT-CODE TO EXC-PROJECT-CODE
           OPEN EXTEND EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF EXCEPTION-FILE-STATUS = "00"
               WRITE EXCEPTION-RECORD FROM EXCEPTION-ENTRY
               CLOSE EXCEPTION-FILE
           ELSE
               DISPLAY "WARNING: cannot append to ops_exceptions.dat "
                       "(status " EXCEPTION-FILE-STATUS ")"
           END-IF
           EXIT.

      *> Reads the scene identity sidecar SCENE-MAINT leaves beside the
      *> working scene file. A sidecar that is missing or garbled just
      *> leaves the audit fields at their blank/zero defaults - it is
               MOVE 0 TO MASTER-TEX-SCALE(MASTER-COUNT)
           END-IF
           MOVE MST-TEXTURE-FILE TO MASTER-TEXTURE-FILE(MASTER-COUNT)
           IF MST-DENSITY IS NUMERIC
               MOVE MST-DENSITY TO MASTER-DENSITY(MASTER-COUNT)
           ELSE
               MOVE 0 TO MASTER-DENSITY(MASTER-COUNT)
           END-IF
           EXIT.

      *> Resolves the scene record's material name against the table,
                        TO MATERIAL-PARAM-TEX-SCALE
                   MOVE MASTER-TEXTURE-FILE(MASTER-INDEX)
                        TO MATERIAL-WORK-TEXTURE
      *> A medium's density belongs to the volume as much as to the
      *> material - the object's own density stands when it has one
                   IF MATERIAL-PARAM-DENSITY = 0
                       MOVE MASTER-DENSITY(MASTER-INDEX)
                            TO MATERIAL-PARAM-DENSITY
                   END-IF
               END-IF
           END-PERFORM
           IF MASTER-FOUND = 0
                       "(see scene_edit_report.txt)"
               MOVE 12 TO RETURN-CODE
               MOVE 1 TO VALIDATE-ABORT-SWITCH
               MOVE 12 TO EXC-SEVERITY
               MOVE "Scene file is absent - run aborted"
                    TO EXC-MESSAGE
               PERFORM EXCEPTION-LOG-WRITE
           ELSE
               OPEN OUTPUT EDIT-REPORT-FILE
               OPEN OUTPUT REJECT-FILE
                           "(see scene_edit_report.txt)"
                   MOVE 12 TO RETURN-CODE
                   MOVE 1 TO VALIDATE-ABORT-SWITCH
                   MOVE 12 TO EXC-SEVERITY
                   MOVE "Scene file is empty - run aborted"
                        TO EXC-MESSAGE
                   PERFORM EXCEPTION-LOG-WRITE
               ELSE
                   IF VALIDATE-PROJECTED-COUNT >
                      HITTABLE-MAX OF HITTABLE-LIST
                               "aborted (see scene_edit_report.txt)"
                       MOVE 8 TO RETURN-CODE
                       MOVE 1 TO VALIDATE-ABORT-SWITCH
                       MOVE 8 TO EXC-SEVERITY
                       MOVE SPACES TO EXC-MESSAGE
                       STRING "Scene needs " VALIDATE-PROJECTED-COUNT
                              " world slots - run aborted"
                              DELIMITED BY SIZE INTO EXC-MESSAGE
                       PERFORM EXCEPTION-LOG-WRITE
                   END-IF
                   PERFORM SCENE-VALIDATE-WRITE-SUMMARY
               END-IF
                           "aborted (see scene_edit_report.txt)"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO VALIDATE-ABORT-SWITCH
                   MOVE 8 TO EXC-SEVERITY
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "Scene validation rejected "
                          VALIDATE-REJECT-COUNT " record(s) - "
                          "see scene_edit_report.txt"
                          DELIMITED BY SIZE INTO EXC-MESSAGE
                   PERFORM EXCEPTION-LOG-WRITE
               END-IF
           END-IF
           EXIT.
           MOVE CHK-TEX-SCALE TO VALIDATE-FIELD-TEXT
           MOVE 09 TO VALIDATE-FIELD-LEN
           PERFORM SCENE-VALIDATE-UNSIGNED-OR-BLANK
           MOVE "SCENE-DENSITY" TO VALIDATE-FIELD-NAME
           MOVE CHK-DENSITY TO VALIDATE-FIELD-TEXT
           PERFORM SCENE-VALIDATE-UNSIGNED-OR-BLANK
           EXIT.

      *> An extension field is acceptable fully blank (old record) or
                            TO VALIDATE-REASON
                       PERFORM SCENE-VALIDATE-LOG-ERROR
                   END-IF
               WHEN "MEDIUM"
                   MOVE 0 TO MEDIUM-CHECK-DENSITY
                   PERFORM SCENE-VALIDATE-MEDIUM
               WHEN OTHER
                   MOVE "SCENE-MATERIAL" TO VALIDATE-FIELD-NAME
                   MOVE "unknown material type" TO VALIDATE-REASON
      *> sphere an hour into the render
       SCENE-VALIDATE-MATERIAL-NAME.
           MOVE 0 TO MASTER-FOUND
           MOVE 0 TO MEDIUM-NAMED-SWITCH
           PERFORM VARYING MASTER-INDEX FROM 1 BY 1
                   UNTIL MASTER-INDEX > MASTER-COUNT OR
                         MASTER-FOUND = 1
               IF MASTER-NAME(MASTER-INDEX) = CHK-MATERIAL-NAME
                   MOVE 1 TO MASTER-FOUND
                   IF MASTER-TYPE(MASTER-INDEX) = "MEDIUM"
                       MOVE 1 TO MEDIUM-NAMED-SWITCH
                       MOVE MASTER-DENSITY(MASTER-INDEX)
                            TO MEDIUM-CHECK-DENSITY
                   END-IF
               END-IF
           END-PERFORM
           IF MASTER-FOUND = 0
               MOVE "material not in master file" TO VALIDATE-REASON
               PERFORM SCENE-VALIDATE-LOG-ERROR
           END-IF
      *> A master MEDIUM is held to the same boundary and density
      *> rules as one keyed inline
           IF MEDIUM-NAMED-SWITCH = 1
               PERFORM SCENE-VALIDATE-MEDIUM
           END-IF
           EXIT.

      *> A MEDIUM fills the inside of a closed boundary, so only a
      *> SPHERE or a BOX can carry one - a plane, triangle or quad has
      *> no inside, and an instance's triangles none either. The
      *> density must come out positive from the record itself or,
      *> for a named material, from the master: a zero-density volume
      *> scatters nothing and divides by zero in the free-path draw
       SCENE-VALIDATE-MEDIUM.
           IF CHK-OBJ-TYPE NOT = "SPHERE" AND
              CHK-OBJ-TYPE NOT = "BOX"
               MOVE "SCENE-MATERIAL" TO VALIDATE-FIELD-NAME
               MOVE "MEDIUM needs a SPHERE or BOX boundary"
                    TO VALIDATE-REASON
               PERFORM SCENE-VALIDATE-LOG-ERROR
           END-IF
           IF CHK-DENSITY NOT = SPACES
              AND SCENE-DENSITY > 0
               CONTINUE
           ELSE
               IF MEDIUM-CHECK-DENSITY = 0
                   MOVE "SCENE-DENSITY" TO VALIDATE-FIELD-NAME
                   MOVE "MEDIUM density must be positive"
                        TO VALIDATE-REASON
                   PERFORM SCENE-VALIDATE-LOG-ERROR
               END-IF
           END-IF
           EXIT.

      *> Rejects a degenerate triangle whose three vertices are
      *> Applies the animation state for FRAME-NUMBER: the camera from
      *> its bracketing CAMERA keyframes, then every world object that
      *> has OBJECT keyframes. Values interpolate linearly between the
      *> bracketing keyframes and hold beyond the first/last one.
      *> With the shutter open the shutter-close state is keyed first,
      *> so the open state applied after it can be turned into the
      *> displacements the per-sample ray times move along
       ANIM-APPLY-FRAME.
           MOVE 0 TO MOTION-CAMERA-SWITCH
           IF ANIM-COUNT > 0
               IF SHUTTER-INTERVAL > 0
                   PERFORM ANIM-CAPTURE-SHUTTER-CLOSE
               END-IF
               MOVE FRAME-NUMBER TO ANIM-EVAL-FRAME
               IF ANIM-CAMERA-COUNT > 0
                   PERFORM ANIM-APPLY-CAMERA
               END-IF
           END-IF
           EXIT.

      *> Keys the shutter-close instant, FRAME-NUMBER plus the shutter
      *> interval: a keyed camera is initialized there and its aiming
      *> vectors parked in MOTION-CAM-DELTA until CAMERA-RENDER has the
      *> open state to subtract, and every keyed object's close
      *> position is parked in its MOTION-SLOTS entry
       ANIM-CAPTURE-SHUTTER-CLOSE.
           COMPUTE ANIM-EVAL-FRAME = FRAME-NUMBER + SHUTTER-INTERVAL
           IF ANIM-CAMERA-COUNT > 0
               PERFORM ANIM-APPLY-CAMERA
               PERFORM CAMERA-INITIALIZE
               PERFORM MOTION-CAMERA-GATHER
               PERFORM VARYING MOTION-CAM-INDEX FROM 1 BY 1
                       UNTIL MOTION-CAM-INDEX > 18
                   MOVE MOTION-CAM-STAGE(MOTION-CAM-INDEX)
                        TO MOTION-CAM-DELTA(MOTION-CAM-INDEX)
               END-PERFORM
               MOVE 1 TO MOTION-CAMERA-SWITCH
           END-IF
           PERFORM VARYING ANIM-TARGET-SLOT FROM 1 BY 1
                   UNTIL ANIM-TARGET-SLOT > HITTABLE-COUNT
               PERFORM ANIM-CAPTURE-OBJECT-CLOSE
           END-PERFORM
           EXIT.

      *> Close position of world slot ANIM-TARGET-SLOT, if it has
      *> OBJECT keyframes - all three keyed vectors are kept, the
      *> shape decides later which of them it uses
       ANIM-CAPTURE-OBJECT-CLOSE.
           MOVE 0 TO MOTION-MOVING(ANIM-TARGET-SLOT)
           MOVE "OBJECT" TO ANIM-KEY-TYPE
           MOVE ANIM-TARGET-SLOT TO ANIM-KEY-OBJECT
           PERFORM ANIM-FIND-KEYFRAMES
           IF ANIM-PREV-INDEX > 0
               PERFORM ANIM-LERP-V1-TO-TEMP
               MOVE VEC3-TEMP-X TO MOTION-V1-X(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Y TO MOTION-V1-Y(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Z TO MOTION-V1-Z(ANIM-TARGET-SLOT)
               PERFORM ANIM-LERP-V2-TO-TEMP
               MOVE VEC3-TEMP-X TO MOTION-V2-X(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Y TO MOTION-V2-Y(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Z TO MOTION-V2-Z(ANIM-TARGET-SLOT)
               PERFORM ANIM-LERP-V3-TO-TEMP
               MOVE VEC3-TEMP-X TO MOTION-V3-X(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Y TO MOTION-V3-Y(ANIM-TARGET-SLOT)
               MOVE VEC3-TEMP-Z TO MOTION-V3-Z(ANIM-TARGET-SLOT)
               MOVE 1 TO MOTION-MOVING(ANIM-TARGET-SLOT)
           END-IF
           EXIT.

      *> Finds the keyframes bracketing ANIM-EVAL-FRAME for
      *> ANIM-KEY-TYPE (and, for OBJECT keys, ANIM-KEY-OBJECT): the
      *> latest keyframe at or before that time and the earliest at or
      *> after it, plus the interpolation fraction between them. The
      *> time is the frame itself, or a point inside the frame's
      *> shutter interval when motion blur is on
       ANIM-FIND-KEYFRAMES.
           MOVE 0 TO ANIM-PREV-INDEX
           MOVE 0 TO ANIM-NEXT-INDEX
               IF ANIM-ENT-TYPE(ANIM-INDEX) = ANIM-KEY-TYPE AND
                  (ANIM-KEY-TYPE = "CAMERA" OR
                   ANIM-ENT-OBJECT(ANIM-INDEX) = ANIM-KEY-OBJECT)
                   IF ANIM-ENT-FRAME(ANIM-INDEX) <= ANIM-EVAL-FRAME
                       IF ANIM-PREV-INDEX = 0 OR
                          ANIM-ENT-FRAME(ANIM-INDEX) >=
                          ANIM-ENT-FRAME(ANIM-PREV-INDEX)
                           MOVE ANIM-INDEX TO ANIM-PREV-INDEX
                       END-IF
                   END-IF
                   IF ANIM-ENT-FRAME(ANIM-INDEX) >= ANIM-EVAL-FRAME
                       IF ANIM-NEXT-INDEX = 0 OR
                          ANIM-ENT-FRAME(ANIM-INDEX) <
                          ANIM-ENT-FRAME(ANIM-NEXT-INDEX)
                       ANIM-ENT-FRAME(ANIM-PREV-INDEX)
               IF ANIM-LERP-SPAN > 0
                   COMPUTE ANIM-LERP-T =
                           (ANIM-EVAL-FRAME -
                            ANIM-ENT-FRAME(ANIM-PREV-INDEX))
                           / ANIM-LERP-SPAN
               END-IF
      *> if that slot has OBJECT keyframes: a sphere's center (or a
      *> plane's point) from the V1 fields, a triangle's vertices from
      *> V1/V2/V3. The slot's bounding box is recomputed afterwards so
      *> the bbox reject test tracks the moved geometry - and, when the
      *> slot also moves during the shutter, widened over the sweep
       ANIM-APPLY-OBJECT.
           MOVE "OBJECT" TO ANIM-KEY-TYPE
           MOVE ANIM-TARGET-SLOT TO ANIM-KEY-OBJECT
                    HITTABLE-DATA OF HITTABLE-OBJECTS(ANIM-TARGET-SLOT)
               MOVE ANIM-TARGET-SLOT TO NEXT-SLOT
               PERFORM HITTABLE-LIST-ADD-COMPUTE-BBOX
               IF MOTION-MOVING(ANIM-TARGET-SLOT) = 1
                   PERFORM ANIM-SWEEP-OBJECT
               END-IF
           END-IF
           EXIT.

      *> Turns the close positions parked in the slot's MOTION-SLOTS
      *> entry into open-to-close displacements, leaving the staged
      *> HITTABLE-OBJECT at its close position. The close bounding box
      *> is then computed and the open box folded back into it, so the
      *> reject test passes anything the object touches at any time
      *> inside the shutter. The world slot itself keeps the open
      *> position - HITTABLE-LIST-HIT moves it per sample
       ANIM-SWEEP-OBJECT.
           EVALUATE HITTABLE-TYPE OF HITTABLE-OBJECT
               WHEN 'SPHERE'
                   MOVE MOTION-V1-X(ANIM-TARGET-SLOT) TO VEC3-TEMP-X
                   MOVE MOTION-V1-Y(ANIM-TARGET-SLOT) TO VEC3-TEMP-Y
                   MOVE MOTION-V1-Z(ANIM-TARGET-SLOT) TO VEC3-TEMP-Z
                   COMPUTE MOTION-V1-X(ANIM-TARGET-SLOT) = VEC3-TEMP-X
                           - SPHERE-OBJ-CENTER-X OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Y(ANIM-TARGET-SLOT) = VEC3-TEMP-Y
                           - SPHERE-OBJ-CENTER-Y OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Z(ANIM-TARGET-SLOT) = VEC3-TEMP-Z
                           - SPHERE-OBJ-CENTER-Z OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-X TO
                        SPHERE-OBJ-CENTER-X OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Y TO
                        SPHERE-OBJ-CENTER-Y OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Z TO
                        SPHERE-OBJ-CENTER-Z OF HITTABLE-OBJECT
               WHEN 'PLANE'
                   COMPUTE MOTION-V1-X(ANIM-TARGET-SLOT) =
                           MOTION-V1-X(ANIM-TARGET-SLOT)
                           - PLANE-OBJ-POINT-X OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Y(ANIM-TARGET-SLOT) =
                           MOTION-V1-Y(ANIM-TARGET-SLOT)
                           - PLANE-OBJ-POINT-Y OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Z(ANIM-TARGET-SLOT) =
                           MOTION-V1-Z(ANIM-TARGET-SLOT)
                           - PLANE-OBJ-POINT-Z OF HITTABLE-OBJECT
               WHEN 'TRIANGLE'
                   MOVE MOTION-V1-X(ANIM-TARGET-SLOT) TO VEC3-TEMP-X
                   MOVE MOTION-V1-Y(ANIM-TARGET-SLOT) TO VEC3-TEMP-Y
                   MOVE MOTION-V1-Z(ANIM-TARGET-SLOT) TO VEC3-TEMP-Z
                   COMPUTE MOTION-V1-X(ANIM-TARGET-SLOT) = VEC3-TEMP-X
                           - TRIANGLE-OBJ-V0-X OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Y(ANIM-TARGET-SLOT) = VEC3-TEMP-Y
                           - TRIANGLE-OBJ-V0-Y OF HITTABLE-OBJECT
                   COMPUTE MOTION-V1-Z(ANIM-TARGET-SLOT) = VEC3-TEMP-Z
                           - TRIANGLE-OBJ-V0-Z OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-X TO
                        TRIANGLE-OBJ-V0-X OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Y TO
                        TRIANGLE-OBJ-V0-Y OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Z TO
                        TRIANGLE-OBJ-V0-Z OF HITTABLE-OBJECT
                   MOVE MOTION-V2-X(ANIM-TARGET-SLOT) TO VEC3-TEMP-X
                   MOVE MOTION-V2-Y(ANIM-TARGET-SLOT) TO VEC3-TEMP-Y
                   MOVE MOTION-V2-Z(ANIM-TARGET-SLOT) TO VEC3-TEMP-Z
                   COMPUTE MOTION-V2-X(ANIM-TARGET-SLOT) = VEC3-TEMP-X
                           - TRIANGLE-OBJ-V1-X OF HITTABLE-OBJECT
                   COMPUTE MOTION-V2-Y(ANIM-TARGET-SLOT) = VEC3-TEMP-Y
                           - TRIANGLE-OBJ-V1-Y OF HITTABLE-OBJECT
                   COMPUTE MOTION-V2-Z(ANIM-TARGET-SLOT) = VEC3-TEMP-Z
                           - TRIANGLE-OBJ-V1-Z OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-X TO
                        TRIANGLE-OBJ-V1-X OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Y TO
                        TRIANGLE-OBJ-V1-Y OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Z TO
                        TRIANGLE-OBJ-V1-Z OF HITTABLE-OBJECT
                   MOVE MOTION-V3-X(ANIM-TARGET-SLOT) TO VEC3-TEMP-X
                   MOVE MOTION-V3-Y(ANIM-TARGET-SLOT) TO VEC3-TEMP-Y
                   MOVE MOTION-V3-Z(ANIM-TARGET-SLOT) TO VEC3-TEMP-Z
                   COMPUTE MOTION-V3-X(ANIM-TARGET-SLOT) = VEC3-TEMP-X
                           - TRIANGLE-OBJ-V2-X OF HITTABLE-OBJECT
                   COMPUTE MOTION-V3-Y(ANIM-TARGET-SLOT) = VEC3-TEMP-Y
                           - TRIANGLE-OBJ-V2-Y OF HITTABLE-OBJECT
                   COMPUTE MOTION-V3-Z(ANIM-TARGET-SLOT) = VEC3-TEMP-Z
                           - TRIANGLE-OBJ-V2-Z OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-X TO
                        TRIANGLE-OBJ-V2-X OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Y TO
                        TRIANGLE-OBJ-V2-Y OF HITTABLE-OBJECT
                   MOVE VEC3-TEMP-Z TO
                        TRIANGLE-OBJ-V2-Z OF HITTABLE-OBJECT
      *> Shapes the keys do not move stay put through the shutter
               WHEN OTHER
                   MOVE 0 TO MOTION-MOVING(ANIM-TARGET-SLOT)
           END-EVALUATE
           IF MOTION-MOVING(ANIM-TARGET-SLOT) = 1 AND
              HITTABLE-BOUNDED(ANIM-TARGET-SLOT) = 1
               MOVE HITTABLE-BBOX(ANIM-TARGET-SLOT) TO MOTION-OPEN-BBOX
               PERFORM HITTABLE-LIST-ADD-COMPUTE-BBOX
               MOVE MOTION-OPEN-MIN-X TO VEC3-TEMP-X
               MOVE MOTION-OPEN-MIN-Y TO VEC3-TEMP-Y
               MOVE MOTION-OPEN-MIN-Z TO VEC3-TEMP-Z
               PERFORM HITTABLE-BBOX-FOLD-POINT
               MOVE MOTION-OPEN-MAX-X TO VEC3-TEMP-X
               MOVE MOTION-OPEN-MAX-Y TO VEC3-TEMP-Y
               MOVE MOTION-OPEN-MAX-Z TO VEC3-TEMP-Z
               PERFORM HITTABLE-BBOX-FOLD-POINT
           END-IF
           EXIT.

      *> Copies the six camera vectors CAMERA-GET-RAY aims with into
      *> MOTION-CAM-STAGE, in MOTION-CAM-ENTRY order
       MOTION-CAMERA-GATHER.
           MOVE CENTER-X TO MOTION-CAM-STAGE(1)
           MOVE CENTER-Y TO MOTION-CAM-STAGE(2)
           MOVE CENTER-Z TO MOTION-CAM-STAGE(3)
           MOVE PIXEL00-LOC-X TO MOTION-CAM-STAGE(4)
           MOVE PIXEL00-LOC-Y TO MOTION-CAM-STAGE(5)
           MOVE PIXEL00-LOC-Z TO MOTION-CAM-STAGE(6)
           MOVE PIXEL-DELTA-U-X OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(7)
           MOVE PIXEL-DELTA-U-Y OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(8)
           MOVE PIXEL-DELTA-U-Z OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(9)
           MOVE PIXEL-DELTA-V-X OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(10)
           MOVE PIXEL-DELTA-V-Y OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(11)
           MOVE PIXEL-DELTA-V-Z OF CAMERA-PRIVATE-VARS
                TO MOTION-CAM-STAGE(12)
           MOVE DEFOCUS-DISK-U-X TO MOTION-CAM-STAGE(13)
           MOVE DEFOCUS-DISK-U-Y TO MOTION-CAM-STAGE(14)
           MOVE DEFOCUS-DISK-U-Z TO MOTION-CAM-STAGE(15)
           MOVE DEFOCUS-DISK-V-X TO MOTION-CAM-STAGE(16)
           MOVE DEFOCUS-DISK-V-Y TO MOTION-CAM-STAGE(17)
           MOVE DEFOCUS-DISK-V-Z TO MOTION-CAM-STAGE(18)
           EXIT.

      *> Run by CAMERA-RENDER once the open state is initialized: the
      *> open vectors are kept and the close vectors parked in
      *> MOTION-CAM-DELTA become open-to-close changes
       MOTION-CAMERA-PREPARE.
           PERFORM MOTION-CAMERA-GATHER
           PERFORM VARYING MOTION-CAM-INDEX FROM 1 BY 1
                   UNTIL MOTION-CAM-INDEX > 18
               MOVE MOTION-CAM-STAGE(MOTION-CAM-INDEX)
                    TO MOTION-CAM-OPEN(MOTION-CAM-INDEX)
               COMPUTE MOTION-CAM-DELTA(MOTION-CAM-INDEX) =
                       MOTION-CAM-DELTA(MOTION-CAM-INDEX) -
                       MOTION-CAM-STAGE(MOTION-CAM-INDEX)
           END-PERFORM
           EXIT.

      *> Places the camera at SHUTTER-RAY-TIME inside the shutter by
      *> moving each aiming vector along its open-to-close change
       MOTION-CAMERA-AT-TIME.
           PERFORM VARYING MOTION-CAM-INDEX FROM 1 BY 1
                   UNTIL MOTION-CAM-INDEX > 18
               COMPUTE MOTION-CAM-STAGE(MOTION-CAM-INDEX) =
                       MOTION-CAM-OPEN(MOTION-CAM-INDEX) +
                       (MOTION-CAM-DELTA(MOTION-CAM-INDEX) *
                        SHUTTER-RAY-TIME)
           END-PERFORM
           MOVE MOTION-CAM-STAGE(1) TO CENTER-X
           MOVE MOTION-CAM-STAGE(2) TO CENTER-Y
           MOVE MOTION-CAM-STAGE(3) TO CENTER-Z
           MOVE MOTION-CAM-STAGE(4) TO PIXEL00-LOC-X
           MOVE MOTION-CAM-STAGE(5) TO PIXEL00-LOC-Y
           MOVE MOTION-CAM-STAGE(6) TO PIXEL00-LOC-Z
           MOVE MOTION-CAM-STAGE(7)
                TO PIXEL-DELTA-U-X OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(8)
                TO PIXEL-DELTA-U-Y OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(9)
                TO PIXEL-DELTA-U-Z OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(10)
                TO PIXEL-DELTA-V-X OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(11)
                TO PIXEL-DELTA-V-Y OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(12)
                TO PIXEL-DELTA-V-Z OF CAMERA-PRIVATE-VARS
           MOVE MOTION-CAM-STAGE(13) TO DEFOCUS-DISK-U-X
           MOVE MOTION-CAM-STAGE(14) TO DEFOCUS-DISK-U-Y
           MOVE MOTION-CAM-STAGE(15) TO DEFOCUS-DISK-U-Z
           MOVE MOTION-CAM-STAGE(16) TO DEFOCUS-DISK-V-X
           MOVE MOTION-CAM-STAGE(17) TO DEFOCUS-DISK-V-Y
           MOVE MOTION-CAM-STAGE(18) TO DEFOCUS-DISK-V-Z
           EXIT.

      *> Moves the object staged in HITTABLE-OBJECT from slot
      *> LIST-INDEX to its position at SHUTTER-RAY-TIME, along the
      *> displacements ANIM-SWEEP-OBJECT left in MOTION-SLOTS
       MOTION-OBJECT-AT-TIME.
           EVALUATE HITTABLE-TYPE OF HITTABLE-OBJECT
               WHEN 'SPHERE'
                   COMPUTE SPHERE-OBJ-CENTER-X OF HITTABLE-OBJECT =
                           SPHERE-OBJ-CENTER-X OF HITTABLE-OBJECT +
                           (MOTION-V1-X(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE SPHERE-OBJ-CENTER-Y OF HITTABLE-OBJECT =
                           SPHERE-OBJ-CENTER-Y OF HITTABLE-OBJECT +
                           (MOTION-V1-Y(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE SPHERE-OBJ-CENTER-Z OF HITTABLE-OBJECT =
                           SPHERE-OBJ-CENTER-Z OF HITTABLE-OBJECT +
                           (MOTION-V1-Z(LIST-INDEX) * SHUTTER-RAY-TIME)
               WHEN 'PLANE'
                   COMPUTE PLANE-OBJ-POINT-X OF HITTABLE-OBJECT =
                           PLANE-OBJ-POINT-X OF HITTABLE-OBJECT +
                           (MOTION-V1-X(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE PLANE-OBJ-POINT-Y OF HITTABLE-OBJECT =
                           PLANE-OBJ-POINT-Y OF HITTABLE-OBJECT +
                           (MOTION-V1-Y(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE PLANE-OBJ-POINT-Z OF HITTABLE-OBJECT =
                           PLANE-OBJ-POINT-Z OF HITTABLE-OBJECT +
                           (MOTION-V1-Z(LIST-INDEX) * SHUTTER-RAY-TIME)
               WHEN 'TRIANGLE'
                   COMPUTE TRIANGLE-OBJ-V0-X OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V0-X OF HITTABLE-OBJECT +
                           (MOTION-V1-X(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V0-Y OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V0-Y OF HITTABLE-OBJECT +
                           (MOTION-V1-Y(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V0-Z OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V0-Z OF HITTABLE-OBJECT +
                           (MOTION-V1-Z(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V1-X OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V1-X OF HITTABLE-OBJECT +
                           (MOTION-V2-X(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V1-Y OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V1-Y OF HITTABLE-OBJECT +
                           (MOTION-V2-Y(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V1-Z OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V1-Z OF HITTABLE-OBJECT +
                           (MOTION-V2-Z(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V2-X OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V2-X OF HITTABLE-OBJECT +
                           (MOTION-V3-X(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V2-Y OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V2-Y OF HITTABLE-OBJECT +
                           (MOTION-V3-Y(LIST-INDEX) * SHUTTER-RAY-TIME)
                   COMPUTE TRIANGLE-OBJ-V2-Z OF HITTABLE-OBJECT =
                           TRIANGLE-OBJ-V2-Z OF HITTABLE-OBJECT +
                           (MOTION-V3-Z(LIST-INDEX) * SHUTTER-RAY-TIME)
           END-EVALUATE
           EXIT.

      *> The three keyframe vector interpolations, each leaving its
      *> result in VEC3-TEMP
       ANIM-LERP-V1-TO-TEMP.
           END-IF
      *> A named material overrides every inline parameter moved so
      *> far (including the texture file) with its master definition
           IF SCENE-DENSITY IS NUMERIC
               MOVE SCENE-DENSITY TO MATERIAL-PARAM-DENSITY
           ELSE
               MOVE 0 TO MATERIAL-PARAM-DENSITY
           END-IF
           MOVE SCENE-TEXTURE-FILE TO MATERIAL-WORK-TEXTURE
           IF SCENE-MATERIAL-NAME NOT = SPACES
               PERFORM MATERIAL-MASTER-RESOLVE
               DISPLAY "Mesh file " MESH-FILENAME " not available "
                       "(status " MESH-FILE-STATUS ") - instance "
                       "skipped"
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Mesh file " FUNCTION TRIM(MESH-FILENAME)
                      " not available - instance skipped"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM EXCEPTION-LOG-WRITE
           ELSE
               MOVE 0 TO MESH-EOF-SWITCH
               PERFORM WORLD-SETUP-READ-MESH-RECORD
                   MOVE 0 TO MATERIAL-PARAM-TEX-SCALE
               END-IF
           END-IF
      *> A mesh triangle is a surface, never a volume boundary
           MOVE 0 TO MATERIAL-PARAM-DENSITY
           PERFORM HITTABLE-LIST-ADD-TRIANGLE-WITH-MATERIAL
           ADD 1 TO INSTANCE-TRIANGLE-COUNT
           EXIT.
               DISPLAY "Texture file " TEXTURE-FILENAME
                       " not found - TEXTURE surfaces use albedo"
               MOVE 1 TO TEXTURE-LOAD-FAILED
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Texture file " FUNCTION TRIM(TEXTURE-FILENAME)
                      " not found - albedo used"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM EXCEPTION-LOG-WRITE
           ELSE
               MOVE 0 TO TEXTURE-EOF-SWITCH
               PERFORM TEXTURE-LOAD-LINE
                   MOVE 1 TO TEXTURE-LOAD-FAILED
                   DISPLAY "Texture " TEXTURE-FILENAME " unusable - "
                           "TEXTURE surfaces use albedo"
                   MOVE 4 TO EXC-SEVERITY
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "Texture " FUNCTION TRIM(TEXTURE-FILENAME)
                          " unusable - albedo used"
                          DELIMITED BY SIZE INTO EXC-MESSAGE
                   PERFORM EXCEPTION-LOG-WRITE
               END-IF
           END-IF
           EXIT.
           COMPUTE DEFOCUS-DISK-V-Y = CAMERA-BASIS-V-Y * DEFOCUS-RADIUS
           COMPUTE DEFOCUS-DISK-V-Z = CAMERA-BASIS-V-Z * DEFOCUS-RADIUS

      *> The panorama keeps u as its right-hand axis but takes VUP as
      *> straight up and faces LOOK-AT across a level horizon
           IF CAMERA-PROJECTION = "PANO"
               PERFORM CAMERA-PANO-INITIALIZE
           END-IF

      *> Stereo eyes sit half the eye separation either side of the
      *> camera center. An over/under image stacks the right eye's
      *> rows under the left eye's, so the image written is twice the
      *> height the projection itself works in
           MOVE IMAGE-HEIGHT TO EYE-IMAGE-HEIGHT
           COMPUTE EYE-HALF-SEPARATION = EYE-SEPARATION / 2
           IF STEREO-LAYOUT = "OU"
               COMPUTE IMAGE-HEIGHT = EYE-IMAGE-HEIGHT * 2
           END-IF

      *> Copy to legacy variables for compatibility
           MOVE CENTER-X TO CAMERA-CENTER-X
           MOVE CENTER-Y TO CAMERA-CENTER-Y
           COMPUTE WIDTH-MINUS-1 = IMAGE-WIDTH - 1   *> For normalizing X coords
           COMPUTE HEIGHT-MINUS-1 = IMAGE-HEIGHT - 1. *> For normalizing Y coords
           EXIT.

      *> Panorama frame: up = unit(vup), back = u x up - the
      *> horizontal part of w, so looking up or down at LOOK-AT only
      *> decides which way the seam faces, never the horizon
       CAMERA-PANO-INITIALIZE.
           MOVE VUP-X TO VEC3-A-X
           MOVE VUP-Y TO VEC3-A-Y
           MOVE VUP-Z TO VEC3-A-Z
           PERFORM VEC3-UNIT-VECTOR-A
           MOVE VEC3-RESULT-X TO PANO-UP-X
           MOVE VEC3-RESULT-Y TO PANO-UP-Y
           MOVE VEC3-RESULT-Z TO PANO-UP-Z
           MOVE CAMERA-BASIS-U-X TO VEC3-A-X
           MOVE CAMERA-BASIS-U-Y TO VEC3-A-Y
           MOVE CAMERA-BASIS-U-Z TO VEC3-A-Z
           MOVE PANO-UP-X TO VEC3-B-X
           MOVE PANO-UP-Y TO VEC3-B-Y
           MOVE PANO-UP-Z TO VEC3-B-Z
           PERFORM VEC3-CROSS-PRODUCT
           MOVE VEC3-RESULT-X TO PANO-BACK-X
           MOVE VEC3-RESULT-Y TO PANO-BACK-Y
           MOVE VEC3-RESULT-Z TO PANO-BACK-Z
           EXIT.
       
      *> Write PPM file header - dispatches to the ASCII (P3) or binary
      *> (P6) writer depending on the camera's OUTPUT-FORMAT
       CAMERA-RENDER.
      *> Initialize camera (called automatically at start of render)
           PERFORM CAMERA-INITIALIZE
      *> A keyed camera moving during the shutter keeps this open
      *> state beside its open-to-close change for CAMERA-GET-RAY
           IF MOTION-CAMERA-SWITCH = 1
               PERFORM MOTION-CAMERA-PREPARE
           END-IF

      *> Record the start of this run for the audit report, and reset
      *> the ray counter it also carries
           PERFORM VARYING J FROM CHECKPOINT-START-J BY 1
                   UNTIL J >= RENDER-LIMIT-J
               PERFORM DISPLAY-PROGRESS     *> Show progress to terminal
               PERFORM CAMERA-SET-SCANLINE-EYE  *> Eye and row within it
      *> Inner loop: iterate through each column (X-axis)
               PERFORM VARYING I FROM 0 BY 1 UNTIL I >= IMAGE-WIDTH
      *> Initialize pixel color accumulator: color pixel_color(0,0,0);
      *> C++ equivalent: ray get_ray(int i, int j) const (private method)
      *> Input: I, J contain pixel coordinates      *> Output: RAY-DATA contains the generated ray
       CAMERA-GET-RAY.
      *> With the shutter open the sample first draws its instant in
      *> the shutter; a moving camera is put there before aiming, and
      *> HITTABLE-LIST-HIT puts moving objects there for every bounce
      *> this sample traces
           IF SHUTTER-INTERVAL > 0
               PERFORM RANDOM-DOUBLE
               MOVE VEC3-SCALAR TO SHUTTER-RAY-TIME
               IF MOTION-CAMERA-SWITCH = 1
                   PERFORM MOTION-CAMERA-AT-TIME
               END-IF
           END-IF
      *> Construct a camera ray originating from the origin and directed at randomly sampled
      *> point around the pixel location i, j.
      *> auto offset = sample_square();
           PERFORM SAMPLE-SQUARE

      *> The panorama aims by longitude and latitude instead of
      *> through the viewport, always from the camera center (or the
      *> eye's point beside it) - no defocus disk
           IF CAMERA-PROJECTION = "PANO"
               PERFORM CAMERA-PANO-AIM
               MOVE GET-RAY-ORIGIN-X TO VEC3-A-X
               MOVE GET-RAY-ORIGIN-Y TO VEC3-A-Y
               MOVE GET-RAY-ORIGIN-Z TO VEC3-A-Z
               MOVE RAY-DIR-CALC-X TO VEC3-B-X
               MOVE RAY-DIR-CALC-Y TO VEC3-B-Y
               MOVE RAY-DIR-CALC-Z TO VEC3-B-Z
               PERFORM RAY-CONSTRUCT-WITH-PARAMS
               EXIT PARAGRAPH
           END-IF
           
      *> auto pixel_sample = pixel00_loc + ((i + offset.x()) * pixel_delta_u) + ((j + offset.y()) * pixel_delta_v);
      *> Accumulated one term at a time - folding all three terms into
                   ((I + SAMPLE-OFFSET-X) *
                    PIXEL-DELTA-U-X OF CAMERA-PRIVATE-VARS)
           COMPUTE PIXEL-CENTER-X = PIXEL-CENTER-X +
                   ((CAMERA-ROW-J + SAMPLE-OFFSET-Y) *
                    PIXEL-DELTA-V-X OF CAMERA-PRIVATE-VARS)
           COMPUTE PIXEL-CENTER-Y = PIXEL00-LOC-Y +
                   ((I + SAMPLE-OFFSET-X) *
                    PIXEL-DELTA-U-Y OF CAMERA-PRIVATE-VARS)
           COMPUTE PIXEL-CENTER-Y = PIXEL-CENTER-Y +
                   ((CAMERA-ROW-J + SAMPLE-OFFSET-Y) *
                    PIXEL-DELTA-V-Y OF CAMERA-PRIVATE-VARS)
           COMPUTE PIXEL-CENTER-Z = PIXEL00-LOC-Z +
                   ((I + SAMPLE-OFFSET-X) *
                    PIXEL-DELTA-U-Z OF CAMERA-PRIVATE-VARS)
           COMPUTE PIXEL-CENTER-Z = PIXEL-CENTER-Z +
                   ((CAMERA-ROW-J + SAMPLE-OFFSET-Y) *
                    PIXEL-DELTA-V-Z OF CAMERA-PRIVATE-VARS)
           
      *> auto ray_origin = (defocus_angle <= 0) ? center : defocus_disk_sample();
           ELSE
               PERFORM CAMERA-DEFOCUS-DISK-SAMPLE
           END-IF
      *> A stereo eye looks from beside the center; the viewport stays
      *> put, so the two eyes converge on the focus plane
           IF STEREO-SWITCH = 1
               PERFORM CAMERA-ADD-EYE-OFFSET
           END-IF

           COMPUTE RAY-DIR-CALC-X = PIXEL-CENTER-X - GET-RAY-ORIGIN-X
           COMPUTE RAY-DIR-CALC-Y = PIXEL-CENTER-Y - GET-RAY-ORIGIN-Y
           PERFORM RAY-CONSTRUCT-WITH-PARAMS    *> Create the ray
           EXIT.

      *> Works out which eye scanline J belongs to and which row of
      *> that eye's picture it is. A pair renders one eye per image;
      *> over/under puts the left eye in the top half. On the
      *> perspective camera the eye's offset from the center is the
      *> same for every pixel of the row, so it is set here once
       CAMERA-SET-SCANLINE-EYE.
           MOVE J TO CAMERA-ROW-J
           EVALUATE STEREO-EYE
               WHEN "L"
                   MOVE -1 TO EYE-SIGN
               WHEN "R"
                   MOVE 1 TO EYE-SIGN
               WHEN "B"
                   IF J < EYE-IMAGE-HEIGHT
                       MOVE -1 TO EYE-SIGN
                   ELSE
                       MOVE 1 TO EYE-SIGN
                       COMPUTE CAMERA-ROW-J = J - EYE-IMAGE-HEIGHT
                   END-IF
               WHEN OTHER
                   MOVE 0 TO EYE-SIGN
           END-EVALUATE
           COMPUTE EYE-OFFSET-X =
                   EYE-SIGN * EYE-HALF-SEPARATION * CAMERA-BASIS-U-X
           COMPUTE EYE-OFFSET-Y =
                   EYE-SIGN * EYE-HALF-SEPARATION * CAMERA-BASIS-U-Y
           COMPUTE EYE-OFFSET-Z =
                   EYE-SIGN * EYE-HALF-SEPARATION * CAMERA-BASIS-U-Z
           EXIT.

       CAMERA-ADD-EYE-OFFSET.
           COMPUTE GET-RAY-ORIGIN-X = GET-RAY-ORIGIN-X + EYE-OFFSET-X
           COMPUTE GET-RAY-ORIGIN-Y = GET-RAY-ORIGIN-Y + EYE-OFFSET-Y
           COMPUTE GET-RAY-ORIGIN-Z = GET-RAY-ORIGIN-Z + EYE-OFFSET-Z
           EXIT.

      *> Equirectangular aim for pixel (I, CAMERA-ROW-J) plus the
      *> sample offset: longitude runs -180 to +180 degrees across
      *> the image with LOOK-AT in the middle, latitude +90 at the top
      *> row to -90 at the bottom. The direction is
      *>   cos(lat)sin(lon) u + sin(lat) up - cos(lat)cos(lon) back
      *> A stereo eye sits half the separation out along the
      *> horizontal at right angles to its own longitude, so every
      *> column of the panorama sees true left/right parallax.
      *> Sums are built one term at a time, as in CAMERA-GET-RAY
      *> Output: GET-RAY-ORIGIN and RAY-DIR-CALC
       CAMERA-PANO-AIM.
           COMPUTE PANO-PIXEL-POS = I + 0.5
           COMPUTE PANO-PIXEL-POS = PANO-PIXEL-POS + SAMPLE-OFFSET-X
           COMPUTE PANO-LONGITUDE = PANO-PIXEL-POS / IMAGE-WIDTH
           COMPUTE PANO-LONGITUDE = PANO-LONGITUDE - 0.5
           COMPUTE PANO-LONGITUDE = PANO-LONGITUDE * 2
           COMPUTE PANO-LONGITUDE = PANO-LONGITUDE * PI-VALUE
           COMPUTE PANO-PIXEL-POS = CAMERA-ROW-J + 0.5
           COMPUTE PANO-PIXEL-POS = PANO-PIXEL-POS + SAMPLE-OFFSET-Y
           COMPUTE PANO-LATITUDE = PANO-PIXEL-POS / EYE-IMAGE-HEIGHT
           COMPUTE PANO-LATITUDE = 0.5 - PANO-LATITUDE
           COMPUTE PANO-LATITUDE = PANO-LATITUDE * PI-VALUE
           COMPUTE PANO-COS-LON = FUNCTION COS(PANO-LONGITUDE)
           COMPUTE PANO-SIN-LON = FUNCTION SIN(PANO-LONGITUDE)
           COMPUTE PANO-COS-LAT = FUNCTION COS(PANO-LATITUDE)
           COMPUTE PANO-SIN-LAT = FUNCTION SIN(PANO-LATITUDE)
           COMPUTE PANO-RIGHT-WEIGHT = PANO-COS-LAT * PANO-SIN-LON
           COMPUTE PANO-AHEAD-WEIGHT = PANO-COS-LAT * PANO-COS-LON
           COMPUTE RAY-DIR-CALC-X = PANO-RIGHT-WEIGHT * CAMERA-BASIS-U-X
           COMPUTE RAY-DIR-CALC-X = RAY-DIR-CALC-X +
                   (PANO-SIN-LAT * PANO-UP-X)
           COMPUTE RAY-DIR-CALC-X = RAY-DIR-CALC-X -
                   (PANO-AHEAD-WEIGHT * PANO-BACK-X)
           COMPUTE RAY-DIR-CALC-Y = PANO-RIGHT-WEIGHT * CAMERA-BASIS-U-Y
           COMPUTE RAY-DIR-CALC-Y = RAY-DIR-CALC-Y +
                   (PANO-SIN-LAT * PANO-UP-Y)
           COMPUTE RAY-DIR-CALC-Y = RAY-DIR-CALC-Y -
                   (PANO-AHEAD-WEIGHT * PANO-BACK-Y)
           COMPUTE RAY-DIR-CALC-Z = PANO-RIGHT-WEIGHT * CAMERA-BASIS-U-Z
           COMPUTE RAY-DIR-CALC-Z = RAY-DIR-CALC-Z +
                   (PANO-SIN-LAT * PANO-UP-Z)
           COMPUTE RAY-DIR-CALC-Z = RAY-DIR-CALC-Z -
                   (PANO-AHEAD-WEIGHT * PANO-BACK-Z)
           MOVE CENTER-X TO GET-RAY-ORIGIN-X
           MOVE CENTER-Y TO GET-RAY-ORIGIN-Y
           MOVE CENTER-Z TO GET-RAY-ORIGIN-Z
           IF STEREO-SWITCH = 1
               COMPUTE EYE-OFFSET-X = PANO-COS-LON * CAMERA-BASIS-U-X
               COMPUTE EYE-OFFSET-X = EYE-OFFSET-X +
                       (PANO-SIN-LON * PANO-BACK-X)
               COMPUTE EYE-OFFSET-X =
                       EYE-OFFSET-X * EYE-SIGN * EYE-HALF-SEPARATION
               COMPUTE EYE-OFFSET-Y = PANO-COS-LON * CAMERA-BASIS-U-Y
               COMPUTE EYE-OFFSET-Y = EYE-OFFSET-Y +
                       (PANO-SIN-LON * PANO-BACK-Y)
               COMPUTE EYE-OFFSET-Y =
                       EYE-OFFSET-Y * EYE-SIGN * EYE-HALF-SEPARATION
               COMPUTE EYE-OFFSET-Z = PANO-COS-LON * CAMERA-BASIS-U-Z
               COMPUTE EYE-OFFSET-Z = EYE-OFFSET-Z +
                       (PANO-SIN-LON * PANO-BACK-Z)
               COMPUTE EYE-OFFSET-Z =
                       EYE-OFFSET-Z * EYE-SIGN * EYE-HALF-SEPARATION
               PERFORM CAMERA-ADD-EYE-OFFSET
           END-IF
           EXIT.

      *> Camera defocus_disk_sample() method - returns a random point on the
      *> camera defocus disk, used as the ray origin when defocus blur is on
      *> C++ equivalent: point3 defocus_disk_sample() const (private method)
      *> winning HITTABLE-OBJECTS slot become the depth, normal and
      *> object-ID samples for pixel (I, J)
       AUX-RENDER-PIXEL.
      *> The aux ray is traced at shutter open, camera and world both,
      *> so the passes stay crisp and line up with an unblurred frame
           MOVE 0 TO SHUTTER-RAY-TIME
           IF MOTION-CAMERA-SWITCH = 1
               PERFORM MOTION-CAMERA-AT-TIME
           END-IF
      *> Same projection and eye as the beauty ray, through the exact
      *> pixel center
           IF CAMERA-PROJECTION = "PANO"
               MOVE 0 TO SAMPLE-OFFSET-X
               MOVE 0 TO SAMPLE-OFFSET-Y
               PERFORM CAMERA-PANO-AIM
           ELSE
               COMPUTE PIXEL-CENTER-X = PIXEL00-LOC-X +
                       (I * PIXEL-DELTA-U-X OF CAMERA-PRIVATE-VARS)
               COMPUTE PIXEL-CENTER-X = PIXEL-CENTER-X +
                       (CAMERA-ROW-J *
                        PIXEL-DELTA-V-X OF CAMERA-PRIVATE-VARS)
               COMPUTE PIXEL-CENTER-Y = PIXEL00-LOC-Y +
                       (I * PIXEL-DELTA-U-Y OF CAMERA-PRIVATE-VARS)
               COMPUTE PIXEL-CENTER-Y = PIXEL-CENTER-Y +
                       (CAMERA-ROW-J *
                        PIXEL-DELTA-V-Y OF CAMERA-PRIVATE-VARS)
               COMPUTE PIXEL-CENTER-Z = PIXEL00-LOC-Z +
                       (I * PIXEL-DELTA-U-Z OF CAMERA-PRIVATE-VARS)
               COMPUTE PIXEL-CENTER-Z = PIXEL-CENTER-Z +
                       (CAMERA-ROW-J *
                        PIXEL-DELTA-V-Z OF CAMERA-PRIVATE-VARS)
               MOVE CENTER-X TO GET-RAY-ORIGIN-X
               MOVE CENTER-Y TO GET-RAY-ORIGIN-Y
               MOVE CENTER-Z TO GET-RAY-ORIGIN-Z
               IF STEREO-SWITCH = 1
                   PERFORM CAMERA-ADD-EYE-OFFSET
               END-IF
               COMPUTE RAY-DIR-CALC-X =
                       PIXEL-CENTER-X - GET-RAY-ORIGIN-X
               COMPUTE RAY-DIR-CALC-Y =
                       PIXEL-CENTER-Y - GET-RAY-ORIGIN-Y
               COMPUTE RAY-DIR-CALC-Z =
                       PIXEL-CENTER-Z - GET-RAY-ORIGIN-Z
           END-IF
           MOVE GET-RAY-ORIGIN-X TO RAY-ORIGIN-X
           MOVE GET-RAY-ORIGIN-Y TO RAY-ORIGIN-Y
           MOVE GET-RAY-ORIGIN-Z TO RAY-ORIGIN-Z
           MOVE RAY-DIR-CALC-X TO RAY-DIR-X
           MOVE RAY-DIR-CALC-Y TO RAY-DIR-Y
           MOVE RAY-DIR-CALC-Z TO RAY-DIR-Z
           MOVE 0.001 TO HIT-RAY-T-MIN
           MOVE INFINITY-VALUE TO HIT-RAY-T-MAX
           MOVE 1 TO MEDIUM-AUX-SWITCH
           PERFORM HITTABLE-LIST-HIT
           MOVE 0 TO MEDIUM-AUX-SWITCH
           IF HIT-RESULT = 1 AND HIT-OCCURRED = 1
               PERFORM AUX-WRITE-DEPTH-PIXEL
               PERFORM AUX-WRITE-NORMAL-PIXEL
      *> Output: HIT-RECORD contains intersection info if hit
      *>         HIT-RESULT = 1 if hit detected, 0 if miss
       HITTABLE-HIT.
      *> A SPHERE or BOX carrying a MEDIUM is the boundary of a volume,
      *> not a surface - the hit lies somewhere inside it, if at all
           IF MATERIAL-TYPE OF HITTABLE-OBJECT = 'MEDIUM' AND
              (HITTABLE-TYPE OF HITTABLE-OBJECT = 'SPHERE' OR
               HITTABLE-TYPE OF HITTABLE-OBJECT = 'BOX')
               PERFORM MEDIUM-HIT
               EXIT PARAGRAPH
           END-IF
      *> Dispatch to appropriate hit method based on object type
      *> Uses EVALUATE for virtual method dispatch pattern
           EVALUATE HITTABLE-TYPE OF HITTABLE-OBJECT
           END-EVALUATE
           EXIT.

      *>****************************************************************
      *> CONSTANT MEDIUM METHODS - Participating Media Volumes         *
      *>****************************************************************
      *> Constant-density medium hit (equivalent to constant_medium::
      *> hit). The boundary is intersected along the whole line - once
      *> for the entry, once more just past it for the exit - and the
      *> span is clipped to the caller's ray interval, so a ray that
      *> starts inside the volume (a scattered ray, or a camera in the
      *> fog) is handled the same as one arriving from outside. A free
      *> path is then drawn from the exponential distribution,
      *> -ln(xi) / density: landing short of the exit, the ray
      *> scatters there; otherwise it passes through untouched. Media
      *> are see-through to the aux passes, which make no random draws
       MEDIUM-HIT.
           MOVE 0 TO HIT-RESULT
           MOVE 0 TO HIT-OCCURRED
           IF MEDIUM-AUX-SWITCH = 1 OR
              MATERIAL-DENSITY OF HITTABLE-OBJECT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HIT-RAY-T-MIN TO MEDIUM-RAY-TMIN
           MOVE HIT-RAY-T-MAX TO MEDIUM-RAY-TMAX
           COMPUTE HIT-RAY-T-MIN = 0 - INFINITY-VALUE
           MOVE INFINITY-VALUE TO HIT-RAY-T-MAX
           PERFORM MEDIUM-BOUNDARY-HIT
           IF HIT-RESULT = 1
               MOVE HIT-T TO MEDIUM-T-ENTRY
               COMPUTE HIT-RAY-T-MIN = MEDIUM-T-ENTRY + 0.0001
               MOVE INFINITY-VALUE TO HIT-RAY-T-MAX
               PERFORM MEDIUM-BOUNDARY-HIT
               MOVE HIT-T TO MEDIUM-T-EXIT
           END-IF
           MOVE MEDIUM-RAY-TMIN TO HIT-RAY-T-MIN
           MOVE MEDIUM-RAY-TMAX TO HIT-RAY-T-MAX
           IF HIT-RESULT = 0
               MOVE 0 TO HIT-OCCURRED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HIT-RESULT
           MOVE 0 TO HIT-OCCURRED

      *> Clip the span inside the boundary to the ray interval
           IF MEDIUM-T-ENTRY < MEDIUM-RAY-TMIN
               MOVE MEDIUM-RAY-TMIN TO MEDIUM-T-ENTRY
           END-IF
           IF MEDIUM-T-EXIT > MEDIUM-RAY-TMAX
               MOVE MEDIUM-RAY-TMAX TO MEDIUM-T-EXIT
           END-IF
           IF MEDIUM-T-ENTRY >= MEDIUM-T-EXIT
               EXIT PARAGRAPH
           END-IF

      *> Distances are in world units, t in direction lengths
           COMPUTE MEDIUM-RAY-LENGTH =
                   ((RAY-DIR-X * RAY-DIR-X) +
                    (RAY-DIR-Y * RAY-DIR-Y) +
                    (RAY-DIR-Z * RAY-DIR-Z)) ** 0.5
           IF MEDIUM-RAY-LENGTH = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE MEDIUM-INSIDE-DIST =
                   (MEDIUM-T-EXIT - MEDIUM-T-ENTRY) * MEDIUM-RAY-LENGTH

      *> 1 - xi keeps the draw in (0,1], clear of ln(0)
           PERFORM RANDOM-DOUBLE
           COMPUTE MEDIUM-LOG-VALUE = FUNCTION LOG(1 - VEC3-SCALAR)
           COMPUTE MEDIUM-HIT-DIST = (0 - MEDIUM-LOG-VALUE) /
                   MATERIAL-DENSITY OF HITTABLE-OBJECT
           IF MEDIUM-HIT-DIST > MEDIUM-INSIDE-DIST
               EXIT PARAGRAPH
           END-IF

           COMPUTE HIT-T = MEDIUM-T-ENTRY +
                   (MEDIUM-HIT-DIST / MEDIUM-RAY-LENGTH)
           MOVE HIT-T TO RAY-PARAMETER-T
           PERFORM RAY-AT-PARAMETER             *> Result in RAY-POINT-X/Y/Z
           MOVE RAY-POINT-X TO HIT-POINT-X
           MOVE RAY-POINT-Y TO HIT-POINT-Y
           MOVE RAY-POINT-Z TO HIT-POINT-Z

      *> A point inside a volume has no surface - the normal and face
      *> are arbitrary, and the isotropic scatter ignores them both
           MOVE 1 TO HIT-NORMAL-X
           MOVE 0 TO HIT-NORMAL-Y
           MOVE 0 TO HIT-NORMAL-Z
           MOVE 1 TO HIT-FRONT-FACE
           MOVE 0 TO HIT-U
           MOVE 0 TO HIT-V
           MOVE MATERIAL-TYPE OF HITTABLE-OBJECT TO HIT-MATERIAL-TYPE
           MOVE MATERIAL-ALBEDO-R OF HITTABLE-OBJECT
                TO HIT-MATERIAL-ALBEDO-R
           MOVE MATERIAL-ALBEDO-G OF HITTABLE-OBJECT
                TO HIT-MATERIAL-ALBEDO-G
           MOVE MATERIAL-ALBEDO-B OF HITTABLE-OBJECT
                TO HIT-MATERIAL-ALBEDO-B
           MOVE 0 TO HIT-MATERIAL-FUZZ
           MOVE 1 TO HIT-MATERIAL-REFRACTION-INDEX
           MOVE 0 TO HIT-MATERIAL-COLOR2-R
           MOVE 0 TO HIT-MATERIAL-COLOR2-G
           MOVE 0 TO HIT-MATERIAL-COLOR2-B
           MOVE 0 TO HIT-MATERIAL-TEX-SCALE
           MOVE 1 TO HIT-RESULT
           MOVE 1 TO HIT-OCCURRED
           EXIT.

      *> The boundary's own surface test, over whatever interval
      *> MEDIUM-HIT has set in HIT-RAY-T
       MEDIUM-BOUNDARY-HIT.
           IF HITTABLE-TYPE OF HITTABLE-OBJECT = 'SPHERE'
               PERFORM SPHERE-HIT-ENHANCED
           ELSE
               PERFORM BOX-HIT
           END-IF
           EXIT.

      *>****************************************************************
      *> SPHERE CLASS METHODS - Concrete Hittable Implementation       *
      *>****************************************************************
           MOVE 0.0 TO MATERIAL-COLOR2-G OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.
           
      *> Enhanced sphere hit method with proper root finding
           MOVE 0.0 TO MATERIAL-COLOR2-G OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.

      *> Plane hit method - point/normal form ray-plane intersection
           MOVE 0.0 TO MATERIAL-COLOR2-G OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.

      *> Triangle hit method using the Moller-Trumbore algorithm
           MOVE 0.0 TO MATERIAL-COLOR2-G OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.

      *> Quad hit method: intersect the quad's plane, then test the
           MOVE 0.0 TO MATERIAL-COLOR2-G OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE 0.0 TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.

      *> Box hit method - the slab intersection the bounding-box
                   PERFORM CHECKER-SCATTER
               WHEN 'TEXTURE'
                   PERFORM TEXTURE-SCATTER
               WHEN 'MEDIUM'
                   PERFORM MEDIUM-SCATTER
               WHEN OTHER
                   MOVE 0 TO SCATTER-OCCURRED      *> Unknown material - absorb
           END-EVALUATE
           MOVE 0 TO SCATTER-OCCURRED
           EXIT.

      *> Isotropic phase function for a participating medium - the
      *> ray leaves the scatter point in a uniformly random direction,
      *> tinted by the volume color carried in the albedo
      *> C++ equivalent: isotropic::scatter() - scattered =
      *>                 ray(rec.p, random_unit_vector()); attenuation = albedo
       MEDIUM-SCATTER.
           MOVE HIT-MATERIAL-ALBEDO-R TO SCATTER-ATTEN-R
           MOVE HIT-MATERIAL-ALBEDO-G TO SCATTER-ATTEN-G
           MOVE HIT-MATERIAL-ALBEDO-B TO SCATTER-ATTEN-B
           PERFORM RANDOM-UNIT-VECTOR
           MOVE RANDOM-UNIT-X TO SCATTER-DIR-X
           MOVE RANDOM-UNIT-Y TO SCATTER-DIR-Y
           MOVE RANDOM-UNIT-Z TO SCATTER-DIR-Z
           MOVE 1 TO SCATTER-OCCURRED
           EXIT.

      *> Lambertian (diffuse) scatter method
      *> C++ equivalent: scatter_direction = rec.normal + random_unit_vector();
      *>                 if (scatter_direction.near_zero()) scatter_direction = rec.normal;
                           TO HITTABLE-TYPE OF HITTABLE-OBJECT
                      MOVE HITTABLE-DATA OF HITTABLE-OBJECTS(LIST-INDEX)
                           TO HITTABLE-DATA OF HITTABLE-OBJECT
      *> An object moving during the shutter is tested where it is at
      *> this sample's instant - its box already spans the sweep
                       IF MOTION-MOVING(LIST-INDEX) = 1 AND
                          SHUTTER-RAY-TIME > 0
                           PERFORM MOTION-OBJECT-AT-TIME
                       END-IF

      *> Test intersection with current object using closer range
      *> if (object->hit(r, ray_t.min, closest_so_far, temp_rec))
                TO MATERIAL-COLOR2-B OF HITTABLE-OBJECT
           MOVE MATERIAL-PARAM-TEX-SCALE
                TO MATERIAL-TEX-SCALE OF HITTABLE-OBJECT
           MOVE MATERIAL-PARAM-DENSITY
                TO MATERIAL-DENSITY OF HITTABLE-OBJECT
           EXIT.
           
      *>****************************************************************
