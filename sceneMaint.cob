           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-FILE-STATUS.

      *> The material master change log - one before/after record per
      *> add, change or delete, appended so the history of a shared
      *> definition survives the rewrite of the master itself
           SELECT CHANGE-LOG-FILE ASSIGN TO "material_change_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the scene file - the record layout is the
      *> same fixed-width SCENE-RECORD the renderer reads
       FD  MAINT-SCENE-FILE.
       01  MAINT-SCENE-RECORD      PIC X(270).

      *> File descriptor for the scene catalog - one record per saved
      *> version: scene name, version number, save timestamp, how many
      *> File descriptor for a versioned scene file - same fixed-width
      *> SCENE-RECORD layout as the working scene file
       FD  VERSION-FILE.
       01  VERSION-RECORD          PIC X(270).

      *> File descriptor for the scene identity sidecar
       FD  CURRENT-ID-FILE.
      *> File descriptor for the material master - same layout the
      *> renderer resolves named materials from
       FD  MASTER-FILE.
       01  MASTER-FILE-RECORD      PIC X(117).

      *> File descriptor for the master change log - the before image
      *> is blank on an add, the after image blank on a delete
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  MCL-STAMP           PIC X(14).
           05  MCL-ACTION          PIC X(6).
           05  MCL-NAME            PIC X(12).
           05  MCL-BEFORE          PIC X(117).
           05  MCL-AFTER           PIC X(117).

       WORKING-STORAGE SECTION.
      *> Scene file name and status
           05  MAINT-OBJECT-COUNT  PIC 9(4) VALUE 0.
           05  MAINT-OBJECT-MAX    PIC 9(4) VALUE 5000.
           05  MAINT-OBJECTS OCCURS 5000 TIMES.
               10  MAINT-OBJECT-RECORD PIC X(270).

      *> One scene record being built or displayed, with the same
      *> typed layout the renderer's SCENE-RECORD uses
       01  MAINT-RECORD-BUFFER     PIC X(270).
       01  MAINT-RECORD-FIELDS REDEFINES MAINT-RECORD-BUFFER.
           05  MNT-OBJ-TYPE        PIC X(10).
           05  MNT-CENTER-X        PIC S9(3)V9(6)
      *> expands (translate rides in the center fields, scale in the
      *> radius, Y rotation in V1-X)
           05  MNT-MESH-FILE       PIC X(20).
      *> Participating-medium extension: the density of a MEDIUM
      *> volume (zero on a named MEDIUM takes the master's)
           05  MNT-DENSITY         PIC 9(3)V9(6).

      *> In-memory copy of the material master - sized to match the
      *> renderer's master table capacity
           05  MASTER-ENTRY-COUNT  PIC 9(3) VALUE 0.
           05  MASTER-ENTRY-MAX    PIC 9(3) VALUE 100.
           05  MASTER-ENTRIES OCCURS 100 TIMES.
               10  MASTER-ENTRY-RECORD PIC X(117).

      *> One master record being built or displayed, with the typed
      *> layout the renderer's MASTER-RECORD uses
       01  MASTER-WORK-BUFFER      PIC X(117).
       01  MASTER-WORK-FIELDS REDEFINES MASTER-WORK-BUFFER.
           05  MMT-NAME            PIC X(12).
           05  MMT-TYPE            PIC X(10).
           05  MMT-COLOR2-B        PIC 9V9(6).
           05  MMT-TEX-SCALE       PIC 9(3)V9(6).
           05  MMT-TEXTURE-FILE    PIC X(20).
           05  MMT-DENSITY         PIC 9(3)V9(6).

      *> Material master dialog working variables
       01  MAINT-MASTER-VARS.
           05  MASTER-MENU-CHOICE  PIC X(01).
           05  MASTER-MENU-DONE    PIC 9 VALUE 0.
           05  MASTER-NAME-INPUT   PIC X(12) VALUE SPACES.
           05  CHANGE-LOG-STATUS   PIC X(02) VALUE "00".
           05  CHANGE-LOG-ACTION   PIC X(6) VALUE SPACES.
           05  MASTER-BEFORE-IMAGE PIC X(117) VALUE SPACES.
           05  MASTER-AFTER-IMAGE  PIC X(117) VALUE SPACES.

      *> Operator dialog working variables
       01  MAINT-DIALOG-VARS.
               IF MNT-MATERIAL-TYPE = "TEXTURE"
                   DISPLAY "     texture=" MNT-TEXTURE-FILE
               END-IF
               IF MNT-DENSITY IS NUMERIC AND MNT-DENSITY > 0
                   MOVE MNT-DENSITY TO MAINT-DSP-RADIUS
                   DISPLAY "     density=" MAINT-DSP-RADIUS
               END-IF
           ELSE
               DISPLAY "     color=(" MAINT-DSP-ALBEDO-R ","
                       MAINT-DSP-ALBEDO-G "," MAINT-DSP-ALBEDO-B ")"
           MOVE SPACES TO MNT-TEXTURE-FILE
           MOVE SPACES TO MNT-MATERIAL-NAME
           MOVE SPACES TO MNT-MESH-FILE
           MOVE 0 TO MNT-DENSITY
           MOVE "LAMBERTIAN" TO MNT-MATERIAL-TYPE
           EXIT.

           MOVE SPACES TO MNT-MATERIAL-TYPE
           PERFORM UNTIL MNT-MATERIAL-TYPE NOT = SPACES
               DISPLAY "Material (LAMBERTIAN/METAL/GLASS/LIGHT/"
                       "CHECKER/TEXTURE/MEDIUM): " WITH NO ADVANCING
               ACCEPT MAINT-INPUT-LINE
               EVALUATE FUNCTION UPPER-CASE(MAINT-INPUT-LINE)
                   WHEN "LAMBERTIAN"
                       MOVE "CHECKER" TO MNT-MATERIAL-TYPE
                   WHEN "TEXTURE"
                       MOVE "TEXTURE" TO MNT-MATERIAL-TYPE
      *> A medium fills a closed boundary - the renderer rejects it on
      *> anything but a SPHERE or BOX (a master definition, keyed
      *> with no object at all, may be either)
                   WHEN "MEDIUM"
                       IF MNT-OBJ-TYPE = "SPHERE" OR
                          MNT-OBJ-TYPE = "BOX" OR
                          MNT-OBJ-TYPE = SPACES
                           MOVE "MEDIUM" TO MNT-MATERIAL-TYPE
                       ELSE
                           DISPLAY "MEDIUM needs a SPHERE or BOX "
                                   "boundary"
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognized material type"
               END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
      *> A medium's albedo is its volume color; its density must be
      *> positive or the volume scatters nothing
           IF MNT-MATERIAL-TYPE = "MEDIUM"
               MOVE 0.000001 TO MAINT-NUM-MIN
               MOVE 999.999999 TO MAINT-NUM-MAX
               MOVE "Density (positive)" TO MAINT-PROMPT-TEXT
               PERFORM MAINT-PROMPT-NUMBER
               MOVE MAINT-NUM-VALUE TO MNT-DENSITY
           END-IF
           EXIT.

      *> Prompts for one numeric value until the reply is numeric and
      *>****************************************************************
      *> Material master maintenance                                   *
      *>****************************************************************
      *> Submenu over the material master: list, add, change and
      *> delete the named definitions scene records reference
       MAINT-MASTER-MENU.
           PERFORM MAINT-MASTER-LOAD
           MOVE 0 TO MASTER-MENU-DONE
                   " definition(s)"
           DISPLAY "  L - list materials"
           DISPLAY "  A - add a material"
           DISPLAY "  C - change a material"
           DISPLAY "  D - delete a material"
           DISPLAY "  Q - back to the scene menu"
           DISPLAY "Choice: " WITH NO ADVANCING
                   PERFORM MAINT-MASTER-LIST
               WHEN "A"
                   PERFORM MAINT-MASTER-ADD
               WHEN "C"
                   PERFORM MAINT-MASTER-CHANGE
               WHEN "D"
                   PERFORM MAINT-MASTER-DELETE
               WHEN "Q"
               IF MMT-TYPE = "TEXTURE"
                   DISPLAY "     texture=" MMT-TEXTURE-FILE
               END-IF
               IF MMT-TYPE = "MEDIUM" AND MMT-DENSITY IS NUMERIC
                   MOVE MMT-DENSITY TO MAINT-DSP-RADIUS
                   DISPLAY "     density=" MAINT-DSP-RADIUS
               END-IF
           END-PERFORM
           EXIT.

           MOVE SPACES TO MAINT-RECORD-BUFFER
           PERFORM MAINT-INIT-RECORD-DEFAULTS
           PERFORM MAINT-PROMPT-MATERIAL
           PERFORM MAINT-MASTER-BUILD-ENTRY
           ADD 1 TO MASTER-ENTRY-COUNT
           MOVE MASTER-WORK-BUFFER TO
                MASTER-ENTRY-RECORD(MASTER-ENTRY-COUNT)
           PERFORM MAINT-MASTER-SAVE
           MOVE "ADD" TO CHANGE-LOG-ACTION
           MOVE SPACES TO MASTER-BEFORE-IMAGE
           MOVE MASTER-WORK-BUFFER TO MASTER-AFTER-IMAGE
           PERFORM MAINT-MASTER-LOG-CHANGE
           EXIT.

      *> Replaces one existing definition in place. The current
      *> values are shown first, then the same material dialog the add
      *> path uses builds the replacement under the same name
       MAINT-MASTER-CHANGE.
           IF MASTER-ENTRY-COUNT = 0
               DISPLAY "Material master is empty"
               EXIT PARAGRAPH
           END-IF
           PERFORM MAINT-MASTER-PROMPT-NEW-NAME
           IF MASTER-MATCH-INDEX = 0
               DISPLAY "No such material in the master"
               EXIT PARAGRAPH
           END-IF
           MOVE MASTER-ENTRY-RECORD(MASTER-MATCH-INDEX)
                TO MASTER-BEFORE-IMAGE
           MOVE MASTER-BEFORE-IMAGE TO MASTER-WORK-BUFFER
           MOVE MMT-ALBEDO-R TO MAINT-DSP-ALBEDO-R
           MOVE MMT-ALBEDO-G TO MAINT-DSP-ALBEDO-G
           MOVE MMT-ALBEDO-B TO MAINT-DSP-ALBEDO-B
           MOVE MMT-FUZZ TO MAINT-DSP-FUZZ
           MOVE MMT-REFRACTION TO MAINT-DSP-REFRACT
           DISPLAY "Currently: " MMT-TYPE " albedo=("
                   MAINT-DSP-ALBEDO-R "," MAINT-DSP-ALBEDO-G ","
                   MAINT-DSP-ALBEDO-B ") fuzz=" MAINT-DSP-FUZZ
                   " refract=" MAINT-DSP-REFRACT
           IF MMT-TYPE = "TEXTURE"
               DISPLAY "     texture=" MMT-TEXTURE-FILE
           END-IF
           IF MMT-TYPE = "MEDIUM" AND MMT-DENSITY IS NUMERIC
               MOVE MMT-DENSITY TO MAINT-DSP-RADIUS
               DISPLAY "     density=" MAINT-DSP-RADIUS
           END-IF
           DISPLAY "Enter the replacement definition"
           MOVE SPACES TO MAINT-RECORD-BUFFER
           PERFORM MAINT-INIT-RECORD-DEFAULTS
           PERFORM MAINT-PROMPT-MATERIAL
           PERFORM MAINT-MASTER-BUILD-ENTRY
           IF MASTER-WORK-BUFFER = MASTER-BEFORE-IMAGE
               DISPLAY "No change made"
               EXIT PARAGRAPH
           END-IF
           MOVE MASTER-WORK-BUFFER TO
                MASTER-ENTRY-RECORD(MASTER-MATCH-INDEX)
           PERFORM MAINT-MASTER-SAVE
           MOVE "CHANGE" TO CHANGE-LOG-ACTION
           MOVE MASTER-WORK-BUFFER TO MASTER-AFTER-IMAGE
           PERFORM MAINT-MASTER-LOG-CHANGE
           EXIT.

      *> Builds the master record in MASTER-WORK-BUFFER from the
      *> material dialog's answers, under MASTER-NAME-INPUT
       MAINT-MASTER-BUILD-ENTRY.
           MOVE SPACES TO MASTER-WORK-BUFFER
           MOVE MASTER-NAME-INPUT TO MMT-NAME
           MOVE MNT-MATERIAL-TYPE TO MMT-TYPE
           MOVE MNT-COLOR2-B TO MMT-COLOR2-B
           MOVE MNT-TEX-SCALE TO MMT-TEX-SCALE
           MOVE MNT-TEXTURE-FILE TO MMT-TEXTURE-FILE
           MOVE MNT-DENSITY TO MMT-DENSITY
           EXIT.

      *> Appends one before/after record to the master change log.
      *> A log that does not exist yet is created on first use
       MAINT-MASTER-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           IF CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: could not open "
                       "material_change_log.dat (status "
                       CHANGE-LOG-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MCL-STAMP
           MOVE CHANGE-LOG-ACTION TO MCL-ACTION
           MOVE MASTER-NAME-INPUT TO MCL-NAME
           MOVE MASTER-BEFORE-IMAGE TO MCL-BEFORE
           MOVE MASTER-AFTER-IMAGE TO MCL-AFTER
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE
           EXIT.

      *> Prompts for a material name, leaving MASTER-MATCH-INDEX set
           IF MASTER-MATCH-INDEX = 0
               DISPLAY "No such material in the master"
           ELSE
               MOVE MASTER-ENTRY-RECORD(MASTER-MATCH-INDEX)
                    TO MASTER-BEFORE-IMAGE
               PERFORM VARYING MASTER-WORK-INDEX
                       FROM MASTER-MATCH-INDEX BY 1
                       UNTIL MASTER-WORK-INDEX >= MASTER-ENTRY-COUNT
               END-PERFORM
               SUBTRACT 1 FROM MASTER-ENTRY-COUNT
               PERFORM MAINT-MASTER-SAVE
               MOVE "DELETE" TO CHANGE-LOG-ACTION
               MOVE SPACES TO MASTER-AFTER-IMAGE
               PERFORM MAINT-MASTER-LOG-CHANGE
           END-IF
           EXIT.

                   IF MASTER-MATCH-INDEX = 0
                       DISPLAY "No such material in the master"
                   ELSE
                       IF MMT-TYPE = "MEDIUM" AND
                          MNT-OBJ-TYPE NOT = "SPHERE" AND
                          MNT-OBJ-TYPE NOT = "BOX"
                           DISPLAY "MEDIUM needs a SPHERE or BOX "
                                   "boundary"
                       ELSE
                           MOVE MASTER-NAME-INPUT
                                TO MNT-MATERIAL-NAME
                           MOVE 1 TO MAINT-NUM-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *> A master medium carries a default density; this volume may
      *> be thicker or thinner than the master's haze
           IF MNT-MATERIAL-NAME NOT = SPACES AND MMT-TYPE = "MEDIUM"
               MOVE 0 TO MAINT-NUM-MIN
               MOVE 999.999999 TO MAINT-NUM-MAX
               MOVE "Density (0 = master's)" TO MAINT-PROMPT-TEXT
               PERFORM MAINT-PROMPT-NUMBER
               MOVE MAINT-NUM-VALUE TO MNT-DENSITY
           END-IF
           EXIT.
