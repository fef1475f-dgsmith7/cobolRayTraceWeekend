      *>****************************************************************
      *> SCENE-EXPORT - Wavefront OBJ/MTL Scene Export Utility         *
      *> Writes a RAY-TRACER scene file - scene.dat or any cataloged   *
      *> scn_<name>_<version>.dat - out as a Wavefront OBJ model and   *
      *> its MTL material library, the reverse of OBJ-IMPORT, so       *
      *> clients and the layout team can open our scene in their own  *
      *> modeling tools. TRIANGLE, QUAD and BOX records become faces,  *
      *> SPHERE and PLANE records are tessellated to the requested     *
      *> density, INSTANCE records are expanded through their          *
      *> transform, and every material - inline or resolved from the   *
      *> material master - becomes one MTL entry                       *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENE-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The scene file being exported - scene.dat by default, or the
      *> cataloged version the command line names
           SELECT SCENE-FILE ASSIGN DYNAMIC EXPORT-SCENE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCENE-FILE-STATUS.

      *> The scene catalog SCENE-MAINT appends one record per save to
           SELECT CATALOG-FILE ASSIGN TO "scene_catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.

      *> The mesh scene file an INSTANCE record expands
           SELECT MESH-FILE ASSIGN DYNAMIC MESH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MESH-FILE-STATUS.

      *> The material master named materials resolve from
           SELECT MATERIAL-MASTER-FILE ASSIGN TO "material_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-FILE-STATUS.

      *> The generated OBJ model and its MTL material library
           SELECT OBJ-OUTPUT-FILE ASSIGN DYNAMIC EXPORT-OBJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OBJ-FILE-STATUS.

           SELECT MTL-OUTPUT-FILE ASSIGN DYNAMIC EXPORT-MTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the scene file - the same fixed-width
      *> SCENE-RECORD layout the renderer reads
       FD  SCENE-FILE.
       01  SCENE-RECORD.
           05  SCENE-OBJ-TYPE      PIC X(10).
           05  SCENE-CENTER-X      PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-CENTER-Y      PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-CENTER-Z      PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-RADIUS        PIC 9(3)V9(6).
           05  SCENE-MATERIAL-TYPE PIC X(10).
           05  SCENE-ALBEDO-R      PIC 9V9(6).
           05  SCENE-ALBEDO-G      PIC 9V9(6).
           05  SCENE-ALBEDO-B      PIC 9V9(6).
           05  SCENE-FUZZ          PIC 9V9(6).
           05  SCENE-REFRACTION    PIC 9(2)V9(6).
           05  SCENE-NORMAL-X      PIC S9V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-NORMAL-Y      PIC S9V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-NORMAL-Z      PIC S9V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V1-X          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V1-Y          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V1-Z          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V2-X          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V2-Y          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-V2-Z          PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  SCENE-COLOR2-R      PIC 9V9(6).
           05  SCENE-COLOR2-G      PIC 9V9(6).
           05  SCENE-COLOR2-B      PIC 9V9(6).
           05  SCENE-TEX-SCALE     PIC 9(3)V9(6).
           05  SCENE-TEXTURE-FILE  PIC X(20).
           05  SCENE-MATERIAL-NAME PIC X(12).
           05  SCENE-MESH-FILE     PIC X(20).
           05  SCENE-DENSITY       PIC 9(3)V9(6).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-SCENE-NAME      PIC X(8).
           05  CAT-VERSION         PIC 9(4).
           05  CAT-STAMP           PIC X(14).     *> YYYYMMDDHHMMSS
           05  CAT-RECORD-COUNT    PIC 9(4).
           05  CAT-COMMENT         PIC X(40).

       FD  MESH-FILE.
       01  MESH-RECORD             PIC X(270).

      *> Same layout the renderer's MASTER-RECORD uses
       FD  MATERIAL-MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-NAME            PIC X(12).
           05  MST-TYPE            PIC X(10).
           05  MST-ALBEDO-R        PIC 9V9(6).
           05  MST-ALBEDO-G        PIC 9V9(6).
           05  MST-ALBEDO-B        PIC 9V9(6).
           05  MST-FUZZ            PIC 9V9(6).
           05  MST-REFRACTION      PIC 9(2)V9(6).
           05  MST-COLOR2-R        PIC 9V9(6).
           05  MST-COLOR2-G        PIC 9V9(6).
           05  MST-COLOR2-B        PIC 9V9(6).
           05  MST-TEX-SCALE       PIC 9(3)V9(6).
           05  MST-TEXTURE-FILE    PIC X(20).
           05  MST-DENSITY         PIC 9(3)V9(6).

       FD  OBJ-OUTPUT-FILE.
       01  OBJ-OUTPUT-RECORD       PIC X(132).

       FD  MTL-OUTPUT-FILE.
       01  MTL-OUTPUT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> File names and statuses
       01  EXPORT-FILE-VARS.
           05  EXPORT-SCENE-FILENAME PIC X(40) VALUE "scene.dat".
           05  EXPORT-OUTPUT-BASE  PIC X(40) VALUE SPACES.
           05  EXPORT-OBJ-FILENAME PIC X(44) VALUE SPACES.
           05  EXPORT-MTL-FILENAME PIC X(44) VALUE SPACES.
           05  EXPORT-MTL-LIBRARY  PIC X(44) VALUE SPACES.
           05  MESH-FILENAME       PIC X(40) VALUE SPACES.
           05  SCENE-FILE-STATUS   PIC X(02) VALUE "00".
           05  CATALOG-FILE-STATUS PIC X(02) VALUE "00".
           05  MESH-FILE-STATUS    PIC X(02) VALUE "00".
           05  MASTER-FILE-STATUS  PIC X(02) VALUE "00".
           05  OBJ-FILE-STATUS     PIC X(02) VALUE "00".
           05  MTL-FILE-STATUS     PIC X(02) VALUE "00".
           05  SCENE-EOF-SWITCH    PIC 9 VALUE 0.
           05  CATALOG-EOF-SWITCH  PIC 9 VALUE 0.
           05  MESH-EOF-SWITCH     PIC 9 VALUE 0.
           05  MASTER-EOF-SWITCH   PIC 9 VALUE 0.

      *> Command line: SOURCE VERSION DENSITY OUTPUT-BASE (all
      *> optional, in that order). A VERSION above zero makes SOURCE
      *> a catalog scene name and exports scn_<name>_<version>.dat;
      *> zero or blank makes SOURCE a plain scene file name. DENSITY
      *> is the sphere ring count and plane grid size (3-64, default
      *> 16). OUTPUT-BASE names <base>.obj and <base>.mtl and
      *> defaults to the scene file's own name without its extension
       01  EXPORT-PARM-VARS.
           05  EXPORT-PARM-LINE    PIC X(160) VALUE SPACES.
           05  EXPORT-PARM-SOURCE  PIC X(40) VALUE SPACES.
           05  EXPORT-PARM-VERSION PIC X(10) VALUE SPACES.
           05  EXPORT-PARM-DENSITY PIC X(10) VALUE SPACES.
           05  EXPORT-PARM-OUTPUT  PIC X(40) VALUE SPACES.
           05  EXPORT-CATALOG-NAME PIC X(8) VALUE SPACES.
           05  EXPORT-VERSION      PIC 9(4) VALUE 0.
           05  EXPORT-CATALOGED    PIC 9 VALUE 0.
           05  EXPORT-DENSITY      PIC 9(2) VALUE 16.

      *> The material master - sized to match the renderer's table
       01  EXPORT-MASTER-TABLE.
           05  MASTER-COUNT        PIC 9(3) VALUE 0.
           05  MASTER-MAX          PIC 9(3) VALUE 100.
           05  MASTER-ENTRIES OCCURS 100 TIMES.
               10  MASTER-NAME     PIC X(12).
               10  MASTER-VALUES.
                   15  MASTER-TYPE         PIC X(10).
                   15  MASTER-ALBEDO-R     PIC 9V9(6).
                   15  MASTER-ALBEDO-G     PIC 9V9(6).
                   15  MASTER-ALBEDO-B     PIC 9V9(6).
                   15  MASTER-FUZZ         PIC 9V9(6).
                   15  MASTER-REFRACTION   PIC 9(2)V9(6).
                   15  MASTER-TEXTURE-FILE PIC X(20).

      *> The materials the exported objects use, in first-use order -
      *> a master material once under its own name, each distinct
      *> inline material once under a generated INLINE_nnnn name
       01  EXPORT-MATERIAL-TABLE.
           05  MTL-COUNT           PIC 9(3) VALUE 0.
           05  MTL-MAX             PIC 9(3) VALUE 500.
           05  MTL-ENTRIES OCCURS 500 TIMES.
               10  MTL-NAME        PIC X(16).
               10  MTL-FROM-MASTER PIC 9.
               10  MTL-VALUES.
                   15  MTL-TYPE            PIC X(10).
                   15  MTL-ALBEDO-R        PIC 9V9(6).
                   15  MTL-ALBEDO-G        PIC 9V9(6).
                   15  MTL-ALBEDO-B        PIC 9V9(6).
                   15  MTL-FUZZ            PIC 9V9(6).
                   15  MTL-REFRACTION      PIC 9(2)V9(6).
                   15  MTL-TEXTURE-FILE    PIC X(20).

      *> The material of the object being exported, in the same
      *> layout as a material table entry's values
       01  CURRENT-MATERIAL-VARS.
           05  CURRENT-MATERIAL-NAME PIC X(12) VALUE SPACES.
           05  CURRENT-FROM-MASTER PIC 9 VALUE 0.
           05  CURRENT-VALUES.
               10  CURRENT-TYPE            PIC X(10).
               10  CURRENT-ALBEDO-R        PIC 9V9(6).
               10  CURRENT-ALBEDO-G        PIC 9V9(6).
               10  CURRENT-ALBEDO-B        PIC 9V9(6).
               10  CURRENT-FUZZ            PIC 9V9(6).
               10  CURRENT-REFRACTION      PIC 9(2)V9(6).
               10  CURRENT-TEXTURE-FILE    PIC X(20).
           05  EXPORT-USEMTL-NAME  PIC X(16) VALUE SPACES.
           05  EXPORT-LAST-USEMTL  PIC X(16) VALUE SPACES.
           05  MATERIAL-INDEX      PIC 9(3).
           05  MATERIAL-FOUND      PIC 9 VALUE 0.
           05  INLINE-SEQUENCE     PIC 9(4) VALUE 0.

      *> Character-level view of one mesh scene record - the fields
      *> the INSTANCE expansion needs, at the SCENE-RECORD positions
       01  MESH-WORK-BUFFER        PIC X(270).
       01  MESH-WORK-FIELDS REDEFINES MESH-WORK-BUFFER.
           05  MSH-OBJ-TYPE        PIC X(10).
           05  MSH-V0-X            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V0-Y            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V0-Z            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-RADIUS          PIC 9(3)V9(6).
           05  MSH-MATERIAL-TYPE   PIC X(10).
           05  MSH-ALBEDO-R        PIC 9V9(6).
           05  MSH-ALBEDO-G        PIC 9V9(6).
           05  MSH-ALBEDO-B        PIC 9V9(6).
           05  MSH-FUZZ            PIC 9V9(6).
           05  MSH-REFRACTION      PIC 9(2)V9(6).
           05  FILLER              PIC X(24).      *> Plane normal, unused
           05  MSH-V1-X            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V1-Y            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V1-Z            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V2-X            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V2-Y            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-V2-Z            PIC S9(3)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  MSH-COLOR2-R        PIC 9V9(6).
           05  MSH-COLOR2-G        PIC 9V9(6).
           05  MSH-COLOR2-B        PIC 9V9(6).
           05  MSH-TEX-SCALE       PIC 9(3)V9(6).
           05  MSH-TEXTURE-FILE    PIC X(20).
           05  MSH-MATERIAL-NAME   PIC X(12).
           05  MSH-MESH-FILE       PIC X(20).
           05  FILLER              PIC X(9).       *> Medium density, unused

      *> INSTANCE transform - the renderer's order: scale, rotate
      *> about Y, then translate
       01  EXPORT-INSTANCE-VARS.
           05  INSTANCE-TRANS-X    PIC S9(3)V9(6) COMP-3.
           05  INSTANCE-TRANS-Y    PIC S9(3)V9(6) COMP-3.
           05  INSTANCE-TRANS-Z    PIC S9(3)V9(6) COMP-3.
           05  INSTANCE-SCALE      PIC 9(3)V9(6) COMP-3.
           05  INSTANCE-ROT-SIN    PIC S9V9(8) COMP-3.
           05  INSTANCE-ROT-COS    PIC S9V9(8) COMP-3.
           05  INSTANCE-ROT-WORK   PIC S9(6)V9(6) COMP-3.
           05  INSTANCE-OWN-MATERIAL PIC 9 VALUE 0.
           05  INSTANCE-MTL-NAME   PIC X(16) VALUE SPACES.
           05  INSTANCE-TRIANGLES  PIC 9(5) VALUE 0.

      *> Geometry working variables
       01  EXPORT-GEOMETRY-VARS.
           05  EXPORT-VX           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-VY           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-VZ           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-PX           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-PY           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-PZ           PIC S9(6)V9(6) COMP-3.
           05  EXPORT-RADIUS       PIC 9(3)V9(6) COMP-3.
           05  EXPORT-PI           PIC 9V9(10) COMP-3
                                   VALUE 3.1415926536.
           05  EXPORT-PHI          PIC S9(2)V9(10) COMP-3.
           05  EXPORT-THETA        PIC S9(2)V9(10) COMP-3.
           05  EXPORT-SIN-PHI      PIC S9V9(10) COMP-3.
           05  EXPORT-COS-PHI      PIC S9V9(10) COMP-3.
           05  EXPORT-RINGS        PIC 9(3) COMP-3.
           05  EXPORT-SEGMENTS     PIC 9(3) COMP-3.
           05  EXPORT-RING         PIC 9(3) COMP-3.
           05  EXPORT-SEGMENT      PIC 9(3) COMP-3.
           05  EXPORT-NEXT-SEGMENT PIC 9(3) COMP-3.
           05  EXPORT-GRID-I       PIC 9(3) COMP-3.
           05  EXPORT-GRID-J       PIC 9(3) COMP-3.
           05  EXPORT-GRID-S       PIC S9(6)V9(6) COMP-3.
           05  EXPORT-GRID-T       PIC S9(6)V9(6) COMP-3.
      *> Plane basis: unit normal N and two unit in-plane axes, with
      *> T1 x T2 = N so the grid faces wind toward the normal
           05  PLANE-NX            PIC S9V9(8) COMP-3.
           05  PLANE-NY            PIC S9V9(8) COMP-3.
           05  PLANE-NZ            PIC S9V9(8) COMP-3.
           05  PLANE-T1-X          PIC S9V9(8) COMP-3.
           05  PLANE-T1-Y          PIC S9V9(8) COMP-3.
           05  PLANE-T1-Z          PIC S9V9(8) COMP-3.
           05  PLANE-T2-X          PIC S9V9(8) COMP-3.
           05  PLANE-T2-Y          PIC S9V9(8) COMP-3.
           05  PLANE-T2-Z          PIC S9V9(8) COMP-3.
           05  PLANE-LENGTH        PIC 9(3)V9(8) COMP-3.
           05  PLANE-HALF-SIZE     PIC 9(6)V9(6) COMP-3.
      *> Largest coordinate magnitude among the finite objects - an
      *> infinite PLANE is exported as a square twice that size
           05  SCENE-EXTENT        PIC 9(6)V9(6) COMP-3 VALUE 0.
           05  EXTENT-WORK         PIC S9(6)V9(6) COMP-3.

      *> Face being written - vertex numbers local to the object,
      *> offset by the vertices written before it
       01  EXPORT-FACE-VARS.
           05  EXPORT-OBJECT-BASE  PIC 9(7) VALUE 0.
           05  FACE-CORNER-COUNT   PIC 9 VALUE 3.
           05  FACE-CORNER OCCURS 4 TIMES PIC 9(7).
           05  FACE-CORNER-INDEX   PIC 9.
           05  FACE-VERTEX-NUMBER  PIC 9(7).

      *> Output line assembly
       01  EXPORT-LINE-VARS.
           05  EXPORT-LINE         PIC X(132) VALUE SPACES.
           05  EXPORT-LINE-POINTER PIC 9(3) VALUE 1.
           05  EDIT-COORD          PIC -(6)9.9(6).
           05  EDIT-INDEX          PIC Z(6)9.
           05  EDIT-COLOR-R        PIC 9.9(6).
           05  EDIT-COLOR-G        PIC 9.9(6).
           05  EDIT-COLOR-B        PIC 9.9(6).
           05  EDIT-REFRACTION     PIC Z9.9(6).
           05  EDIT-SHININESS      PIC ZZZ9.
           05  EXPORT-SHININESS    PIC S9(4) COMP-3.
           05  EXPORT-RECORD-NUMBER PIC 9(4) VALUE 0.

      *> Export counters for the run summary and return code
       01  EXPORT-COUNT-VARS.
           05  EXPORT-VERTEX-COUNT PIC 9(7) VALUE 0.
           05  EXPORT-FACE-COUNT   PIC 9(7) VALUE 0.
           05  EXPORT-OBJECT-COUNT PIC 9(5) VALUE 0.
           05  EXPORT-SKIPPED-COUNT PIC 9(5) VALUE 0.
           05  EXPORT-WARNING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main export flow                                              *
      *>****************************************************************
       EXPORT-MAIN.
           PERFORM EXPORT-APPLY-RUNTIME-PARMS
           IF EXPORT-CATALOGED = 1
               PERFORM EXPORT-SCAN-CATALOG
           END-IF
           PERFORM EXPORT-LOAD-MASTER
           OPEN INPUT SCENE-FILE
           IF SCENE-FILE-STATUS NOT = "00"
               DISPLAY "Scene file "
                       FUNCTION TRIM(EXPORT-SCENE-FILENAME)
                       " not found (status " SCENE-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO SCENE-EOF-SWITCH
           PERFORM EXPORT-MEASURE-RECORD UNTIL SCENE-EOF-SWITCH = 1
           CLOSE SCENE-FILE
           COMPUTE PLANE-HALF-SIZE = SCENE-EXTENT * 2
           IF PLANE-HALF-SIZE < 10
               MOVE 10 TO PLANE-HALF-SIZE
           END-IF
           OPEN OUTPUT OBJ-OUTPUT-FILE
           IF OBJ-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(EXPORT-OBJ-FILENAME)
                       " for output (status " OBJ-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MTL-OUTPUT-FILE
           IF MTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(EXPORT-MTL-FILENAME)
                       " for output (status " MTL-FILE-STATUS ")"
               CLOSE OBJ-OUTPUT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXPORT-WRITE-OBJ-HEADING
           OPEN INPUT SCENE-FILE
           MOVE 0 TO SCENE-EOF-SWITCH
           MOVE 0 TO EXPORT-RECORD-NUMBER
           PERFORM EXPORT-READ-SCENE-RECORD UNTIL SCENE-EOF-SWITCH = 1
           CLOSE SCENE-FILE
           CLOSE OBJ-OUTPUT-FILE
           PERFORM EXPORT-WRITE-MTL-LIBRARY
           CLOSE MTL-OUTPUT-FILE
           PERFORM EXPORT-WRITE-SUMMARY
           STOP RUN.

       EXPORT-APPLY-RUNTIME-PARMS.
           ACCEPT EXPORT-PARM-LINE FROM COMMAND-LINE
           IF EXPORT-PARM-LINE NOT = SPACES
               UNSTRING EXPORT-PARM-LINE DELIMITED BY ALL SPACE
                   INTO EXPORT-PARM-SOURCE
                        EXPORT-PARM-VERSION
                        EXPORT-PARM-DENSITY
                        EXPORT-PARM-OUTPUT
               END-UNSTRING
           END-IF
           IF EXPORT-PARM-VERSION NOT = SPACES
               IF FUNCTION TEST-NUMVAL(EXPORT-PARM-VERSION) NOT = 0
                   DISPLAY "Usage: version must be a number (0 for "
                           "a plain scene file)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE EXPORT-VERSION =
                       FUNCTION NUMVAL(EXPORT-PARM-VERSION)
           END-IF
           IF EXPORT-PARM-DENSITY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(EXPORT-PARM-DENSITY) NOT = 0
                   DISPLAY "Usage: density must be a number from 3 "
                           "to 64"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE EXPORT-DENSITY =
                       FUNCTION NUMVAL(EXPORT-PARM-DENSITY)
               IF EXPORT-DENSITY < 3 OR EXPORT-DENSITY > 64
                   DISPLAY "Usage: density must be a number from 3 "
                           "to 64"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF EXPORT-VERSION > 0
               IF EXPORT-PARM-SOURCE = SPACES
                   DISPLAY "Usage: a catalog version needs the scene "
                           "name before it"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
      *> Builds scn_<name>_<version>.dat the way SCENE-MAINT names it
               MOVE 1 TO EXPORT-CATALOGED
               MOVE FUNCTION UPPER-CASE(EXPORT-PARM-SOURCE(1:8))
                    TO EXPORT-CATALOG-NAME
               MOVE SPACES TO EXPORT-SCENE-FILENAME
               STRING "scn_" DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-CATALOG-NAME)
                          DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      EXPORT-VERSION DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO EXPORT-SCENE-FILENAME
           ELSE
               IF EXPORT-PARM-SOURCE NOT = SPACES
                   MOVE EXPORT-PARM-SOURCE TO EXPORT-SCENE-FILENAME
               END-IF
           END-IF
           IF EXPORT-PARM-OUTPUT NOT = SPACES
               MOVE EXPORT-PARM-OUTPUT TO EXPORT-OUTPUT-BASE
           ELSE
               UNSTRING EXPORT-SCENE-FILENAME DELIMITED BY "."
                   INTO EXPORT-OUTPUT-BASE
               END-UNSTRING
           END-IF
           STRING FUNCTION TRIM(EXPORT-OUTPUT-BASE) DELIMITED BY SIZE
                  ".obj" DELIMITED BY SIZE
                  INTO EXPORT-OBJ-FILENAME
           STRING FUNCTION TRIM(EXPORT-OUTPUT-BASE) DELIMITED BY SIZE
                  ".mtl" DELIMITED BY SIZE
                  INTO EXPORT-MTL-FILENAME
      *> The OBJ refers to its library by name alone, so the pair can
      *> be sent anywhere together
           MOVE EXPORT-MTL-FILENAME TO EXPORT-MTL-LIBRARY
           EXIT.

      *> A version missing from the catalog still exports, but it was
      *> not saved through SCENE-MAINT - worth a warning
       EXPORT-SCAN-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: scene catalog not found - exporting "
                       FUNCTION TRIM(EXPORT-SCENE-FILENAME)
                       " uncataloged"
               ADD 1 TO EXPORT-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EXPORT-CATALOGED
           MOVE 0 TO CATALOG-EOF-SWITCH
           PERFORM EXPORT-READ-CATALOG-RECORD
                   UNTIL CATALOG-EOF-SWITCH = 1
           CLOSE CATALOG-FILE
           IF EXPORT-CATALOGED = 0
               DISPLAY "WARNING: " FUNCTION TRIM(EXPORT-CATALOG-NAME)
                       " version " EXPORT-VERSION
                       " is not in the scene catalog"
               ADD 1 TO EXPORT-WARNING-COUNT
           END-IF
           EXIT.

       EXPORT-READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   MOVE 1 TO CATALOG-EOF-SWITCH
               NOT AT END
                   IF CAT-SCENE-NAME = EXPORT-CATALOG-NAME AND
                      CAT-VERSION IS NUMERIC
                       IF CAT-VERSION = EXPORT-VERSION
                           MOVE 1 TO EXPORT-CATALOGED
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *> Loads the material master. A missing master is not fatal -
      *> named materials then keep their inline values, as they do in
      *> the renderer
       EXPORT-LOAD-MASTER.
           OPEN INPUT MATERIAL-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MASTER-EOF-SWITCH
           PERFORM EXPORT-LOAD-MASTER-RECORD
                   UNTIL MASTER-EOF-SWITCH = 1
           CLOSE MATERIAL-MASTER-FILE
           EXIT.

       EXPORT-LOAD-MASTER-RECORD.
           READ MATERIAL-MASTER-FILE
               AT END
                   MOVE 1 TO MASTER-EOF-SWITCH
               NOT AT END
                   IF MASTER-COUNT < MASTER-MAX AND
                      MST-ALBEDO-R IS NUMERIC AND
                      MST-ALBEDO-G IS NUMERIC AND
                      MST-ALBEDO-B IS NUMERIC AND
                      MST-FUZZ IS NUMERIC AND
                      MST-REFRACTION IS NUMERIC
                       ADD 1 TO MASTER-COUNT
                       MOVE MST-NAME TO MASTER-NAME(MASTER-COUNT)
                       MOVE MST-TYPE TO MASTER-TYPE(MASTER-COUNT)
                       MOVE MST-ALBEDO-R
                            TO MASTER-ALBEDO-R(MASTER-COUNT)
                       MOVE MST-ALBEDO-G
                            TO MASTER-ALBEDO-G(MASTER-COUNT)
                       MOVE MST-ALBEDO-B
                            TO MASTER-ALBEDO-B(MASTER-COUNT)
                       MOVE MST-FUZZ TO MASTER-FUZZ(MASTER-COUNT)
                       MOVE MST-REFRACTION
                            TO MASTER-REFRACTION(MASTER-COUNT)
                       MOVE MST-TEXTURE-FILE
                            TO MASTER-TEXTURE-FILE(MASTER-COUNT)
                   END-IF
           END-READ
           EXIT.

      *>****************************************************************
      *> Scene extent - sizes the square an infinite PLANE becomes     *
      *>****************************************************************
       EXPORT-MEASURE-RECORD.
           READ SCENE-FILE
               AT END
                   MOVE 1 TO SCENE-EOF-SWITCH
               NOT AT END
                   IF SCENE-CENTER-X IS NUMERIC AND
                      SCENE-CENTER-Y IS NUMERIC AND
                      SCENE-CENTER-Z IS NUMERIC
                       EVALUATE SCENE-OBJ-TYPE
                           WHEN "SPHERE"
                           WHEN "TRIANGLE"
                           WHEN "QUAD"
                           WHEN "BOX"
                           WHEN "INSTANCE"
                               PERFORM EXPORT-MEASURE-OBJECT
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

      *> A sphere reaches its radius beyond its center on each axis
       EXPORT-MEASURE-OBJECT.
           MOVE 0 TO EXPORT-RADIUS
           IF SCENE-OBJ-TYPE = "SPHERE" AND SCENE-RADIUS IS NUMERIC
               MOVE SCENE-RADIUS TO EXPORT-RADIUS
           END-IF
           MOVE SCENE-CENTER-X TO EXTENT-WORK
           PERFORM EXPORT-WIDEN-EXTENT
           MOVE SCENE-CENTER-Y TO EXTENT-WORK
           PERFORM EXPORT-WIDEN-EXTENT
           MOVE SCENE-CENTER-Z TO EXTENT-WORK
           PERFORM EXPORT-WIDEN-EXTENT
           MOVE 0 TO EXPORT-RADIUS
           IF (SCENE-OBJ-TYPE = "TRIANGLE" OR "BOX") AND
              SCENE-V1-X IS NUMERIC AND SCENE-V1-Y IS NUMERIC AND
              SCENE-V1-Z IS NUMERIC
               MOVE SCENE-V1-X TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
               MOVE SCENE-V1-Y TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
               MOVE SCENE-V1-Z TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
           END-IF
           IF SCENE-OBJ-TYPE = "TRIANGLE" AND
              SCENE-V2-X IS NUMERIC AND SCENE-V2-Y IS NUMERIC AND
              SCENE-V2-Z IS NUMERIC
               MOVE SCENE-V2-X TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
               MOVE SCENE-V2-Y TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
               MOVE SCENE-V2-Z TO EXTENT-WORK
               PERFORM EXPORT-WIDEN-EXTENT
           END-IF
      *> A quad's far corner is Q + u + v
           IF SCENE-OBJ-TYPE = "QUAD" AND
              SCENE-V1-X IS NUMERIC AND SCENE-V1-Y IS NUMERIC AND
              SCENE-V1-Z IS NUMERIC AND SCENE-V2-X IS NUMERIC AND
              SCENE-V2-Y IS NUMERIC AND SCENE-V2-Z IS NUMERIC
               COMPUTE EXTENT-WORK =
                       SCENE-CENTER-X + SCENE-V1-X + SCENE-V2-X
               PERFORM EXPORT-WIDEN-EXTENT
               COMPUTE EXTENT-WORK =
                       SCENE-CENTER-Y + SCENE-V1-Y + SCENE-V2-Y
               PERFORM EXPORT-WIDEN-EXTENT
               COMPUTE EXTENT-WORK =
                       SCENE-CENTER-Z + SCENE-V1-Z + SCENE-V2-Z
               PERFORM EXPORT-WIDEN-EXTENT
           END-IF
           EXIT.

       EXPORT-WIDEN-EXTENT.
           IF EXTENT-WORK < 0
               COMPUTE EXTENT-WORK = 0 - EXTENT-WORK
           END-IF
           ADD EXPORT-RADIUS TO EXTENT-WORK
           IF EXTENT-WORK > SCENE-EXTENT
               MOVE EXTENT-WORK TO SCENE-EXTENT
           END-IF
           EXIT.

      *>****************************************************************
      *> Object export                                                 *
      *>****************************************************************
       EXPORT-READ-SCENE-RECORD.
           READ SCENE-FILE
               AT END
                   MOVE 1 TO SCENE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EXPORT-RECORD-NUMBER
                   PERFORM EXPORT-SCENE-OBJECT
           END-READ
           EXIT.

      *> Dispatches one scene record on its object type. A record
      *> whose geometry fields are not numeric is skipped - the
      *> renderer's validation pass would have rejected it too
       EXPORT-SCENE-OBJECT.
           IF SCENE-OBJ-TYPE = "BACKGROUND"
               EXIT PARAGRAPH
           END-IF
           IF SCENE-CENTER-X IS NOT NUMERIC OR
              SCENE-CENTER-Y IS NOT NUMERIC OR
              SCENE-CENTER-Z IS NOT NUMERIC OR
              SCENE-RADIUS IS NOT NUMERIC OR
              SCENE-V1-X IS NOT NUMERIC OR
              SCENE-V1-Y IS NOT NUMERIC OR
              SCENE-V1-Z IS NOT NUMERIC OR
              SCENE-V2-X IS NOT NUMERIC OR
              SCENE-V2-Y IS NOT NUMERIC OR
              SCENE-V2-Z IS NOT NUMERIC
               DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                       " has non-numeric geometry - skipped"
               ADD 1 TO EXPORT-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE SCENE-OBJ-TYPE
               WHEN "TRIANGLE"
                   PERFORM EXPORT-SCENE-MATERIAL
                   PERFORM EXPORT-START-OBJECT
                   PERFORM EXPORT-TRIANGLE
               WHEN "QUAD"
                   PERFORM EXPORT-SCENE-MATERIAL
                   PERFORM EXPORT-START-OBJECT
                   PERFORM EXPORT-QUAD
               WHEN "BOX"
                   PERFORM EXPORT-SCENE-MATERIAL
                   PERFORM EXPORT-START-OBJECT
                   PERFORM EXPORT-BOX
               WHEN "SPHERE"
                   PERFORM EXPORT-SCENE-MATERIAL
                   PERFORM EXPORT-START-OBJECT
                   PERFORM EXPORT-SPHERE
               WHEN "PLANE"
                   IF SCENE-NORMAL-X IS NOT NUMERIC OR
                      SCENE-NORMAL-Y IS NOT NUMERIC OR
                      SCENE-NORMAL-Z IS NOT NUMERIC
                       DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                               " has a non-numeric plane normal - "
                               "skipped"
                       ADD 1 TO EXPORT-SKIPPED-COUNT
                   ELSE
                       PERFORM EXPORT-SCENE-MATERIAL
                       PERFORM EXPORT-START-OBJECT
                       PERFORM EXPORT-PLANE
                   END-IF
               WHEN "INSTANCE"
                   PERFORM EXPORT-INSTANCE
               WHEN OTHER
                   DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                           " type " SCENE-OBJ-TYPE " not exported"
                   ADD 1 TO EXPORT-SKIPPED-COUNT
           END-EVALUATE
           EXIT.

      *> Writes the object name line ("o SPHERE_0003" - type and
      *> scene record number) and switches material when it changes
       EXPORT-START-OBJECT.
           ADD 1 TO EXPORT-OBJECT-COUNT
           MOVE EXPORT-VERTEX-COUNT TO EXPORT-OBJECT-BASE
           MOVE SPACES TO EXPORT-LINE
           STRING "o " FUNCTION TRIM(SCENE-OBJ-TYPE) "_"
                  EXPORT-RECORD-NUMBER
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           PERFORM EXPORT-WRITE-USEMTL
           EXIT.

       EXPORT-WRITE-USEMTL.
           IF EXPORT-USEMTL-NAME NOT = EXPORT-LAST-USEMTL
               MOVE SPACES TO EXPORT-LINE
               STRING "usemtl " FUNCTION TRIM(EXPORT-USEMTL-NAME)
                      DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
               MOVE EXPORT-USEMTL-NAME TO EXPORT-LAST-USEMTL
           END-IF
           EXIT.

      *> TRIANGLE: vertex 0 in the center fields, 1 and 2 in V1/V2
       EXPORT-TRIANGLE.
           MOVE SCENE-CENTER-X TO EXPORT-VX
           MOVE SCENE-CENTER-Y TO EXPORT-VY
           MOVE SCENE-CENTER-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           MOVE SCENE-V1-X TO EXPORT-VX
           MOVE SCENE-V1-Y TO EXPORT-VY
           MOVE SCENE-V1-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           MOVE SCENE-V2-X TO EXPORT-VX
           MOVE SCENE-V2-Y TO EXPORT-VY
           MOVE SCENE-V2-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           MOVE 3 TO FACE-CORNER-COUNT
           MOVE 1 TO FACE-CORNER(1)
           MOVE 2 TO FACE-CORNER(2)
           MOVE 3 TO FACE-CORNER(3)
           PERFORM EXPORT-WRITE-FACE
           EXIT.

      *> QUAD: corner Q in the center fields, edge vectors u and v in
      *> V1/V2 - corners Q, Q+u, Q+u+v, Q+v wind toward u x v
       EXPORT-QUAD.
           MOVE SCENE-CENTER-X TO EXPORT-VX
           MOVE SCENE-CENTER-Y TO EXPORT-VY
           MOVE SCENE-CENTER-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           COMPUTE EXPORT-VX = SCENE-CENTER-X + SCENE-V1-X
           COMPUTE EXPORT-VY = SCENE-CENTER-Y + SCENE-V1-Y
           COMPUTE EXPORT-VZ = SCENE-CENTER-Z + SCENE-V1-Z
           PERFORM EXPORT-WRITE-VERTEX
           COMPUTE EXPORT-VX =
                   SCENE-CENTER-X + SCENE-V1-X + SCENE-V2-X
           COMPUTE EXPORT-VY =
                   SCENE-CENTER-Y + SCENE-V1-Y + SCENE-V2-Y
           COMPUTE EXPORT-VZ =
                   SCENE-CENTER-Z + SCENE-V1-Z + SCENE-V2-Z
           PERFORM EXPORT-WRITE-VERTEX
           COMPUTE EXPORT-VX = SCENE-CENTER-X + SCENE-V2-X
           COMPUTE EXPORT-VY = SCENE-CENTER-Y + SCENE-V2-Y
           COMPUTE EXPORT-VZ = SCENE-CENTER-Z + SCENE-V2-Z
           PERFORM EXPORT-WRITE-VERTEX
           MOVE 4 TO FACE-CORNER-COUNT
           MOVE 1 TO FACE-CORNER(1)
           MOVE 2 TO FACE-CORNER(2)
           MOVE 3 TO FACE-CORNER(3)
           MOVE 4 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           EXIT.

      *> BOX: minimum corner in the center fields, maximum in V1.
      *> Eight corners (1-4 on the minimum-Z side, 5-8 on the
      *> maximum), six faces wound to face outward
       EXPORT-BOX.
           MOVE SCENE-CENTER-X TO EXPORT-PX
           MOVE SCENE-CENTER-Y TO EXPORT-PY
           MOVE SCENE-CENTER-Z TO EXPORT-PZ
           PERFORM EXPORT-BOX-CORNERS
           MOVE SCENE-V1-Z TO EXPORT-PZ
           PERFORM EXPORT-BOX-CORNERS
           MOVE 4 TO FACE-CORNER-COUNT
           MOVE 1 TO FACE-CORNER(1)
           MOVE 4 TO FACE-CORNER(2)
           MOVE 3 TO FACE-CORNER(3)
           MOVE 2 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           MOVE 5 TO FACE-CORNER(1)
           MOVE 6 TO FACE-CORNER(2)
           MOVE 7 TO FACE-CORNER(3)
           MOVE 8 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           MOVE 1 TO FACE-CORNER(1)
           MOVE 2 TO FACE-CORNER(2)
           MOVE 6 TO FACE-CORNER(3)
           MOVE 5 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           MOVE 4 TO FACE-CORNER(1)
           MOVE 8 TO FACE-CORNER(2)
           MOVE 7 TO FACE-CORNER(3)
           MOVE 3 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           MOVE 1 TO FACE-CORNER(1)
           MOVE 5 TO FACE-CORNER(2)
           MOVE 8 TO FACE-CORNER(3)
           MOVE 4 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           MOVE 2 TO FACE-CORNER(1)
           MOVE 3 TO FACE-CORNER(2)
           MOVE 7 TO FACE-CORNER(3)
           MOVE 6 TO FACE-CORNER(4)
           PERFORM EXPORT-WRITE-FACE
           EXIT.

      *> The four corners of one Z side of the box, at EXPORT-PZ:
      *> (min,min) (max,min) (max,max) (min,max) in X and Y
       EXPORT-BOX-CORNERS.
           MOVE EXPORT-PZ TO EXPORT-VZ
           MOVE SCENE-CENTER-X TO EXPORT-VX
           MOVE SCENE-CENTER-Y TO EXPORT-VY
           PERFORM EXPORT-WRITE-VERTEX
           MOVE SCENE-V1-X TO EXPORT-VX
           PERFORM EXPORT-WRITE-VERTEX
           MOVE SCENE-V1-Y TO EXPORT-VY
           PERFORM EXPORT-WRITE-VERTEX
           MOVE SCENE-CENTER-X TO EXPORT-VX
           PERFORM EXPORT-WRITE-VERTEX
           EXIT.

      *> SPHERE: a latitude/longitude mesh - DENSITY rings from pole
      *> to pole and twice that many segments around. Vertex 1 is the
      *> top pole, then each ring in turn, then the bottom pole;
      *> triangles cap the poles and quads fill between the rings
       EXPORT-SPHERE.
           MOVE SCENE-RADIUS TO EXPORT-RADIUS
           MOVE EXPORT-DENSITY TO EXPORT-RINGS
           COMPUTE EXPORT-SEGMENTS = EXPORT-DENSITY * 2
           MOVE SCENE-CENTER-X TO EXPORT-VX
           COMPUTE EXPORT-VY = SCENE-CENTER-Y + EXPORT-RADIUS
           MOVE SCENE-CENTER-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           PERFORM VARYING EXPORT-RING FROM 1 BY 1
                   UNTIL EXPORT-RING >= EXPORT-RINGS
               COMPUTE EXPORT-PHI =
                       EXPORT-PI * EXPORT-RING / EXPORT-RINGS
               COMPUTE EXPORT-SIN-PHI = FUNCTION SIN(EXPORT-PHI)
               COMPUTE EXPORT-COS-PHI = FUNCTION COS(EXPORT-PHI)
               PERFORM VARYING EXPORT-SEGMENT FROM 0 BY 1
                       UNTIL EXPORT-SEGMENT >= EXPORT-SEGMENTS
                   COMPUTE EXPORT-THETA = 2 * EXPORT-PI *
                           EXPORT-SEGMENT / EXPORT-SEGMENTS
                   COMPUTE EXPORT-VX = SCENE-CENTER-X +
                           EXPORT-RADIUS * EXPORT-SIN-PHI *
                           FUNCTION COS(EXPORT-THETA)
                   COMPUTE EXPORT-VY = SCENE-CENTER-Y +
                           EXPORT-RADIUS * EXPORT-COS-PHI
                   COMPUTE EXPORT-VZ = SCENE-CENTER-Z -
                           EXPORT-RADIUS * EXPORT-SIN-PHI *
                           FUNCTION SIN(EXPORT-THETA)
                   PERFORM EXPORT-WRITE-VERTEX
               END-PERFORM
           END-PERFORM
           MOVE SCENE-CENTER-X TO EXPORT-VX
           COMPUTE EXPORT-VY = SCENE-CENTER-Y - EXPORT-RADIUS
           MOVE SCENE-CENTER-Z TO EXPORT-VZ
           PERFORM EXPORT-WRITE-VERTEX
           PERFORM VARYING EXPORT-SEGMENT FROM 0 BY 1
                   UNTIL EXPORT-SEGMENT >= EXPORT-SEGMENTS
               PERFORM EXPORT-SPHERE-FACES
           END-PERFORM
           EXIT.

      *> The faces of one longitude segment, top cap to bottom cap
       EXPORT-SPHERE-FACES.
           COMPUTE EXPORT-NEXT-SEGMENT =
                   FUNCTION MOD(EXPORT-SEGMENT + 1, EXPORT-SEGMENTS)
           MOVE 3 TO FACE-CORNER-COUNT
           MOVE 1 TO FACE-CORNER(1)
           COMPUTE FACE-CORNER(2) = 2 + EXPORT-SEGMENT
           COMPUTE FACE-CORNER(3) = 2 + EXPORT-NEXT-SEGMENT
           PERFORM EXPORT-WRITE-FACE
           MOVE 4 TO FACE-CORNER-COUNT
           PERFORM VARYING EXPORT-RING FROM 1 BY 1
                   UNTIL EXPORT-RING >= EXPORT-RINGS - 1
               COMPUTE FACE-CORNER(1) = 2 + EXPORT-SEGMENT +
                       (EXPORT-RING - 1) * EXPORT-SEGMENTS
               COMPUTE FACE-CORNER(2) = 2 + EXPORT-SEGMENT +
                       EXPORT-RING * EXPORT-SEGMENTS
               COMPUTE FACE-CORNER(3) = 2 + EXPORT-NEXT-SEGMENT +
                       EXPORT-RING * EXPORT-SEGMENTS
               COMPUTE FACE-CORNER(4) = 2 + EXPORT-NEXT-SEGMENT +
                       (EXPORT-RING - 1) * EXPORT-SEGMENTS
               PERFORM EXPORT-WRITE-FACE
           END-PERFORM
           MOVE 3 TO FACE-CORNER-COUNT
           COMPUTE FACE-CORNER(1) = 2 + EXPORT-SEGMENT +
                   (EXPORT-RINGS - 2) * EXPORT-SEGMENTS
           COMPUTE FACE-CORNER(2) = 2 +
                   (EXPORT-RINGS - 1) * EXPORT-SEGMENTS
           COMPUTE FACE-CORNER(3) = 2 + EXPORT-NEXT-SEGMENT +
                   (EXPORT-RINGS - 2) * EXPORT-SEGMENTS
           PERFORM EXPORT-WRITE-FACE
           EXIT.

      *> PLANE: point in the center fields, normal in the normal
      *> fields. The infinite plane becomes a DENSITY x DENSITY grid
      *> of quads over a square centered on the point, twice the
      *> scene's extent on a side (10 units at least)
       EXPORT-PLANE.
           COMPUTE PLANE-LENGTH = FUNCTION SQRT(
                   SCENE-NORMAL-X * SCENE-NORMAL-X +
                   SCENE-NORMAL-Y * SCENE-NORMAL-Y +
                   SCENE-NORMAL-Z * SCENE-NORMAL-Z)
           IF PLANE-LENGTH = 0
               DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                       " plane has a zero normal - no faces written"
               ADD 1 TO EXPORT-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE PLANE-NX ROUNDED = SCENE-NORMAL-X / PLANE-LENGTH
           COMPUTE PLANE-NY ROUNDED = SCENE-NORMAL-Y / PLANE-LENGTH
           COMPUTE PLANE-NZ ROUNDED = SCENE-NORMAL-Z / PLANE-LENGTH
      *> T1 = N x A for a helper axis A not parallel to N (world Y,
      *> or world X for a floor or ceiling), then T2 = N x T1
           IF PLANE-NY > 0.9 OR PLANE-NY < -0.9
               MOVE 0 TO PLANE-T1-X
               MOVE PLANE-NZ TO PLANE-T1-Y
               COMPUTE PLANE-T1-Z = 0 - PLANE-NY
           ELSE
               COMPUTE PLANE-T1-X = 0 - PLANE-NZ
               MOVE 0 TO PLANE-T1-Y
               MOVE PLANE-NX TO PLANE-T1-Z
           END-IF
           COMPUTE PLANE-LENGTH = FUNCTION SQRT(
                   PLANE-T1-X * PLANE-T1-X +
                   PLANE-T1-Y * PLANE-T1-Y +
                   PLANE-T1-Z * PLANE-T1-Z)
           COMPUTE PLANE-T1-X ROUNDED = PLANE-T1-X / PLANE-LENGTH
           COMPUTE PLANE-T1-Y ROUNDED = PLANE-T1-Y / PLANE-LENGTH
           COMPUTE PLANE-T1-Z ROUNDED = PLANE-T1-Z / PLANE-LENGTH
           COMPUTE PLANE-T2-X ROUNDED = PLANE-NY * PLANE-T1-Z
           COMPUTE PLANE-T2-X ROUNDED =
                   PLANE-T2-X - PLANE-NZ * PLANE-T1-Y
           COMPUTE PLANE-T2-Y ROUNDED = PLANE-NZ * PLANE-T1-X
           COMPUTE PLANE-T2-Y ROUNDED =
                   PLANE-T2-Y - PLANE-NX * PLANE-T1-Z
           COMPUTE PLANE-T2-Z ROUNDED = PLANE-NX * PLANE-T1-Y
           COMPUTE PLANE-T2-Z ROUNDED =
                   PLANE-T2-Z - PLANE-NY * PLANE-T1-X
      *> Grid offsets run from -half to +half along each axis. Each
      *> coordinate is accumulated one term at a time
           PERFORM VARYING EXPORT-GRID-I FROM 0 BY 1
                   UNTIL EXPORT-GRID-I > EXPORT-DENSITY
               COMPUTE EXPORT-GRID-S ROUNDED = 2 * PLANE-HALF-SIZE *
                       EXPORT-GRID-I / EXPORT-DENSITY
               SUBTRACT PLANE-HALF-SIZE FROM EXPORT-GRID-S
               PERFORM VARYING EXPORT-GRID-J FROM 0 BY 1
                       UNTIL EXPORT-GRID-J > EXPORT-DENSITY
                   COMPUTE EXPORT-GRID-T ROUNDED = 2 * PLANE-HALF-SIZE
                           * EXPORT-GRID-J / EXPORT-DENSITY
                   SUBTRACT PLANE-HALF-SIZE FROM EXPORT-GRID-T
                   COMPUTE EXPORT-VX ROUNDED =
                           EXPORT-GRID-S * PLANE-T1-X
                   COMPUTE EXPORT-VX ROUNDED = EXPORT-VX +
                           EXPORT-GRID-T * PLANE-T2-X
                   ADD SCENE-CENTER-X TO EXPORT-VX
                   COMPUTE EXPORT-VY ROUNDED =
                           EXPORT-GRID-S * PLANE-T1-Y
                   COMPUTE EXPORT-VY ROUNDED = EXPORT-VY +
                           EXPORT-GRID-T * PLANE-T2-Y
                   ADD SCENE-CENTER-Y TO EXPORT-VY
                   COMPUTE EXPORT-VZ ROUNDED =
                           EXPORT-GRID-S * PLANE-T1-Z
                   COMPUTE EXPORT-VZ ROUNDED = EXPORT-VZ +
                           EXPORT-GRID-T * PLANE-T2-Z
                   ADD SCENE-CENTER-Z TO EXPORT-VZ
                   PERFORM EXPORT-WRITE-VERTEX
               END-PERFORM
           END-PERFORM
           MOVE 4 TO FACE-CORNER-COUNT
           PERFORM VARYING EXPORT-GRID-I FROM 0 BY 1
                   UNTIL EXPORT-GRID-I >= EXPORT-DENSITY
               PERFORM VARYING EXPORT-GRID-J FROM 0 BY 1
                       UNTIL EXPORT-GRID-J >= EXPORT-DENSITY
                   COMPUTE FACE-CORNER(1) = EXPORT-GRID-I *
                           (EXPORT-DENSITY + 1) + EXPORT-GRID-J + 1
                   COMPUTE FACE-CORNER(2) = FACE-CORNER(1) +
                           EXPORT-DENSITY + 1
                   COMPUTE FACE-CORNER(3) = FACE-CORNER(2) + 1
                   COMPUTE FACE-CORNER(4) = FACE-CORNER(1) + 1
                   PERFORM EXPORT-WRITE-FACE
               END-PERFORM
           END-PERFORM
           EXIT.

      *>****************************************************************
      *> INSTANCE expansion                                            *
      *>****************************************************************
      *> Reads the named mesh file and writes each TRIANGLE through the
      *> instance's scale, Y rotation and translation, exactly as the
      *> renderer places it. The instance's own material (inline or
      *> named) goes on every triangle when the record carries one;
      *> otherwise each mesh record keeps its own inline material
       EXPORT-INSTANCE.
           MOVE SCENE-CENTER-X TO INSTANCE-TRANS-X
           MOVE SCENE-CENTER-Y TO INSTANCE-TRANS-Y
           MOVE SCENE-CENTER-Z TO INSTANCE-TRANS-Z
           IF SCENE-RADIUS = 0
               MOVE 1.0 TO INSTANCE-SCALE
           ELSE
               MOVE SCENE-RADIUS TO INSTANCE-SCALE
           END-IF
           COMPUTE EXPORT-THETA = SCENE-V1-X * EXPORT-PI / 180
           COMPUTE INSTANCE-ROT-SIN = FUNCTION SIN(EXPORT-THETA)
           COMPUTE INSTANCE-ROT-COS = FUNCTION COS(EXPORT-THETA)
           IF SCENE-MATERIAL-NAME NOT = SPACES OR
              SCENE-MATERIAL-TYPE NOT = SPACES
               MOVE 1 TO INSTANCE-OWN-MATERIAL
               PERFORM EXPORT-SCENE-MATERIAL
               MOVE EXPORT-USEMTL-NAME TO INSTANCE-MTL-NAME
           ELSE
               MOVE 0 TO INSTANCE-OWN-MATERIAL
           END-IF
           MOVE SCENE-MESH-FILE TO MESH-FILENAME
           OPEN INPUT MESH-FILE
           IF MESH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                       " mesh file " FUNCTION TRIM(MESH-FILENAME)
                       " not available (status " MESH-FILE-STATUS
                       ") - instance skipped"
               ADD 1 TO EXPORT-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EXPORT-OBJECT-COUNT
           MOVE SPACES TO EXPORT-LINE
           STRING "o INSTANCE_" EXPORT-RECORD-NUMBER "_"
                  FUNCTION TRIM(MESH-FILENAME)
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           MOVE 0 TO INSTANCE-TRIANGLES
           MOVE 0 TO MESH-EOF-SWITCH
           PERFORM EXPORT-READ-MESH-RECORD UNTIL MESH-EOF-SWITCH = 1
           CLOSE MESH-FILE
           EXIT.

       EXPORT-READ-MESH-RECORD.
           READ MESH-FILE INTO MESH-WORK-BUFFER
               AT END
                   MOVE 1 TO MESH-EOF-SWITCH
               NOT AT END
                   IF MSH-OBJ-TYPE = "TRIANGLE" AND
                      MSH-V0-X IS NUMERIC AND MSH-V0-Y IS NUMERIC AND
                      MSH-V0-Z IS NUMERIC AND MSH-V1-X IS NUMERIC AND
                      MSH-V1-Y IS NUMERIC AND MSH-V1-Z IS NUMERIC AND
                      MSH-V2-X IS NUMERIC AND MSH-V2-Y IS NUMERIC AND
                      MSH-V2-Z IS NUMERIC
                       PERFORM EXPORT-INSTANCE-TRIANGLE
                   END-IF
           END-READ
           EXIT.

       EXPORT-INSTANCE-TRIANGLE.
           IF INSTANCE-OWN-MATERIAL = 1
               MOVE INSTANCE-MTL-NAME TO EXPORT-USEMTL-NAME
           ELSE
               PERFORM EXPORT-MESH-MATERIAL
           END-IF
           PERFORM EXPORT-WRITE-USEMTL
           MOVE EXPORT-VERTEX-COUNT TO EXPORT-OBJECT-BASE
           MOVE MSH-V0-X TO EXPORT-VX
           MOVE MSH-V0-Y TO EXPORT-VY
           MOVE MSH-V0-Z TO EXPORT-VZ
           PERFORM EXPORT-TRANSFORM-VERTEX
           PERFORM EXPORT-WRITE-VERTEX
           MOVE MSH-V1-X TO EXPORT-VX
           MOVE MSH-V1-Y TO EXPORT-VY
           MOVE MSH-V1-Z TO EXPORT-VZ
           PERFORM EXPORT-TRANSFORM-VERTEX
           PERFORM EXPORT-WRITE-VERTEX
           MOVE MSH-V2-X TO EXPORT-VX
           MOVE MSH-V2-Y TO EXPORT-VY
           MOVE MSH-V2-Z TO EXPORT-VZ
           PERFORM EXPORT-TRANSFORM-VERTEX
           PERFORM EXPORT-WRITE-VERTEX
           MOVE 3 TO FACE-CORNER-COUNT
           MOVE 1 TO FACE-CORNER(1)
           MOVE 2 TO FACE-CORNER(2)
           MOVE 3 TO FACE-CORNER(3)
           PERFORM EXPORT-WRITE-FACE
           ADD 1 TO INSTANCE-TRIANGLES
           EXIT.

      *> Scale, rotate about the Y axis, then translate - the same
      *> order the renderer's INSTANCE-TRANSFORM-VERTEX uses
       EXPORT-TRANSFORM-VERTEX.
           COMPUTE EXPORT-VX = EXPORT-VX * INSTANCE-SCALE
           COMPUTE EXPORT-VY = EXPORT-VY * INSTANCE-SCALE
           COMPUTE EXPORT-VZ = EXPORT-VZ * INSTANCE-SCALE
           COMPUTE INSTANCE-ROT-WORK ROUNDED =
                   (EXPORT-VX * INSTANCE-ROT-COS) +
                   (EXPORT-VZ * INSTANCE-ROT-SIN)
           COMPUTE EXPORT-VZ ROUNDED =
                   (EXPORT-VZ * INSTANCE-ROT-COS) -
                   (EXPORT-VX * INSTANCE-ROT-SIN)
           MOVE INSTANCE-ROT-WORK TO EXPORT-VX
           COMPUTE EXPORT-VX = EXPORT-VX + INSTANCE-TRANS-X
           COMPUTE EXPORT-VY = EXPORT-VY + INSTANCE-TRANS-Y
           COMPUTE EXPORT-VZ = EXPORT-VZ + INSTANCE-TRANS-Z
           EXIT.

      *>****************************************************************
      *> Materials                                                     *
      *>****************************************************************
      *> The scene record's material: its inline fields, overridden by
      *> the master definition when the record names one the master
      *> holds. A name the master lacks keeps the inline material, the
      *> way the renderer treats it
       EXPORT-SCENE-MATERIAL.
           MOVE SCENE-MATERIAL-TYPE TO CURRENT-TYPE
           MOVE 0 TO CURRENT-ALBEDO-R CURRENT-ALBEDO-G
                     CURRENT-ALBEDO-B CURRENT-FUZZ CURRENT-REFRACTION
           IF SCENE-ALBEDO-R IS NUMERIC
               MOVE SCENE-ALBEDO-R TO CURRENT-ALBEDO-R
           END-IF
           IF SCENE-ALBEDO-G IS NUMERIC
               MOVE SCENE-ALBEDO-G TO CURRENT-ALBEDO-G
           END-IF
           IF SCENE-ALBEDO-B IS NUMERIC
               MOVE SCENE-ALBEDO-B TO CURRENT-ALBEDO-B
           END-IF
           IF SCENE-FUZZ IS NUMERIC
               MOVE SCENE-FUZZ TO CURRENT-FUZZ
           END-IF
           IF SCENE-REFRACTION IS NUMERIC
               MOVE SCENE-REFRACTION TO CURRENT-REFRACTION
           END-IF
           MOVE SCENE-TEXTURE-FILE TO CURRENT-TEXTURE-FILE
           MOVE 0 TO CURRENT-FROM-MASTER
           MOVE SCENE-MATERIAL-NAME TO CURRENT-MATERIAL-NAME
           IF SCENE-MATERIAL-NAME NOT = SPACES
               PERFORM EXPORT-RESOLVE-MASTER
           END-IF
           PERFORM EXPORT-REGISTER-MATERIAL
           EXIT.

      *> A mesh record's own inline material
       EXPORT-MESH-MATERIAL.
           MOVE MSH-MATERIAL-TYPE TO CURRENT-TYPE
           MOVE 0 TO CURRENT-ALBEDO-R CURRENT-ALBEDO-G
                     CURRENT-ALBEDO-B CURRENT-FUZZ CURRENT-REFRACTION
           IF MSH-ALBEDO-R IS NUMERIC
               MOVE MSH-ALBEDO-R TO CURRENT-ALBEDO-R
           END-IF
           IF MSH-ALBEDO-G IS NUMERIC
               MOVE MSH-ALBEDO-G TO CURRENT-ALBEDO-G
           END-IF
           IF MSH-ALBEDO-B IS NUMERIC
               MOVE MSH-ALBEDO-B TO CURRENT-ALBEDO-B
           END-IF
           IF MSH-FUZZ IS NUMERIC
               MOVE MSH-FUZZ TO CURRENT-FUZZ
           END-IF
           IF MSH-REFRACTION IS NUMERIC
               MOVE MSH-REFRACTION TO CURRENT-REFRACTION
           END-IF
           MOVE MSH-TEXTURE-FILE TO CURRENT-TEXTURE-FILE
           MOVE 0 TO CURRENT-FROM-MASTER
           MOVE SPACES TO CURRENT-MATERIAL-NAME
           PERFORM EXPORT-REGISTER-MATERIAL
           EXIT.

       EXPORT-RESOLVE-MASTER.
           PERFORM VARYING MATERIAL-INDEX FROM 1 BY 1
                   UNTIL MATERIAL-INDEX > MASTER-COUNT OR
                         CURRENT-FROM-MASTER = 1
               IF MASTER-NAME(MATERIAL-INDEX) = CURRENT-MATERIAL-NAME
                   MOVE MASTER-VALUES(MATERIAL-INDEX)
                        TO CURRENT-VALUES
                   MOVE 1 TO CURRENT-FROM-MASTER
               END-IF
           END-PERFORM
           IF CURRENT-FROM-MASTER = 0
               DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                       " material " CURRENT-MATERIAL-NAME
                       " not in master - inline material kept"
               ADD 1 TO EXPORT-WARNING-COUNT
           END-IF
           EXIT.

      *> Finds or adds the current material in the export table and
      *> leaves its MTL name in EXPORT-USEMTL-NAME. Master materials
      *> match on name, inline ones on their values
       EXPORT-REGISTER-MATERIAL.
           MOVE 0 TO MATERIAL-FOUND
           PERFORM VARYING MATERIAL-INDEX FROM 1 BY 1
                   UNTIL MATERIAL-INDEX > MTL-COUNT OR
                         MATERIAL-FOUND = 1
               IF CURRENT-FROM-MASTER = 1
                   IF MTL-FROM-MASTER(MATERIAL-INDEX) = 1 AND
                      MTL-NAME(MATERIAL-INDEX) = CURRENT-MATERIAL-NAME
                       MOVE 1 TO MATERIAL-FOUND
                       MOVE MTL-NAME(MATERIAL-INDEX)
                            TO EXPORT-USEMTL-NAME
                   END-IF
               ELSE
                   IF MTL-FROM-MASTER(MATERIAL-INDEX) = 0 AND
                      MTL-VALUES(MATERIAL-INDEX) = CURRENT-VALUES
                       MOVE 1 TO MATERIAL-FOUND
                       MOVE MTL-NAME(MATERIAL-INDEX)
                            TO EXPORT-USEMTL-NAME
                   END-IF
               END-IF
           END-PERFORM
           IF MATERIAL-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           IF MTL-COUNT >= MTL-MAX
      *> Past the table's capacity the object keeps the last material
      *> written rather than losing its faces
               DISPLAY "WARNING: record " EXPORT-RECORD-NUMBER
                       " material table full (" MTL-MAX ")"
               ADD 1 TO EXPORT-WARNING-COUNT
               MOVE EXPORT-LAST-USEMTL TO EXPORT-USEMTL-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MTL-COUNT
           MOVE CURRENT-FROM-MASTER TO MTL-FROM-MASTER(MTL-COUNT)
           MOVE CURRENT-VALUES TO MTL-VALUES(MTL-COUNT)
           IF CURRENT-FROM-MASTER = 1
               MOVE CURRENT-MATERIAL-NAME TO MTL-NAME(MTL-COUNT)
           ELSE
               ADD 1 TO INLINE-SEQUENCE
               MOVE SPACES TO MTL-NAME(MTL-COUNT)
               STRING "INLINE_" INLINE-SEQUENCE
                      DELIMITED BY SIZE INTO MTL-NAME(MTL-COUNT)
           END-IF
           MOVE MTL-NAME(MTL-COUNT) TO EXPORT-USEMTL-NAME
           EXIT.

      *>****************************************************************
      *> OBJ output                                                    *
      *>****************************************************************
       EXPORT-WRITE-OBJ-HEADING.
           MOVE SPACES TO EXPORT-LINE
           STRING "# SCENE-EXPORT of "
                  FUNCTION TRIM(EXPORT-SCENE-FILENAME)
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           IF EXPORT-VERSION > 0
               MOVE SPACES TO EXPORT-LINE
               STRING "# scene " FUNCTION TRIM(EXPORT-CATALOG-NAME)
                      " version "
                      EXPORT-VERSION
                      DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           END-IF
           MOVE SPACES TO EXPORT-LINE
           STRING "# sphere/plane density " EXPORT-DENSITY
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "mtllib " FUNCTION TRIM(EXPORT-MTL-LIBRARY)
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           EXIT.

       EXPORT-WRITE-VERTEX.
           MOVE SPACES TO EXPORT-LINE
           MOVE 1 TO EXPORT-LINE-POINTER
           STRING "v" DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER EXPORT-LINE-POINTER
           MOVE EXPORT-VX TO EDIT-COORD
           PERFORM EXPORT-APPEND-COORD
           MOVE EXPORT-VY TO EDIT-COORD
           PERFORM EXPORT-APPEND-COORD
           MOVE EXPORT-VZ TO EDIT-COORD
           PERFORM EXPORT-APPEND-COORD
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           ADD 1 TO EXPORT-VERTEX-COUNT
           EXIT.

       EXPORT-APPEND-COORD.
           STRING " " FUNCTION TRIM(EDIT-COORD) DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER EXPORT-LINE-POINTER
           EXIT.

      *> OBJ vertex numbers are 1-based over the whole file, so the
      *> object's local corner numbers are offset by its base
       EXPORT-WRITE-FACE.
           MOVE SPACES TO EXPORT-LINE
           MOVE 1 TO EXPORT-LINE-POINTER
           STRING "f" DELIMITED BY SIZE
                  INTO EXPORT-LINE WITH POINTER EXPORT-LINE-POINTER
           PERFORM VARYING FACE-CORNER-INDEX FROM 1 BY 1
                   UNTIL FACE-CORNER-INDEX > FACE-CORNER-COUNT
               COMPUTE FACE-VERTEX-NUMBER = EXPORT-OBJECT-BASE +
                       FACE-CORNER(FACE-CORNER-INDEX)
               MOVE FACE-VERTEX-NUMBER TO EDIT-INDEX
               STRING " " FUNCTION TRIM(EDIT-INDEX) DELIMITED BY SIZE
                      INTO EXPORT-LINE
                      WITH POINTER EXPORT-LINE-POINTER
           END-PERFORM
           WRITE OBJ-OUTPUT-RECORD FROM EXPORT-LINE
           ADD 1 TO EXPORT-FACE-COUNT
           EXIT.

      *>****************************************************************
      *> MTL output                                                    *
      *>****************************************************************
      *> One entry per material used. LAMBERTIAN is plain diffuse,
      *> METAL specular with a shininess from its fuzz, GLASS
      *> transmissive with its refraction index, LIGHT emissive.
      *> CHECKER and TEXTURE keep their base color, TEXTURE with its
      *> image as the diffuse map. OBJ has no volumes, so a MEDIUM
      *> goes out as a translucent shell in its volume color
       EXPORT-WRITE-MTL-LIBRARY.
           MOVE SPACES TO EXPORT-LINE
           STRING "# SCENE-EXPORT materials for "
                  FUNCTION TRIM(EXPORT-SCENE-FILENAME)
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
           PERFORM VARYING MATERIAL-INDEX FROM 1 BY 1
                   UNTIL MATERIAL-INDEX > MTL-COUNT
               PERFORM EXPORT-WRITE-MTL-ENTRY
           END-PERFORM
           EXIT.

       EXPORT-WRITE-MTL-ENTRY.
           MOVE SPACES TO MTL-OUTPUT-RECORD
           WRITE MTL-OUTPUT-RECORD
           MOVE SPACES TO EXPORT-LINE
           STRING "newmtl " FUNCTION TRIM(MTL-NAME(MATERIAL-INDEX))
                  DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           IF MTL-FROM-MASTER(MATERIAL-INDEX) = 1
               STRING "# " FUNCTION TRIM(MTL-TYPE(MATERIAL-INDEX))
                      " from the material master"
                      DELIMITED BY SIZE INTO EXPORT-LINE
           ELSE
               STRING "# " FUNCTION TRIM(MTL-TYPE(MATERIAL-INDEX))
                      " inline scene material"
                      DELIMITED BY SIZE INTO EXPORT-LINE
           END-IF
           WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
           MOVE MTL-ALBEDO-R(MATERIAL-INDEX) TO EDIT-COLOR-R
           MOVE MTL-ALBEDO-G(MATERIAL-INDEX) TO EDIT-COLOR-G
           MOVE MTL-ALBEDO-B(MATERIAL-INDEX) TO EDIT-COLOR-B
           EVALUATE MTL-TYPE(MATERIAL-INDEX)
               WHEN "METAL"
                   MOVE "Ka 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Kd" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   MOVE "Ks" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   COMPUTE EXPORT-SHININESS =
                           1000 * (1 - MTL-FUZZ(MATERIAL-INDEX))
                   IF EXPORT-SHININESS < 1
                       MOVE 1 TO EXPORT-SHININESS
                   END-IF
                   MOVE EXPORT-SHININESS TO EDIT-SHININESS
                   MOVE SPACES TO EXPORT-LINE
                   STRING "Ns " FUNCTION TRIM(EDIT-SHININESS)
                          DELIMITED BY SIZE INTO EXPORT-LINE
                   WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
                   MOVE "illum 3" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
               WHEN "GLASS"
                   MOVE "Ka 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Kd 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Ks 1.000000 1.000000 1.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Tf 1.000000 1.000000 1.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE MTL-REFRACTION(MATERIAL-INDEX)
                        TO EDIT-REFRACTION
                   MOVE SPACES TO EXPORT-LINE
                   STRING "Ni " FUNCTION TRIM(EDIT-REFRACTION)
                          DELIMITED BY SIZE INTO EXPORT-LINE
                   WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
                   MOVE "illum 7" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
               WHEN "LIGHT"
                   MOVE "Ka 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Kd 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Ke" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   MOVE "illum 0" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
               WHEN "MEDIUM"
                   MOVE "Ka 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Kd" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   MOVE "Tf" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   MOVE "d 0.500000" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "illum 1" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
               WHEN OTHER
                   MOVE "Ka 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "Kd" TO EXPORT-LINE
                   PERFORM EXPORT-WRITE-MTL-COLOR
                   MOVE "Ks 0.000000 0.000000 0.000000"
                        TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   MOVE "illum 1" TO MTL-OUTPUT-RECORD
                   WRITE MTL-OUTPUT-RECORD
                   IF MTL-TYPE(MATERIAL-INDEX) = "TEXTURE" AND
                      MTL-TEXTURE-FILE(MATERIAL-INDEX) NOT = SPACES
                       MOVE SPACES TO EXPORT-LINE
                       STRING "map_Kd " FUNCTION TRIM
                              (MTL-TEXTURE-FILE(MATERIAL-INDEX))
                              DELIMITED BY SIZE INTO EXPORT-LINE
                       WRITE MTL-OUTPUT-RECORD FROM EXPORT-LINE
                   END-IF
           END-EVALUATE
           EXIT.

      *> Writes "<key> r g b" - the key is already in EXPORT-LINE
       EXPORT-WRITE-MTL-COLOR.
           MOVE SPACES TO MTL-OUTPUT-RECORD
           STRING EXPORT-LINE(1:2) " " EDIT-COLOR-R " " EDIT-COLOR-G
                  " " EDIT-COLOR-B
                  DELIMITED BY SIZE INTO MTL-OUTPUT-RECORD
           WRITE MTL-OUTPUT-RECORD
           EXIT.

       EXPORT-WRITE-SUMMARY.
           DISPLAY "Scene " FUNCTION TRIM(EXPORT-SCENE-FILENAME)
                   " exported to " FUNCTION TRIM(EXPORT-OBJ-FILENAME)
                   " and " FUNCTION TRIM(EXPORT-MTL-FILENAME)
           DISPLAY "  " EXPORT-OBJECT-COUNT " object(s), "
                   EXPORT-VERTEX-COUNT " vertices, "
                   EXPORT-FACE-COUNT " faces, " MTL-COUNT
                   " material(s), " EXPORT-SKIPPED-COUNT " skipped"
      *> Skipped records and unresolved names leave the export short
      *> of what the renderer would draw - worth a warning
           IF EXPORT-SKIPPED-COUNT > 0 OR EXPORT-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
