      *>****************************************************************
      *> MATERIAL-USAGE - Material Master Where-Used Report            *
      *> Reads every cataloged scene version - the scn_<name>_<ver>    *
      *> .dat files SCENE-MAINT writes - and every mesh file their     *
      *> INSTANCE records expand, and lists which of them reference    *
      *> each material master name, so the effect of changing or      *
      *> deleting a shared definition is known before it is made.      *
      *> The reverse listings show master materials nothing uses and   *
      *> names referenced that the master does not define              *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERIAL-USAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The material master SCENE-MAINT maintains
           SELECT MASTER-FILE ASSIGN TO "material_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-FILE-STATUS.

      *> The scene catalog SCENE-MAINT appends one record per save to
           SELECT CATALOG-FILE ASSIGN TO "scene_catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.

      *> The versioned scene file or mesh file being scanned - both
      *> carry the same fixed-width SCENE-RECORD layout
           SELECT SCAN-FILE ASSIGN DYNAMIC SCAN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-FILE-STATUS.

      *> The formatted where-used report this program produces
           SELECT USAGE-REPORT-FILE
           ASSIGN TO "materials_where_used.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USAGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout the renderer's MASTER-RECORD uses - only the
      *> name and type are needed here
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-NAME         PIC X(12).
           05  MASTER-TYPE         PIC X(10).
           05  FILLER              PIC X(95).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-SCENE-NAME      PIC X(8).
           05  CAT-VERSION         PIC 9(4).
           05  CAT-STAMP           PIC X(14).     *> YYYYMMDDHHMMSS
           05  CAT-RECORD-COUNT    PIC 9(4).
           05  CAT-COMMENT         PIC X(40).

      *> SCENE-RECORD, viewed only for the object type, the master
      *> material name and the INSTANCE mesh file name
       FD  SCAN-FILE.
       01  SCAN-RECORD.
           05  SCAN-OBJ-TYPE       PIC X(10).
           05  FILLER              PIC X(219).
           05  SCAN-MATERIAL-NAME  PIC X(12).
           05  SCAN-MESH-FILE      PIC X(20).
           05  FILLER              PIC X(9).

       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  USAGE-FILE-VARS.
           05  MASTER-FILE-STATUS  PIC X(02) VALUE "00".
           05  CATALOG-FILE-STATUS PIC X(02) VALUE "00".
           05  SCAN-FILE-STATUS    PIC X(02) VALUE "00".
           05  USAGE-REPORT-STATUS PIC X(02) VALUE "00".
           05  MASTER-EOF-SWITCH   PIC 9 VALUE 0.
           05  CATALOG-EOF-SWITCH  PIC 9 VALUE 0.
           05  SCAN-EOF-SWITCH     PIC 9 VALUE 0.
           05  SCAN-FILENAME       PIC X(40) VALUE SPACES.

      *> Command line: an optional material name limiting the
      *> where-used section to that one definition
       01  USAGE-PARM-VARS.
           05  USAGE-PARM-LINE     PIC X(120) VALUE SPACES.
           05  USAGE-PARM-NAME     PIC X(20) VALUE SPACES.
           05  USAGE-ONLY-NAME     PIC X(12) VALUE SPACES.

      *> Master names - sized to match the renderer's master table
       01  USAGE-MASTER-TABLE.
           05  MASTER-ENTRY-COUNT  PIC 9(3) VALUE 0.
           05  MASTER-ENTRY-MAX    PIC 9(3) VALUE 100.
           05  MASTER-ENTRIES OCCURS 100 TIMES.
               10  MST-NAME        PIC X(12).
               10  MST-TYPE        PIC X(10).
               10  MST-SOURCE-COUNT PIC 9(4).

      *> One entry per material name per file referencing it, with
      *> the number of records in that file naming it
       01  USAGE-REFERENCE-TABLE.
           05  REF-ENTRY-COUNT     PIC 9(4) VALUE 0.
           05  REF-ENTRY-MAX       PIC 9(4) VALUE 3000.
           05  REF-ENTRIES OCCURS 3000 TIMES.
               10  REF-NAME        PIC X(12).
               10  REF-SOURCE      PIC X(40).
               10  REF-RECORD-COUNT PIC 9(5).
               10  REF-IN-MASTER   PIC 9.
               10  REF-REPORTED    PIC 9.

      *> Distinct mesh files the scanned versions' INSTANCE records
      *> expand - each is scanned once however many scenes use it
       01  USAGE-MESH-TABLE.
           05  MESH-ENTRY-COUNT    PIC 9(3) VALUE 0.
           05  MESH-ENTRY-MAX      PIC 9(3) VALUE 200.
           05  MESH-ENTRIES OCCURS 200 TIMES.
               10  MESH-ENTRY-NAME PIC X(20).

       01  USAGE-WORK-VARS.
           05  USAGE-MASTER-INDEX  PIC 9(3).
           05  USAGE-REF-INDEX     PIC 9(4).
           05  USAGE-OTHER-INDEX   PIC 9(4).
           05  USAGE-MESH-INDEX    PIC 9(3).
           05  USAGE-MATCH-INDEX   PIC 9(4) VALUE 0.
           05  USAGE-FOUND         PIC 9 VALUE 0.
           05  USAGE-SOURCE        PIC X(40) VALUE SPACES.
           05  USAGE-SOURCE-KIND   PIC X(7) VALUE SPACES.
           05  USAGE-SOURCE-RECORDS PIC 9(5) VALUE 0.
           05  USAGE-REF-FULL      PIC 9 VALUE 0.
           05  USAGE-MESH-FULL     PIC 9 VALUE 0.

       01  USAGE-COUNT-VARS.
           05  VERSIONS-SCANNED    PIC 9(4) VALUE 0.
           05  VERSIONS-MISSING    PIC 9(4) VALUE 0.
           05  MESHES-SCANNED      PIC 9(3) VALUE 0.
           05  MESHES-MISSING      PIC 9(3) VALUE 0.
           05  UNUSED-COUNT        PIC 9(3) VALUE 0.
           05  UNDEFINED-COUNT     PIC 9(4) VALUE 0.

       01  USAGE-LINE-VARS.
           05  USAGE-LINE          PIC X(132) VALUE SPACES.
           05  DSP-RECORDS         PIC ZZZZ9.
           05  DSP-COUNT           PIC ZZZ9.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main report flow                                              *
      *>****************************************************************
       USAGE-MAIN.
           PERFORM USAGE-APPLY-RUNTIME-PARMS
           PERFORM USAGE-LOAD-MASTER
           PERFORM USAGE-SCAN-CATALOG
           PERFORM VARYING USAGE-MESH-INDEX FROM 1 BY 1
                   UNTIL USAGE-MESH-INDEX > MESH-ENTRY-COUNT
               PERFORM USAGE-SCAN-MESH-FILE
           END-PERFORM
           PERFORM USAGE-MARK-MASTER-REFERENCES
           OPEN OUTPUT USAGE-REPORT-FILE
           IF USAGE-REPORT-STATUS NOT = "00"
               DISPLAY "Could not open materials_where_used.txt "
                       "(status " USAGE-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM USAGE-WRITE-HEADING
           PERFORM USAGE-WRITE-WHERE-USED
           PERFORM USAGE-WRITE-UNUSED
           PERFORM USAGE-WRITE-UNDEFINED
           PERFORM USAGE-WRITE-SUMMARY
           CLOSE USAGE-REPORT-FILE
           DISPLAY "Material where-used report written to "
                   "materials_where_used.txt"
           DISPLAY "  " VERSIONS-SCANNED " version(s), "
                   MESHES-SCANNED " mesh file(s) scanned, "
                   UNUSED-COUNT " unused, " UNDEFINED-COUNT
                   " undefined name(s)"
      *> Undefined names will fail the renderer's validation pass and
      *> unreadable files leave the listing incomplete - both warn
           IF UNDEFINED-COUNT > 0 OR VERSIONS-MISSING > 0 OR
              MESHES-MISSING > 0 OR USAGE-REF-FULL = 1 OR
              USAGE-MESH-FULL = 1
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       USAGE-APPLY-RUNTIME-PARMS.
           ACCEPT USAGE-PARM-LINE FROM COMMAND-LINE
           IF USAGE-PARM-LINE NOT = SPACES
               UNSTRING USAGE-PARM-LINE DELIMITED BY ALL SPACE
                   INTO USAGE-PARM-NAME
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(USAGE-PARM-NAME(1:12))
                    TO USAGE-ONLY-NAME
           END-IF
           EXIT.

      *>****************************************************************
      *> Master and catalog loading                                    *
      *>****************************************************************
      *> A missing master is not fatal - every name referenced is then
      *> reported as undefined, which is what the renderer would say
       USAGE-LOAD-MASTER.
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Material master not found - treating it as "
                       "empty"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MASTER-EOF-SWITCH
           PERFORM USAGE-LOAD-MASTER-RECORD
                   UNTIL MASTER-EOF-SWITCH = 1
           CLOSE MASTER-FILE
           EXIT.

       USAGE-LOAD-MASTER-RECORD.
           READ MASTER-FILE
               AT END
                   MOVE 1 TO MASTER-EOF-SWITCH
               NOT AT END
                   IF MASTER-ENTRY-COUNT < MASTER-ENTRY-MAX
                       ADD 1 TO MASTER-ENTRY-COUNT
                       MOVE MASTER-NAME TO MST-NAME(MASTER-ENTRY-COUNT)
                       MOVE MASTER-TYPE TO MST-TYPE(MASTER-ENTRY-COUNT)
                       MOVE 0 TO MST-SOURCE-COUNT(MASTER-ENTRY-COUNT)
                   ELSE
                       DISPLAY "WARNING: master table full ("
                               MASTER-ENTRY-MAX "), record skipped"
                   END-IF
           END-READ
           EXIT.

      *> Every cataloged version is scanned - the catalog is the list
      *> of scenes that could be checked out and rendered again
       USAGE-SCAN-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Scene catalog scene_catalog.dat not found "
                       "(status " CATALOG-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO CATALOG-EOF-SWITCH
           PERFORM USAGE-READ-CATALOG-RECORD
                   UNTIL CATALOG-EOF-SWITCH = 1
           CLOSE CATALOG-FILE
           EXIT.

       USAGE-READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   MOVE 1 TO CATALOG-EOF-SWITCH
               NOT AT END
                   IF CAT-SCENE-NAME NOT = SPACES AND
                      CAT-VERSION IS NUMERIC
                       PERFORM USAGE-SCAN-VERSION-FILE
                   END-IF
           END-READ
           EXIT.

      *>****************************************************************
      *> Version and mesh file scanning                                *
      *>****************************************************************
      *> Builds scn_<name>_<version>.dat the way SCENE-MAINT names it
       USAGE-SCAN-VERSION-FILE.
           MOVE SPACES TO SCAN-FILENAME
           STRING "scn_" DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-SCENE-NAME) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  CAT-VERSION DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SCAN-FILENAME
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: version file "
                       FUNCTION TRIM(SCAN-FILENAME)
                       " not found (status " SCAN-FILE-STATUS ")"
               ADD 1 TO VERSIONS-MISSING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VERSIONS-SCANNED
           MOVE "VERSION" TO USAGE-SOURCE-KIND
           MOVE SCAN-FILENAME TO USAGE-SOURCE
           MOVE 0 TO SCAN-EOF-SWITCH
           PERFORM USAGE-SCAN-RECORD UNTIL SCAN-EOF-SWITCH = 1
           CLOSE SCAN-FILE
           EXIT.

      *> Mesh files are read from the working directory, as the
      *> renderer's INSTANCE expansion reads them
       USAGE-SCAN-MESH-FILE.
           MOVE MESH-ENTRY-NAME(USAGE-MESH-INDEX) TO SCAN-FILENAME
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: mesh file "
                       FUNCTION TRIM(SCAN-FILENAME)
                       " not found (status " SCAN-FILE-STATUS ")"
               ADD 1 TO MESHES-MISSING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MESHES-SCANNED
           MOVE "MESH" TO USAGE-SOURCE-KIND
           MOVE SCAN-FILENAME TO USAGE-SOURCE
           MOVE 0 TO SCAN-EOF-SWITCH
           PERFORM USAGE-SCAN-RECORD UNTIL SCAN-EOF-SWITCH = 1
           CLOSE SCAN-FILE
           EXIT.

      *> A named material on any record is a reference - including an
      *> INSTANCE record's own override of its mesh's materials
       USAGE-SCAN-RECORD.
           READ SCAN-FILE
               AT END
                   MOVE 1 TO SCAN-EOF-SWITCH
               NOT AT END
                   IF SCAN-MATERIAL-NAME NOT = SPACES
                       PERFORM USAGE-RECORD-REFERENCE
                   END-IF
                   IF USAGE-SOURCE-KIND = "VERSION" AND
                      SCAN-OBJ-TYPE = "INSTANCE" AND
                      SCAN-MESH-FILE NOT = SPACES
                       PERFORM USAGE-RECORD-MESH
                   END-IF
           END-READ
           EXIT.

      *> Adds one to the name's entry for the current file, opening a
      *> new entry the first time the file names it
       USAGE-RECORD-REFERENCE.
           MOVE 0 TO USAGE-MATCH-INDEX
           PERFORM VARYING USAGE-REF-INDEX FROM REF-ENTRY-COUNT BY -1
                   UNTIL USAGE-REF-INDEX < 1 OR USAGE-MATCH-INDEX > 0
               IF REF-NAME(USAGE-REF-INDEX) = SCAN-MATERIAL-NAME AND
                  REF-SOURCE(USAGE-REF-INDEX) = USAGE-SOURCE
                   MOVE USAGE-REF-INDEX TO USAGE-MATCH-INDEX
               END-IF
           END-PERFORM
           IF USAGE-MATCH-INDEX > 0
               ADD 1 TO REF-RECORD-COUNT(USAGE-MATCH-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF REF-ENTRY-COUNT >= REF-ENTRY-MAX
               IF USAGE-REF-FULL = 0
                   DISPLAY "WARNING: reference table full ("
                           REF-ENTRY-MAX ") - listing is incomplete"
               END-IF
               MOVE 1 TO USAGE-REF-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REF-ENTRY-COUNT
           MOVE SCAN-MATERIAL-NAME TO REF-NAME(REF-ENTRY-COUNT)
           MOVE USAGE-SOURCE TO REF-SOURCE(REF-ENTRY-COUNT)
           MOVE 1 TO REF-RECORD-COUNT(REF-ENTRY-COUNT)
           MOVE 0 TO REF-IN-MASTER(REF-ENTRY-COUNT)
           MOVE 0 TO REF-REPORTED(REF-ENTRY-COUNT)
           EXIT.

       USAGE-RECORD-MESH.
           MOVE 0 TO USAGE-FOUND
           PERFORM VARYING USAGE-MESH-INDEX FROM 1 BY 1
                   UNTIL USAGE-MESH-INDEX > MESH-ENTRY-COUNT OR
                         USAGE-FOUND = 1
               IF MESH-ENTRY-NAME(USAGE-MESH-INDEX) = SCAN-MESH-FILE
                   MOVE 1 TO USAGE-FOUND
               END-IF
           END-PERFORM
           IF USAGE-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           IF MESH-ENTRY-COUNT >= MESH-ENTRY-MAX
               IF USAGE-MESH-FULL = 0
                   DISPLAY "WARNING: mesh table full ("
                           MESH-ENTRY-MAX ") - listing is incomplete"
               END-IF
               MOVE 1 TO USAGE-MESH-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MESH-ENTRY-COUNT
           MOVE SCAN-MESH-FILE TO MESH-ENTRY-NAME(MESH-ENTRY-COUNT)
           EXIT.

      *> Ties each reference to its master entry and counts the files
      *> naming each master material
       USAGE-MARK-MASTER-REFERENCES.
           PERFORM VARYING USAGE-REF-INDEX FROM 1 BY 1
                   UNTIL USAGE-REF-INDEX > REF-ENTRY-COUNT
               PERFORM VARYING USAGE-MASTER-INDEX FROM 1 BY 1
                       UNTIL USAGE-MASTER-INDEX > MASTER-ENTRY-COUNT
                   IF MST-NAME(USAGE-MASTER-INDEX) =
                      REF-NAME(USAGE-REF-INDEX)
                       MOVE 1 TO REF-IN-MASTER(USAGE-REF-INDEX)
                       ADD 1 TO MST-SOURCE-COUNT(USAGE-MASTER-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *>****************************************************************
      *> Report sections                                               *
      *>****************************************************************
       USAGE-WRITE-HEADING.
           MOVE "MATERIAL MASTER WHERE-USED REPORT"
                TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           MOVE SPACES TO USAGE-LINE
           STRING "RUN " FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(5:2) "/"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO USAGE-LINE
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           IF USAGE-ONLY-NAME NOT = SPACES
               MOVE SPACES TO USAGE-LINE
               STRING "WHERE-USED LIMITED TO " USAGE-ONLY-NAME
                      DELIMITED BY SIZE INTO USAGE-LINE
               WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           END-IF
           MOVE SPACES TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           EXIT.

      *> One block per master material: its type, then each file
      *> naming it with the number of records that do
       USAGE-WRITE-WHERE-USED.
           MOVE "WHERE USED" TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           PERFORM VARYING USAGE-MASTER-INDEX FROM 1 BY 1
                   UNTIL USAGE-MASTER-INDEX > MASTER-ENTRY-COUNT
               IF USAGE-ONLY-NAME = SPACES OR
                  USAGE-ONLY-NAME = MST-NAME(USAGE-MASTER-INDEX)
                   PERFORM USAGE-WRITE-MASTER-BLOCK
               END-IF
           END-PERFORM
      *> A name asked for that the master does not hold is still
      *> worth answering - its references appear under UNDEFINED
           IF USAGE-ONLY-NAME NOT = SPACES
               MOVE 0 TO USAGE-FOUND
               PERFORM VARYING USAGE-MASTER-INDEX FROM 1 BY 1
                       UNTIL USAGE-MASTER-INDEX > MASTER-ENTRY-COUNT
                   IF USAGE-ONLY-NAME = MST-NAME(USAGE-MASTER-INDEX)
                       MOVE 1 TO USAGE-FOUND
                   END-IF
               END-PERFORM
               IF USAGE-FOUND = 0
                   MOVE SPACES TO USAGE-LINE
                   STRING "  " USAGE-ONLY-NAME
                          "  NOT IN MATERIAL MASTER"
                          DELIMITED BY SIZE INTO USAGE-LINE
                   WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
               END-IF
           END-IF
           MOVE SPACES TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           EXIT.

       USAGE-WRITE-MASTER-BLOCK.
           MOVE SPACES TO USAGE-LINE
           MOVE MST-SOURCE-COUNT(USAGE-MASTER-INDEX) TO DSP-COUNT
           IF MST-SOURCE-COUNT(USAGE-MASTER-INDEX) = 0
               STRING "  " MST-NAME(USAGE-MASTER-INDEX) " "
                      MST-TYPE(USAGE-MASTER-INDEX)
                      "  NOT REFERENCED"
                      DELIMITED BY SIZE INTO USAGE-LINE
           ELSE
               STRING "  " MST-NAME(USAGE-MASTER-INDEX) " "
                      MST-TYPE(USAGE-MASTER-INDEX)
                      "  " DSP-COUNT " FILE(S)"
                      DELIMITED BY SIZE INTO USAGE-LINE
           END-IF
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           PERFORM VARYING USAGE-REF-INDEX FROM 1 BY 1
                   UNTIL USAGE-REF-INDEX > REF-ENTRY-COUNT
               IF REF-NAME(USAGE-REF-INDEX) =
                  MST-NAME(USAGE-MASTER-INDEX)
                   PERFORM USAGE-WRITE-SOURCE-LINE
               END-IF
           END-PERFORM
           EXIT.

       USAGE-WRITE-SOURCE-LINE.
           MOVE SPACES TO USAGE-LINE
           MOVE REF-RECORD-COUNT(USAGE-REF-INDEX) TO DSP-RECORDS
           STRING "      " REF-SOURCE(USAGE-REF-INDEX) " "
                  DSP-RECORDS " RECORD(S)"
                  DELIMITED BY SIZE INTO USAGE-LINE
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           EXIT.

      *> Master materials no scanned file names - candidates for
      *> deletion, or a sign a scene was never saved through the
      *> catalog
       USAGE-WRITE-UNUSED.
           MOVE "UNUSED MASTER MATERIALS" TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           PERFORM VARYING USAGE-MASTER-INDEX FROM 1 BY 1
                   UNTIL USAGE-MASTER-INDEX > MASTER-ENTRY-COUNT
               IF MST-SOURCE-COUNT(USAGE-MASTER-INDEX) = 0
                   ADD 1 TO UNUSED-COUNT
                   MOVE SPACES TO USAGE-LINE
                   STRING "  " MST-NAME(USAGE-MASTER-INDEX) " "
                          MST-TYPE(USAGE-MASTER-INDEX)
                          DELIMITED BY SIZE INTO USAGE-LINE
                   WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
               END-IF
           END-PERFORM
           IF UNUSED-COUNT = 0
               MOVE "  NONE" TO USAGE-REPORT-RECORD
               WRITE USAGE-REPORT-RECORD
           END-IF
           MOVE SPACES TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           EXIT.

      *> Names referenced that the master does not define, each with
      *> the files naming it - the renderer's validation pass would
      *> reject every one of those records
       USAGE-WRITE-UNDEFINED.
           MOVE "REFERENCED NAMES NOT IN MATERIAL MASTER"
                TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           PERFORM VARYING USAGE-OTHER-INDEX FROM 1 BY 1
                   UNTIL USAGE-OTHER-INDEX > REF-ENTRY-COUNT
               IF REF-IN-MASTER(USAGE-OTHER-INDEX) = 0 AND
                  REF-REPORTED(USAGE-OTHER-INDEX) = 0
                   PERFORM USAGE-WRITE-UNDEFINED-NAME
               END-IF
           END-PERFORM
           IF UNDEFINED-COUNT = 0
               MOVE "  NONE" TO USAGE-REPORT-RECORD
               WRITE USAGE-REPORT-RECORD
           END-IF
           MOVE SPACES TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           EXIT.

       USAGE-WRITE-UNDEFINED-NAME.
           ADD 1 TO UNDEFINED-COUNT
           MOVE SPACES TO USAGE-LINE
           STRING "  " REF-NAME(USAGE-OTHER-INDEX)
                  DELIMITED BY SIZE INTO USAGE-LINE
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           PERFORM VARYING USAGE-REF-INDEX FROM USAGE-OTHER-INDEX BY 1
                   UNTIL USAGE-REF-INDEX > REF-ENTRY-COUNT
               IF REF-NAME(USAGE-REF-INDEX) =
                  REF-NAME(USAGE-OTHER-INDEX)
                   MOVE 1 TO REF-REPORTED(USAGE-REF-INDEX)
                   PERFORM USAGE-WRITE-SOURCE-LINE
               END-IF
           END-PERFORM
           EXIT.

       USAGE-WRITE-SUMMARY.
           MOVE SPACES TO USAGE-LINE
           STRING "VERSIONS SCANNED " VERSIONS-SCANNED
                  "  MISSING " VERSIONS-MISSING
                  "  MESH FILES SCANNED " MESHES-SCANNED
                  "  MISSING " MESHES-MISSING
                  DELIMITED BY SIZE INTO USAGE-LINE
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           MOVE SPACES TO USAGE-LINE
           STRING "MASTER MATERIALS " MASTER-ENTRY-COUNT
                  "  UNUSED " UNUSED-COUNT
                  "  UNDEFINED NAMES " UNDEFINED-COUNT
                  DELIMITED BY SIZE INTO USAGE-LINE
           WRITE USAGE-REPORT-RECORD FROM USAGE-LINE
           EXIT.
