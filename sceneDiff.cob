      *>****************************************************************
      *> SCENE-DIFF - Scene Version Difference Report                  *
      *> Compares two saved versions of a cataloged scene - the        *
      *> scn_<name>_<version>.dat files SCENE-MAINT writes - and lists *
      *> the objects added, deleted and changed between them, changed  *
      *> objects field by field in SCENE-RECORD terms, so "what        *
      *> changed since the render we sent Tuesday" is answered from    *
      *> the audit record's scene name and version instead of by       *
      *> laying two fixed-width files side by side                     *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENE-DIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The scene catalog SCENE-MAINT appends one record per save to
           SELECT CATALOG-FILE ASSIGN TO "scene_catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.

      *> The versioned scene file being loaded - the older and newer
      *> versions are read through it one after the other
           SELECT VERSION-FILE ASSIGN DYNAMIC VERSION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSION-FILE-STATUS.

      *> The formatted difference report this program produces
           SELECT DIFF-REPORT-FILE ASSIGN TO "scene_diff_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIFF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-SCENE-NAME      PIC X(8).
           05  CAT-VERSION         PIC 9(4).
           05  CAT-STAMP           PIC X(14).     *> YYYYMMDDHHMMSS
           05  CAT-RECORD-COUNT    PIC 9(4).
           05  CAT-COMMENT         PIC X(40).

      *> Same fixed-width SCENE-RECORD layout the renderer reads
       FD  VERSION-FILE.
       01  VERSION-RECORD          PIC X(270).

       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  DIFF-FILE-VARS.
           05  CATALOG-FILE-STATUS PIC X(02) VALUE "00".
           05  VERSION-FILE-STATUS PIC X(02) VALUE "00".
           05  DIFF-REPORT-STATUS  PIC X(02) VALUE "00".
           05  CATALOG-EOF-SWITCH  PIC 9 VALUE 0.
           05  VERSION-EOF-SWITCH  PIC 9 VALUE 0.
           05  VERSION-FILENAME    PIC X(40) VALUE SPACES.

      *> Command line: SCENE-NAME OLD-VERSION NEW-VERSION - the same
      *> name and version pair the audit record's RPT-SCENE-NAME and
      *> RPT-SCENE-VERSION carry
       01  DIFF-PARM-VARS.
           05  DIFF-PARM-LINE      PIC X(120) VALUE SPACES.
           05  DIFF-PARM-NAME      PIC X(20) VALUE SPACES.
           05  DIFF-PARM-OLD       PIC X(10) VALUE SPACES.
           05  DIFF-PARM-NEW       PIC X(10) VALUE SPACES.
           05  DIFF-SCENE-NAME     PIC X(8) VALUE SPACES.
           05  DIFF-OLD-VERSION    PIC 9(4) VALUE 0.
           05  DIFF-NEW-VERSION    PIC 9(4) VALUE 0.
           05  DIFF-LOAD-VERSION   PIC 9(4) VALUE 0.

      *> What the catalog says about each of the two versions
       01  DIFF-CATALOG-VARS.
           05  OLD-CATALOGED       PIC 9 VALUE 0.
           05  OLD-CAT-STAMP       PIC X(14) VALUE SPACES.
           05  OLD-CAT-COMMENT     PIC X(40) VALUE SPACES.
           05  NEW-CATALOGED       PIC 9 VALUE 0.
           05  NEW-CAT-STAMP       PIC X(14) VALUE SPACES.
           05  NEW-CAT-COMMENT     PIC X(40) VALUE SPACES.

      *> The two versions in memory - sized to match the renderer's
      *> world table capacity, as SCENE-MAINT's scene table is
       01  OLD-SCENE-TABLE.
           05  OLD-OBJECT-COUNT    PIC 9(4) VALUE 0.
           05  OLD-OBJECTS OCCURS 5000 TIMES.
               10  OLD-OBJECT-RECORD PIC X(270).

       01  NEW-SCENE-TABLE.
           05  NEW-OBJECT-COUNT    PIC 9(4) VALUE 0.
           05  NEW-OBJECTS OCCURS 5000 TIMES.
               10  NEW-OBJECT-RECORD PIC X(270).

       01  DIFF-TABLE-VARS.
           05  DIFF-OBJECT-MAX     PIC 9(4) VALUE 5000.
           05  DIFF-LOAD-COUNT     PIC 9(4) VALUE 0.
           05  DIFF-LOAD-SIDE      PIC 9 VALUE 0.    *> 1 = old, 2 = new
           05  DIFF-TABLE-FULL     PIC 9 VALUE 0.

      *> Character-level views of the older and newer record being
      *> compared, in SCENE-RECORD field order - the same views the
      *> renderer's validation pass edits the numeric fields through
       01  OLD-CHECK-BUFFER        PIC X(270).
       01  OLD-CHECK-FIELDS REDEFINES OLD-CHECK-BUFFER.
           05  OCHK-OBJ-TYPE       PIC X(10).
           05  OCHK-CENTER-X       PIC X(10).
           05  OCHK-CENTER-Y       PIC X(10).
           05  OCHK-CENTER-Z       PIC X(10).
           05  OCHK-RADIUS         PIC X(9).
           05  OCHK-MATERIAL-TYPE  PIC X(10).
           05  OCHK-ALBEDO-R       PIC X(7).
           05  OCHK-ALBEDO-G       PIC X(7).
           05  OCHK-ALBEDO-B       PIC X(7).
           05  OCHK-FUZZ           PIC X(7).
           05  OCHK-REFRACTION     PIC X(8).
           05  OCHK-NORMAL-X       PIC X(8).
           05  OCHK-NORMAL-Y       PIC X(8).
           05  OCHK-NORMAL-Z       PIC X(8).
           05  OCHK-V1-X           PIC X(10).
           05  OCHK-V1-Y           PIC X(10).
           05  OCHK-V1-Z           PIC X(10).
           05  OCHK-V2-X           PIC X(10).
           05  OCHK-V2-Y           PIC X(10).
           05  OCHK-V2-Z           PIC X(10).
           05  OCHK-COLOR2-R       PIC X(7).
           05  OCHK-COLOR2-G       PIC X(7).
           05  OCHK-COLOR2-B       PIC X(7).
           05  OCHK-TEX-SCALE      PIC X(9).
           05  OCHK-TEXTURE-FILE   PIC X(20).
           05  OCHK-MATERIAL-NAME  PIC X(12).
           05  OCHK-MESH-FILE      PIC X(20).
           05  OCHK-DENSITY        PIC X(9).

       01  NEW-CHECK-BUFFER        PIC X(270).
       01  NEW-CHECK-FIELDS REDEFINES NEW-CHECK-BUFFER.
           05  NCHK-OBJ-TYPE       PIC X(10).
           05  NCHK-CENTER-X       PIC X(10).
           05  NCHK-CENTER-Y       PIC X(10).
           05  NCHK-CENTER-Z       PIC X(10).
           05  NCHK-RADIUS         PIC X(9).
           05  NCHK-MATERIAL-TYPE  PIC X(10).
           05  NCHK-ALBEDO-R       PIC X(7).
           05  NCHK-ALBEDO-G       PIC X(7).
           05  NCHK-ALBEDO-B       PIC X(7).
           05  NCHK-FUZZ           PIC X(7).
           05  NCHK-REFRACTION     PIC X(8).
           05  NCHK-NORMAL-X       PIC X(8).
           05  NCHK-NORMAL-Y       PIC X(8).
           05  NCHK-NORMAL-Z       PIC X(8).
           05  NCHK-V1-X           PIC X(10).
           05  NCHK-V1-Y           PIC X(10).
           05  NCHK-V1-Z           PIC X(10).
           05  NCHK-V2-X           PIC X(10).
           05  NCHK-V2-Y           PIC X(10).
           05  NCHK-V2-Z           PIC X(10).
           05  NCHK-COLOR2-R       PIC X(7).
           05  NCHK-COLOR2-G       PIC X(7).
           05  NCHK-COLOR2-B       PIC X(7).
           05  NCHK-TEX-SCALE      PIC X(9).
           05  NCHK-TEXTURE-FILE   PIC X(20).
           05  NCHK-MATERIAL-NAME  PIC X(12).
           05  NCHK-MESH-FILE      PIC X(20).
           05  NCHK-DENSITY        PIC X(9).

      *> Object pairing walk. The two versions are walked in step and
      *> identical records pair off; at a mismatch the walk looks
      *> ahead for the record it is standing on - an old record that
      *> turns up later in the new version means the new records in
      *> between were added, a new record that turns up later in the
      *> old version means the old records in between were deleted.
      *> A mismatch neither look-ahead resolves is a change when the
      *> object type is the same, otherwise a delete and an add
       01  DIFF-WALK-VARS.
           05  OLD-INDEX           PIC 9(4) VALUE 0.
           05  NEW-INDEX           PIC 9(4) VALUE 0.
           05  SEARCH-INDEX        PIC 9(4) VALUE 0.
           05  SEARCH-FOUND-AT     PIC 9(4) VALUE 0.
           05  UNCHANGED-COUNT     PIC 9(4) VALUE 0.
           05  ADDED-COUNT         PIC 9(4) VALUE 0.
           05  DELETED-COUNT       PIC 9(4) VALUE 0.
           05  CHANGED-COUNT       PIC 9(4) VALUE 0.

      *> One field comparison: name, the two raw field texts, the
      *> field length and its kind - A alphanumeric, U unsigned
      *> numeric, S SIGN LEADING SEPARATE numeric. Every numeric field
      *> in SCENE-RECORD carries six decimal places
       01  DIFF-FIELD-VARS.
           05  DIFF-FIELD-NAME     PIC X(20).
           05  DIFF-FIELD-KIND     PIC X(1).
           05  DIFF-FIELD-LEN      PIC 9(2).
           05  DIFF-OLD-TEXT       PIC X(20).
           05  DIFF-NEW-TEXT       PIC X(20).
           05  DIFF-OLD-SHOW       PIC X(20).
           05  DIFF-NEW-SHOW       PIC X(20).
           05  DIFF-OLD-VALID      PIC 9 VALUE 0.
           05  DIFF-NEW-VALID      PIC 9 VALUE 0.
           05  DIFF-OLD-NUMBER     PIC S9(3)V9(6) COMP-3.
           05  DIFF-NEW-NUMBER     PIC S9(3)V9(6) COMP-3.
           05  DIFF-FIELD-DIFFERS  PIC 9 VALUE 0.
           05  DIFF-FIELDS-CHANGED PIC 9(2) VALUE 0.

      *> Conversion of one raw numeric field text into a shown value.
      *> The digits are right-aligned under a nine-digit work field
      *> (three integer places, six decimal) so fields of every width
      *> in the record convert through the same two pictures
       01  DIFF-CONVERT-VARS.
           05  CONVERT-TEXT        PIC X(20).
           05  CONVERT-VALID       PIC 9 VALUE 0.
           05  CONVERT-DIGITS      PIC 9(2).
           05  CONVERT-CHAR-INDEX  PIC 9(2).
           05  CONVERT-SHOW        PIC X(20).
           05  CONVERT-NUMBER      PIC S9(3)V9(6) COMP-3.
           05  CONVERT-WORK-X      PIC X(9).
           05  CONVERT-WORK-9 REDEFINES CONVERT-WORK-X
                                   PIC 9(3)V9(6).
           05  CONVERT-EDITED      PIC -ZZ9.9(6).

      *> Report line assembly - changed fields are strung onto the
      *> object's line and wrap onto indented continuation lines
       01  DIFF-LINE-VARS.
           05  DIFF-LINE           PIC X(132) VALUE SPACES.
           05  DIFF-LINE-POINTER   PIC 9(3) VALUE 1.
           05  DIFF-FRAGMENT       PIC X(80) VALUE SPACES.
           05  DIFF-FRAGMENT-LEN   PIC 9(3) VALUE 0.
           05  DIFF-OBJECT-NUMBER  PIC 9(4) VALUE 0.
           05  DIFF-OBJECT-TYPE    PIC X(10) VALUE SPACES.
           05  DSP-OBJECT-NUMBER   PIC ZZZ9.
           05  DSP-VERSION         PIC ZZZ9.
           05  DSP-COUNT           PIC ZZZ9.
           05  DSP-STAMP-DATE      PIC 9999/99/99.
           05  DSP-STAMP-TIME      PIC X(8).

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main report flow                                              *
      *>****************************************************************
       DIFF-MAIN.
           PERFORM DIFF-APPLY-RUNTIME-PARMS
           PERFORM DIFF-SCAN-CATALOG
           MOVE 1 TO DIFF-LOAD-SIDE
           MOVE DIFF-OLD-VERSION TO DIFF-LOAD-VERSION
           PERFORM DIFF-LOAD-VERSION-FILE
           MOVE 2 TO DIFF-LOAD-SIDE
           MOVE DIFF-NEW-VERSION TO DIFF-LOAD-VERSION
           PERFORM DIFF-LOAD-VERSION-FILE
           OPEN OUTPUT DIFF-REPORT-FILE
           IF DIFF-REPORT-STATUS NOT = "00"
               DISPLAY "Could not open scene_diff_report.txt "
                       "(status " DIFF-REPORT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DIFF-WRITE-HEADING
           PERFORM DIFF-WALK-VERSIONS
           PERFORM DIFF-WRITE-SUMMARY
           CLOSE DIFF-REPORT-FILE
           DISPLAY "Scene difference report written to "
                   "scene_diff_report.txt"
           DISPLAY "  " ADDED-COUNT " added, " DELETED-COUNT
                   " deleted, " CHANGED-COUNT " changed, "
                   UNCHANGED-COUNT " unchanged"
      *> A version missing from the catalog still compares, but the
      *> file was not saved through SCENE-MAINT - worth a warning
           IF OLD-CATALOGED = 0 OR NEW-CATALOGED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> All three parameters are required - guessing at a version
      *> would answer the client's question about the wrong render
       DIFF-APPLY-RUNTIME-PARMS.
           ACCEPT DIFF-PARM-LINE FROM COMMAND-LINE
           IF DIFF-PARM-LINE NOT = SPACES
               UNSTRING DIFF-PARM-LINE DELIMITED BY ALL SPACE
                   INTO DIFF-PARM-NAME
                        DIFF-PARM-OLD
                        DIFF-PARM-NEW
               END-UNSTRING
           END-IF
           IF DIFF-PARM-NAME = SPACES OR
              DIFF-PARM-OLD = SPACES OR DIFF-PARM-NEW = SPACES OR
              FUNCTION TEST-NUMVAL(DIFF-PARM-OLD) NOT = 0 OR
              FUNCTION TEST-NUMVAL(DIFF-PARM-NEW) NOT = 0
               DISPLAY "Usage: scene name, old version and new "
                       "version required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(DIFF-PARM-NAME(1:8))
                TO DIFF-SCENE-NAME
           COMPUTE DIFF-OLD-VERSION = FUNCTION NUMVAL(DIFF-PARM-OLD)
           COMPUTE DIFF-NEW-VERSION = FUNCTION NUMVAL(DIFF-PARM-NEW)
           IF DIFF-OLD-VERSION = 0 OR DIFF-NEW-VERSION = 0
               DISPLAY "Versions run from 1 to 9999"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *>****************************************************************
      *> Catalog lookup and version loading                            *
      *>****************************************************************
      *> Picks up each version's save stamp and comment for the report
      *> heading. A missing catalog is not fatal - the version files
      *> themselves are what gets compared
       DIFF-SCAN-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Scene catalog not found - comparing version "
                       "files uncataloged"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CATALOG-EOF-SWITCH
           PERFORM DIFF-READ-CATALOG-RECORD
                   UNTIL CATALOG-EOF-SWITCH = 1
           CLOSE CATALOG-FILE
           EXIT.

       DIFF-READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   MOVE 1 TO CATALOG-EOF-SWITCH
               NOT AT END
                   IF CAT-SCENE-NAME = DIFF-SCENE-NAME AND
                      CAT-VERSION IS NUMERIC
                       IF CAT-VERSION = DIFF-OLD-VERSION
                           MOVE 1 TO OLD-CATALOGED
                           MOVE CAT-STAMP TO OLD-CAT-STAMP
                           MOVE CAT-COMMENT TO OLD-CAT-COMMENT
                       END-IF
                       IF CAT-VERSION = DIFF-NEW-VERSION
                           MOVE 1 TO NEW-CATALOGED
                           MOVE CAT-STAMP TO NEW-CAT-STAMP
                           MOVE CAT-COMMENT TO NEW-CAT-COMMENT
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *> Builds scn_<name>_<version>.dat the way SCENE-MAINT names it
      *> and loads it into the old or new table. Either file absent
      *> ends the run - there is nothing to compare against
       DIFF-LOAD-VERSION-FILE.
           MOVE SPACES TO VERSION-FILENAME
           STRING "scn_" DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-SCENE-NAME) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  DIFF-LOAD-VERSION DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO VERSION-FILENAME
           OPEN INPUT VERSION-FILE
           IF VERSION-FILE-STATUS NOT = "00"
               DISPLAY "Version file " FUNCTION TRIM(VERSION-FILENAME)
                       " not found (status " VERSION-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO DIFF-LOAD-COUNT
           MOVE 0 TO DIFF-TABLE-FULL
           MOVE 0 TO VERSION-EOF-SWITCH
           PERFORM DIFF-LOAD-VERSION-RECORD
                   UNTIL VERSION-EOF-SWITCH = 1
           CLOSE VERSION-FILE
           IF DIFF-LOAD-SIDE = 1
               MOVE DIFF-LOAD-COUNT TO OLD-OBJECT-COUNT
           ELSE
               MOVE DIFF-LOAD-COUNT TO NEW-OBJECT-COUNT
           END-IF
           IF DIFF-TABLE-FULL = 1
               DISPLAY "WARNING: " FUNCTION TRIM(VERSION-FILENAME)
                       " holds more "
                       "than " DIFF-OBJECT-MAX " record(s) - "
                       "the excess is not compared"
           END-IF
           EXIT.

       DIFF-LOAD-VERSION-RECORD.
           READ VERSION-FILE
               AT END
                   MOVE 1 TO VERSION-EOF-SWITCH
               NOT AT END
                   IF DIFF-LOAD-COUNT >= DIFF-OBJECT-MAX
                       MOVE 1 TO DIFF-TABLE-FULL
                   ELSE
                       ADD 1 TO DIFF-LOAD-COUNT
                       IF DIFF-LOAD-SIDE = 1
                           MOVE VERSION-RECORD TO
                                OLD-OBJECT-RECORD(DIFF-LOAD-COUNT)
                       ELSE
                           MOVE VERSION-RECORD TO
                                NEW-OBJECT-RECORD(DIFF-LOAD-COUNT)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *>****************************************************************
      *> Object pairing walk                                           *
      *>****************************************************************
       DIFF-WALK-VERSIONS.
           MOVE 1 TO OLD-INDEX
           MOVE 1 TO NEW-INDEX
           PERFORM DIFF-WALK-STEP
                   UNTIL OLD-INDEX > OLD-OBJECT-COUNT AND
                         NEW-INDEX > NEW-OBJECT-COUNT
           EXIT.

       DIFF-WALK-STEP.
           IF OLD-INDEX > OLD-OBJECT-COUNT
               PERFORM DIFF-REPORT-ADDED
               EXIT PARAGRAPH
           END-IF
           IF NEW-INDEX > NEW-OBJECT-COUNT
               PERFORM DIFF-REPORT-DELETED
               EXIT PARAGRAPH
           END-IF
           IF OLD-OBJECT-RECORD(OLD-INDEX) =
              NEW-OBJECT-RECORD(NEW-INDEX)
               ADD 1 TO UNCHANGED-COUNT
               ADD 1 TO OLD-INDEX
               ADD 1 TO NEW-INDEX
               EXIT PARAGRAPH
           END-IF
      *> Does the old record turn up further on in the new version?
           MOVE 0 TO SEARCH-FOUND-AT
           PERFORM VARYING SEARCH-INDEX FROM NEW-INDEX BY 1
                   UNTIL SEARCH-INDEX > NEW-OBJECT-COUNT OR
                         SEARCH-FOUND-AT > 0
               IF NEW-OBJECT-RECORD(SEARCH-INDEX) =
                  OLD-OBJECT-RECORD(OLD-INDEX)
                   MOVE SEARCH-INDEX TO SEARCH-FOUND-AT
               END-IF
           END-PERFORM
           IF SEARCH-FOUND-AT > 0
               PERFORM DIFF-REPORT-ADDED
                       UNTIL NEW-INDEX >= SEARCH-FOUND-AT
               EXIT PARAGRAPH
           END-IF
      *> Does the new record turn up further on in the old version?
           PERFORM VARYING SEARCH-INDEX FROM OLD-INDEX BY 1
                   UNTIL SEARCH-INDEX > OLD-OBJECT-COUNT OR
                         SEARCH-FOUND-AT > 0
               IF OLD-OBJECT-RECORD(SEARCH-INDEX) =
                  NEW-OBJECT-RECORD(NEW-INDEX)
                   MOVE SEARCH-INDEX TO SEARCH-FOUND-AT
               END-IF
           END-PERFORM
           IF SEARCH-FOUND-AT > 0
               PERFORM DIFF-REPORT-DELETED
                       UNTIL OLD-INDEX >= SEARCH-FOUND-AT
               EXIT PARAGRAPH
           END-IF
           IF OLD-OBJECT-RECORD(OLD-INDEX)(1:10) =
              NEW-OBJECT-RECORD(NEW-INDEX)(1:10)
               PERFORM DIFF-REPORT-CHANGED
           ELSE
               PERFORM DIFF-REPORT-DELETED
               PERFORM DIFF-REPORT-ADDED
           END-IF
           EXIT.

      *> Added objects are numbered by their position in the newer
      *> version, deleted ones by their position in the older
       DIFF-REPORT-ADDED.
           MOVE NEW-OBJECT-RECORD(NEW-INDEX) TO NEW-CHECK-BUFFER
           MOVE NEW-INDEX TO DIFF-OBJECT-NUMBER
           MOVE NCHK-OBJ-TYPE TO DIFF-OBJECT-TYPE
           PERFORM DIFF-START-OBJECT-LINE
           MOVE "added" TO DIFF-FRAGMENT
           PERFORM DIFF-APPEND-FRAGMENT
           PERFORM DIFF-FLUSH-LINE
           ADD 1 TO ADDED-COUNT
           ADD 1 TO NEW-INDEX
           EXIT.

       DIFF-REPORT-DELETED.
           MOVE OLD-OBJECT-RECORD(OLD-INDEX) TO OLD-CHECK-BUFFER
           MOVE OLD-INDEX TO DIFF-OBJECT-NUMBER
           MOVE OCHK-OBJ-TYPE TO DIFF-OBJECT-TYPE
           MOVE DIFF-OLD-VERSION TO DSP-VERSION
           PERFORM DIFF-START-OBJECT-LINE
           MOVE SPACES TO DIFF-FRAGMENT
           STRING "deleted (object " DELIMITED BY SIZE
                  FUNCTION TRIM(DSP-OBJECT-NUMBER) DELIMITED BY SIZE
                  " of version " DELIMITED BY SIZE
                  FUNCTION TRIM(DSP-VERSION) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO DIFF-FRAGMENT
           PERFORM DIFF-APPEND-FRAGMENT
           PERFORM DIFF-FLUSH-LINE
           ADD 1 TO DELETED-COUNT
           ADD 1 TO OLD-INDEX
           EXIT.

      *> A changed object lists every field whose value moved, in
      *> SCENE-RECORD order
       DIFF-REPORT-CHANGED.
           MOVE OLD-OBJECT-RECORD(OLD-INDEX) TO OLD-CHECK-BUFFER
           MOVE NEW-OBJECT-RECORD(NEW-INDEX) TO NEW-CHECK-BUFFER
           MOVE NEW-INDEX TO DIFF-OBJECT-NUMBER
           MOVE NCHK-OBJ-TYPE TO DIFF-OBJECT-TYPE
           MOVE 0 TO DIFF-FIELDS-CHANGED
           PERFORM DIFF-START-OBJECT-LINE
           PERFORM DIFF-COMPARE-ALL-FIELDS
      *> Records that differ only in a numerically equal spelling
      *> (-0 against +0) are not worth a line
           IF DIFF-FIELDS-CHANGED = 0
               MOVE SPACES TO DIFF-LINE
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               PERFORM DIFF-FLUSH-LINE
               ADD 1 TO CHANGED-COUNT
           END-IF
           ADD 1 TO OLD-INDEX
           ADD 1 TO NEW-INDEX
           EXIT.

      *>****************************************************************
      *> Field-by-field comparison                                     *
      *>****************************************************************
      *> A straight list of the SCENE-RECORD fields, the same order
      *> and names the renderer's validation pass reports them by
       DIFF-COMPARE-ALL-FIELDS.
           MOVE "SCENE-OBJ-TYPE" TO DIFF-FIELD-NAME
           MOVE OCHK-OBJ-TYPE TO DIFF-OLD-TEXT
           MOVE NCHK-OBJ-TYPE TO DIFF-NEW-TEXT
           MOVE "A" TO DIFF-FIELD-KIND
           MOVE 10 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-CENTER-X" TO DIFF-FIELD-NAME
           MOVE OCHK-CENTER-X TO DIFF-OLD-TEXT
           MOVE NCHK-CENTER-X TO DIFF-NEW-TEXT
           MOVE "S" TO DIFF-FIELD-KIND
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-CENTER-Y" TO DIFF-FIELD-NAME
           MOVE OCHK-CENTER-Y TO DIFF-OLD-TEXT
           MOVE NCHK-CENTER-Y TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-CENTER-Z" TO DIFF-FIELD-NAME
           MOVE OCHK-CENTER-Z TO DIFF-OLD-TEXT
           MOVE NCHK-CENTER-Z TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-RADIUS" TO DIFF-FIELD-NAME
           MOVE OCHK-RADIUS TO DIFF-OLD-TEXT
           MOVE NCHK-RADIUS TO DIFF-NEW-TEXT
           MOVE "U" TO DIFF-FIELD-KIND
           MOVE 09 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-MATERIAL-TYPE" TO DIFF-FIELD-NAME
           MOVE OCHK-MATERIAL-TYPE TO DIFF-OLD-TEXT
           MOVE NCHK-MATERIAL-TYPE TO DIFF-NEW-TEXT
           MOVE "A" TO DIFF-FIELD-KIND
           MOVE 10 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-ALBEDO-R" TO DIFF-FIELD-NAME
           MOVE OCHK-ALBEDO-R TO DIFF-OLD-TEXT
           MOVE NCHK-ALBEDO-R TO DIFF-NEW-TEXT
           MOVE "U" TO DIFF-FIELD-KIND
           MOVE 07 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-ALBEDO-G" TO DIFF-FIELD-NAME
           MOVE OCHK-ALBEDO-G TO DIFF-OLD-TEXT
           MOVE NCHK-ALBEDO-G TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-ALBEDO-B" TO DIFF-FIELD-NAME
           MOVE OCHK-ALBEDO-B TO DIFF-OLD-TEXT
           MOVE NCHK-ALBEDO-B TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-FUZZ" TO DIFF-FIELD-NAME
           MOVE OCHK-FUZZ TO DIFF-OLD-TEXT
           MOVE NCHK-FUZZ TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-REFRACTION" TO DIFF-FIELD-NAME
           MOVE OCHK-REFRACTION TO DIFF-OLD-TEXT
           MOVE NCHK-REFRACTION TO DIFF-NEW-TEXT
           MOVE 08 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-NORMAL-X" TO DIFF-FIELD-NAME
           MOVE OCHK-NORMAL-X TO DIFF-OLD-TEXT
           MOVE NCHK-NORMAL-X TO DIFF-NEW-TEXT
           MOVE "S" TO DIFF-FIELD-KIND
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-NORMAL-Y" TO DIFF-FIELD-NAME
           MOVE OCHK-NORMAL-Y TO DIFF-OLD-TEXT
           MOVE NCHK-NORMAL-Y TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-NORMAL-Z" TO DIFF-FIELD-NAME
           MOVE OCHK-NORMAL-Z TO DIFF-OLD-TEXT
           MOVE NCHK-NORMAL-Z TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V1-X" TO DIFF-FIELD-NAME
           MOVE OCHK-V1-X TO DIFF-OLD-TEXT
           MOVE NCHK-V1-X TO DIFF-NEW-TEXT
           MOVE 10 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V1-Y" TO DIFF-FIELD-NAME
           MOVE OCHK-V1-Y TO DIFF-OLD-TEXT
           MOVE NCHK-V1-Y TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V1-Z" TO DIFF-FIELD-NAME
           MOVE OCHK-V1-Z TO DIFF-OLD-TEXT
           MOVE NCHK-V1-Z TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V2-X" TO DIFF-FIELD-NAME
           MOVE OCHK-V2-X TO DIFF-OLD-TEXT
           MOVE NCHK-V2-X TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V2-Y" TO DIFF-FIELD-NAME
           MOVE OCHK-V2-Y TO DIFF-OLD-TEXT
           MOVE NCHK-V2-Y TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-V2-Z" TO DIFF-FIELD-NAME
           MOVE OCHK-V2-Z TO DIFF-OLD-TEXT
           MOVE NCHK-V2-Z TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-COLOR2-R" TO DIFF-FIELD-NAME
           MOVE OCHK-COLOR2-R TO DIFF-OLD-TEXT
           MOVE NCHK-COLOR2-R TO DIFF-NEW-TEXT
           MOVE "U" TO DIFF-FIELD-KIND
           MOVE 07 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-COLOR2-G" TO DIFF-FIELD-NAME
           MOVE OCHK-COLOR2-G TO DIFF-OLD-TEXT
           MOVE NCHK-COLOR2-G TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-COLOR2-B" TO DIFF-FIELD-NAME
           MOVE OCHK-COLOR2-B TO DIFF-OLD-TEXT
           MOVE NCHK-COLOR2-B TO DIFF-NEW-TEXT
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-TEX-SCALE" TO DIFF-FIELD-NAME
           MOVE OCHK-TEX-SCALE TO DIFF-OLD-TEXT
           MOVE NCHK-TEX-SCALE TO DIFF-NEW-TEXT
           MOVE 09 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-TEXTURE-FILE" TO DIFF-FIELD-NAME
           MOVE OCHK-TEXTURE-FILE TO DIFF-OLD-TEXT
           MOVE NCHK-TEXTURE-FILE TO DIFF-NEW-TEXT
           MOVE "A" TO DIFF-FIELD-KIND
           MOVE 20 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-MATERIAL-NAME" TO DIFF-FIELD-NAME
           MOVE OCHK-MATERIAL-NAME TO DIFF-OLD-TEXT
           MOVE NCHK-MATERIAL-NAME TO DIFF-NEW-TEXT
           MOVE 12 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-MESH-FILE" TO DIFF-FIELD-NAME
           MOVE OCHK-MESH-FILE TO DIFF-OLD-TEXT
           MOVE NCHK-MESH-FILE TO DIFF-NEW-TEXT
           MOVE 20 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           MOVE "SCENE-DENSITY" TO DIFF-FIELD-NAME
           MOVE OCHK-DENSITY TO DIFF-OLD-TEXT
           MOVE NCHK-DENSITY TO DIFF-NEW-TEXT
           MOVE "U" TO DIFF-FIELD-KIND
           MOVE 09 TO DIFF-FIELD-LEN
           PERFORM DIFF-COMPARE-FIELD
           EXIT.

      *> Compares one field and, when it moved, appends
      *> "NAME old -> new" to the object's line. Numeric fields that
      *> both edit clean compare by value; anything else (blank
      *> extension fields on an old record, a mangled field) compares
      *> as text and shows as it stands
       DIFF-COMPARE-FIELD.
           MOVE 0 TO DIFF-FIELD-DIFFERS
           IF DIFF-FIELD-KIND = "A"
               IF DIFF-OLD-TEXT NOT = DIFF-NEW-TEXT
                   MOVE 1 TO DIFF-FIELD-DIFFERS
                   MOVE DIFF-OLD-TEXT TO CONVERT-TEXT
                   PERFORM DIFF-SHOW-TEXT-FIELD
                   MOVE CONVERT-SHOW TO DIFF-OLD-SHOW
                   MOVE DIFF-NEW-TEXT TO CONVERT-TEXT
                   PERFORM DIFF-SHOW-TEXT-FIELD
                   MOVE CONVERT-SHOW TO DIFF-NEW-SHOW
               END-IF
           ELSE
               MOVE DIFF-OLD-TEXT TO CONVERT-TEXT
               PERFORM DIFF-CONVERT-NUMBER
               MOVE CONVERT-VALID TO DIFF-OLD-VALID
               MOVE CONVERT-NUMBER TO DIFF-OLD-NUMBER
               MOVE CONVERT-SHOW TO DIFF-OLD-SHOW
               MOVE DIFF-NEW-TEXT TO CONVERT-TEXT
               PERFORM DIFF-CONVERT-NUMBER
               MOVE CONVERT-VALID TO DIFF-NEW-VALID
               MOVE CONVERT-NUMBER TO DIFF-NEW-NUMBER
               MOVE CONVERT-SHOW TO DIFF-NEW-SHOW
               IF DIFF-OLD-VALID = 1 AND DIFF-NEW-VALID = 1
                   IF DIFF-OLD-NUMBER NOT = DIFF-NEW-NUMBER
                       MOVE 1 TO DIFF-FIELD-DIFFERS
                   END-IF
               ELSE
                   IF DIFF-OLD-TEXT(1:DIFF-FIELD-LEN) NOT =
                      DIFF-NEW-TEXT(1:DIFF-FIELD-LEN)
                       MOVE 1 TO DIFF-FIELD-DIFFERS
                   END-IF
               END-IF
           END-IF
           IF DIFF-FIELD-DIFFERS = 1
               ADD 1 TO DIFF-FIELDS-CHANGED
               MOVE SPACES TO DIFF-FRAGMENT
               STRING FUNCTION TRIM(DIFF-FIELD-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(DIFF-OLD-SHOW) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      FUNCTION TRIM(DIFF-NEW-SHOW) DELIMITED BY SIZE
                      INTO DIFF-FRAGMENT
               IF DIFF-FIELDS-CHANGED > 1
                   PERFORM DIFF-APPEND-SEPARATOR
               END-IF
               PERFORM DIFF-APPEND-FRAGMENT
           END-IF
           EXIT.

       DIFF-SHOW-TEXT-FIELD.
           IF CONVERT-TEXT(1:DIFF-FIELD-LEN) = SPACES
               MOVE "blank" TO CONVERT-SHOW
           ELSE
               MOVE CONVERT-TEXT(1:DIFF-FIELD-LEN) TO CONVERT-SHOW
           END-IF
           EXIT.

      *> Edits and converts one raw numeric field text of kind U or S
      *> and length DIFF-FIELD-LEN. The digits (after the sign, for
      *> kind S) are right-aligned under the 9(3)V9(6) work picture;
      *> a field that does not edit clean shows as its raw text
       DIFF-CONVERT-NUMBER.
           MOVE 1 TO CONVERT-VALID
           MOVE 0 TO CONVERT-NUMBER
           IF CONVERT-TEXT(1:DIFF-FIELD-LEN) = SPACES
               MOVE 0 TO CONVERT-VALID
               MOVE "blank" TO CONVERT-SHOW
               EXIT PARAGRAPH
           END-IF
           IF DIFF-FIELD-KIND = "S"
               IF CONVERT-TEXT(1:1) NOT = "+" AND
                  CONVERT-TEXT(1:1) NOT = "-"
                   MOVE 0 TO CONVERT-VALID
               END-IF
               COMPUTE CONVERT-DIGITS = DIFF-FIELD-LEN - 1
               PERFORM VARYING CONVERT-CHAR-INDEX FROM 2 BY 1
                       UNTIL CONVERT-CHAR-INDEX > DIFF-FIELD-LEN
                   IF CONVERT-TEXT(CONVERT-CHAR-INDEX:1)
                      IS NOT NUMERIC
                       MOVE 0 TO CONVERT-VALID
                   END-IF
               END-PERFORM
           ELSE
               MOVE DIFF-FIELD-LEN TO CONVERT-DIGITS
               IF CONVERT-TEXT(1:DIFF-FIELD-LEN) IS NOT NUMERIC
                   MOVE 0 TO CONVERT-VALID
               END-IF
           END-IF
           IF CONVERT-VALID = 0
               MOVE CONVERT-TEXT(1:DIFF-FIELD-LEN) TO CONVERT-SHOW
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONVERT-WORK-X
           MOVE CONVERT-TEXT(DIFF-FIELD-LEN - CONVERT-DIGITS + 1:
                             CONVERT-DIGITS)
                TO CONVERT-WORK-X(10 - CONVERT-DIGITS:CONVERT-DIGITS)
           MOVE CONVERT-WORK-9 TO CONVERT-NUMBER
           IF DIFF-FIELD-KIND = "S" AND CONVERT-TEXT(1:1) = "-"
               COMPUTE CONVERT-NUMBER = 0 - CONVERT-NUMBER
           END-IF
           MOVE CONVERT-NUMBER TO CONVERT-EDITED
           MOVE FUNCTION TRIM(CONVERT-EDITED) TO CONVERT-SHOW
           EXIT.

      *>****************************************************************
      *> Report line assembly                                          *
      *>****************************************************************
      *> Starts "object N TYPE: " for the object being reported
       DIFF-START-OBJECT-LINE.
           MOVE DIFF-OBJECT-NUMBER TO DSP-OBJECT-NUMBER
           MOVE SPACES TO DIFF-LINE
           MOVE 1 TO DIFF-LINE-POINTER
           STRING "object " DELIMITED BY SIZE
                  FUNCTION TRIM(DSP-OBJECT-NUMBER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-OBJECT-TYPE) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  INTO DIFF-LINE WITH POINTER DIFF-LINE-POINTER
           EXIT.

       DIFF-APPEND-SEPARATOR.
           IF DIFF-LINE-POINTER < 131
               STRING "," DELIMITED BY SIZE
                      INTO DIFF-LINE WITH POINTER DIFF-LINE-POINTER
               ADD 1 TO DIFF-LINE-POINTER
           END-IF
           EXIT.

      *> Appends DIFF-FRAGMENT, first writing the line out and
      *> starting an indented continuation when it will not fit
       DIFF-APPEND-FRAGMENT.
           MOVE 0 TO DIFF-FRAGMENT-LEN
           INSPECT FUNCTION REVERSE(DIFF-FRAGMENT)
                   TALLYING DIFF-FRAGMENT-LEN FOR LEADING SPACES
           COMPUTE DIFF-FRAGMENT-LEN = 80 - DIFF-FRAGMENT-LEN
           IF DIFF-LINE-POINTER + DIFF-FRAGMENT-LEN > 133
               PERFORM DIFF-FLUSH-LINE
               MOVE 9 TO DIFF-LINE-POINTER
           END-IF
           STRING DIFF-FRAGMENT(1:DIFF-FRAGMENT-LEN) DELIMITED BY SIZE
                  INTO DIFF-LINE WITH POINTER DIFF-LINE-POINTER
           EXIT.

       DIFF-FLUSH-LINE.
           WRITE DIFF-REPORT-RECORD FROM DIFF-LINE
           MOVE SPACES TO DIFF-LINE
           MOVE 1 TO DIFF-LINE-POINTER
           EXIT.

      *>****************************************************************
      *> Report heading and summary                                    *
      *>****************************************************************
       DIFF-WRITE-HEADING.
           MOVE "SCENE VERSION DIFFERENCE REPORT" TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           MOVE SPACES TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           MOVE DIFF-OLD-VERSION TO DSP-VERSION
           MOVE OLD-OBJECT-COUNT TO DSP-COUNT
           MOVE OLD-CATALOGED TO DIFF-OLD-VALID
           MOVE OLD-CAT-STAMP TO DIFF-OLD-TEXT
           MOVE OLD-CAT-COMMENT TO DIFF-FRAGMENT
           MOVE "FROM" TO DIFF-FIELD-NAME
           PERFORM DIFF-WRITE-VERSION-LINE
           MOVE DIFF-NEW-VERSION TO DSP-VERSION
           MOVE NEW-OBJECT-COUNT TO DSP-COUNT
           MOVE NEW-CATALOGED TO DIFF-OLD-VALID
           MOVE NEW-CAT-STAMP TO DIFF-OLD-TEXT
           MOVE NEW-CAT-COMMENT TO DIFF-FRAGMENT
           MOVE "TO" TO DIFF-FIELD-NAME
           PERFORM DIFF-WRITE-VERSION-LINE
           MOVE SPACES TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           EXIT.

      *> One heading line per version: name, version, save stamp,
      *> record count and the operator's save comment
       DIFF-WRITE-VERSION-LINE.
           MOVE SPACES TO DIFF-LINE
           IF DIFF-OLD-VALID = 1
               MOVE DIFF-OLD-TEXT(1:8) TO DSP-STAMP-DATE
               MOVE SPACES TO DSP-STAMP-TIME
               STRING DIFF-OLD-TEXT(9:2) ":" DIFF-OLD-TEXT(11:2) ":"
                      DIFF-OLD-TEXT(13:2)
                      DELIMITED BY SIZE INTO DSP-STAMP-TIME
               STRING DIFF-FIELD-NAME(1:4) " " DIFF-SCENE-NAME
                      " V" DSP-VERSION "  SAVED " DSP-STAMP-DATE " "
                      DSP-STAMP-TIME "  " DSP-COUNT " RECORD(S)  "
                      DIFF-FRAGMENT(1:40)
                      DELIMITED BY SIZE INTO DIFF-LINE
           ELSE
               STRING DIFF-FIELD-NAME(1:4) " " DIFF-SCENE-NAME
                      " V" DSP-VERSION "  NOT IN SCENE CATALOG  "
                      "          " DSP-COUNT " RECORD(S)"
                      DELIMITED BY SIZE INTO DIFF-LINE
           END-IF
           WRITE DIFF-REPORT-RECORD FROM DIFF-LINE
           EXIT.

       DIFF-WRITE-SUMMARY.
           IF ADDED-COUNT = 0 AND DELETED-COUNT = 0 AND
              CHANGED-COUNT = 0
               MOVE "NO DIFFERENCES" TO DIFF-REPORT-RECORD
               WRITE DIFF-REPORT-RECORD
           END-IF
           MOVE SPACES TO DIFF-REPORT-RECORD
           WRITE DIFF-REPORT-RECORD
           MOVE SPACES TO DIFF-LINE
           STRING "OBJECTS ADDED " ADDED-COUNT
                  "  DELETED " DELETED-COUNT
                  "  CHANGED " CHANGED-COUNT
                  "  UNCHANGED " UNCHANGED-COUNT
                  DELIMITED BY SIZE INTO DIFF-LINE
           WRITE DIFF-REPORT-RECORD FROM DIFF-LINE
           EXIT.
