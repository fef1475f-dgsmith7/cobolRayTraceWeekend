      *>****************************************************************
      *> DELIVERY - Client Delivery Manifest and Re-check              *
      *> BUILD mode walks the image set of a delivered job - every     *
      *> frame image of a batch (or the single still), the auxiliary   *
      *> pass files beside them, and any band-stitched or other files  *
      *> named on the command line - and writes a manifest record per  *
      *> file: its byte count, an Adler-32 checksum of its bytes, and  *
      *> the render_report.dat audit data of the run that produced it  *
      *> (scene name and version, seed, tone controls, project code).  *
      *> CHECK mode re-reads every file a manifest names and reports   *
      *> any that is now missing, truncated or altered, ending with a  *
      *> nonzero RETURN-CODE, so what left the building can be proved  *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The delivered file being summed, one raw byte at a time so
      *> text and binary files are counted alike
           SELECT DELIVERED-FILE ASSIGN DYNAMIC DELIVERY-FILENAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DELIVERED-FILE-STATUS.

      *> The audit file the renderer appends one record per run to
           SELECT AUDIT-FILE ASSIGN TO "render_report.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      *> The manifest - written by BUILD, read back by CHECK
           SELECT MANIFEST-FILE ASSIGN DYNAMIC DELIVERY-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

      *> The re-check report - one line per file the manifest names
           SELECT CHECK-FILE ASSIGN TO "delivery_check_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECK-FILE-STATUS.

      *> The shared operations exception file - an incomplete build or
      *> a failed re-check is also appended here for the morning
      *> exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERED-FILE.
       01  DELIVERED-BYTE          PIC X(1).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(152).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(160).

       FD  CHECK-FILE.
       01  CHECK-RECORD            PIC X(132).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  DELIVERY-FILE-VARS.
           05  DELIVERY-FILENAME      PIC X(40) VALUE SPACES.
           05  DELIVERY-MANIFEST-NAME PIC X(40)
                                      VALUE "delivery_manifest.dat".
           05  DELIVERED-FILE-STATUS  PIC X(02) VALUE "00".
           05  AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
           05  MANIFEST-FILE-STATUS   PIC X(02) VALUE "00".
           05  CHECK-FILE-STATUS      PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS  PIC X(02) VALUE "00".
           05  DELIVERED-EOF-SWITCH   PIC 9 VALUE 0.
           05  AUDIT-EOF-SWITCH       PIC 9 VALUE 0.
           05  MANIFEST-EOF-SWITCH    PIC 9 VALUE 0.

      *> Command line:
      *>   BUILD FIRST-FRAME LAST-FRAME MANIFEST then up to 6 extra
      *>         file names (band-stitched images and the like)
      *>   CHECK MANIFEST
      *> A first frame of 0 delivers the single still - image.ppm and
      *> its fixed-name pass files - instead of a frame range
       01  DELIVERY-PARM-VARS.
           05  DELIVERY-PARM-LINE  PIC X(300) VALUE SPACES.
           05  DELIVERY-PARM-MODE  PIC X(10) VALUE SPACES.
           05  DELIVERY-PARM-FIRST PIC X(40) VALUE SPACES.
           05  DELIVERY-PARM-LAST  PIC X(10) VALUE SPACES.
           05  DELIVERY-PARM-MANIFEST PIC X(40) VALUE SPACES.
           05  EXTRA-NAME-TABLE    OCCURS 6 TIMES PIC X(40)
                                   VALUE SPACES.
           05  EXTRA-NAME-INDEX    PIC 9(2).
           05  DELIVERY-MODE       PIC X(5) VALUE SPACES.
           05  DELIVERY-FIRST-FRAME PIC 9(5) VALUE 0.
           05  DELIVERY-LAST-FRAME PIC 9(5) VALUE 0.

      *> The five image kinds the renderer writes per frame, and the
      *> manifest kind each is recorded under
       01  DELIVERY-PASS-VALUES.
           05  FILLER              PIC X(10) VALUE "image".
           05  FILLER              PIC X(10) VALUE "depth".
           05  FILLER              PIC X(10) VALUE "normal".
           05  FILLER              PIC X(10) VALUE "objectid".
           05  FILLER              PIC X(10) VALUE "samplemap".
       01  DELIVERY-PASS-TABLE REDEFINES DELIVERY-PASS-VALUES.
           05  PASS-PREFIX         PIC X(10) OCCURS 5 TIMES.
       01  DELIVERY-KIND-VALUES.
           05  FILLER              PIC X(9) VALUE "IMAGE".
           05  FILLER              PIC X(9) VALUE "DEPTH".
           05  FILLER              PIC X(9) VALUE "NORMAL".
           05  FILLER              PIC X(9) VALUE "OBJECTID".
           05  FILLER              PIC X(9) VALUE "SAMPLEMAP".
       01  DELIVERY-KIND-TABLE REDEFINES DELIVERY-KIND-VALUES.
           05  PASS-KIND           PIC X(9) OCCURS 5 TIMES.
       01  DELIVERY-WALK-VARS.
           05  PASS-INDEX          PIC 9 VALUE 0.
           05  FRAME-NUMBER        PIC 9(5) VALUE 0.
           05  FRAME-DISPLAY       PIC 9(4).
           05  FILE-FRAME          PIC 9(5) VALUE 0.
           05  FILE-KIND           PIC X(9) VALUE SPACES.
           05  NAME-CHAR-INDEX     PIC 9(2) VALUE 0.
           05  NAME-DIGIT-SEEN     PIC 9 VALUE 0.
      *> Stereo eye of the file being listed - L or R for one image
      *> of a stereo pair (named _L/_R), space otherwise
           05  FILE-EYE            PIC X(1) VALUE SPACE.
           05  FILE-EYE-SUFFIX     PIC X(2) VALUE SPACES.
           05  FILE-EYE-TALLY      PIC 9(2) VALUE 0.
           05  PASS-FOUND-COUNT    PIC 9 VALUE 0.
           05  EYE-L-FOUND         PIC 9 VALUE 0.
           05  EYE-R-FOUND         PIC 9 VALUE 0.

      *> Byte count and Adler-32 checksum of the file just read: A is
      *> one plus the sum of the bytes, B the sum of the A values,
      *> both modulo 65521, packed as B * 65536 + A
       01  DELIVERY-SUM-VARS.
           05  FILE-BYTE-COUNT     PIC 9(12) VALUE 0.
           05  ADLER-A             PIC 9(5) VALUE 1.
           05  ADLER-B             PIC 9(6) VALUE 0.
           05  ADLER-VALUE         PIC 9(10) VALUE 0.
           05  ADLER-WORK          PIC 9(10) VALUE 0.
           05  HEX-DIGIT-VALUE     PIC 9(2) VALUE 0.
           05  HEX-INDEX           PIC 9 VALUE 0.
           05  FILE-CHECKSUM       PIC X(8) VALUE SPACES.
           05  HEX-DIGITS          PIC X(16)
                                   VALUE "0123456789ABCDEF".

      *> PPM header of the file just read, when it is one - the audit
      *> match needs the dimensions. Scanned from the first bytes as
      *> they go by, so the file is still read only once
       01  DELIVERY-HEADER-VARS.
           05  HEADER-FIELD-COUNT  PIC 9 VALUE 0.
           05  HEADER-DONE         PIC 9 VALUE 0.
           05  HEADER-IN-COMMENT   PIC 9 VALUE 0.
           05  HEADER-TOKEN        PIC X(8) VALUE SPACES.
           05  HEADER-TOKEN-LEN    PIC 9(2) VALUE 0.
           05  HEADER-IS-PPM       PIC 9 VALUE 0.
           05  HEADER-WIDTH        PIC 9(5) VALUE 0.
           05  HEADER-HEIGHT       PIC 9(5) VALUE 0.

      *> One raw audit record with the renderer's current REPORT-RECORD
      *> layout laid over it
       01  AUDIT-CHECK-BUFFER      PIC X(152).
       01  AUDIT-CHECK-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  AUD-IMAGE-WIDTH     PIC 9(5).
           05  AUD-IMAGE-HEIGHT    PIC 9(5).
           05  FILLER              PIC X(7).      *> Aspect ratio
           05  FILLER              PIC X(10).     *> Samples, depth, objects
           05  FILLER              PIC X(12).     *> Total rays
           05  FILLER              PIC X(21).     *> Start stamp
           05  AUD-END-STAMP       PIC X(21).
           05  AUD-OUTPUT-FORMAT   PIC X(2).
           05  AUD-FRAME-NUMBER    PIC 9(3).
           05  AUD-RANDOM-SEED     PIC 9(9).
           05  AUD-SCENE-NAME      PIC X(8).
           05  AUD-SCENE-VERSION   PIC 9(4).
           05  AUD-EXPOSURE        PIC 9(2)V9(6).
           05  AUD-GAMMA           PIC 9V9(6).
           05  AUD-ROLLOFF         PIC 9.
           05  AUD-PROJECT-CODE    PIC X(8).
           05  AUD-SHUTTER         PIC 9V9(6).
           05  AUD-PROJECTION      PIC X(5).
           05  AUD-STEREO-EYE      PIC X(1).      *> L/R = one eye of a pair
           05  AUD-EYE-SEPARATION  PIC 9(2)V9(6).

      *> The same record as written before the dimension fields were
      *> widened - no seed, scene or tone data to carry forward
       01  AUDIT-OLD-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  OAUD-IMAGE-WIDTH    PIC 9(3).
           05  OAUD-IMAGE-HEIGHT   PIC 9(3).
           05  FILLER              PIC X(7).
           05  FILLER              PIC X(10).
           05  FILLER              PIC X(9).
           05  FILLER              PIC X(21).
           05  OAUD-END-STAMP      PIC X(21).
           05  FILLER              PIC X(2).
           05  OAUD-FRAME-NUMBER   PIC 9(3).

      *> The audit records held for matching, in file order so the
      *> latest run of a frame is found first searching backwards
       01  AUDIT-TABLE.
           05  AUDIT-COUNT         PIC 9(4) VALUE 0.
           05  AUDIT-MAX           PIC 9(4) VALUE 5000.
           05  AUDIT-ENTRIES OCCURS 5000 TIMES.
               10  AT-FRAME        PIC 9(3).
               10  AT-WIDTH        PIC 9(5).
               10  AT-HEIGHT       PIC 9(5).
               10  AT-END-STAMP    PIC X(14).
               10  AT-SEED         PIC 9(9).
               10  AT-SCENE-NAME   PIC X(8).
               10  AT-SCENE-VERSION PIC 9(4).
               10  AT-EXPOSURE     PIC 9(2)V9(6).
               10  AT-GAMMA        PIC 9V9(6).
               10  AT-ROLLOFF      PIC 9.
               10  AT-PROJECT-CODE PIC X(8).
               10  AT-STEREO-EYE   PIC X(1).
           05  AUDIT-INDEX         PIC 9(4) VALUE 0.
           05  AUDIT-MATCH-INDEX   PIC 9(4) VALUE 0.
           05  AUDIT-FRAME-KEY     PIC 9(3) VALUE 0.
           05  AUDIT-FULL-WARNED   PIC 9 VALUE 0.

      *> Manifest layouts. Every record starts with its type: H the
      *> heading, * a column caption, F one delivered file, T the
      *> trailer with the totals CHECK reconciles against
       01  MANIFEST-DETAIL.
           05  MAN-RECORD-TYPE     PIC X(1).
           05  FILLER              PIC X(1).
           05  MAN-FILENAME        PIC X(40).
           05  FILLER              PIC X(1).
           05  MAN-KIND            PIC X(9).
           05  FILLER              PIC X(1).
           05  MAN-BYTE-COUNT      PIC 9(12).
           05  FILLER              PIC X(1).
           05  MAN-CHECKSUM        PIC X(8).
           05  FILLER              PIC X(1).
           05  MAN-FRAME           PIC 9(4).
           05  FILLER              PIC X(1).
           05  MAN-AUDIT-SWITCH    PIC X(1).   *> Y = audit record found
           05  FILLER              PIC X(1).
           05  MAN-SCENE-NAME      PIC X(8).
           05  FILLER              PIC X(1).
           05  MAN-SCENE-VERSION   PIC 9(4).
           05  FILLER              PIC X(1).
           05  MAN-SEED            PIC 9(9).
           05  FILLER              PIC X(1).
           05  MAN-EXPOSURE        PIC 99.999999.
           05  FILLER              PIC X(1).
           05  MAN-GAMMA           PIC 9.999999.
           05  FILLER              PIC X(1).
           05  MAN-ROLLOFF         PIC 9.
           05  FILLER              PIC X(1).
           05  MAN-PROJECT-CODE    PIC X(8).
           05  FILLER              PIC X(1).
           05  MAN-RENDER-STAMP    PIC X(14).
       01  MANIFEST-HEADING REDEFINES MANIFEST-DETAIL.
           05  MANH-RECORD-TYPE    PIC X(1).
           05  FILLER              PIC X(1).
           05  MANH-CREATED-STAMP  PIC X(14).
           05  FILLER              PIC X(1).
           05  MANH-TITLE          PIC X(60).
       01  MANIFEST-TRAILER REDEFINES MANIFEST-DETAIL.
           05  MANT-RECORD-TYPE    PIC X(1).
           05  FILLER              PIC X(1).
           05  MANT-FILE-COUNT     PIC 9(5).
           05  FILLER              PIC X(1).
           05  MANT-TOTAL-BYTES    PIC 9(14).
      *> Column caption lined up over the F record fields
       01  MANIFEST-CAPTION.
           05  FILLER              PIC X(02) VALUE "* ".
           05  FILLER              PIC X(41) VALUE "FILE".
           05  FILLER              PIC X(10) VALUE "KIND".
           05  FILLER              PIC X(13) VALUE "BYTES".
           05  FILLER              PIC X(09) VALUE "CHECKSUM".
           05  FILLER              PIC X(05) VALUE "FRAM".
           05  FILLER              PIC X(02) VALUE "A".
           05  FILLER              PIC X(09) VALUE "SCENE".
           05  FILLER              PIC X(05) VALUE "VERS".
           05  FILLER              PIC X(10) VALUE "SEED".
           05  FILLER              PIC X(10) VALUE "EXPOSURE".
           05  FILLER              PIC X(09) VALUE "GAMMA".
           05  FILLER              PIC X(02) VALUE "R".
           05  FILLER              PIC X(09) VALUE "PROJECT".
           05  FILLER              PIC X(14) VALUE "RENDERED".

      *> Run totals and verdict
       01  DELIVERY-TOTAL-VARS.
           05  FILES-LISTED        PIC 9(5) VALUE 0.
           05  TOTAL-BYTES         PIC 9(14) VALUE 0.
           05  FRAMES-MISSING      PIC 9(5) VALUE 0.
           05  FILES-UNAUDITED     PIC 9(5) VALUE 0.
           05  EXTRAS-MISSING      PIC 9(5) VALUE 0.
           05  FILES-CHECKED       PIC 9(5) VALUE 0.
           05  FILES-OK            PIC 9(5) VALUE 0.
           05  FILES-GONE          PIC 9(5) VALUE 0.
           05  FILES-TRUNCATED     PIC 9(5) VALUE 0.
           05  FILES-ALTERED       PIC 9(5) VALUE 0.
           05  TRAILER-FOUND       PIC 9 VALUE 0.
           05  TRAILER-COUNT       PIC 9(5) VALUE 0.
           05  CHECK-STATUS-TEXT   PIC X(9) VALUE SPACES.
      *> Project code the run's exception record is charged to - the
      *> first one found on a matched audit record or manifest line
           05  DELIVERY-PROJECT-CODE PIC X(8) VALUE SPACES.
           05  DELIVERY-STAMP      PIC X(21).
           05  CHECK-LINE          PIC X(132).
           05  DLV-COUNT-DISPLAY   PIC ZZZZ9.
           05  DLV-BYTES-DISPLAY   PIC ZZZZZZZZZZZZZ9.
           05  DLV-WAS-DISPLAY     PIC ZZZZZZZZZZZ9.
           05  DLV-NOW-DISPLAY     PIC ZZZZZZZZZZZ9.
           05  DLV-SECOND-DISPLAY  PIC ZZZZ9.

      *> One operations exception record in the standard layout every
      *> batch program appends to ops_exceptions.dat - severity on the
      *> return-code scale (04 warning, 08 error, 12 and up severe)
       01  EXCEPTION-ENTRY.
           05  EXC-STAMP           PIC X(14).     *> YYYYMMDDHHMMSS
           05  EXC-PROGRAM         PIC X(14).
           05  EXC-JOB             PIC X(40).     *> Job name or image
           05  EXC-SEVERITY        PIC 9(2).
           05  EXC-MESSAGE         PIC X(60).
           05  EXC-PROJECT-CODE    PIC X(8).

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main delivery flow                                            *
      *>****************************************************************
       DELIVERY-MAIN.
           PERFORM DELIVERY-APPLY-RUNTIME-PARMS
           IF DELIVERY-MODE = "CHECK"
               PERFORM DELIVERY-RECHECK
           ELSE
               PERFORM DELIVERY-BUILD
           END-IF
           STOP RUN.

       DELIVERY-APPLY-RUNTIME-PARMS.
           ACCEPT DELIVERY-PARM-LINE FROM COMMAND-LINE
           IF DELIVERY-PARM-LINE NOT = SPACES
               UNSTRING DELIVERY-PARM-LINE DELIMITED BY ALL SPACE
                   INTO DELIVERY-PARM-MODE
                        DELIVERY-PARM-FIRST
                        DELIVERY-PARM-LAST
                        DELIVERY-PARM-MANIFEST
                        EXTRA-NAME-TABLE(1)
                        EXTRA-NAME-TABLE(2)
                        EXTRA-NAME-TABLE(3)
                        EXTRA-NAME-TABLE(4)
                        EXTRA-NAME-TABLE(5)
                        EXTRA-NAME-TABLE(6)
               END-UNSTRING
           END-IF
           MOVE FUNCTION UPPER-CASE(DELIVERY-PARM-MODE(1:5))
                TO DELIVERY-MODE
           IF DELIVERY-MODE = "CHECK"
      *> CHECK takes the manifest name straight after the mode word
               IF DELIVERY-PARM-FIRST NOT = SPACES
                   MOVE DELIVERY-PARM-FIRST TO DELIVERY-MANIFEST-NAME
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF DELIVERY-MODE NOT = "BUILD"
               DISPLAY "Usage: BUILD FIRST-FRAME LAST-FRAME MANIFEST "
                       "[extra files] or CHECK MANIFEST"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Mode is neither BUILD nor CHECK - nothing done"
                    TO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           IF DELIVERY-PARM-FIRST = SPACES OR
              FUNCTION TEST-NUMVAL(DELIVERY-PARM-FIRST) NOT = 0
               DISPLAY "Usage: first frame must be a number (0 for "
                       "a single still)"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "First frame is not a number - nothing built"
                    TO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           COMPUTE DELIVERY-FIRST-FRAME =
                   FUNCTION NUMVAL(DELIVERY-PARM-FIRST)
           IF DELIVERY-PARM-LAST NOT = SPACES AND
              FUNCTION TEST-NUMVAL(DELIVERY-PARM-LAST) = 0
               COMPUTE DELIVERY-LAST-FRAME =
                       FUNCTION NUMVAL(DELIVERY-PARM-LAST)
           END-IF
           IF DELIVERY-LAST-FRAME < DELIVERY-FIRST-FRAME
               MOVE DELIVERY-FIRST-FRAME TO DELIVERY-LAST-FRAME
           END-IF
           IF DELIVERY-LAST-FRAME > 9999
               DISPLAY "Usage: frames run from 1 to 9999"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Last frame past 9999 - nothing built"
                    TO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           IF DELIVERY-PARM-MANIFEST NOT = SPACES
               MOVE DELIVERY-PARM-MANIFEST TO DELIVERY-MANIFEST-NAME
           END-IF
           EXIT.

      *>****************************************************************
      *> BUILD - write the manifest                                    *
      *>****************************************************************
       DELIVERY-BUILD.
           PERFORM DELIVERY-LOAD-AUDIT
           OPEN OUTPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open "
                       FUNCTION TRIM(DELIVERY-MANIFEST-NAME)
                       " for output (status " MANIFEST-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open manifest for output, status "
                      MANIFEST-FILE-STATUS
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DELIVERY-STAMP
           MOVE SPACES TO MANIFEST-DETAIL
           MOVE "H" TO MANH-RECORD-TYPE
           MOVE DELIVERY-STAMP(1:14) TO MANH-CREATED-STAMP
           MOVE "DELIVERY MANIFEST" TO MANH-TITLE
           WRITE MANIFEST-RECORD FROM MANIFEST-DETAIL
           WRITE MANIFEST-RECORD FROM MANIFEST-CAPTION
           IF DELIVERY-FIRST-FRAME = 0
               PERFORM DELIVERY-LIST-STILL
           ELSE
               PERFORM VARYING FRAME-NUMBER
                       FROM DELIVERY-FIRST-FRAME BY 1
                       UNTIL FRAME-NUMBER > DELIVERY-LAST-FRAME
                   PERFORM DELIVERY-LIST-FRAME
               END-PERFORM
           END-IF
           PERFORM VARYING EXTRA-NAME-INDEX FROM 1 BY 1
                   UNTIL EXTRA-NAME-INDEX > 6
               IF EXTRA-NAME-TABLE(EXTRA-NAME-INDEX) NOT = SPACES
                   PERFORM DELIVERY-LIST-EXTRA
               END-IF
           END-PERFORM
           MOVE SPACES TO MANIFEST-DETAIL
           MOVE "T" TO MANT-RECORD-TYPE
           MOVE FILES-LISTED TO MANT-FILE-COUNT
           MOVE TOTAL-BYTES TO MANT-TOTAL-BYTES
           WRITE MANIFEST-RECORD FROM MANIFEST-DETAIL
           CLOSE MANIFEST-FILE
           MOVE FILES-LISTED TO DLV-COUNT-DISPLAY
           MOVE TOTAL-BYTES TO DLV-BYTES-DISPLAY
           DISPLAY "Delivery manifest "
                   FUNCTION TRIM(DELIVERY-MANIFEST-NAME)
           DISPLAY "  Files listed:           " DLV-COUNT-DISPLAY
           DISPLAY "  Total bytes:   " DLV-BYTES-DISPLAY
           MOVE FRAMES-MISSING TO DLV-COUNT-DISPLAY
           DISPLAY "  Frames missing:         " DLV-COUNT-DISPLAY
           MOVE FILES-UNAUDITED TO DLV-COUNT-DISPLAY
           DISPLAY "  Files with no audit:    " DLV-COUNT-DISPLAY
           IF FRAMES-MISSING > 0 OR FILES-UNAUDITED > 0 OR
              EXTRAS-MISSING > 0 OR AUDIT-FULL-WARNED = 1
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EXC-SEVERITY
               COMPUTE DLV-COUNT-DISPLAY =
                       FRAMES-MISSING + EXTRAS-MISSING
               MOVE FILES-UNAUDITED TO DLV-SECOND-DISPLAY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Built incomplete - missing "
                      FUNCTION TRIM(DLV-COUNT-DISPLAY)
                      ", unaudited "
                      FUNCTION TRIM(DLV-SECOND-DISPLAY)
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
           END-IF
           EXIT.

      *> The single still: image.ppm plus whichever fixed-name pass
      *> files the run wrote. Its audit record is frame 1
       DELIVERY-LIST-STILL.
           MOVE 1 TO FILE-FRAME
           PERFORM VARYING PASS-INDEX FROM 1 BY 1
                   UNTIL PASS-INDEX > 5
               PERFORM DELIVERY-LIST-PASS
           END-PERFORM
           EXIT.

      *> One frame of a batch: its image, then its pass files. A
      *> missing frame image is a gap in the delivery; pass files are
      *> listed only where the run wrote them
       DELIVERY-LIST-FRAME.
           MOVE FRAME-NUMBER TO FILE-FRAME
           MOVE FRAME-NUMBER TO FRAME-DISPLAY
           PERFORM VARYING PASS-INDEX FROM 1 BY 1
                   UNTIL PASS-INDEX > 5
               PERFORM DELIVERY-LIST-PASS
           END-PERFORM
           EXIT.

      *> One pass of the still or frame. A stereo pair run writes no
      *> plain name, only the _L and _R images of its two eyes, so when
      *> the plain name is absent both eye names are tried. A frame
      *> image with only one eye present is still a gap
       DELIVERY-LIST-PASS.
           MOVE PASS-KIND(PASS-INDEX) TO FILE-KIND
           MOVE 0 TO PASS-FOUND-COUNT
           MOVE 0 TO EYE-L-FOUND
           MOVE 0 TO EYE-R-FOUND
           MOVE SPACE TO FILE-EYE
           PERFORM DELIVERY-SET-PASS-FILENAME
           PERFORM DELIVERY-LIST-IF-PRESENT
           IF PASS-FOUND-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO FILE-EYE
           PERFORM DELIVERY-SET-PASS-FILENAME
           PERFORM DELIVERY-LIST-IF-PRESENT
           MOVE PASS-FOUND-COUNT TO EYE-L-FOUND
           MOVE "R" TO FILE-EYE
           PERFORM DELIVERY-SET-PASS-FILENAME
           PERFORM DELIVERY-LIST-IF-PRESENT
           COMPUTE EYE-R-FOUND = PASS-FOUND-COUNT - EYE-L-FOUND
           IF PASS-INDEX NOT = 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PASS-FOUND-COUNT = 0
                   MOVE SPACE TO FILE-EYE
               WHEN EYE-L-FOUND = 0
                   MOVE "L" TO FILE-EYE
               WHEN EYE-R-FOUND = 0
                   MOVE "R" TO FILE-EYE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM DELIVERY-SET-PASS-FILENAME
           DISPLAY "Frame image " FUNCTION TRIM(DELIVERY-FILENAME)
                   " is missing - not in the manifest"
           ADD 1 TO FRAMES-MISSING
           EXIT.

      *> Pass prefix, frame number on a batch, eye suffix on one image
      *> of a stereo pair: image0001_L.ppm, depth_R.ppm and so on
       DELIVERY-SET-PASS-FILENAME.
           MOVE SPACES TO FILE-EYE-SUFFIX
           IF FILE-EYE NOT = SPACE
               STRING "_" FILE-EYE DELIMITED BY SIZE
                      INTO FILE-EYE-SUFFIX
           END-IF
           MOVE SPACES TO DELIVERY-FILENAME
           IF DELIVERY-FIRST-FRAME = 0
               STRING PASS-PREFIX(PASS-INDEX) DELIMITED BY SPACE
                      FILE-EYE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO DELIVERY-FILENAME
           ELSE
               STRING PASS-PREFIX(PASS-INDEX) DELIMITED BY SPACE
                      FRAME-DISPLAY DELIMITED BY SIZE
                      FILE-EYE-SUFFIX DELIMITED BY SPACE
                      ".ppm" DELIMITED BY SIZE
                      INTO DELIVERY-FILENAME
           END-IF
           EXIT.

       DELIVERY-LIST-IF-PRESENT.
           OPEN INPUT DELIVERED-FILE
           IF DELIVERED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PASS-FOUND-COUNT
           PERFORM DELIVERY-SUM-OPEN-FILE
           PERFORM DELIVERY-WRITE-DETAIL
           EXIT.

      *> A file named on the command line - normally a band-stitched
      *> image. Its frame is the number in its name, or 1 for a name
      *> with no digits, the frame a stitched still is audited under
       DELIVERY-LIST-EXTRA.
           MOVE EXTRA-NAME-TABLE(EXTRA-NAME-INDEX) TO DELIVERY-FILENAME
           MOVE 0 TO FILE-FRAME
           MOVE 0 TO NAME-DIGIT-SEEN
           PERFORM VARYING NAME-CHAR-INDEX FROM 1 BY 1
                   UNTIL NAME-CHAR-INDEX > 40
               IF DELIVERY-FILENAME(NAME-CHAR-INDEX:1) IS NUMERIC
                   MOVE 1 TO NAME-DIGIT-SEEN
                   COMPUTE FILE-FRAME = FUNCTION MOD(FILE-FRAME, 1000)
                           * 10 + FUNCTION NUMVAL(
                           DELIVERY-FILENAME(NAME-CHAR-INDEX:1))
               END-IF
           END-PERFORM
           IF NAME-DIGIT-SEEN = 0
               MOVE 1 TO FILE-FRAME
           END-IF
      *> An _L or _R ahead of the extension marks one eye of a pair
           MOVE SPACE TO FILE-EYE
           MOVE 0 TO FILE-EYE-TALLY
           INSPECT DELIVERY-FILENAME TALLYING FILE-EYE-TALLY
                   FOR ALL "_L."
           IF FILE-EYE-TALLY > 0
               MOVE "L" TO FILE-EYE
           END-IF
           MOVE 0 TO FILE-EYE-TALLY
           INSPECT DELIVERY-FILENAME TALLYING FILE-EYE-TALLY
                   FOR ALL "_R."
           IF FILE-EYE-TALLY > 0
               MOVE "R" TO FILE-EYE
           END-IF
           OPEN INPUT DELIVERED-FILE
           IF DELIVERED-FILE-STATUS NOT = "00"
               DISPLAY "Delivery file "
                       FUNCTION TRIM(DELIVERY-FILENAME)
                       " is missing - not in the manifest"
               ADD 1 TO EXTRAS-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM DELIVERY-SUM-OPEN-FILE
           IF HEADER-IS-PPM = 1
               MOVE "STITCHED" TO FILE-KIND
           ELSE
               MOVE "OTHER" TO FILE-KIND
           END-IF
           PERFORM DELIVERY-WRITE-DETAIL
           EXIT.

      *> One F record: the file's sums, then the audit data of the
      *> latest run of its frame at its dimensions
       DELIVERY-WRITE-DETAIL.
           MOVE SPACES TO MANIFEST-DETAIL
           MOVE "F" TO MAN-RECORD-TYPE
           MOVE DELIVERY-FILENAME TO MAN-FILENAME
           MOVE FILE-KIND TO MAN-KIND
           MOVE FILE-BYTE-COUNT TO MAN-BYTE-COUNT
           MOVE FILE-CHECKSUM TO MAN-CHECKSUM
           MOVE FILE-FRAME TO MAN-FRAME
           PERFORM DELIVERY-FIND-AUDIT
           IF AUDIT-MATCH-INDEX = 0
               MOVE "N" TO MAN-AUDIT-SWITCH
               MOVE 0 TO MAN-SCENE-VERSION
               MOVE 0 TO MAN-SEED
               MOVE 0 TO MAN-EXPOSURE
               MOVE 0 TO MAN-GAMMA
               MOVE 0 TO MAN-ROLLOFF
               ADD 1 TO FILES-UNAUDITED
               DISPLAY "No audit record for "
                       FUNCTION TRIM(DELIVERY-FILENAME)
           ELSE
               MOVE "Y" TO MAN-AUDIT-SWITCH
               MOVE AT-SCENE-NAME(AUDIT-MATCH-INDEX)
                    TO MAN-SCENE-NAME
               MOVE AT-SCENE-VERSION(AUDIT-MATCH-INDEX)
                    TO MAN-SCENE-VERSION
               MOVE AT-SEED(AUDIT-MATCH-INDEX) TO MAN-SEED
               MOVE AT-EXPOSURE(AUDIT-MATCH-INDEX) TO MAN-EXPOSURE
               MOVE AT-GAMMA(AUDIT-MATCH-INDEX) TO MAN-GAMMA
               MOVE AT-ROLLOFF(AUDIT-MATCH-INDEX) TO MAN-ROLLOFF
               MOVE AT-PROJECT-CODE(AUDIT-MATCH-INDEX)
                    TO MAN-PROJECT-CODE
               IF DELIVERY-PROJECT-CODE = SPACES
                   MOVE AT-PROJECT-CODE(AUDIT-MATCH-INDEX)
                        TO DELIVERY-PROJECT-CODE
               END-IF
               MOVE AT-END-STAMP(AUDIT-MATCH-INDEX)
                    TO MAN-RENDER-STAMP
           END-IF
           WRITE MANIFEST-RECORD FROM MANIFEST-DETAIL
           ADD 1 TO FILES-LISTED
           ADD FILE-BYTE-COUNT TO TOTAL-BYTES
           EXIT.

      *>****************************************************************
      *> Audit records                                                 *
      *>****************************************************************
      *> Holds every audit record, current and pre-widening layouts
      *> alike. An absent audit file is not fatal - the manifest still
      *> proves what was sent, each file flagged as unaudited
       DELIVERY-LOAD-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "render_report.dat not found (status "
                       AUDIT-FILE-STATUS ") - no audit data carried"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AUDIT-EOF-SWITCH
           PERFORM DELIVERY-READ-AUDIT-RECORD
                   UNTIL AUDIT-EOF-SWITCH = 1
           CLOSE AUDIT-FILE
           EXIT.

       DELIVERY-READ-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-CHECK-BUFFER
           READ AUDIT-FILE INTO AUDIT-CHECK-BUFFER
               AT END
                   MOVE 1 TO AUDIT-EOF-SWITCH
               NOT AT END
                   PERFORM DELIVERY-HOLD-AUDIT-RECORD
           END-READ
           EXIT.

      *> The tone-control byte at the tail of the current layout tells
      *> the two layouts apart, the same test IMAGE-VERIFY makes
       DELIVERY-HOLD-AUDIT-RECORD.
           IF AUDIT-COUNT >= AUDIT-MAX
               IF AUDIT-FULL-WARNED = 0
                   DISPLAY "Audit table full at " AUDIT-MAX
                           " records - later runs not matched"
                   MOVE 1 TO AUDIT-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUD-ROLLOFF IS NUMERIC AND
              AUD-IMAGE-WIDTH IS NUMERIC AND
              AUD-FRAME-NUMBER IS NUMERIC
               ADD 1 TO AUDIT-COUNT
               MOVE AUD-FRAME-NUMBER TO AT-FRAME(AUDIT-COUNT)
               MOVE AUD-IMAGE-WIDTH TO AT-WIDTH(AUDIT-COUNT)
               MOVE AUD-IMAGE-HEIGHT TO AT-HEIGHT(AUDIT-COUNT)
               MOVE AUD-END-STAMP(1:14) TO AT-END-STAMP(AUDIT-COUNT)
               MOVE AUD-RANDOM-SEED TO AT-SEED(AUDIT-COUNT)
               MOVE AUD-SCENE-NAME TO AT-SCENE-NAME(AUDIT-COUNT)
               MOVE AUD-SCENE-VERSION TO AT-SCENE-VERSION(AUDIT-COUNT)
               MOVE AUD-EXPOSURE TO AT-EXPOSURE(AUDIT-COUNT)
               MOVE AUD-GAMMA TO AT-GAMMA(AUDIT-COUNT)
               MOVE AUD-ROLLOFF TO AT-ROLLOFF(AUDIT-COUNT)
               MOVE AUD-PROJECT-CODE TO AT-PROJECT-CODE(AUDIT-COUNT)
               MOVE AUD-STEREO-EYE TO AT-STEREO-EYE(AUDIT-COUNT)
           ELSE
               IF OAUD-IMAGE-WIDTH IS NUMERIC AND
                  OAUD-IMAGE-HEIGHT IS NUMERIC AND
                  OAUD-FRAME-NUMBER IS NUMERIC
                   ADD 1 TO AUDIT-COUNT
                   MOVE OAUD-FRAME-NUMBER TO AT-FRAME(AUDIT-COUNT)
                   MOVE OAUD-IMAGE-WIDTH TO AT-WIDTH(AUDIT-COUNT)
                   MOVE OAUD-IMAGE-HEIGHT TO AT-HEIGHT(AUDIT-COUNT)
                   MOVE OAUD-END-STAMP(1:14)
                        TO AT-END-STAMP(AUDIT-COUNT)
                   MOVE 0 TO AT-SEED(AUDIT-COUNT)
                   MOVE SPACES TO AT-SCENE-NAME(AUDIT-COUNT)
                   MOVE 0 TO AT-SCENE-VERSION(AUDIT-COUNT)
                   MOVE 0 TO AT-EXPOSURE(AUDIT-COUNT)
                   MOVE 0 TO AT-GAMMA(AUDIT-COUNT)
                   MOVE 0 TO AT-ROLLOFF(AUDIT-COUNT)
                   MOVE SPACES TO AT-PROJECT-CODE(AUDIT-COUNT)
                   MOVE SPACE TO AT-STEREO-EYE(AUDIT-COUNT)
               END-IF
           END-IF
           EXIT.

      *> Latest record for the file's frame whose dimensions match the
      *> file's PPM header; a file that is not a PPM takes the latest
      *> record for its frame alone. The audit frame field holds three
      *> digits, so the frame is compared the way it was stored. One
      *> eye of a stereo pair takes only that eye's record, and any
      *> other file only a record that is not one eye of a pair
       DELIVERY-FIND-AUDIT.
           MOVE 0 TO AUDIT-MATCH-INDEX
           MOVE FILE-FRAME TO AUDIT-FRAME-KEY
           PERFORM VARYING AUDIT-INDEX FROM AUDIT-COUNT BY -1
                   UNTIL AUDIT-INDEX < 1 OR AUDIT-MATCH-INDEX > 0
               IF AT-FRAME(AUDIT-INDEX) = AUDIT-FRAME-KEY
                   IF HEADER-IS-PPM = 0 OR
                      (AT-WIDTH(AUDIT-INDEX) = HEADER-WIDTH AND
                       AT-HEIGHT(AUDIT-INDEX) = HEADER-HEIGHT)
                       PERFORM DELIVERY-MATCH-AUDIT-EYE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       DELIVERY-MATCH-AUDIT-EYE.
           IF FILE-EYE = "L" OR FILE-EYE = "R"
               IF AT-STEREO-EYE(AUDIT-INDEX) = FILE-EYE
                   MOVE AUDIT-INDEX TO AUDIT-MATCH-INDEX
               END-IF
           ELSE
               IF AT-STEREO-EYE(AUDIT-INDEX) NOT = "L" AND
                  AT-STEREO-EYE(AUDIT-INDEX) NOT = "R"
                   MOVE AUDIT-INDEX TO AUDIT-MATCH-INDEX
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Byte count and checksum                                       *
      *>****************************************************************
      *> Reads the already-open DELIVERED-FILE to the end, counting and
      *> summing every byte and picking the PPM header out of the
      *> first few, then closes it
       DELIVERY-SUM-OPEN-FILE.
           MOVE 0 TO FILE-BYTE-COUNT
           MOVE 1 TO ADLER-A
           MOVE 0 TO ADLER-B
           MOVE 0 TO DELIVERED-EOF-SWITCH
           MOVE 0 TO HEADER-FIELD-COUNT
           MOVE 0 TO HEADER-DONE
           MOVE 0 TO HEADER-IN-COMMENT
           MOVE 0 TO HEADER-IS-PPM
           MOVE 0 TO HEADER-WIDTH
           MOVE 0 TO HEADER-HEIGHT
           MOVE SPACES TO HEADER-TOKEN
           MOVE 0 TO HEADER-TOKEN-LEN
           PERFORM DELIVERY-SUM-ONE-BYTE
                   UNTIL DELIVERED-EOF-SWITCH = 1
           CLOSE DELIVERED-FILE
           COMPUTE ADLER-VALUE = ADLER-B * 65536 + ADLER-A
           PERFORM DELIVERY-FORMAT-CHECKSUM
           EXIT.

       DELIVERY-SUM-ONE-BYTE.
           READ DELIVERED-FILE
               AT END
                   MOVE 1 TO DELIVERED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO FILE-BYTE-COUNT
                   COMPUTE ADLER-A =
                           ADLER-A + FUNCTION ORD(DELIVERED-BYTE) - 1
                   IF ADLER-A >= 65521
                       SUBTRACT 65521 FROM ADLER-A
                   END-IF
                   ADD ADLER-A TO ADLER-B
                   IF ADLER-B >= 65521
                       SUBTRACT 65521 FROM ADLER-B
                   END-IF
                   IF HEADER-DONE = 0
                       PERFORM DELIVERY-SCAN-HEADER-BYTE
                   END-IF
           END-READ
           EXIT.

      *> Collects the magic number, width and height tokens. Anything
      *> but a P3/P6 magic number ends the scan with no dimensions
       DELIVERY-SCAN-HEADER-BYTE.
           IF DELIVERED-BYTE = "#" AND HEADER-TOKEN-LEN = 0
               MOVE 1 TO HEADER-IN-COMMENT
               EXIT PARAGRAPH
           END-IF
           IF DELIVERED-BYTE = SPACE OR DELIVERED-BYTE = X'0A' OR
              DELIVERED-BYTE = X'0D' OR DELIVERED-BYTE = X'09'
               IF DELIVERED-BYTE = X'0A'
                   MOVE 0 TO HEADER-IN-COMMENT
               END-IF
               IF HEADER-TOKEN-LEN > 0
                   PERFORM DELIVERY-END-HEADER-TOKEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HEADER-IN-COMMENT = 1
               EXIT PARAGRAPH
           END-IF
           IF HEADER-TOKEN-LEN < 8
               ADD 1 TO HEADER-TOKEN-LEN
               MOVE DELIVERED-BYTE TO HEADER-TOKEN(HEADER-TOKEN-LEN:1)
           ELSE
               MOVE 1 TO HEADER-DONE
           END-IF
           EXIT.

       DELIVERY-END-HEADER-TOKEN.
           ADD 1 TO HEADER-FIELD-COUNT
           EVALUATE HEADER-FIELD-COUNT
               WHEN 1
                   IF HEADER-TOKEN NOT = "P3" AND
                      HEADER-TOKEN NOT = "P6"
                       MOVE 1 TO HEADER-DONE
                   END-IF
               WHEN 2
                   IF FUNCTION TEST-NUMVAL(HEADER-TOKEN) = 0
                       COMPUTE HEADER-WIDTH =
                               FUNCTION NUMVAL(HEADER-TOKEN)
                   ELSE
                       MOVE 1 TO HEADER-DONE
                   END-IF
               WHEN OTHER
                   IF FUNCTION TEST-NUMVAL(HEADER-TOKEN) = 0
                       COMPUTE HEADER-HEIGHT =
                               FUNCTION NUMVAL(HEADER-TOKEN)
                       MOVE 1 TO HEADER-IS-PPM
                   END-IF
                   MOVE 1 TO HEADER-DONE
           END-EVALUATE
           MOVE SPACES TO HEADER-TOKEN
           MOVE 0 TO HEADER-TOKEN-LEN
           EXIT.

      *> Eight hex digits, high digit first
       DELIVERY-FORMAT-CHECKSUM.
           MOVE ADLER-VALUE TO ADLER-WORK
           PERFORM VARYING HEX-INDEX FROM 8 BY -1
                   UNTIL HEX-INDEX < 1
               DIVIDE ADLER-WORK BY 16 GIVING ADLER-WORK
                      REMAINDER HEX-DIGIT-VALUE
               MOVE HEX-DIGITS(HEX-DIGIT-VALUE + 1:1)
                    TO FILE-CHECKSUM(HEX-INDEX:1)
           END-PERFORM
           EXIT.

      *>****************************************************************
      *> CHECK - re-read the delivered files against a manifest        *
      *>****************************************************************
       DELIVERY-RECHECK.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "Manifest " FUNCTION TRIM(DELIVERY-MANIFEST-NAME)
                       " not found (status " MANIFEST-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Manifest not found for re-check, status "
                      MANIFEST-FILE-STATUS
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-FILE
           IF CHECK-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open delivery_check_report.txt "
                       "(status " CHECK-FILE-STATUS ")"
               CLOSE MANIFEST-FILE
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open delivery_check_report.txt, status "
                      CHECK-FILE-STATUS
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DELIVERY-STAMP
           MOVE SPACES TO CHECK-LINE
           STRING "DELIVERY RE-CHECK  " DELIVERY-STAMP(1:4) "-"
                  DELIVERY-STAMP(5:2) "-" DELIVERY-STAMP(7:2) " "
                  DELIVERY-STAMP(9:2) ":" DELIVERY-STAMP(11:2)
                  "  manifest " DELIVERY-MANIFEST-NAME
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           MOVE SPACES TO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           MOVE SPACES TO CHECK-LINE
           STRING "FILE                                     STATUS  "
                  "         BYTES WAS       BYTES NOW SUM WAS  SUM NOW"
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           MOVE 0 TO MANIFEST-EOF-SWITCH
           PERFORM DELIVERY-READ-MANIFEST
                   UNTIL MANIFEST-EOF-SWITCH = 1
           CLOSE MANIFEST-FILE
           PERFORM DELIVERY-WRITE-CHECK-SUMMARY
           CLOSE CHECK-FILE
           IF FILES-GONE > 0 OR FILES-TRUNCATED > 0 OR
              FILES-ALTERED > 0 OR
              (TRAILER-FOUND = 1 AND TRAILER-COUNT NOT = FILES-CHECKED)
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EXC-SEVERITY
               COMPUTE DLV-COUNT-DISPLAY =
                       FILES-GONE + FILES-TRUNCATED + FILES-ALTERED
               MOVE SPACES TO EXC-MESSAGE
               STRING "Re-check FAILED - "
                      FUNCTION TRIM(DLV-COUNT-DISPLAY)
                      " file(s) missing, truncated or altered"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM DELIVERY-LOG-EXCEPTION
           END-IF
           EXIT.

       DELIVERY-READ-MANIFEST.
           MOVE SPACES TO MANIFEST-DETAIL
           READ MANIFEST-FILE INTO MANIFEST-DETAIL
               AT END
                   MOVE 1 TO MANIFEST-EOF-SWITCH
               NOT AT END
                   EVALUATE MAN-RECORD-TYPE
                       WHEN "F"
                           PERFORM DELIVERY-CHECK-ONE-FILE
                       WHEN "T"
                           MOVE 1 TO TRAILER-FOUND
                           MOVE MANT-FILE-COUNT TO TRAILER-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           EXIT.

      *> A file shorter than it left is truncated; any other change of
      *> length or of checksum is an alteration
       DELIVERY-CHECK-ONE-FILE.
           ADD 1 TO FILES-CHECKED
           IF DELIVERY-PROJECT-CODE = SPACES
               MOVE MAN-PROJECT-CODE TO DELIVERY-PROJECT-CODE
           END-IF
           MOVE MAN-FILENAME TO DELIVERY-FILENAME
           MOVE 0 TO FILE-BYTE-COUNT
           MOVE SPACES TO FILE-CHECKSUM
           OPEN INPUT DELIVERED-FILE
           IF DELIVERED-FILE-STATUS NOT = "00"
               MOVE "MISSING" TO CHECK-STATUS-TEXT
               ADD 1 TO FILES-GONE
           ELSE
               PERFORM DELIVERY-SUM-OPEN-FILE
               IF FILE-BYTE-COUNT < MAN-BYTE-COUNT
                   MOVE "TRUNCATED" TO CHECK-STATUS-TEXT
                   ADD 1 TO FILES-TRUNCATED
               ELSE
                   IF FILE-BYTE-COUNT NOT = MAN-BYTE-COUNT OR
                      FILE-CHECKSUM NOT = MAN-CHECKSUM
                       MOVE "ALTERED" TO CHECK-STATUS-TEXT
                       ADD 1 TO FILES-ALTERED
                   ELSE
                       MOVE "OK" TO CHECK-STATUS-TEXT
                       ADD 1 TO FILES-OK
                   END-IF
               END-IF
           END-IF
           MOVE MAN-BYTE-COUNT TO DLV-WAS-DISPLAY
           MOVE FILE-BYTE-COUNT TO DLV-NOW-DISPLAY
           MOVE SPACES TO CHECK-LINE
           STRING MAN-FILENAME " " CHECK-STATUS-TEXT " "
                  DLV-WAS-DISPLAY "    " DLV-NOW-DISPLAY " "
                  MAN-CHECKSUM " " FILE-CHECKSUM
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           IF CHECK-STATUS-TEXT NOT = "OK"
               DISPLAY "Delivery file " FUNCTION TRIM(MAN-FILENAME)
                       " " FUNCTION TRIM(CHECK-STATUS-TEXT)
           END-IF
           EXIT.

       DELIVERY-WRITE-CHECK-SUMMARY.
           MOVE SPACES TO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           IF TRAILER-FOUND = 0
               MOVE "Manifest has no trailer - it may be cut short"
                    TO CHECK-LINE
               WRITE CHECK-RECORD FROM CHECK-LINE
               DISPLAY "Manifest has no trailer record"
           ELSE
               IF TRAILER-COUNT NOT = FILES-CHECKED
                   MOVE TRAILER-COUNT TO DLV-COUNT-DISPLAY
                   MOVE SPACES TO CHECK-LINE
                   STRING "Manifest trailer lists" DLV-COUNT-DISPLAY
                          " files but its detail records differ"
                          DELIMITED BY SIZE INTO CHECK-LINE
                   WRITE CHECK-RECORD FROM CHECK-LINE
                   DISPLAY "Manifest trailer count does not match "
                           "its detail records"
               END-IF
           END-IF
           MOVE SPACES TO CHECK-LINE
           MOVE FILES-CHECKED TO DLV-COUNT-DISPLAY
           STRING "Files checked:" DLV-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           DISPLAY "Delivery re-check "
                   FUNCTION TRIM(DELIVERY-MANIFEST-NAME)
           DISPLAY "  Files checked:          " DLV-COUNT-DISPLAY
           MOVE FILES-OK TO DLV-COUNT-DISPLAY
           MOVE SPACES TO CHECK-LINE
           STRING "Unchanged:    " DLV-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           DISPLAY "  Unchanged:              " DLV-COUNT-DISPLAY
           MOVE FILES-GONE TO DLV-COUNT-DISPLAY
           MOVE SPACES TO CHECK-LINE
           STRING "Missing:      " DLV-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           DISPLAY "  Missing:                " DLV-COUNT-DISPLAY
           MOVE FILES-TRUNCATED TO DLV-COUNT-DISPLAY
           MOVE SPACES TO CHECK-LINE
           STRING "Truncated:    " DLV-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           DISPLAY "  Truncated:              " DLV-COUNT-DISPLAY
           MOVE FILES-ALTERED TO DLV-COUNT-DISPLAY
           MOVE SPACES TO CHECK-LINE
           STRING "Altered:      " DLV-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-RECORD FROM CHECK-LINE
           DISPLAY "  Altered:                " DLV-COUNT-DISPLAY
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> Appends one record to the shared operations exception file
      *> under the manifest name, charged to the project of the first
      *> audited file. The caller sets EXC-SEVERITY and EXC-MESSAGE; a
      *> file that will not open costs the log entry, never the run
       DELIVERY-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "DELIVERY" TO EXC-PROGRAM
           MOVE DELIVERY-MANIFEST-NAME TO EXC-JOB
           MOVE DELIVERY-PROJECT-CODE TO EXC-PROJECT-CODE
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
