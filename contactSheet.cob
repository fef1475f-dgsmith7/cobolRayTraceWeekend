      *>****************************************************************
      *> CONTACT-SHEET - Proof Sheet Builder for Frame Batches         *
      *> Reads a frame range of a multi-frame batch (image0001.ppm,    *
      *> image0002.ppm, ...) - P3 or P6, as the renderer wrote them -  *
      *> and builds one P3 contact sheet: a grid of box-filtered       *
      *> thumbnails, each with its frame number burned into the       *
      *> bottom-left corner. In AUX mode each frame gets a row of its  *
      *> own - beauty, depth, normal, objectid and samplemap passes    *
      *> side by side. A frame that is missing or fails to read shows  *
      *> as a dark red cell and is listed in the sheet report, and     *
      *> the run ends with RETURN-CODE 4 so the job log flags it       *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-SHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One frame or pass image at a time, read one raw byte at a
      *> time so the same reader handles the ASCII and binary formats
           SELECT IMAGE-FILE ASSIGN DYNAMIC SHEET-IMAGE-FILENAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IMAGE-FILE-STATUS.

      *> The contact sheet - always P3, one pixel per line, the same
      *> text layout the renderer writes
           SELECT SHEET-FILE ASSIGN DYNAMIC SHEET-OUTPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-FILE-STATUS.

      *> The sheet report - one line per cell placed, naming any
      *> frame or pass that was missing or unreadable
           SELECT REPORT-FILE ASSIGN TO "contact_sheet_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

      *> The shared operations exception file - a sheet that could not
      *> be built, or was built with gaps, is also appended here for
      *> the morning exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FILE.
       01  IMAGE-BYTE              PIC X(1).

       FD  SHEET-FILE.
       01  SHEET-RECORD            PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  SHEET-FILE-VARS.
           05  SHEET-IMAGE-FILENAME  PIC X(40) VALUE SPACES.
           05  SHEET-OUTPUT-FILENAME PIC X(40)
                                     VALUE "contact_sheet.ppm".
           05  IMAGE-FILE-STATUS   PIC X(02) VALUE "00".
           05  SHEET-FILE-STATUS   PIC X(02) VALUE "00".
           05  REPORT-FILE-STATUS  PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".

      *> Command line: FIRST-FRAME LAST-FRAME MODE COLUMNS THUMB-WIDTH
      *> OUTPUT-FILE EYE (all optional). MODE is GRID (the default) for
      *> a grid of beauty thumbnails COLUMNS across, or AUX for one row
      *> per frame with the four pass images beside the beauty image.
      *> THUMB-WIDTH is in pixels; the thumbnail height follows the
      *> aspect ratio of the first frame that can be read. EYE is L or
      *> R to proof one eye of a stereo batch (image0001_L.ppm, ...)
       01  SHEET-PARM-VARS.
           05  SHEET-PARM-LINE     PIC X(200) VALUE SPACES.
           05  SHEET-PARM-FIRST    PIC X(10) VALUE SPACES.
           05  SHEET-PARM-LAST     PIC X(10) VALUE SPACES.
           05  SHEET-PARM-MODE     PIC X(10) VALUE SPACES.
           05  SHEET-PARM-COLUMNS  PIC X(10) VALUE SPACES.
           05  SHEET-PARM-THUMB    PIC X(10) VALUE SPACES.
           05  SHEET-PARM-OUTPUT   PIC X(40) VALUE SPACES.
           05  SHEET-PARM-EYE      PIC X(10) VALUE SPACES.
           05  SHEET-FIRST-FRAME   PIC 9(5) VALUE 1.
           05  SHEET-LAST-FRAME    PIC 9(5) VALUE 0.
           05  SHEET-MODE          PIC X(4) VALUE "GRID".
           05  SHEET-COLUMNS       PIC 9(3) VALUE 6.
           05  SHEET-EYE           PIC X(1) VALUE SPACE.  *> L, R or mono
           05  SHEET-PARM-ERROR    PIC 9 VALUE 0.

      *> The five image kinds a frame can have, in AUX-mode column
      *> order, named the way the renderer names its per-frame files
       01  SHEET-PASS-VALUES.
           05  FILLER              PIC X(10) VALUE "image".
           05  FILLER              PIC X(10) VALUE "depth".
           05  FILLER              PIC X(10) VALUE "normal".
           05  FILLER              PIC X(10) VALUE "objectid".
           05  FILLER              PIC X(10) VALUE "samplemap".
       01  SHEET-PASS-TABLE REDEFINES SHEET-PASS-VALUES.
           05  PASS-PREFIX         PIC X(10) OCCURS 5 TIMES.

      *> Per-pass tallies for the summary: a pass that is absent for
      *> every frame was simply not rendered, one that is absent for
      *> only some frames is a gap in the batch
       01  SHEET-PASS-COUNTS.
           05  PASS-COUNT-ENTRY OCCURS 5 TIMES.
               10  PASS-FOUND-COUNT    PIC 9(5) VALUE 0.
               10  PASS-MISSING-COUNT  PIC 9(5) VALUE 0.
               10  PASS-BAD-COUNT      PIC 9(5) VALUE 0.
           05  PASS-INDEX          PIC 9 VALUE 0.
           05  PASS-LAST           PIC 9 VALUE 1.

      *> Sheet geometry. A cell is one thumbnail; cells sit in a dark
      *> gray field with a SHEET-GUTTER pixel border around each
       01  SHEET-LAYOUT-VARS.
           05  THUMB-WIDTH         PIC 9(3) VALUE 96.
           05  THUMB-HEIGHT        PIC 9(3) VALUE 0.
           05  THUMB-PIXELS        PIC 9(6) VALUE 0.
           05  SHEET-GUTTER        PIC 9 VALUE 4.
           05  SHEET-WIDTH         PIC 9(5) VALUE 0.
           05  SHEET-HEIGHT        PIC 9(6) VALUE 0.
           05  SHEET-ROWS          PIC 9(5) VALUE 0.
           05  SHEET-FRAME-COUNT   PIC 9(5) VALUE 0.
           05  STRIP-HEIGHT        PIC 9(3) VALUE 0.
           05  STRIP-PIXELS        PIC 9(6) VALUE 0.
           05  CELL-COLUMN         PIC 9(3) VALUE 0.
           05  CELL-LEFT           PIC 9(5) VALUE 0.
           05  PROBE-FOUND         PIC 9 VALUE 0.
           05  PROBE-FRAME         PIC 9(5) VALUE 0.
           05  PROBE-WIDTH         PIC 9(5) VALUE 0.
           05  PROBE-HEIGHT        PIC 9(5) VALUE 0.

      *> The frame being placed and the state of its current cell
       01  SHEET-FRAME-VARS.
           05  FRAME-NUMBER        PIC 9(5) VALUE 0.
           05  FRAME-DISPLAY       PIC 9(4).
           05  CELL-MISSING        PIC 9 VALUE 0.
           05  CELL-FAILED         PIC 9 VALUE 0.
           05  CELL-REASON         PIC X(40) VALUE SPACES.
           05  DATA-SHORT-SWITCH   PIC 9 VALUE 0.

      *> PPM header fields of the image being read
       01  SHEET-HEADER-VARS.
           05  IMAGE-MAGIC         PIC X(2) VALUE SPACES.
           05  IMAGE-WIDTH         PIC 9(5) VALUE 0.
           05  IMAGE-HEIGHT        PIC 9(5) VALUE 0.
           05  IMAGE-MAX-COLOR     PIC 9(5) VALUE 0.

      *> Byte/token scanning working variables
       01  SHEET-SCAN-VARS.
           05  SCAN-BYTE           PIC X(1).
           05  SCAN-EOF-SWITCH     PIC 9 VALUE 0.
           05  SCAN-TOKEN          PIC X(20).
           05  SCAN-TOKEN-LEN      PIC 9(2) VALUE 0.
           05  SCAN-TOKEN-BAD      PIC 9 VALUE 0.    *> 1 = non-digit in token
           05  SCAN-IN-COMMENT     PIC 9 VALUE 0.
           05  SCAN-BYTE-IS-WS     PIC 9 VALUE 0.
           05  SCAN-VALUE          PIC 9(5) VALUE 0.
           05  SCAN-VALUE-FOUND    PIC 9 VALUE 0.    *> 0 = image ran out

      *> Source pixel walk. Every source pixel lands in exactly one
      *> thumbnail pixel and is summed there, so a large frame is box
      *> filtered down rather than point sampled
       01  SHEET-PIXEL-VARS.
           05  PIXELS-NEEDED       PIC 9(10) VALUE 0.
           05  PIXEL-INDEX         PIC 9(10) VALUE 0.
           05  CHANNEL-INDEX       PIC 9 VALUE 0.
           05  SOURCE-X            PIC 9(5) VALUE 0.
           05  SOURCE-Y            PIC 9(5) VALUE 0.
           05  THUMB-X             PIC 9(3) VALUE 0.
           05  THUMB-Y             PIC 9(3) VALUE 0.
           05  THUMB-INDEX         PIC 9(6) VALUE 0.
           05  CHANNEL-VALUE       PIC 9(3) VALUE 0.
           05  PIXEL-R             PIC 9(3) VALUE 0.
           05  PIXEL-G             PIC 9(3) VALUE 0.
           05  PIXEL-B             PIC 9(3) VALUE 0.

      *> Thumbnail accumulator - room for a 320 x 160 thumbnail
       01  THUMB-ACCUMULATOR.
           05  THUMB-ACC OCCURS 51200 TIMES.
               10  ACC-R           PIC 9(9) COMP.
               10  ACC-G           PIC 9(9) COMP.
               10  ACC-B           PIC 9(9) COMP.
               10  ACC-COUNT       PIC 9(7) COMP.

      *> One strip of the sheet: the gutter above a row of cells plus
      *> the cells themselves - room for a 2048 pixel wide sheet with
      *> 160 pixel thumbnails. Written out and cleared row by row
       01  SHEET-STRIP.
           05  STRIP-PIXEL OCCURS 336000 TIMES.
               10  STRIP-R         PIC 9(3) COMP.
               10  STRIP-G         PIC 9(3) COMP.
               10  STRIP-B         PIC 9(3) COMP.
       01  SHEET-STRIP-VARS.
           05  STRIP-INDEX         PIC 9(6) VALUE 0.
           05  STRIP-X             PIC 9(5) VALUE 0.
           05  STRIP-Y             PIC 9(3) VALUE 0.
           05  NEIGHBOR-INDEX      PIC 9(6) VALUE 0.
           05  SHEET-LINE          PIC X(20) VALUE SPACES.

      *> 3 x 5 digit font for the burned-in frame number, one string
      *> of 15 bits per digit, read across then down
       01  DIGIT-FONT-VALUES.
           05  FILLER              PIC X(15) VALUE "111101101101111".
           05  FILLER              PIC X(15) VALUE "010110010010111".
           05  FILLER              PIC X(15) VALUE "111001111100111".
           05  FILLER              PIC X(15) VALUE "111001111001111".
           05  FILLER              PIC X(15) VALUE "101101111001001".
           05  FILLER              PIC X(15) VALUE "111100111001111".
           05  FILLER              PIC X(15) VALUE "111100111101111".
           05  FILLER              PIC X(15) VALUE "111001001001001".
           05  FILLER              PIC X(15) VALUE "111101111101111".
           05  FILLER              PIC X(15) VALUE "111101111001111".
       01  DIGIT-FONT-TABLE REDEFINES DIGIT-FONT-VALUES.
           05  DIGIT-FONT          PIC X(15) OCCURS 10 TIMES.

      *> Label box: four digits on a black box, drawn at font scale
      *> LABEL-SCALE (2 once the thumbnail is wide enough to take it)
       01  SHEET-LABEL-VARS.
           05  LABEL-SCALE         PIC 9 VALUE 1.
           05  LABEL-BOX-WIDTH     PIC 9(3) VALUE 0.
           05  LABEL-BOX-HEIGHT    PIC 9(3) VALUE 0.
           05  LABEL-TOP           PIC 9(3) VALUE 0.
           05  LABEL-X             PIC 9(3) VALUE 0.
           05  LABEL-Y             PIC 9(3) VALUE 0.
           05  LABEL-DIGIT-INDEX   PIC 9 VALUE 0.
           05  LABEL-DIGIT         PIC 9 VALUE 0.
           05  LABEL-FONT-ROW      PIC 9 VALUE 0.
           05  LABEL-FONT-COL      PIC 9 VALUE 0.
           05  LABEL-BIT-INDEX     PIC 9(2) VALUE 0.
           05  LABEL-BLOCK-X       PIC 9 VALUE 0.
           05  LABEL-BLOCK-Y       PIC 9 VALUE 0.

      *> Run totals and report line work areas
       01  SHEET-TOTAL-VARS.
           05  CELLS-PLACED        PIC 9(5) VALUE 0.
           05  FRAMES-MISSING      PIC 9(5) VALUE 0.
           05  FRAMES-BAD          PIC 9(5) VALUE 0.
           05  PASS-GAP-COUNT      PIC 9(5) VALUE 0.
           05  SHEET-STAMP         PIC X(21).
           05  REPORT-LINE         PIC X(132).
           05  RPT-WIDTH-DISPLAY   PIC ZZZZ9.
           05  RPT-HEIGHT-DISPLAY  PIC ZZZZZ9.
           05  RPT-COUNT-DISPLAY   PIC ZZZZ9.
           05  RPT-FOUND-DISPLAY   PIC ZZZZ9.
           05  RPT-MISSING-DISPLAY PIC ZZZZ9.
           05  RPT-BAD-DISPLAY     PIC ZZZZ9.
           05  RPT-GAP-DISPLAY     PIC ZZZZ9.
           05  RPT-EYE-LABEL       PIC X(7).

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
      *> Main sheet flow                                               *
      *>****************************************************************
       SHEET-MAIN.
           PERFORM SHEET-APPLY-RUNTIME-PARMS
           IF SHEET-PARM-ERROR = 1
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Parameter error - no contact sheet written"
                    TO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM SHEET-PROBE-FRAMES
           IF PROBE-FOUND = 0
               DISPLAY "No readable frame between "
                       SHEET-FIRST-FRAME " and " SHEET-LAST-FRAME
                       " - no contact sheet written"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "No readable frame between " SHEET-FIRST-FRAME
                      " and " SHEET-LAST-FRAME " - no sheet written"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM SHEET-SET-LAYOUT
           IF SHEET-PARM-ERROR = 1
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Sheet wider than 2048 pixels - no sheet written"
                    TO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
               STOP RUN
           END-IF
           OPEN OUTPUT SHEET-FILE
           IF SHEET-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open "
                       FUNCTION TRIM(SHEET-OUTPUT-FILENAME)
                       " for output (status " SHEET-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open sheet for output, status "
                      SHEET-FILE-STATUS
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open contact_sheet_report.txt (status "
                       REPORT-FILE-STATUS ")"
               CLOSE SHEET-FILE
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open contact_sheet_report.txt, status "
                      REPORT-FILE-STATUS
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM SHEET-WRITE-HEADER
           PERFORM SHEET-WRITE-REPORT-HEADING
           MOVE 0 TO CELL-COLUMN
           MOVE SHEET-FIRST-FRAME TO FRAME-NUMBER
           PERFORM SHEET-ONE-FRAME
                   UNTIL FRAME-NUMBER > SHEET-LAST-FRAME
           IF CELL-COLUMN > 0
               PERFORM SHEET-FLUSH-STRIP
           END-IF
           PERFORM SHEET-WRITE-BOTTOM-GUTTER
           CLOSE SHEET-FILE
           PERFORM SHEET-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF FRAMES-MISSING > 0 OR FRAMES-BAD > 0 OR
              PASS-GAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EXC-SEVERITY
               MOVE FRAMES-MISSING TO RPT-MISSING-DISPLAY
               MOVE FRAMES-BAD TO RPT-BAD-DISPLAY
               MOVE PASS-GAP-COUNT TO RPT-GAP-DISPLAY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Sheet has gaps - missing "
                      FUNCTION TRIM(RPT-MISSING-DISPLAY)
                      ", unreadable " FUNCTION TRIM(RPT-BAD-DISPLAY)
                      ", pass gaps " FUNCTION TRIM(RPT-GAP-DISPLAY)
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM SHEET-LOG-EXCEPTION
           END-IF
           STOP RUN.

      *> Parse the optional parameter string, same token convention
      *> the renderer and IMAGE-COMPARE use. A single frame number
      *> makes a one-frame sheet
       SHEET-APPLY-RUNTIME-PARMS.
           ACCEPT SHEET-PARM-LINE FROM COMMAND-LINE
           IF SHEET-PARM-LINE NOT = SPACES
               UNSTRING SHEET-PARM-LINE DELIMITED BY ALL SPACE
                   INTO SHEET-PARM-FIRST
                        SHEET-PARM-LAST
                        SHEET-PARM-MODE
                        SHEET-PARM-COLUMNS
                        SHEET-PARM-THUMB
                        SHEET-PARM-OUTPUT
                        SHEET-PARM-EYE
               END-UNSTRING
           END-IF
           IF SHEET-PARM-FIRST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SHEET-PARM-FIRST) NOT = 0
                   DISPLAY "Usage: first frame must be a number from "
                           "1 to 9999"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SHEET-FIRST-FRAME =
                       FUNCTION NUMVAL(SHEET-PARM-FIRST)
           END-IF
           IF SHEET-PARM-LAST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SHEET-PARM-LAST) NOT = 0
                   DISPLAY "Usage: last frame must be a number from "
                           "1 to 9999"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SHEET-LAST-FRAME =
                       FUNCTION NUMVAL(SHEET-PARM-LAST)
           END-IF
           IF SHEET-LAST-FRAME = 0
               MOVE SHEET-FIRST-FRAME TO SHEET-LAST-FRAME
           END-IF
           IF SHEET-FIRST-FRAME < 1 OR SHEET-LAST-FRAME > 9999 OR
              SHEET-LAST-FRAME < SHEET-FIRST-FRAME
               DISPLAY "Usage: frame range must run forward within "
                       "1 to 9999"
               MOVE 1 TO SHEET-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF SHEET-PARM-MODE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(SHEET-PARM-MODE(1:4))
                    TO SHEET-MODE
               IF SHEET-MODE NOT = "GRID" AND SHEET-MODE NOT = "AUX"
                   DISPLAY "Usage: mode must be GRID or AUX"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SHEET-PARM-COLUMNS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SHEET-PARM-COLUMNS) NOT = 0
                   DISPLAY "Usage: columns must be a number from 1 "
                           "to 64"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SHEET-COLUMNS =
                       FUNCTION NUMVAL(SHEET-PARM-COLUMNS)
               IF SHEET-COLUMNS < 1 OR SHEET-COLUMNS > 64
                   DISPLAY "Usage: columns must be a number from 1 "
                           "to 64"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SHEET-PARM-THUMB NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SHEET-PARM-THUMB) NOT = 0
                   DISPLAY "Usage: thumbnail width must be a number "
                           "from 32 to 320"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE THUMB-WIDTH = FUNCTION NUMVAL(SHEET-PARM-THUMB)
               IF THUMB-WIDTH < 32 OR THUMB-WIDTH > 320
                   DISPLAY "Usage: thumbnail width must be a number "
                           "from 32 to 320"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SHEET-PARM-OUTPUT NOT = SPACES
               MOVE SHEET-PARM-OUTPUT TO SHEET-OUTPUT-FILENAME
           END-IF
           IF SHEET-PARM-EYE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(SHEET-PARM-EYE(1:1))
                    TO SHEET-EYE
               IF (SHEET-EYE NOT = "L" AND SHEET-EYE NOT = "R") OR
                  SHEET-PARM-EYE(2:) NOT = SPACES
                   DISPLAY "Usage: eye must be L or R"
                   MOVE 1 TO SHEET-PARM-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> AUX mode always lays the five image kinds across one row
           IF SHEET-MODE = "AUX"
               MOVE 5 TO SHEET-COLUMNS
               MOVE 5 TO PASS-LAST
           END-IF
           EXIT.

      *>****************************************************************
      *> Sheet layout                                                  *
      *>****************************************************************
      *> Finds the first beauty frame in the range whose header reads
      *> cleanly - its aspect ratio sizes every thumbnail on the sheet
       SHEET-PROBE-FRAMES.
           MOVE 0 TO PROBE-FOUND
           MOVE 1 TO PASS-INDEX
           MOVE SHEET-FIRST-FRAME TO PROBE-FRAME
           PERFORM SHEET-PROBE-ONE-FRAME
                   UNTIL PROBE-FOUND = 1 OR
                         PROBE-FRAME > SHEET-LAST-FRAME
           EXIT.

       SHEET-PROBE-ONE-FRAME.
           MOVE PROBE-FRAME TO FRAME-NUMBER
           PERFORM SHEET-SET-IMAGE-FILENAME
           OPEN INPUT IMAGE-FILE
           IF IMAGE-FILE-STATUS = "00"
               MOVE 0 TO CELL-FAILED
               PERFORM SHEET-PARSE-HEADER
               CLOSE IMAGE-FILE
               IF CELL-FAILED = 0
                   MOVE IMAGE-WIDTH TO PROBE-WIDTH
                   MOVE IMAGE-HEIGHT TO PROBE-HEIGHT
                   MOVE 1 TO PROBE-FOUND
               END-IF
           END-IF
           ADD 1 TO PROBE-FRAME
           EXIT.

      *> Thumbnail height from the probed aspect ratio, held to 160;
      *> a tall frame narrows the thumbnail instead. Then the sheet
      *> size, which must leave the strip buffer room for one row
       SHEET-SET-LAYOUT.
           COMPUTE THUMB-HEIGHT ROUNDED =
                   THUMB-WIDTH * PROBE-HEIGHT / PROBE-WIDTH
           IF THUMB-HEIGHT > 160
               MOVE 160 TO THUMB-HEIGHT
               COMPUTE THUMB-WIDTH ROUNDED =
                       160 * PROBE-WIDTH / PROBE-HEIGHT
           END-IF
           IF THUMB-HEIGHT < 8
               MOVE 8 TO THUMB-HEIGHT
           END-IF
           IF THUMB-WIDTH < 32
               MOVE 32 TO THUMB-WIDTH
           END-IF
           COMPUTE THUMB-PIXELS = THUMB-WIDTH * THUMB-HEIGHT
           COMPUTE SHEET-FRAME-COUNT =
                   SHEET-LAST-FRAME - SHEET-FIRST-FRAME + 1
           IF SHEET-MODE = "AUX"
               MOVE SHEET-FRAME-COUNT TO SHEET-ROWS
           ELSE
               IF SHEET-COLUMNS > SHEET-FRAME-COUNT
                   MOVE SHEET-FRAME-COUNT TO SHEET-COLUMNS
               END-IF
               COMPUTE SHEET-ROWS =
                       (SHEET-FRAME-COUNT + SHEET-COLUMNS - 1)
                       / SHEET-COLUMNS
           END-IF
           COMPUTE SHEET-WIDTH = SHEET-COLUMNS * THUMB-WIDTH
           COMPUTE SHEET-WIDTH =
                   SHEET-WIDTH + (SHEET-COLUMNS + 1) * SHEET-GUTTER
           COMPUTE SHEET-HEIGHT = SHEET-ROWS * THUMB-HEIGHT
           COMPUTE SHEET-HEIGHT =
                   SHEET-HEIGHT + (SHEET-ROWS + 1) * SHEET-GUTTER
           COMPUTE STRIP-HEIGHT = SHEET-GUTTER + THUMB-HEIGHT
           COMPUTE STRIP-PIXELS = SHEET-WIDTH * STRIP-HEIGHT
           IF SHEET-WIDTH > 2048
               MOVE SHEET-WIDTH TO RPT-WIDTH-DISPLAY
               DISPLAY "Usage: sheet would be"
                       RPT-WIDTH-DISPLAY " pixels wide - fewer "
                       "columns or a smaller thumbnail width, please"
               MOVE 1 TO SHEET-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF THUMB-WIDTH < 96 OR THUMB-HEIGHT < 14
               MOVE 1 TO LABEL-SCALE
           ELSE
               MOVE 2 TO LABEL-SCALE
           END-IF
           COMPUTE LABEL-BOX-WIDTH = 17 * LABEL-SCALE
           COMPUTE LABEL-BOX-HEIGHT = 7 * LABEL-SCALE
           EXIT.

      *> Builds the per-frame name of image kind PASS-INDEX for
      *> FRAME-NUMBER: image0001.ppm, depth0001.ppm, and so on - or
      *> image0001_L.ppm, depth0001_L.ppm when one eye is proofed
       SHEET-SET-IMAGE-FILENAME.
           MOVE FRAME-NUMBER TO FRAME-DISPLAY
           MOVE SPACES TO SHEET-IMAGE-FILENAME
           IF SHEET-EYE = SPACE
               STRING PASS-PREFIX(PASS-INDEX) DELIMITED BY SPACE
                      FRAME-DISPLAY DELIMITED BY SIZE
                      ".ppm" DELIMITED BY SIZE
                      INTO SHEET-IMAGE-FILENAME
           ELSE
               STRING PASS-PREFIX(PASS-INDEX) DELIMITED BY SPACE
                      FRAME-DISPLAY DELIMITED BY SIZE
                      "_" SHEET-EYE ".ppm" DELIMITED BY SIZE
                      INTO SHEET-IMAGE-FILENAME
           END-IF
           EXIT.

      *>****************************************************************
      *> Frames and cells                                              *
      *>****************************************************************
      *> Places one frame: a single cell in GRID mode, flushing the
      *> strip when the row fills; a full row of passes in AUX mode
       SHEET-ONE-FRAME.
           IF CELL-COLUMN = 0
               PERFORM SHEET-CLEAR-STRIP
           END-IF
           PERFORM VARYING PASS-INDEX FROM 1 BY 1
                   UNTIL PASS-INDEX > PASS-LAST
               ADD 1 TO CELL-COLUMN
               PERFORM SHEET-BUILD-CELL
           END-PERFORM
           IF CELL-COLUMN >= SHEET-COLUMNS
               PERFORM SHEET-FLUSH-STRIP
           END-IF
           ADD 1 TO FRAME-NUMBER
           EXIT.

      *> Reads one image into the thumbnail accumulator and copies the
      *> result into the strip at column CELL-COLUMN. A missing or
      *> unreadable image leaves a dark red cell instead
       SHEET-BUILD-CELL.
           COMPUTE CELL-LEFT = SHEET-GUTTER + 1 +
                   (CELL-COLUMN - 1) * (THUMB-WIDTH + SHEET-GUTTER)
           PERFORM SHEET-SET-IMAGE-FILENAME
           MOVE 0 TO CELL-MISSING
           MOVE 0 TO CELL-FAILED
           MOVE 0 TO DATA-SHORT-SWITCH
           MOVE SPACES TO CELL-REASON
           OPEN INPUT IMAGE-FILE
           IF IMAGE-FILE-STATUS NOT = "00"
               MOVE 1 TO CELL-MISSING
               MOVE "file is missing" TO CELL-REASON
           ELSE
               PERFORM SHEET-PARSE-HEADER
               IF CELL-FAILED = 0
                   PERFORM SHEET-READ-PIXELS
               END-IF
               CLOSE IMAGE-FILE
           END-IF
           IF CELL-MISSING = 0 AND CELL-FAILED = 0
               PERFORM SHEET-PLACE-THUMB
           ELSE
               PERFORM SHEET-FILL-FAILED-CELL
           END-IF
           IF PASS-INDEX = 1
               PERFORM SHEET-BURN-LABEL
           END-IF
           PERFORM SHEET-NOTE-CELL
           EXIT.

      *> Reads the magic number and the three header values,
      *> tolerating comment lines. The P6 path reads one byte per
      *> channel, so a 16-bit image is turned away rather than misread
       SHEET-PARSE-HEADER.
           MOVE 0 TO SCAN-EOF-SWITCH
           PERFORM SHEET-GET-TOKEN
           MOVE SCAN-TOKEN(1:2) TO IMAGE-MAGIC
           IF IMAGE-MAGIC NOT = "P3" AND IMAGE-MAGIC NOT = "P6"
               MOVE "is not a P3/P6 PPM file" TO CELL-REASON
               MOVE 1 TO CELL-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM SHEET-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header width is missing or garbled"
                    TO CELL-REASON
               MOVE 1 TO CELL-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE IMAGE-WIDTH = FUNCTION NUMVAL(SCAN-TOKEN)
           PERFORM SHEET-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header height is missing or garbled"
                    TO CELL-REASON
               MOVE 1 TO CELL-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE IMAGE-HEIGHT = FUNCTION NUMVAL(SCAN-TOKEN)
           PERFORM SHEET-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header max color is missing" TO CELL-REASON
               MOVE 1 TO CELL-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE IMAGE-MAX-COLOR = FUNCTION NUMVAL(SCAN-TOKEN)
           IF IMAGE-WIDTH = 0 OR IMAGE-HEIGHT = 0 OR
              IMAGE-MAX-COLOR = 0
               MOVE "header values are zero" TO CELL-REASON
               MOVE 1 TO CELL-FAILED
           ELSE
               IF IMAGE-MAGIC = "P6" AND IMAGE-MAX-COLOR > 255
                   MOVE "is a 16-bit P6 image" TO CELL-REASON
                   MOVE 1 TO CELL-FAILED
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Downscaling                                                   *
      *>****************************************************************
      *> Walks every source pixel once, summing it into the thumbnail
      *> pixel it falls in. Pixel data that runs out early fails the
      *> cell - a part-read frame is exactly what the sheet is for
      *> catching
       SHEET-READ-PIXELS.
           PERFORM VARYING THUMB-INDEX FROM 1 BY 1
                   UNTIL THUMB-INDEX > THUMB-PIXELS
               MOVE 0 TO ACC-R(THUMB-INDEX)
               MOVE 0 TO ACC-G(THUMB-INDEX)
               MOVE 0 TO ACC-B(THUMB-INDEX)
               MOVE 0 TO ACC-COUNT(THUMB-INDEX)
           END-PERFORM
           COMPUTE PIXELS-NEEDED = IMAGE-WIDTH * IMAGE-HEIGHT
           MOVE 0 TO PIXEL-INDEX
           MOVE 0 TO SOURCE-X
           MOVE 0 TO SOURCE-Y
           MOVE 1 TO THUMB-Y
           PERFORM SHEET-READ-ONE-PIXEL
                   UNTIL PIXEL-INDEX >= PIXELS-NEEDED OR
                         DATA-SHORT-SWITCH = 1
           IF DATA-SHORT-SWITCH = 1
               MOVE "pixel data is short" TO CELL-REASON
               MOVE 1 TO CELL-FAILED
           END-IF
           EXIT.

       SHEET-READ-ONE-PIXEL.
           MOVE 1 TO CHANNEL-INDEX
           PERFORM SHEET-READ-ONE-CHANNEL
                   UNTIL CHANNEL-INDEX > 3 OR DATA-SHORT-SWITCH = 1
           IF DATA-SHORT-SWITCH = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PIXEL-INDEX
           COMPUTE THUMB-X = SOURCE-X * THUMB-WIDTH / IMAGE-WIDTH + 1
           COMPUTE THUMB-INDEX =
                   (THUMB-Y - 1) * THUMB-WIDTH + THUMB-X
           ADD PIXEL-R TO ACC-R(THUMB-INDEX)
           ADD PIXEL-G TO ACC-G(THUMB-INDEX)
           ADD PIXEL-B TO ACC-B(THUMB-INDEX)
           ADD 1 TO ACC-COUNT(THUMB-INDEX)
           ADD 1 TO SOURCE-X
           IF SOURCE-X >= IMAGE-WIDTH
               MOVE 0 TO SOURCE-X
               ADD 1 TO SOURCE-Y
               COMPUTE THUMB-Y =
                       SOURCE-Y * THUMB-HEIGHT / IMAGE-HEIGHT + 1
           END-IF
           EXIT.

      *> One channel value scaled to 0-255: a raw byte for P6, the
      *> next whitespace-delimited token for P3
       SHEET-READ-ONE-CHANNEL.
           PERFORM SHEET-GET-VALUE
           IF SCAN-VALUE-FOUND = 0
               MOVE 1 TO DATA-SHORT-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF IMAGE-MAX-COLOR = 255
               MOVE SCAN-VALUE TO CHANNEL-VALUE
           ELSE
               IF SCAN-VALUE > IMAGE-MAX-COLOR
                   MOVE IMAGE-MAX-COLOR TO SCAN-VALUE
               END-IF
               COMPUTE CHANNEL-VALUE ROUNDED =
                       SCAN-VALUE * 255 / IMAGE-MAX-COLOR
           END-IF
           EVALUATE CHANNEL-INDEX
               WHEN 1
                   MOVE CHANNEL-VALUE TO PIXEL-R
               WHEN 2
                   MOVE CHANNEL-VALUE TO PIXEL-G
               WHEN OTHER
                   MOVE CHANNEL-VALUE TO PIXEL-B
           END-EVALUATE
           ADD 1 TO CHANNEL-INDEX
           EXIT.

      *> Averages each thumbnail pixel into the strip. A frame smaller
      *> than the thumbnail leaves some pixels with no samples; those
      *> repeat the pixel to their left, or the pixel above when the
      *> whole thumbnail row went unsampled
       SHEET-PLACE-THUMB.
           PERFORM VARYING THUMB-Y FROM 1 BY 1
                   UNTIL THUMB-Y > THUMB-HEIGHT
               PERFORM VARYING THUMB-X FROM 1 BY 1
                       UNTIL THUMB-X > THUMB-WIDTH
                   PERFORM SHEET-PLACE-THUMB-PIXEL
               END-PERFORM
           END-PERFORM
           EXIT.

       SHEET-PLACE-THUMB-PIXEL.
           COMPUTE THUMB-INDEX = (THUMB-Y - 1) * THUMB-WIDTH + THUMB-X
           COMPUTE STRIP-X = CELL-LEFT + THUMB-X - 1
           COMPUTE STRIP-Y = SHEET-GUTTER + THUMB-Y
           COMPUTE STRIP-INDEX = (STRIP-Y - 1) * SHEET-WIDTH + STRIP-X
           IF ACC-COUNT(THUMB-INDEX) > 0
               COMPUTE STRIP-R(STRIP-INDEX) ROUNDED =
                       ACC-R(THUMB-INDEX) / ACC-COUNT(THUMB-INDEX)
               COMPUTE STRIP-G(STRIP-INDEX) ROUNDED =
                       ACC-G(THUMB-INDEX) / ACC-COUNT(THUMB-INDEX)
               COMPUTE STRIP-B(STRIP-INDEX) ROUNDED =
                       ACC-B(THUMB-INDEX) / ACC-COUNT(THUMB-INDEX)
           ELSE
               COMPUTE NEIGHBOR-INDEX =
                       (THUMB-Y - 1) * THUMB-WIDTH + 1
               IF ACC-COUNT(NEIGHBOR-INDEX) > 0
                   COMPUTE NEIGHBOR-INDEX = STRIP-INDEX - 1
               ELSE
                   COMPUTE NEIGHBOR-INDEX = STRIP-INDEX - SHEET-WIDTH
               END-IF
               MOVE STRIP-R(NEIGHBOR-INDEX) TO STRIP-R(STRIP-INDEX)
               MOVE STRIP-G(NEIGHBOR-INDEX) TO STRIP-G(STRIP-INDEX)
               MOVE STRIP-B(NEIGHBOR-INDEX) TO STRIP-B(STRIP-INDEX)
           END-IF
           EXIT.

      *> Dark red fill for a frame or pass that could not be placed
       SHEET-FILL-FAILED-CELL.
           PERFORM VARYING THUMB-Y FROM 1 BY 1
                   UNTIL THUMB-Y > THUMB-HEIGHT
               PERFORM VARYING THUMB-X FROM 1 BY 1
                       UNTIL THUMB-X > THUMB-WIDTH
                   COMPUTE STRIP-INDEX =
                           (SHEET-GUTTER + THUMB-Y - 1) * SHEET-WIDTH
                           + CELL-LEFT + THUMB-X - 1
                   MOVE 96 TO STRIP-R(STRIP-INDEX)
                   MOVE 16 TO STRIP-G(STRIP-INDEX)
                   MOVE 16 TO STRIP-B(STRIP-INDEX)
               END-PERFORM
           END-PERFORM
           EXIT.

      *>****************************************************************
      *> Frame number label                                            *
      *>****************************************************************
      *> Burns the four-digit frame number, white on a black box, into
      *> the bottom-left corner of the cell just placed
       SHEET-BURN-LABEL.
           COMPUTE LABEL-TOP =
                   SHEET-GUTTER + THUMB-HEIGHT - LABEL-BOX-HEIGHT + 1
           PERFORM VARYING LABEL-Y FROM 0 BY 1
                   UNTIL LABEL-Y >= LABEL-BOX-HEIGHT
               PERFORM VARYING LABEL-X FROM 0 BY 1
                       UNTIL LABEL-X >= LABEL-BOX-WIDTH
                   COMPUTE STRIP-INDEX =
                           (LABEL-TOP + LABEL-Y - 1) * SHEET-WIDTH
                           + CELL-LEFT + LABEL-X
                   MOVE 0 TO STRIP-R(STRIP-INDEX)
                   MOVE 0 TO STRIP-G(STRIP-INDEX)
                   MOVE 0 TO STRIP-B(STRIP-INDEX)
               END-PERFORM
           END-PERFORM
           MOVE FRAME-NUMBER TO FRAME-DISPLAY
           PERFORM VARYING LABEL-DIGIT-INDEX FROM 1 BY 1
                   UNTIL LABEL-DIGIT-INDEX > 4
               MOVE FRAME-DISPLAY(LABEL-DIGIT-INDEX:1) TO LABEL-DIGIT
               PERFORM VARYING LABEL-FONT-ROW FROM 1 BY 1
                       UNTIL LABEL-FONT-ROW > 5
                   PERFORM VARYING LABEL-FONT-COL FROM 1 BY 1
                           UNTIL LABEL-FONT-COL > 3
                       PERFORM SHEET-BURN-FONT-BIT
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           EXIT.

      *> One bit of one digit, drawn as a LABEL-SCALE square block
       SHEET-BURN-FONT-BIT.
           COMPUTE LABEL-BIT-INDEX =
                   (LABEL-FONT-ROW - 1) * 3 + LABEL-FONT-COL
           IF DIGIT-FONT(LABEL-DIGIT + 1)(LABEL-BIT-INDEX:1) NOT = "1"
               EXIT PARAGRAPH
           END-IF
           COMPUTE LABEL-X = LABEL-SCALE +
                   ((LABEL-DIGIT-INDEX - 1) * 4 + LABEL-FONT-COL - 1)
                   * LABEL-SCALE
           COMPUTE LABEL-Y = LABEL-SCALE +
                   (LABEL-FONT-ROW - 1) * LABEL-SCALE
           PERFORM VARYING LABEL-BLOCK-Y FROM 0 BY 1
                   UNTIL LABEL-BLOCK-Y >= LABEL-SCALE
               PERFORM VARYING LABEL-BLOCK-X FROM 0 BY 1
                       UNTIL LABEL-BLOCK-X >= LABEL-SCALE
                   COMPUTE STRIP-INDEX =
                           (LABEL-TOP + LABEL-Y + LABEL-BLOCK-Y - 1)
                           * SHEET-WIDTH
                           + CELL-LEFT + LABEL-X + LABEL-BLOCK-X
                   MOVE 255 TO STRIP-R(STRIP-INDEX)
                   MOVE 255 TO STRIP-G(STRIP-INDEX)
                   MOVE 255 TO STRIP-B(STRIP-INDEX)
               END-PERFORM
           END-PERFORM
           EXIT.

      *>****************************************************************
      *> Sheet output                                                  *
      *>****************************************************************
       SHEET-WRITE-HEADER.
           MOVE "P3" TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-LINE
           STRING SHEET-WIDTH " " SHEET-HEIGHT
                  DELIMITED BY SIZE INTO SHEET-LINE
           MOVE SHEET-LINE TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE "255" TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

      *> Sets the whole strip to the dark gray sheet background
       SHEET-CLEAR-STRIP.
           PERFORM VARYING STRIP-INDEX FROM 1 BY 1
                   UNTIL STRIP-INDEX > STRIP-PIXELS
               MOVE 40 TO STRIP-R(STRIP-INDEX)
               MOVE 40 TO STRIP-G(STRIP-INDEX)
               MOVE 40 TO STRIP-B(STRIP-INDEX)
           END-PERFORM
           EXIT.

      *> Writes the filled strip out, one pixel per line, and starts
      *> the next row of cells
       SHEET-FLUSH-STRIP.
           PERFORM VARYING STRIP-INDEX FROM 1 BY 1
                   UNTIL STRIP-INDEX > STRIP-PIXELS
               PERFORM SHEET-WRITE-STRIP-PIXEL
           END-PERFORM
           MOVE 0 TO CELL-COLUMN
           EXIT.

      *> The gutter under the last row of cells
       SHEET-WRITE-BOTTOM-GUTTER.
           PERFORM SHEET-CLEAR-STRIP
           COMPUTE STRIP-PIXELS = SHEET-WIDTH * SHEET-GUTTER
           PERFORM VARYING STRIP-INDEX FROM 1 BY 1
                   UNTIL STRIP-INDEX > STRIP-PIXELS
               PERFORM SHEET-WRITE-STRIP-PIXEL
           END-PERFORM
           EXIT.

       SHEET-WRITE-STRIP-PIXEL.
           MOVE STRIP-R(STRIP-INDEX) TO PIXEL-R
           MOVE STRIP-G(STRIP-INDEX) TO PIXEL-G
           MOVE STRIP-B(STRIP-INDEX) TO PIXEL-B
           MOVE SPACES TO SHEET-LINE
           STRING PIXEL-R " " PIXEL-G " " PIXEL-B
                  DELIMITED BY SIZE INTO SHEET-LINE
           MOVE SHEET-LINE TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

      *>****************************************************************
      *> Sheet report                                                  *
      *>****************************************************************
       SHEET-WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO SHEET-STAMP
           MOVE SPACES TO REPORT-LINE
           STRING "CONTACT SHEET REPORT  " SHEET-STAMP(1:4) "-"
                  SHEET-STAMP(5:2) "-" SHEET-STAMP(7:2) " "
                  SHEET-STAMP(9:2) ":" SHEET-STAMP(11:2)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SHEET-WIDTH TO RPT-WIDTH-DISPLAY
           MOVE SHEET-HEIGHT TO RPT-HEIGHT-DISPLAY
           MOVE SPACES TO RPT-EYE-LABEL
           IF SHEET-EYE NOT = SPACE
               STRING "  eye " SHEET-EYE DELIMITED BY SIZE
                      INTO RPT-EYE-LABEL
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Sheet " DELIMITED BY SIZE
                  SHEET-OUTPUT-FILENAME DELIMITED BY SPACE
                  "  mode " SHEET-MODE "  frames "
                  SHEET-FIRST-FRAME "-" SHEET-LAST-FRAME "  size"
                  RPT-WIDTH-DISPLAY " x" RPT-HEIGHT-DISPLAY
                  RPT-EYE-LABEL
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "FRAME  FILE                  STATUS"
                TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT.

      *> One line per cell, and the counts the summary and return
      *> code are built from
       SHEET-NOTE-CELL.
           MOVE SPACES TO REPORT-LINE
           IF CELL-MISSING = 0 AND CELL-FAILED = 0
               ADD 1 TO CELLS-PLACED
               ADD 1 TO PASS-FOUND-COUNT(PASS-INDEX)
               MOVE IMAGE-WIDTH TO RPT-WIDTH-DISPLAY
               MOVE IMAGE-HEIGHT TO RPT-HEIGHT-DISPLAY
               STRING FRAME-DISPLAY "   " SHEET-IMAGE-FILENAME(1:20)
                      "  OK      " IMAGE-MAGIC " "
                      RPT-WIDTH-DISPLAY " x" RPT-HEIGHT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF CELL-MISSING = 1
                   ADD 1 TO PASS-MISSING-COUNT(PASS-INDEX)
                   IF PASS-INDEX = 1
                       ADD 1 TO FRAMES-MISSING
                   END-IF
                   STRING FRAME-DISPLAY "   "
                          SHEET-IMAGE-FILENAME(1:20)
                          "  MISSING " CELL-REASON
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   ADD 1 TO PASS-BAD-COUNT(PASS-INDEX)
                   ADD 1 TO FRAMES-BAD
                   STRING FRAME-DISPLAY "   "
                          SHEET-IMAGE-FILENAME(1:20)
                          "  BAD     " CELL-REASON
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               DISPLAY "Frame " FRAME-DISPLAY " "
                       FUNCTION TRIM(SHEET-IMAGE-FILENAME) " - "
                       FUNCTION TRIM(CELL-REASON)
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT.

      *> Totals, then one line per pass in AUX mode. A pass found for
      *> some frames and missing for others counts as a gap
       SHEET-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE CELLS-PLACED TO RPT-COUNT-DISPLAY
           MOVE FRAMES-MISSING TO RPT-MISSING-DISPLAY
           MOVE FRAMES-BAD TO RPT-BAD-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Cells placed:" RPT-COUNT-DISPLAY
                  "   Frames missing:" RPT-MISSING-DISPLAY
                  "   Unreadable:" RPT-BAD-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           DISPLAY "Contact sheet " FUNCTION TRIM(SHEET-OUTPUT-FILENAME)
           DISPLAY "  Cells placed:           " RPT-COUNT-DISPLAY
           DISPLAY "  Frames missing:         " RPT-MISSING-DISPLAY
           DISPLAY "  Files unreadable:       " RPT-BAD-DISPLAY
           IF SHEET-MODE = "AUX"
               PERFORM VARYING PASS-INDEX FROM 2 BY 1
                       UNTIL PASS-INDEX > 5
                   PERFORM SHEET-WRITE-PASS-SUMMARY
               END-PERFORM
           END-IF
           EXIT.

       SHEET-WRITE-PASS-SUMMARY.
           MOVE PASS-FOUND-COUNT(PASS-INDEX) TO RPT-FOUND-DISPLAY
           MOVE PASS-MISSING-COUNT(PASS-INDEX) TO RPT-MISSING-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF PASS-FOUND-COUNT(PASS-INDEX) = 0 AND
              PASS-BAD-COUNT(PASS-INDEX) = 0
               STRING "Pass " PASS-PREFIX(PASS-INDEX)
                      " not rendered for this range"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Pass " PASS-PREFIX(PASS-INDEX)
                      " found" RPT-FOUND-DISPLAY
                      "  missing" RPT-MISSING-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               IF PASS-MISSING-COUNT(PASS-INDEX) > 0
                   ADD 1 TO PASS-GAP-COUNT
                   DISPLAY "  Pass " FUNCTION TRIM(PASS-PREFIX
                           (PASS-INDEX)) " is missing for"
                           RPT-MISSING-DISPLAY " frame(s)"
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT.

      *>****************************************************************
      *> Byte and token reader                                         *
      *>****************************************************************
      *> Next channel value: a raw byte for P6, the next whitespace-
      *> delimited token for P3. A garbled P3 token counts as running
      *> out
       SHEET-GET-VALUE.
           MOVE 0 TO SCAN-VALUE-FOUND
           MOVE 0 TO SCAN-VALUE
           IF SCAN-EOF-SWITCH = 1
               EXIT PARAGRAPH
           END-IF
           IF IMAGE-MAGIC = "P6"
               PERFORM SHEET-READ-BYTE
               IF SCAN-EOF-SWITCH = 0
                   COMPUTE SCAN-VALUE = FUNCTION ORD(SCAN-BYTE) - 1
                   MOVE 1 TO SCAN-VALUE-FOUND
               END-IF
           ELSE
               PERFORM SHEET-GET-TOKEN
               IF SCAN-TOKEN-LEN > 0 AND SCAN-TOKEN-BAD = 0
                   COMPUTE SCAN-VALUE = FUNCTION NUMVAL(SCAN-TOKEN)
                   MOVE 1 TO SCAN-VALUE-FOUND
               END-IF
           END-IF
           EXIT.

       SHEET-READ-BYTE.
           READ IMAGE-FILE
               AT END
                   MOVE 1 TO SCAN-EOF-SWITCH
               NOT AT END
                   MOVE IMAGE-BYTE TO SCAN-BYTE
           END-READ
           EXIT.

      *> Reads the next whitespace-delimited token, skipping "#"
      *> comment lines. SCAN-TOKEN-LEN = 0 means end of file arrived
      *> first; SCAN-TOKEN-BAD = 1 means a non-digit crept in. After
      *> the max color value the reader sits on the first P6 pixel
      *> byte, the single whitespace that ends the header consumed
       SHEET-GET-TOKEN.
           MOVE SPACES TO SCAN-TOKEN
           MOVE 0 TO SCAN-TOKEN-LEN
           MOVE 0 TO SCAN-TOKEN-BAD
           MOVE 0 TO SCAN-IN-COMMENT
           MOVE 0 TO SCAN-BYTE-IS-WS
           PERFORM SHEET-GET-TOKEN-BYTE
                   UNTIL SCAN-EOF-SWITCH = 1 OR
                         (SCAN-TOKEN-LEN > 0 AND SCAN-BYTE-IS-WS = 1)
           EXIT.

       SHEET-GET-TOKEN-BYTE.
           PERFORM SHEET-READ-BYTE
           IF SCAN-EOF-SWITCH = 0
               PERFORM SHEET-CLASSIFY-BYTE
           END-IF
           EXIT.

       SHEET-CLASSIFY-BYTE.
           IF SCAN-BYTE = SPACE OR SCAN-BYTE = X'0A' OR
              SCAN-BYTE = X'0D' OR SCAN-BYTE = X'09'
               MOVE 1 TO SCAN-BYTE-IS-WS
               IF SCAN-BYTE = X'0A'
                   MOVE 0 TO SCAN-IN-COMMENT
               END-IF
           ELSE
               MOVE 0 TO SCAN-BYTE-IS-WS
               IF SCAN-IN-COMMENT = 0
                   IF SCAN-BYTE = "#" AND SCAN-TOKEN-LEN = 0
                       MOVE 1 TO SCAN-IN-COMMENT
                   ELSE
                       IF SCAN-TOKEN-LEN < 20
                           ADD 1 TO SCAN-TOKEN-LEN
                           MOVE SCAN-BYTE TO
                                SCAN-TOKEN(SCAN-TOKEN-LEN:1)
                       END-IF
                       IF SCAN-BYTE IS NOT NUMERIC AND
                          SCAN-TOKEN(1:1) NOT = "P"
                           MOVE 1 TO SCAN-TOKEN-BAD
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> Appends one record to the shared operations exception file
      *> under the sheet name. The caller sets EXC-SEVERITY and
      *> EXC-MESSAGE; no render audit is read here, so the project code
      *> is left blank. A file that will not open costs the log entry,
      *> never the run
       SHEET-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "CONTACT-SHEET" TO EXC-PROGRAM
           MOVE SHEET-OUTPUT-FILENAME TO EXC-JOB
           MOVE SPACES TO EXC-PROJECT-CODE
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
