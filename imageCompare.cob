      *>****************************************************************
      *> IMAGE-COMPARE - Golden Image Regression Compare               *
      *> Reads a fresh render and the stored "golden" PPM of the same  *
      *> scene, seed and settings - either may be P3 (ASCII) or P6     *
      *> (binary) - and measures how far the two have drifted apart:   *
      *> the largest single channel delta, the mean channel delta and  *
      *> the count of pixels whose worst channel is over tolerance.    *
      *> Writes a difference heatmap PPM and a pass/fail compare       *
      *> record, and ends with a nonzero RETURN-CODE when more pixels  *
      *> are over tolerance than the operator allows                   *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGE-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The two images being compared, each read one raw byte at a
      *> time so the same reader handles both the ASCII and the binary
      *> format
           SELECT FRESH-FILE ASSIGN DYNAMIC COMPARE-FRESH-FILENAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FRESH-FILE-STATUS.

           SELECT GOLDEN-FILE ASSIGN DYNAMIC COMPARE-GOLDEN-FILENAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GOLDEN-FILE-STATUS.

      *> The difference heatmap - always written as P3, one pixel per
      *> line, the same text layout the renderer writes
           SELECT HEATMAP-FILE ASSIGN DYNAMIC COMPARE-HEATMAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEATMAP-FILE-STATUS.

      *> The compare result file - one record appended per compare
           SELECT COMPARE-FILE ASSIGN TO "compare_report.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMPARE-FILE-STATUS.

      *> The shared operations exception file - a compare that could
      *> not run, or failed, is also appended here for the morning
      *> exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRESH-FILE.
       01  FRESH-BYTE              PIC X(1).

       FD  GOLDEN-FILE.
       01  GOLDEN-BYTE             PIC X(1).

       FD  HEATMAP-FILE.
       01  HEATMAP-RECORD          PIC X(20).

       FD  COMPARE-FILE.
       01  COMPARE-RECORD          PIC X(200).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  COMPARE-FILE-VARS.
           05  COMPARE-FRESH-FILENAME   PIC X(40) VALUE "image.ppm".
           05  COMPARE-GOLDEN-FILENAME  PIC X(40) VALUE "golden.ppm".
           05  COMPARE-HEATMAP-FILENAME PIC X(40) VALUE "heatmap.ppm".
           05  FRESH-FILE-STATUS   PIC X(02) VALUE "00".
           05  GOLDEN-FILE-STATUS  PIC X(02) VALUE "00".
           05  HEATMAP-FILE-STATUS PIC X(02) VALUE "00".
           05  COMPARE-FILE-STATUS PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  FRESH-EOF-SWITCH    PIC 9 VALUE 0.
           05  GOLDEN-EOF-SWITCH   PIC 9 VALUE 0.
           05  HEATMAP-OPEN-SWITCH PIC 9 VALUE 0.

      *> Command line: FRESH-IMAGE GOLDEN-IMAGE TOLERANCE
      *> ALLOWED-PIXELS HEATMAP-FILE (all optional). TOLERANCE is the
      *> largest channel delta, on a 0-255 scale, a pixel may show and
      *> still count as matching; ALLOWED-PIXELS is how many pixels
      *> may exceed it before the compare fails. A seeded re-render
      *> reproduces exactly, so both default to zero
       01  COMPARE-PARM-VARS.
           05  COMPARE-PARM-LINE   PIC X(200) VALUE SPACES.
           05  COMPARE-PARM-FRESH  PIC X(40) VALUE SPACES.
           05  COMPARE-PARM-GOLDEN PIC X(40) VALUE SPACES.
           05  COMPARE-PARM-TOL    PIC X(10) VALUE SPACES.
           05  COMPARE-PARM-ALLOW  PIC X(10) VALUE SPACES.
           05  COMPARE-PARM-HEATMAP PIC X(40) VALUE SPACES.
           05  COMPARE-TOLERANCE   PIC 9(3) VALUE 0.
           05  COMPARE-ALLOWED     PIC 9(10) VALUE 0.

      *> PPM header fields of each image, plus the side the shared
      *> byte and token reader is currently working on (1 = fresh,
      *> 2 = golden)
       01  COMPARE-HEADER-VARS.
           05  COMPARE-SIDE        PIC 9 VALUE 1.
           05  SIDE-MAGIC          PIC X(2) VALUE SPACES.
           05  SIDE-WIDTH          PIC 9(5) VALUE 0.
           05  SIDE-HEIGHT         PIC 9(5) VALUE 0.
           05  SIDE-MAX-COLOR      PIC 9(5) VALUE 0.
           05  FRESH-MAGIC         PIC X(2) VALUE SPACES.
           05  FRESH-WIDTH         PIC 9(5) VALUE 0.
           05  FRESH-HEIGHT        PIC 9(5) VALUE 0.
           05  FRESH-MAX-COLOR     PIC 9(5) VALUE 0.
           05  GOLDEN-MAGIC        PIC X(2) VALUE SPACES.
           05  GOLDEN-WIDTH        PIC 9(5) VALUE 0.
           05  GOLDEN-HEIGHT       PIC 9(5) VALUE 0.
           05  GOLDEN-MAX-COLOR    PIC 9(5) VALUE 0.

      *> Byte/token scanning working variables, shared by both sides
       01  COMPARE-SCAN-VARS.
           05  SCAN-BYTE           PIC X(1).
           05  SCAN-EOF-SWITCH     PIC 9 VALUE 0.    *> Current side hit EOF
           05  SCAN-TOKEN          PIC X(20).
           05  SCAN-TOKEN-LEN      PIC 9(2) VALUE 0.
           05  SCAN-TOKEN-BAD      PIC 9 VALUE 0.    *> 1 = non-digit in token
           05  SCAN-IN-COMMENT     PIC 9 VALUE 0.
           05  SCAN-BYTE-IS-WS     PIC 9 VALUE 0.
           05  SCAN-VALUE          PIC 9(5) VALUE 0.
           05  SCAN-VALUE-FOUND    PIC 9 VALUE 0.    *> 0 = side ran out

      *> Pixel walk and difference statistics. Channel values are
      *> brought to a 0-255 scale first, so a golden image saved with
      *> a different max color value still compares like for like
       01  COMPARE-STAT-VARS.
           05  PIXELS-NEEDED       PIC 9(10) VALUE 0.
           05  PIXEL-INDEX         PIC 9(10) VALUE 0.
           05  CHANNEL-INDEX       PIC 9 VALUE 0.
           05  FRESH-VALUE         PIC 9(3)V9(4) COMP-3.
           05  GOLDEN-VALUE        PIC 9(3)V9(4) COMP-3.
           05  CHANNEL-DELTA       PIC 9(3) VALUE 0.
           05  PIXEL-MAX-DELTA     PIC 9(3) VALUE 0.
           05  MAX-CHANNEL-DELTA   PIC 9(3) VALUE 0.
           05  DELTA-SUM           PIC 9(14) COMP-3 VALUE 0.
           05  MEAN-DELTA          PIC 9(3)V9(4) COMP-3 VALUE 0.
           05  PIXELS-OVER-TOL     PIC 9(10) VALUE 0.
           05  PIXELS-COMPARED     PIC 9(10) VALUE 0.
           05  DATA-SHORT-SWITCH   PIC 9 VALUE 0.

      *> Heatmap pixel: black where the images agree exactly, a blue
      *> ramp for differences inside tolerance, a red ramp for pixels
      *> over it - so a drifted highlight stands out at a glance
       01  HEATMAP-VARS.
           05  HEAT-R              PIC 9(3) VALUE 0.
           05  HEAT-G              PIC 9(3) VALUE 0.
           05  HEAT-B              PIC 9(3) VALUE 0.
           05  HEAT-RAMP           PIC 9(4) VALUE 0.
           05  HEATMAP-LINE        PIC X(20) VALUE SPACES.

      *> Overall verdict: the reason goes in the result record, any
      *> failure sets the switch and the nonzero return code
       01  COMPARE-RESULT-VARS.
           05  COMPARE-FAILED      PIC 9 VALUE 0.
           05  COMPARE-REASON      PIC X(60) VALUE SPACES.
           05  COMPARE-STAMP       PIC X(21).
           05  COMPARE-LINE        PIC X(200).
           05  CMP-TOL-DISPLAY     PIC ZZ9.
           05  CMP-MAX-DISPLAY     PIC ZZ9.
           05  CMP-MEAN-DISPLAY    PIC ZZ9.9999.
           05  CMP-OVER-DISPLAY    PIC ZZZZZZZZZ9.
           05  CMP-ALLOW-DISPLAY   PIC ZZZZZZZZZ9.

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
      *> Main compare flow                                             *
      *>****************************************************************
       COMPARE-MAIN.
           PERFORM COMPARE-APPLY-RUNTIME-PARMS
           OPEN INPUT FRESH-FILE
           IF FRESH-FILE-STATUS NOT = "00"
               MOVE "fresh image is absent" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               PERFORM COMPARE-WRITE-RESULT
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               PERFORM COMPARE-LOG-EXCEPTION
               STOP RUN
           END-IF
           OPEN INPUT GOLDEN-FILE
           IF GOLDEN-FILE-STATUS NOT = "00"
               CLOSE FRESH-FILE
               MOVE "golden image is absent" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               PERFORM COMPARE-WRITE-RESULT
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               PERFORM COMPARE-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM COMPARE-READ-HEADERS
           IF COMPARE-FAILED = 0
               PERFORM COMPARE-PIXEL-DATA
           END-IF
           CLOSE FRESH-FILE
           CLOSE GOLDEN-FILE
           PERFORM COMPARE-WRITE-RESULT
           IF COMPARE-FAILED = 1
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EXC-SEVERITY
               PERFORM COMPARE-LOG-EXCEPTION
           END-IF
           STOP RUN.

      *> Parse the optional parameter string, same token convention
      *> the renderer and IMAGE-VERIFY use
       COMPARE-APPLY-RUNTIME-PARMS.
           ACCEPT COMPARE-PARM-LINE FROM COMMAND-LINE
           IF COMPARE-PARM-LINE NOT = SPACES
               UNSTRING COMPARE-PARM-LINE DELIMITED BY ALL SPACE
                   INTO COMPARE-PARM-FRESH
                        COMPARE-PARM-GOLDEN
                        COMPARE-PARM-TOL
                        COMPARE-PARM-ALLOW
                        COMPARE-PARM-HEATMAP
               END-UNSTRING
               IF COMPARE-PARM-FRESH NOT = SPACES
                   MOVE COMPARE-PARM-FRESH TO COMPARE-FRESH-FILENAME
               END-IF
               IF COMPARE-PARM-GOLDEN NOT = SPACES
                   MOVE COMPARE-PARM-GOLDEN TO COMPARE-GOLDEN-FILENAME
               END-IF
               IF COMPARE-PARM-TOL NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(COMPARE-PARM-TOL) = 0
                   COMPUTE COMPARE-TOLERANCE =
                           FUNCTION NUMVAL(COMPARE-PARM-TOL)
               END-IF
               IF COMPARE-PARM-ALLOW NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(COMPARE-PARM-ALLOW) = 0
                   COMPUTE COMPARE-ALLOWED =
                           FUNCTION NUMVAL(COMPARE-PARM-ALLOW)
               END-IF
               IF COMPARE-PARM-HEATMAP NOT = SPACES
                   MOVE COMPARE-PARM-HEATMAP
                        TO COMPARE-HEATMAP-FILENAME
               END-IF
           END-IF
           IF COMPARE-TOLERANCE > 255
               MOVE 255 TO COMPARE-TOLERANCE
           END-IF
           EXIT.

      *>****************************************************************
      *> PPM headers                                                   *
      *>****************************************************************
      *> Parses both headers and refuses a compare the pixel walk could
      *> not make sense of: a bad header on either side, or two images
      *> of different sizes
       COMPARE-READ-HEADERS.
           MOVE 1 TO COMPARE-SIDE
           PERFORM COMPARE-PARSE-HEADER
           IF COMPARE-FAILED = 1
               STRING "fresh image " COMPARE-REASON
                      DELIMITED BY SIZE INTO COMPARE-LINE
               MOVE COMPARE-LINE TO COMPARE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SIDE-MAGIC TO FRESH-MAGIC
           MOVE SIDE-WIDTH TO FRESH-WIDTH
           MOVE SIDE-HEIGHT TO FRESH-HEIGHT
           MOVE SIDE-MAX-COLOR TO FRESH-MAX-COLOR
           MOVE 2 TO COMPARE-SIDE
           PERFORM COMPARE-PARSE-HEADER
           IF COMPARE-FAILED = 1
               STRING "golden image " COMPARE-REASON
                      DELIMITED BY SIZE INTO COMPARE-LINE
               MOVE COMPARE-LINE TO COMPARE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SIDE-MAGIC TO GOLDEN-MAGIC
           MOVE SIDE-WIDTH TO GOLDEN-WIDTH
           MOVE SIDE-HEIGHT TO GOLDEN-HEIGHT
           MOVE SIDE-MAX-COLOR TO GOLDEN-MAX-COLOR
           IF FRESH-WIDTH NOT = GOLDEN-WIDTH OR
              FRESH-HEIGHT NOT = GOLDEN-HEIGHT
               MOVE "image dimensions differ from golden"
                    TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
           ELSE
               COMPUTE PIXELS-NEEDED = FRESH-WIDTH * FRESH-HEIGHT
           END-IF
           EXIT.

      *> Reads the magic number and the three header values of the
      *> side COMPARE-SIDE names, tolerating comment lines. The P6
      *> path reads one byte per channel, so a 16-bit image (max color
      *> over 255) is turned away rather than misread
       COMPARE-PARSE-HEADER.
           MOVE SPACES TO COMPARE-LINE
           MOVE 0 TO SCAN-EOF-SWITCH
           PERFORM COMPARE-GET-TOKEN
           MOVE SCAN-TOKEN(1:2) TO SIDE-MAGIC
           IF SIDE-MAGIC NOT = "P3" AND SIDE-MAGIC NOT = "P6"
               MOVE "is not a P3/P6 PPM file" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header width is missing or garbled"
                    TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE SIDE-WIDTH = FUNCTION NUMVAL(SCAN-TOKEN)
           PERFORM COMPARE-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header height is missing or garbled"
                    TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE SIDE-HEIGHT = FUNCTION NUMVAL(SCAN-TOKEN)
           PERFORM COMPARE-GET-TOKEN
           IF SCAN-TOKEN-LEN = 0 OR SCAN-TOKEN-BAD = 1
               MOVE "header max color is missing" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE SIDE-MAX-COLOR = FUNCTION NUMVAL(SCAN-TOKEN)
           IF SIDE-WIDTH = 0 OR SIDE-HEIGHT = 0 OR SIDE-MAX-COLOR = 0
               MOVE "header values are zero" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
           ELSE
               IF SIDE-MAGIC = "P6" AND SIDE-MAX-COLOR > 255
                   MOVE "is a 16-bit P6 image" TO COMPARE-REASON
                   MOVE 1 TO COMPARE-FAILED
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Pixel walk                                                    *
      *>****************************************************************
      *> Steps through both images a pixel at a time, writing one
      *> heatmap pixel for each. Either image running out of pixel
      *> data early fails the compare - the heatmap is still closed
      *> so the part that was compared can be looked at
       COMPARE-PIXEL-DATA.
           OPEN OUTPUT HEATMAP-FILE
           IF HEATMAP-FILE-STATUS = "00"
               MOVE 1 TO HEATMAP-OPEN-SWITCH
               PERFORM COMPARE-WRITE-HEATMAP-HEADER
           ELSE
               DISPLAY "Heatmap " COMPARE-HEATMAP-FILENAME
                       " cannot be opened - compare continues"
           END-IF
           MOVE 0 TO PIXEL-INDEX
           PERFORM COMPARE-ONE-PIXEL
                   UNTIL PIXEL-INDEX >= PIXELS-NEEDED OR
                         DATA-SHORT-SWITCH = 1
           IF HEATMAP-OPEN-SWITCH = 1
               CLOSE HEATMAP-FILE
           END-IF
           IF PIXELS-COMPARED > 0
               COMPUTE MEAN-DELTA ROUNDED =
                       DELTA-SUM / (PIXELS-COMPARED * 3)
           END-IF
           IF DATA-SHORT-SWITCH = 1
               MOVE 1 TO COMPARE-FAILED
               EXIT PARAGRAPH
           END-IF
           IF PIXELS-OVER-TOL > COMPARE-ALLOWED
               MOVE "pixels over tolerance" TO COMPARE-REASON
               MOVE 1 TO COMPARE-FAILED
           END-IF
           EXIT.

       COMPARE-ONE-PIXEL.
           ADD 1 TO PIXEL-INDEX
           MOVE 0 TO PIXEL-MAX-DELTA
           MOVE 1 TO CHANNEL-INDEX
           PERFORM COMPARE-ONE-CHANNEL
                   UNTIL CHANNEL-INDEX > 3 OR DATA-SHORT-SWITCH = 1
           IF DATA-SHORT-SWITCH = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PIXELS-COMPARED
           IF PIXEL-MAX-DELTA > MAX-CHANNEL-DELTA
               MOVE PIXEL-MAX-DELTA TO MAX-CHANNEL-DELTA
           END-IF
           IF PIXEL-MAX-DELTA > COMPARE-TOLERANCE
               ADD 1 TO PIXELS-OVER-TOL
           END-IF
           IF HEATMAP-OPEN-SWITCH = 1
               PERFORM COMPARE-WRITE-HEATMAP-PIXEL
           END-IF
           EXIT.

      *> One channel of one pixel from each side, both scaled to 0-255
       COMPARE-ONE-CHANNEL.
           MOVE 1 TO COMPARE-SIDE
           PERFORM COMPARE-GET-VALUE
           IF SCAN-VALUE-FOUND = 0
               MOVE "fresh image pixel data is short"
                    TO COMPARE-REASON
               MOVE 1 TO DATA-SHORT-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF FRESH-MAX-COLOR = 255
               MOVE SCAN-VALUE TO FRESH-VALUE
           ELSE
               COMPUTE FRESH-VALUE ROUNDED =
                       SCAN-VALUE * 255 / FRESH-MAX-COLOR
           END-IF
           MOVE 2 TO COMPARE-SIDE
           PERFORM COMPARE-GET-VALUE
           IF SCAN-VALUE-FOUND = 0
               MOVE "golden image pixel data is short"
                    TO COMPARE-REASON
               MOVE 1 TO DATA-SHORT-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF GOLDEN-MAX-COLOR = 255
               MOVE SCAN-VALUE TO GOLDEN-VALUE
           ELSE
               COMPUTE GOLDEN-VALUE ROUNDED =
                       SCAN-VALUE * 255 / GOLDEN-MAX-COLOR
           END-IF
           IF FRESH-VALUE > GOLDEN-VALUE
               COMPUTE CHANNEL-DELTA ROUNDED =
                       FRESH-VALUE - GOLDEN-VALUE
           ELSE
               COMPUTE CHANNEL-DELTA ROUNDED =
                       GOLDEN-VALUE - FRESH-VALUE
           END-IF
           ADD CHANNEL-DELTA TO DELTA-SUM
           IF CHANNEL-DELTA > PIXEL-MAX-DELTA
               MOVE CHANNEL-DELTA TO PIXEL-MAX-DELTA
           END-IF
           ADD 1 TO CHANNEL-INDEX
           EXIT.

      *> Next channel value from the current side: a raw byte for P6,
      *> the next whitespace-delimited token for P3. A garbled P3 token
      *> counts as running out - the golden compare cannot be trusted
      *> past it
       COMPARE-GET-VALUE.
           MOVE 0 TO SCAN-VALUE-FOUND
           MOVE 0 TO SCAN-VALUE
           IF COMPARE-SIDE = 1
               MOVE FRESH-EOF-SWITCH TO SCAN-EOF-SWITCH
               MOVE FRESH-MAGIC TO SIDE-MAGIC
           ELSE
               MOVE GOLDEN-EOF-SWITCH TO SCAN-EOF-SWITCH
               MOVE GOLDEN-MAGIC TO SIDE-MAGIC
           END-IF
           IF SCAN-EOF-SWITCH = 1
               EXIT PARAGRAPH
           END-IF
           IF SIDE-MAGIC = "P6"
               PERFORM COMPARE-READ-BYTE
               IF SCAN-EOF-SWITCH = 0
                   COMPUTE SCAN-VALUE = FUNCTION ORD(SCAN-BYTE) - 1
                   MOVE 1 TO SCAN-VALUE-FOUND
               END-IF
           ELSE
               PERFORM COMPARE-GET-TOKEN
               IF SCAN-TOKEN-LEN > 0 AND SCAN-TOKEN-BAD = 0
                   COMPUTE SCAN-VALUE = FUNCTION NUMVAL(SCAN-TOKEN)
                   MOVE 1 TO SCAN-VALUE-FOUND
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Shared byte and token reader                                  *
      *>****************************************************************
      *> Reads the next raw byte of the side COMPARE-SIDE names into
      *> SCAN-BYTE, keeping that side's end-of-file switch current
       COMPARE-READ-BYTE.
           IF COMPARE-SIDE = 1
               READ FRESH-FILE
                   AT END
                       MOVE 1 TO FRESH-EOF-SWITCH
                       MOVE 1 TO SCAN-EOF-SWITCH
                   NOT AT END
                       MOVE FRESH-BYTE TO SCAN-BYTE
               END-READ
           ELSE
               READ GOLDEN-FILE
                   AT END
                       MOVE 1 TO GOLDEN-EOF-SWITCH
                       MOVE 1 TO SCAN-EOF-SWITCH
                   NOT AT END
                       MOVE GOLDEN-BYTE TO SCAN-BYTE
               END-READ
           END-IF
           EXIT.

      *> Reads the next whitespace-delimited token, skipping "#"
      *> comment lines. SCAN-TOKEN-LEN = 0 means end of file arrived
      *> first; SCAN-TOKEN-BAD = 1 means a non-digit crept in. After
      *> the max color value the reader sits on the first P6 pixel
      *> byte, the single whitespace that ends the header consumed
       COMPARE-GET-TOKEN.
           MOVE SPACES TO SCAN-TOKEN
           MOVE 0 TO SCAN-TOKEN-LEN
           MOVE 0 TO SCAN-TOKEN-BAD
           MOVE 0 TO SCAN-IN-COMMENT
           MOVE 0 TO SCAN-BYTE-IS-WS
           PERFORM COMPARE-GET-TOKEN-BYTE
                   UNTIL SCAN-EOF-SWITCH = 1 OR
                         (SCAN-TOKEN-LEN > 0 AND SCAN-BYTE-IS-WS = 1)
           EXIT.

       COMPARE-GET-TOKEN-BYTE.
           PERFORM COMPARE-READ-BYTE
           IF SCAN-EOF-SWITCH = 0
               PERFORM COMPARE-CLASSIFY-BYTE
           END-IF
           EXIT.

       COMPARE-CLASSIFY-BYTE.
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
      *> Difference heatmap                                            *
      *>****************************************************************
       COMPARE-WRITE-HEATMAP-HEADER.
           MOVE "P3" TO HEATMAP-RECORD
           WRITE HEATMAP-RECORD
           MOVE SPACES TO HEATMAP-LINE
           STRING FRESH-WIDTH " " FRESH-HEIGHT
                  DELIMITED BY SIZE INTO HEATMAP-LINE
           MOVE HEATMAP-LINE TO HEATMAP-RECORD
           WRITE HEATMAP-RECORD
           MOVE "255" TO HEATMAP-RECORD
           WRITE HEATMAP-RECORD
           EXIT.

      *> Black for an exact match; inside tolerance a blue ramp that
      *> starts visible at 64 so a one-count rounding drift still
      *> shows; over tolerance a red ramp from 128 up
       COMPARE-WRITE-HEATMAP-PIXEL.
           MOVE 0 TO HEAT-R
           MOVE 0 TO HEAT-G
           MOVE 0 TO HEAT-B
           IF PIXEL-MAX-DELTA > COMPARE-TOLERANCE
               COMPUTE HEAT-RAMP = 128 + PIXEL-MAX-DELTA
               IF HEAT-RAMP > 255
                   MOVE 255 TO HEAT-RAMP
               END-IF
               MOVE HEAT-RAMP TO HEAT-R
           ELSE
               IF PIXEL-MAX-DELTA > 0
                   COMPUTE HEAT-RAMP = 64 + PIXEL-MAX-DELTA * 8
                   IF HEAT-RAMP > 255
                       MOVE 255 TO HEAT-RAMP
                   END-IF
                   MOVE HEAT-RAMP TO HEAT-B
               END-IF
           END-IF
           MOVE SPACES TO HEATMAP-LINE
           STRING HEAT-R " " HEAT-G " " HEAT-B
                  DELIMITED BY SIZE INTO HEATMAP-LINE
           MOVE HEATMAP-LINE TO HEATMAP-RECORD
           WRITE HEATMAP-RECORD
           EXIT.

      *>****************************************************************
      *> Compare record and verdict                                    *
      *>****************************************************************
      *> Appends one pass/fail record carrying the statistics and
      *> echoes them to the job log
       COMPARE-WRITE-RESULT.
           MOVE FUNCTION CURRENT-DATE TO COMPARE-STAMP
           MOVE COMPARE-TOLERANCE TO CMP-TOL-DISPLAY
           MOVE MAX-CHANNEL-DELTA TO CMP-MAX-DISPLAY
           MOVE MEAN-DELTA TO CMP-MEAN-DISPLAY
           MOVE PIXELS-OVER-TOL TO CMP-OVER-DISPLAY
           MOVE COMPARE-ALLOWED TO CMP-ALLOW-DISPLAY
           MOVE SPACES TO COMPARE-LINE
           IF COMPARE-FAILED = 0
               STRING COMPARE-STAMP(1:14) " PASS "
                      COMPARE-FRESH-FILENAME " GOLDEN "
                      COMPARE-GOLDEN-FILENAME " TOL " CMP-TOL-DISPLAY
                      " MAX " CMP-MAX-DISPLAY " MEAN " CMP-MEAN-DISPLAY
                      " OVER " CMP-OVER-DISPLAY
                      DELIMITED BY SIZE INTO COMPARE-LINE
               DISPLAY "Compare PASS: " COMPARE-FRESH-FILENAME
           ELSE
               STRING COMPARE-STAMP(1:14) " FAIL "
                      COMPARE-FRESH-FILENAME " GOLDEN "
                      COMPARE-GOLDEN-FILENAME " TOL " CMP-TOL-DISPLAY
                      " MAX " CMP-MAX-DISPLAY " MEAN " CMP-MEAN-DISPLAY
                      " OVER " CMP-OVER-DISPLAY " - " COMPARE-REASON
                      DELIMITED BY SIZE INTO COMPARE-LINE
               DISPLAY "Compare FAIL: " COMPARE-FRESH-FILENAME
                       " - " COMPARE-REASON
           END-IF
           DISPLAY "  Max channel delta:      " CMP-MAX-DISPLAY
           DISPLAY "  Mean channel delta:     " CMP-MEAN-DISPLAY
           DISPLAY "  Pixels over tolerance:  " CMP-OVER-DISPLAY
                   " (allowed " CMP-ALLOW-DISPLAY ")"
           OPEN EXTEND COMPARE-FILE
           IF COMPARE-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPARE-FILE
           END-IF
           WRITE COMPARE-RECORD FROM COMPARE-LINE
           CLOSE COMPARE-FILE
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> Appends one record to the shared operations exception file
      *> under the fresh image name, with the compare reason as the
      *> message. The caller sets EXC-SEVERITY; no render audit is read
      *> here, so the project code is left blank. A file that will not
      *> open costs the log entry, never the run
       COMPARE-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "IMAGE-COMPARE" TO EXC-PROGRAM
           MOVE COMPARE-FRESH-FILENAME TO EXC-JOB
           MOVE COMPARE-REASON TO EXC-MESSAGE
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
