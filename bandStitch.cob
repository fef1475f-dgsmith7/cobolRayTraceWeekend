           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS STITCH-OUTPUT-STATUS.

      *> The shared operations exception file - a failed stitch is
      *> also appended here for the morning exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAND-FILE.
       FD  STITCH-OUTPUT-FILE.
       01  STITCH-OUTPUT-BYTE      PIC X(1).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  STITCH-FILE-VARS.
           05  STITCH-BAND-FILENAME   PIC X(20).
           05  STITCH-OUTPUT-FILENAME PIC X(40) VALUE "image.ppm".
           05  BAND-FILE-STATUS       PIC X(02) VALUE "00".
           05  STITCH-OUTPUT-STATUS   PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS  PIC X(02) VALUE "00".
           05  BAND-EOF-SWITCH        PIC 9 VALUE 0.

      *> Command line: OUTPUT-FILENAME (optional)
           05  STITCH-HEADER-LEN   PIC 9(2).
           05  STITCH-CHAR-INDEX   PIC 9(2).

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
      *> Main stitch flow                                              *
               END-IF
               DISPLAY "Stitch FAILED: " STITCH-REASON
               MOVE 8 TO RETURN-CODE
               PERFORM STITCH-LOG-EXCEPTION
           END-IF
           STOP RUN.

      *> Appends the failure to the shared operations exception file
      *> under the image being stitched. Band files carry no project
      *> code, so the record goes out unclaimed; a file that will not
      *> open costs only the log entry
       STITCH-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "BAND-STITCH" TO EXC-PROGRAM
           MOVE STITCH-OUTPUT-FILENAME TO EXC-JOB
           MOVE 8 TO EXC-SEVERITY
           MOVE STITCH-REASON TO EXC-MESSAGE
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

      *> Opens, validates and copies the band that must start at
      *> NEXT-SCANLINE, advancing NEXT-SCANLINE past its last row
       STITCH-ONE-BAND.
