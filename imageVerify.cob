           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERIFY-FILE-STATUS.

      *> The shared operations exception file - a failed check is
      *> also appended here for the morning exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the image under test - single raw byte
      *> first so both the current layout and the pre-widening layout
      *> can be laid over the same bytes
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(152).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(152).

      *> File descriptor for the verification results
       FD  VERIFY-FILE.
       01  VERIFY-RECORD           PIC X(160).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  VERIFY-FILE-VARS.
           05  VERIFY-IMAGE-FILENAME PIC X(40) VALUE "image.ppm".
           05  AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
           05  ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
           05  VERIFY-FILE-STATUS  PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  IMAGE-EOF-SWITCH    PIC 9 VALUE 0.
           05  AUDIT-EOF-SWITCH    PIC 9 VALUE 0.
           05  ARCHIVE-EOF-SWITCH  PIC 9 VALUE 0.

      *> One raw audit record with the renderer's current REPORT-RECORD
      *> layout laid over it
       01  AUDIT-CHECK-BUFFER      PIC X(152).
       01  AUDIT-CHECK-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  AUD-IMAGE-WIDTH     PIC 9(5).
           05  AUD-IMAGE-HEIGHT    PIC 9(5).
      *> Project accounting code - blank on unclaimed runs and on
      *> records from before chargeback existed
           05  AUD-PROJECT-CODE    PIC X(8).
      *> Motion-blur shutter interval - blank on records from before
      *> motion blur existed
           05  AUD-SHUTTER         PIC 9V9(6).
      *> Camera projection (PERSP or PANO), stereo eye (L, R, B for
      *> over/under, space on a mono run) and eye separation - blank
      *> on records from before projections were selectable
           05  AUD-PROJECTION      PIC X(5).
           05  AUD-STEREO-EYE      PIC X(1).
           05  AUD-EYE-SEPARATION  PIC 9(2)V9(6).

      *> The same record as written before the dimension fields were
      *> widened to five digits - only the fields the reconciliation
           05  VRF-NEEDED-DISPLAY  PIC ZZZZZZZZZ9.
           05  VRF-FOUND-DISPLAY   PIC ZZZZZZZZZ9.

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
      *> Main verification flow                                        *
               MOVE 1 TO VERIFY-FAILED
               PERFORM VERIFY-WRITE-RESULT
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               PERFORM VERIFY-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM VERIFY-PARSE-HEADER
           PERFORM VERIFY-WRITE-RESULT
           IF VERIFY-FAILED = 1
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EXC-SEVERITY
               PERFORM VERIFY-LOG-EXCEPTION
           END-IF
           STOP RUN.

           WRITE VERIFY-RECORD FROM VERIFY-LINE
           CLOSE VERIFY-FILE
           EXIT.

      *> Appends the failure to the shared operations exception file
      *> under the image name, with the reason and the project the
      *> matching audit record was billed to. The caller sets the
      *> severity; a file that will not open costs only the log entry
       VERIFY-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "IMAGE-VERIFY" TO EXC-PROGRAM
           MOVE VERIFY-IMAGE-FILENAME TO EXC-JOB
           MOVE VERIFY-REASON TO EXC-MESSAGE
           MOVE AUDIT-MATCH-PROJECT TO EXC-PROJECT-CODE
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
