           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-FILE-STATUS.

      *> The shared operations exception file - stale and missing
      *> heartbeats are appended here as well as flagged on screen
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the heartbeat - the record CAMERA-RENDER
           05  STS-PROJECTED-END   PIC X(14).
           05  STS-COMPLETE-FLAG   PIC 9.

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  MONITOR-FILE-VARS.
           05  MONITOR-STATUS-FILENAME PIC X(40) VALUE "status.dat".
           05  STATUS-FILE-STATUS  PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".

      *> Command line: STALE-SECONDS STATUS-FILE STATUS-FILE ... - the
      *> threshold first, then the heartbeat files of every job being
           05  MON-DSP-LIMIT       PIC ZZZZ9.
           05  MON-DSP-RAYS        PIC ZZZ,ZZZ,ZZZ,ZZ9.

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
      *> Main monitor flow                                             *
               DISPLAY MONITOR-STATUS-FILENAME
                       ": NO HEARTBEAT FILE - job never started or "
                       "file was cleaned up"
               MOVE 4 TO EXC-SEVERITY
               MOVE "No heartbeat file - never started or cleaned up"
                    TO EXC-MESSAGE
               PERFORM MONITOR-LOG-EXCEPTION
           ELSE
               READ STATUS-FILE
                   NOT AT END
               IF MONITOR-RECORD-READ = 0
                   DISPLAY MONITOR-STATUS-FILENAME
                           ": HEARTBEAT FILE IS EMPTY"
                   MOVE 4 TO EXC-SEVERITY
                   MOVE "Heartbeat file is empty" TO EXC-MESSAGE
                   PERFORM MONITOR-LOG-EXCEPTION
               ELSE
                   PERFORM MONITOR-REPORT-JOB
               END-IF
              STS-COMPLETE-FLAG IS NOT NUMERIC
               DISPLAY MONITOR-STATUS-FILENAME
                       ": HEARTBEAT RECORD IS UNREADABLE"
               MOVE 4 TO EXC-SEVERITY
               MOVE "Heartbeat record is unreadable" TO EXC-MESSAGE
               PERFORM MONITOR-LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           COMPUTE MONITOR-WORK-INTEGER =
                           " second(s) ago at scanline "
                           MON-DSP-CURRENT " of " MON-DSP-LIMIT
                           " (frame " STS-FRAME-NUMBER ")"
                   MOVE 8 TO EXC-SEVERITY
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "STALE - heartbeat" MON-DSP-AGE
                          " sec old, scanline "
                          MON-DSP-CURRENT " frame " STS-FRAME-NUMBER
                          DELIMITED BY SIZE INTO EXC-MESSAGE
                   PERFORM MONITOR-LOG-EXCEPTION
               ELSE
                   DISPLAY MONITOR-STATUS-FILENAME
                           ": RUNNING frame " STS-FRAME-NUMBER
           END-IF
           EXIT.

      *> Appends one heartbeat problem to the shared operations
      *> exception file under the heartbeat file's name - the
      *> heartbeat carries no project code. The caller sets severity
      *> and message; a file that will not open costs only the entry
       MONITOR-LOG-EXCEPTION.
           MOVE MONITOR-NOW-STAMP TO EXC-STAMP
           MOVE "RENDER-MONITOR" TO EXC-PROGRAM
           MOVE MONITOR-STATUS-FILENAME TO EXC-JOB
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

      *> Captures the wall clock as epoch seconds, the same integral
      *> day arithmetic the heartbeat writer uses
       MONITOR-CAPTURE-NOW.
