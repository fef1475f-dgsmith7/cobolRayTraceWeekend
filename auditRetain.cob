           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.

      *> The shared operations exception file - a failed or refused
      *> retention pass is appended here for the morning report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both audit files pass through as raw records - this utility
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(200).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  RETAIN-FILE-VARS.
           05  LIVE-FILENAME       PIC X(40) VALUE SPACES.
           05  ARCHIVE-FILENAME    PIC X(40) VALUE SPACES.
           05  LIVE-FILE-STATUS    PIC X(02) VALUE "00".
           05  ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  LIVE-EOF-SWITCH     PIC 9 VALUE 0.

      *> Command line: CUTOFF-DATE (YYYYMMDD, required) and an
           05  RETAIN-ARCHIVE-FAILED   PIC 9 VALUE 0.
           05  RETAIN-INDEX        PIC 9(4).

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
      *> Main retention flow                                           *
               DISPLAY "Usage: cutoff date YYYYMMDD required "
                       "(optionally RENDER, VERIFY or BOTH)"
               MOVE 12 TO RETURN-CODE
               MOVE SPACES TO EXC-JOB
               MOVE 12 TO EXC-SEVERITY
               MOVE "No valid cutoff date given - nothing retained"
                    TO EXC-MESSAGE
               PERFORM RETAIN-LOG-EXCEPTION
               STOP RUN
           END-IF
           COMPUTE RETAIN-CUTOFF-DATE =
                   DISPLAY "Unrecognized file selector: "
                           RETAIN-PARM-WHICH
                   MOVE 12 TO RETURN-CODE
                   MOVE SPACES TO EXC-JOB
                   MOVE 12 TO EXC-SEVERITY
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "Unrecognized file selector "
                          RETAIN-PARM-WHICH " - nothing retained"
                          DELIMITED BY SIZE INTO EXC-MESSAGE
                   PERFORM RETAIN-LOG-EXCEPTION
                   STOP RUN
           END-EVALUATE
           EXIT.
                       "nothing written, raise the cutoff or run "
                       "twice"
               MOVE 8 TO RETURN-CODE
               MOVE LIVE-FILENAME TO EXC-JOB
               MOVE 8 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "More than " KEEP-MAX " records on one side of "
                      "cutoff - none written"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM RETAIN-LOG-EXCEPTION
           ELSE
               PERFORM RETAIN-WRITE-ARCHIVE-FILE
               IF RETAIN-ARCHIVE-FAILED = 0
                       " left untouched"
               MOVE 1 TO RETAIN-ARCHIVE-FAILED
               MOVE 12 TO RETURN-CODE
               MOVE LIVE-FILENAME TO EXC-JOB
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open archive " ARCHIVE-FILENAME
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM RETAIN-LOG-EXCEPTION
           ELSE
               PERFORM VARYING RETAIN-INDEX FROM 1 BY 1
                       UNTIL RETAIN-INDEX > ARCH-COUNT
               DISPLAY "Cannot rewrite " LIVE-FILENAME " (status "
                       LIVE-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE LIVE-FILENAME TO EXC-JOB
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot rewrite the live file after archiving "
                      "(status " LIVE-FILE-STATUS ")"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM RETAIN-LOG-EXCEPTION
           END-IF
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> Appends one problem to the shared operations exception file.
      *> The caller sets the file worked on, severity and message;
      *> audit retention bills no project. A file that will not open
      *> costs only the log entry
       RETAIN-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "AUDIT-RETAIN" TO EXC-PROGRAM
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
