           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

      *> The shared operations exception file - a refused or short
      *> extract is appended here for the morning exception report
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(152).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(152).

      *> File descriptor for the extract - one record per project
      *> with the billing period it was cut for
           05  CHG-TOTAL-RAYS      PIC 9(15).
           05  CHG-ELAPSED-SECS    PIC 9(9).

      *> File descriptor for the operations exception file - written
      *> from EXCEPTION-ENTRY below
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

       WORKING-STORAGE SECTION.
       01  EXTRACT-FILE-VARS.
           05  AUDIT-FILE-STATUS   PIC X(02) VALUE "00".
           05  ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
           05  EXTRACT-FILE-STATUS PIC X(02) VALUE "00".
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  AUDIT-EOF-SWITCH    PIC 9 VALUE 0.
           05  ARCHIVE-EOF-SWITCH  PIC 9 VALUE 0.

      *> One raw audit record with the renderer's current
      *> REPORT-RECORD layout laid over it - only the fields the
      *> rollup needs are named
       01  AUDIT-CHECK-BUFFER      PIC X(152).
       01  AUDIT-CHECK-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  FILLER              PIC X(10).     *> Dimensions
           05  FILLER              PIC X(7).      *> Aspect ratio
           05  PROJECT-INDEX       PIC 9(3).
           05  PROJECT-FOUND       PIC 9.

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
      *> Main extract flow                                             *
                       PERIOD-FROM-DATE " and " PERIOD-TO-DATE
                       " - no extract written"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "No audit records between " PERIOD-FROM-DATE
                      " and " PERIOD-TO-DATE " - no extract"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               MOVE SPACES TO EXC-PROJECT-CODE
               PERFORM EXTRACT-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM EXTRACT-WRITE-FILE
               DISPLAY "Usage: FROM-DATE TO-DATE (YYYYMMDD, "
                       "inclusive) then optional archive files"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "No valid billing period given - no extract"
                    TO EXC-MESSAGE
               MOVE SPACES TO EXC-PROJECT-CODE
               PERFORM EXTRACT-LOG-EXCEPTION
               STOP RUN
           END-IF
           COMPUTE PERIOD-FROM-DATE =
           IF PERIOD-FROM-DATE > PERIOD-TO-DATE
               DISPLAY "Billing period runs backwards - nothing done"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE "Billing period runs backwards - no extract"
                    TO EXC-MESSAGE
               MOVE SPACES TO EXC-PROJECT-CODE
               PERFORM EXTRACT-LOG-EXCEPTION
               STOP RUN
           END-IF
           PERFORM VARYING ARCHIVE-NAME-INDEX FROM 1 BY 1
               DISPLAY "Archive " ARCHIVE-FILENAME " not found "
                       "(status " ARCHIVE-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Archive " FUNCTION TRIM(ARCHIVE-FILENAME)
                      " not found - extract short"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               MOVE SPACES TO EXC-PROJECT-CODE
               PERFORM EXTRACT-LOG-EXCEPTION
           ELSE
               MOVE 0 TO ARCHIVE-EOF-SWITCH
               PERFORM EXTRACT-READ-ARCHIVE-RECORD
                   DISPLAY "WARNING: project table full ("
                           PROJECT-MAX "), " WORK-PROJECT-CODE
                           " not extracted"
                   MOVE 4 TO EXC-SEVERITY
                   MOVE SPACES TO EXC-MESSAGE
                   STRING "Project table full (" PROJECT-MAX
                          ") - project not extracted"
                          DELIMITED BY SIZE INTO EXC-MESSAGE
                   MOVE WORK-PROJECT-CODE TO EXC-PROJECT-CODE
                   PERFORM EXTRACT-LOG-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROJECT-COUNT
               DISPLAY "Cannot open chargeback_extract.dat (status "
                       EXTRACT-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               MOVE 12 TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING "Cannot open the extract (status "
                      EXTRACT-FILE-STATUS ")"
                      DELIMITED BY SIZE INTO EXC-MESSAGE
               MOVE SPACES TO EXC-PROJECT-CODE
               PERFORM EXTRACT-LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
           END-PERFORM
           CLOSE EXTRACT-FILE
           EXIT.

      *>****************************************************************
      *> Operations exception log                                      *
      *>****************************************************************
      *> Appends one problem to the shared operations exception file
      *> under the extract's name. The caller sets severity, message
      *> and the project concerned; a file that will not open costs
      *> only the log entry
       EXTRACT-LOG-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXC-STAMP
           MOVE "CHARGE-EXTRACT" TO EXC-PROGRAM
           MOVE "chargeback_extract.dat" TO EXC-JOB
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
