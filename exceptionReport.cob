      *>****************************************************************
      *> EXCEPTION-REPORT - Morning Operations Exception Report        *
      *> Reads the standard-layout exception records every batch       *
      *> program appends to ops_exceptions.dat and prints the          *
      *> overnight window grouped by severity, worst first, and by     *
      *> job within each severity - so the morning shift reads one     *
      *> page instead of seven programs' console logs                  *
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The shared operations exception file the batch programs
      *> append one record per problem to
           SELECT EXCEPTION-FILE ASSIGN TO "ops_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

      *> The formatted morning report this program produces
           SELECT EXCREPORT-FILE ASSIGN TO "exception_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCREPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> File descriptor for the raw exception records - read into a
      *> buffer so a clipped or hand-edited record can be skipped
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(138).

      *> File descriptor for the formatted report
       FD  EXCREPORT-FILE.
       01  EXCREPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-FILE-VARS.
           05  EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
           05  EXCREPORT-FILE-STATUS PIC X(02) VALUE "00".
           05  EXCEPTION-EOF-SWITCH PIC 9 VALUE 0.

      *> One operations exception record in the standard layout every
      *> batch program appends to ops_exceptions.dat - severity on the
      *> return-code scale (04 warning, 08 error, 12 and up severe)
       01  EXCEPTION-ENTRY.
           05  EXC-STAMP           PIC X(14).     *> YYYYMMDDHHMMSS
           05  EXC-STAMP-DETAIL REDEFINES EXC-STAMP.
               10  EXC-DATE        PIC 9(8).
               10  EXC-HH          PIC 9(2).
               10  EXC-MM          PIC 9(2).
               10  EXC-SS          PIC 9(2).
           05  EXC-PROGRAM         PIC X(14).
           05  EXC-JOB             PIC X(40).     *> Job name or image
           05  EXC-SEVERITY        PIC 9(2).
           05  EXC-MESSAGE         PIC X(60).
           05  EXC-PROJECT-CODE    PIC X(8).

      *> Command line: the start of the reporting window as YYYYMMDD
      *> or YYYYMMDDHHMM, or ALL for the whole file. Left off, the
      *> window opens at noon the previous day - the evening's queue
      *> and the night's renders, as the morning shift finds them
       01  EXCREPORT-PARM-VARS.
           05  EXCREPORT-PARM-LINE PIC X(80) VALUE SPACES.
           05  EXCREPORT-PARM-TOKEN PIC X(14) VALUE SPACES.
           05  EXCREPORT-SINCE-STAMP PIC X(14) VALUE SPACES.
           05  EXCREPORT-SINCE-DETAIL REDEFINES EXCREPORT-SINCE-STAMP.
               10  EXCREPORT-SINCE-DATE PIC 9(8).
               10  EXCREPORT-SINCE-HH   PIC 9(2).
               10  EXCREPORT-SINCE-MM   PIC 9(2).
               10  EXCREPORT-SINCE-SS   PIC 9(2).
           05  EXCREPORT-ALL-SWITCH PIC 9 VALUE 0.
           05  EXCREPORT-TODAY     PIC 9(8).
           05  EXCREPORT-DAY-INTEGER PIC 9(8) COMP-3.

      *> Every exception inside the window, in file (time) order
       01  EXCEPTION-TABLE.
           05  EXCTAB-COUNT        PIC 9(4) VALUE 0.
           05  EXCTAB-MAX          PIC 9(4) VALUE 2000.
           05  EXCTAB-ENTRIES OCCURS 2000 TIMES.
               10  EXCTAB-DATE        PIC 9(8).
               10  EXCTAB-HH          PIC 9(2).
               10  EXCTAB-MM          PIC 9(2).
               10  EXCTAB-SS          PIC 9(2).
               10  EXCTAB-PROGRAM     PIC X(14).
               10  EXCTAB-JOB         PIC X(40).
               10  EXCTAB-SEVERITY    PIC 9(2).
               10  EXCTAB-MESSAGE     PIC X(60).
               10  EXCTAB-PROJECT     PIC X(8).
               10  EXCTAB-PRINTED     PIC 9.

      *> Working variables for the grouping passes and totals
       01  EXCREPORT-WORK-VARS.
           05  EXCTAB-INDEX        PIC 9(4).
           05  EXCTAB-MATCH-INDEX  PIC 9(4).
           05  EXCEPTION-SKIPPED-COUNT PIC 9(4) VALUE 0.  *> Unreadable
           05  EXCEPTION-OUTSIDE-COUNT PIC 9(4) VALUE 0.  *> Before window
           05  EXCEPTION-DROPPED-COUNT PIC 9(4) VALUE 0.  *> Table full
      *> Severity class being printed: 1 severe (12 and up), 2 error
      *> (8 to 11), 3 warning (below 8)
           05  SEVERITY-CLASS      PIC 9.
           05  SEVERITY-CLASS-LOW  PIC 9(2).
           05  SEVERITY-CLASS-HIGH PIC 9(2).
           05  SEVERITY-CLASS-NAME PIC X(24).
           05  SEVERITY-CLASS-COUNT PIC 9(4).
           05  SEVERE-TOTAL        PIC 9(4) VALUE 0.
           05  ERROR-TOTAL         PIC 9(4) VALUE 0.
           05  WARNING-TOTAL       PIC 9(4) VALUE 0.
           05  JOB-GROUP-NAME      PIC X(40).
           05  JOB-GROUP-COUNT     PIC 9(4).

      *> Report line formatting fields
       01  EXCREPORT-LINE-VARS.
           05  EXCREPORT-LINE      PIC X(132) VALUE SPACES.
           05  DTL-DATE            PIC 9999/99/99.
           05  DTL-TIME            PIC X(8).
           05  DTL-SEVERITY        PIC Z9.
           05  DTL-COUNT           PIC ZZZ9.
           05  DTL-SINCE-DATE      PIC 9999/99/99.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> Main report flow                                              *
      *>****************************************************************
       EXCREPORT-MAIN.
           PERFORM EXCREPORT-APPLY-RUNTIME-PARMS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM EXCREPORT-LOAD-EXCEPTIONS
           OPEN OUTPUT EXCREPORT-FILE
           IF EXCREPORT-FILE-STATUS NOT = "00"
               DISPLAY "Could not open exception_report.txt (status "
                       EXCREPORT-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXCREPORT-WRITE-HEADER
           PERFORM VARYING SEVERITY-CLASS FROM 1 BY 1
                   UNTIL SEVERITY-CLASS > 3
               PERFORM EXCREPORT-WRITE-CLASS
           END-PERFORM
           PERFORM EXCREPORT-WRITE-SUMMARY
           CLOSE EXCREPORT-FILE
           DISPLAY "Exception report written to exception_report.txt ("
                   EXCTAB-COUNT " exception(s), " SEVERE-TOTAL
                   " severe, " ERROR-TOTAL " error, " WARNING-TOTAL
                   " warning)"
           IF EXCEPTION-SKIPPED-COUNT > 0
               DISPLAY EXCEPTION-SKIPPED-COUNT
                       " unreadable record(s) skipped"
           END-IF
      *> Anything at error or worse wants a person before the day's
      *> work starts - the nonzero code lets the schedule flag it
           IF SEVERE-TOTAL > 0 OR ERROR-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EXCEPTION-DROPPED-COUNT > 0
               DISPLAY "WARNING: " EXCEPTION-DROPPED-COUNT
                       " exception(s) past the " EXCTAB-MAX
                       "-entry table were not reported"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Works out where the reporting window opens - an explicit
      *> stamp from the command line, ALL, or noon yesterday
       EXCREPORT-APPLY-RUNTIME-PARMS.
           ACCEPT EXCREPORT-PARM-LINE FROM COMMAND-LINE
           UNSTRING EXCREPORT-PARM-LINE DELIMITED BY ALL SPACE
               INTO EXCREPORT-PARM-TOKEN
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXCREPORT-TODAY
           EVALUATE TRUE
               WHEN EXCREPORT-PARM-TOKEN = SPACES
                   COMPUTE EXCREPORT-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(EXCREPORT-TODAY) - 1
                   COMPUTE EXCREPORT-SINCE-DATE =
                       FUNCTION DATE-OF-INTEGER(EXCREPORT-DAY-INTEGER)
                   MOVE 12 TO EXCREPORT-SINCE-HH
                   MOVE 0 TO EXCREPORT-SINCE-MM
                   MOVE 0 TO EXCREPORT-SINCE-SS
               WHEN EXCREPORT-PARM-TOKEN = "ALL"
                   MOVE 1 TO EXCREPORT-ALL-SWITCH
                   MOVE ZEROS TO EXCREPORT-SINCE-STAMP
               WHEN EXCREPORT-PARM-TOKEN(9:6) = SPACES AND
                    EXCREPORT-PARM-TOKEN(1:8) IS NUMERIC
                   MOVE EXCREPORT-PARM-TOKEN(1:8)
                        TO EXCREPORT-SINCE-DATE
                   MOVE 0 TO EXCREPORT-SINCE-HH
                   MOVE 0 TO EXCREPORT-SINCE-MM
                   MOVE 0 TO EXCREPORT-SINCE-SS
               WHEN EXCREPORT-PARM-TOKEN(13:2) = SPACES AND
                    EXCREPORT-PARM-TOKEN(1:12) IS NUMERIC
                   MOVE EXCREPORT-PARM-TOKEN(1:12)
                        TO EXCREPORT-SINCE-STAMP(1:12)
                   MOVE 0 TO EXCREPORT-SINCE-SS
               WHEN OTHER
                   DISPLAY "Usage: exceptionReport [YYYYMMDD[HHMM] | "
                           "ALL]"
                   DISPLAY "  window start defaults to noon yesterday"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0 AND EXCREPORT-ALL-SWITCH = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(EXCREPORT-SINCE-DATE)
                  NOT = 0 OR
                  EXCREPORT-SINCE-HH > 23 OR EXCREPORT-SINCE-MM > 59
                   DISPLAY "Window start " EXCREPORT-PARM-TOKEN
                           " is not a valid date and time"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *>****************************************************************
      *> Load the exception records inside the window                  *
      *>****************************************************************
      *> No exception file just means nothing has gone wrong since it
      *> was last trimmed - the report says so and the run is clean
       EXCREPORT-LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "No ops_exceptions.dat (status "
                       EXCEPTION-FILE-STATUS ") - no exceptions logged"
           ELSE
               MOVE 0 TO EXCEPTION-EOF-SWITCH
               PERFORM EXCREPORT-READ-EXCEPTION
                       UNTIL EXCEPTION-EOF-SWITCH = 1
               CLOSE EXCEPTION-FILE
           END-IF
           EXIT.

       EXCREPORT-READ-EXCEPTION.
           READ EXCEPTION-FILE INTO EXCEPTION-ENTRY
               AT END
                   MOVE 1 TO EXCEPTION-EOF-SWITCH
               NOT AT END
                   PERFORM EXCREPORT-STORE-EXCEPTION
           END-READ
           EXIT.

      *> Stores one record after a character edit of its stamp and
      *> severity - a clipped record is counted and skipped, not
      *> misfiled under a severity it never had
       EXCREPORT-STORE-EXCEPTION.
           IF EXC-STAMP IS NOT NUMERIC OR EXC-SEVERITY IS NOT NUMERIC
               ADD 1 TO EXCEPTION-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF EXC-STAMP < EXCREPORT-SINCE-STAMP
               ADD 1 TO EXCEPTION-OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF EXCTAB-COUNT >= EXCTAB-MAX
               ADD 1 TO EXCEPTION-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EXCTAB-COUNT
           MOVE EXC-DATE TO EXCTAB-DATE(EXCTAB-COUNT)
           MOVE EXC-HH TO EXCTAB-HH(EXCTAB-COUNT)
           MOVE EXC-MM TO EXCTAB-MM(EXCTAB-COUNT)
           MOVE EXC-SS TO EXCTAB-SS(EXCTAB-COUNT)
           MOVE EXC-PROGRAM TO EXCTAB-PROGRAM(EXCTAB-COUNT)
           MOVE EXC-JOB TO EXCTAB-JOB(EXCTAB-COUNT)
           MOVE EXC-SEVERITY TO EXCTAB-SEVERITY(EXCTAB-COUNT)
           MOVE EXC-MESSAGE TO EXCTAB-MESSAGE(EXCTAB-COUNT)
           MOVE EXC-PROJECT-CODE TO EXCTAB-PROJECT(EXCTAB-COUNT)
           MOVE 0 TO EXCTAB-PRINTED(EXCTAB-COUNT)
           EVALUATE TRUE
               WHEN EXC-SEVERITY >= 12
                   ADD 1 TO SEVERE-TOTAL
               WHEN EXC-SEVERITY >= 8
                   ADD 1 TO ERROR-TOTAL
               WHEN OTHER
                   ADD 1 TO WARNING-TOTAL
           END-EVALUATE
           EXIT.

      *>****************************************************************
      *> Report sections                                               *
      *>****************************************************************
       EXCREPORT-WRITE-HEADER.
           MOVE "OPERATIONS EXCEPTION REPORT" TO EXCREPORT-RECORD
           WRITE EXCREPORT-RECORD
           MOVE SPACES TO EXCREPORT-LINE
           IF EXCREPORT-ALL-SWITCH = 1
               MOVE "WINDOW: ENTIRE EXCEPTION FILE" TO EXCREPORT-LINE
           ELSE
               MOVE EXCREPORT-SINCE-DATE TO DTL-SINCE-DATE
               STRING "WINDOW: SINCE " DTL-SINCE-DATE " "
                      EXCREPORT-SINCE-HH ":" EXCREPORT-SINCE-MM
                      DELIMITED BY SIZE INTO EXCREPORT-LINE
           END-IF
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           MOVE SPACES TO EXCREPORT-LINE
           STRING "RUN:    " FUNCTION CURRENT-DATE(1:4) "/"
                  FUNCTION CURRENT-DATE(5:2) "/"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2)
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           EXIT.

      *> One severity class: a heading with its count, then each job
      *> that logged at that severity, in order of its first entry,
      *> with every one of its entries under it
       EXCREPORT-WRITE-CLASS.
           EVALUATE SEVERITY-CLASS
               WHEN 1
                   MOVE 12 TO SEVERITY-CLASS-LOW
                   MOVE 99 TO SEVERITY-CLASS-HIGH
                   MOVE "SEVERE (12 AND UP)" TO SEVERITY-CLASS-NAME
                   MOVE SEVERE-TOTAL TO SEVERITY-CLASS-COUNT
               WHEN 2
                   MOVE 8 TO SEVERITY-CLASS-LOW
                   MOVE 11 TO SEVERITY-CLASS-HIGH
                   MOVE "ERROR (08)" TO SEVERITY-CLASS-NAME
                   MOVE ERROR-TOTAL TO SEVERITY-CLASS-COUNT
               WHEN OTHER
                   MOVE 0 TO SEVERITY-CLASS-LOW
                   MOVE 7 TO SEVERITY-CLASS-HIGH
                   MOVE "WARNING (04)" TO SEVERITY-CLASS-NAME
                   MOVE WARNING-TOTAL TO SEVERITY-CLASS-COUNT
           END-EVALUATE
           MOVE SPACES TO EXCREPORT-RECORD
           WRITE EXCREPORT-RECORD
           MOVE SEVERITY-CLASS-COUNT TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           STRING SEVERITY-CLASS-NAME DELIMITED BY "  "
                  " - " DTL-COUNT " EXCEPTION(S)"
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           IF SEVERITY-CLASS-COUNT = 0
               MOVE "  NONE" TO EXCREPORT-RECORD
               WRITE EXCREPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXCTAB-INDEX FROM 1 BY 1
                   UNTIL EXCTAB-INDEX > EXCTAB-COUNT
               IF EXCTAB-PRINTED(EXCTAB-INDEX) = 0 AND
                  EXCTAB-SEVERITY(EXCTAB-INDEX)
                      >= SEVERITY-CLASS-LOW AND
                  EXCTAB-SEVERITY(EXCTAB-INDEX)
                      <= SEVERITY-CLASS-HIGH
                   PERFORM EXCREPORT-WRITE-JOB-GROUP
               END-IF
           END-PERFORM
           EXIT.

      *> Prints the job group that starts at EXCTAB-INDEX: a job line
      *> with its count at this severity, then its entries in time
      *> order, each marked printed so the class pass skips them
       EXCREPORT-WRITE-JOB-GROUP.
           MOVE EXCTAB-JOB(EXCTAB-INDEX) TO JOB-GROUP-NAME
           MOVE 0 TO JOB-GROUP-COUNT
           PERFORM VARYING EXCTAB-MATCH-INDEX FROM EXCTAB-INDEX BY 1
                   UNTIL EXCTAB-MATCH-INDEX > EXCTAB-COUNT
               IF EXCTAB-JOB(EXCTAB-MATCH-INDEX) = JOB-GROUP-NAME AND
                  EXCTAB-SEVERITY(EXCTAB-MATCH-INDEX)
                      >= SEVERITY-CLASS-LOW AND
                  EXCTAB-SEVERITY(EXCTAB-MATCH-INDEX)
                      <= SEVERITY-CLASS-HIGH
                   ADD 1 TO JOB-GROUP-COUNT
               END-IF
           END-PERFORM
           MOVE JOB-GROUP-COUNT TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           IF JOB-GROUP-NAME = SPACES
               STRING "  JOB (NONE)  " DTL-COUNT " ENTRY(IES)"
                      DELIMITED BY SIZE INTO EXCREPORT-LINE
           ELSE
               STRING "  JOB " JOB-GROUP-NAME "  " DTL-COUNT
                      " ENTRY(IES)"
                      DELIMITED BY SIZE INTO EXCREPORT-LINE
           END-IF
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           PERFORM VARYING EXCTAB-MATCH-INDEX FROM EXCTAB-INDEX BY 1
                   UNTIL EXCTAB-MATCH-INDEX > EXCTAB-COUNT
               IF EXCTAB-JOB(EXCTAB-MATCH-INDEX) = JOB-GROUP-NAME AND
                  EXCTAB-SEVERITY(EXCTAB-MATCH-INDEX)
                      >= SEVERITY-CLASS-LOW AND
                  EXCTAB-SEVERITY(EXCTAB-MATCH-INDEX)
                      <= SEVERITY-CLASS-HIGH
                   PERFORM EXCREPORT-WRITE-DETAIL
                   MOVE 1 TO EXCTAB-PRINTED(EXCTAB-MATCH-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      *> One detail line: when, who, how bad, what, and whose project
       EXCREPORT-WRITE-DETAIL.
           MOVE EXCTAB-DATE(EXCTAB-MATCH-INDEX) TO DTL-DATE
           MOVE SPACES TO DTL-TIME
           STRING EXCTAB-HH(EXCTAB-MATCH-INDEX) ":"
                  EXCTAB-MM(EXCTAB-MATCH-INDEX) ":"
                  EXCTAB-SS(EXCTAB-MATCH-INDEX)
                  DELIMITED BY SIZE INTO DTL-TIME
           MOVE EXCTAB-SEVERITY(EXCTAB-MATCH-INDEX) TO DTL-SEVERITY
           MOVE SPACES TO EXCREPORT-LINE
           STRING "    " DTL-DATE " " DTL-TIME "  "
                  EXCTAB-PROGRAM(EXCTAB-MATCH-INDEX) " RC "
                  DTL-SEVERITY "  "
                  EXCTAB-MESSAGE(EXCTAB-MATCH-INDEX) "  "
                  EXCTAB-PROJECT(EXCTAB-MATCH-INDEX)
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           EXIT.

       EXCREPORT-WRITE-SUMMARY.
           MOVE SPACES TO EXCREPORT-RECORD
           WRITE EXCREPORT-RECORD
           MOVE "SUMMARY" TO EXCREPORT-RECORD
           WRITE EXCREPORT-RECORD
           MOVE SEVERE-TOTAL TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           STRING "  SEVERE   " DTL-COUNT
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           MOVE ERROR-TOTAL TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           STRING "  ERROR    " DTL-COUNT
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           MOVE WARNING-TOTAL TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           STRING "  WARNING  " DTL-COUNT
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           MOVE EXCTAB-COUNT TO DTL-COUNT
           MOVE SPACES TO EXCREPORT-LINE
           STRING "  TOTAL    " DTL-COUNT
                  DELIMITED BY SIZE INTO EXCREPORT-LINE
           WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           IF EXCEPTION-OUTSIDE-COUNT > 0
               MOVE EXCEPTION-OUTSIDE-COUNT TO DTL-COUNT
               MOVE SPACES TO EXCREPORT-LINE
               STRING "  (" DTL-COUNT " OLDER ENTRY(IES) BEFORE THE "
                      "WINDOW NOT SHOWN)"
                      DELIMITED BY SIZE INTO EXCREPORT-LINE
               WRITE EXCREPORT-RECORD FROM EXCREPORT-LINE
           END-IF
           EXIT.
